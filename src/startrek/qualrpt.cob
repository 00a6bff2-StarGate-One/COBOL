      * ************************************************************** *
      *                    START OF PROGRAM QUALRPT                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QUALRPT.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * QUALRPT PRINTS THE TRAINING QUALIFICATION REPORT.  THE         *
      *  SYLLABUS COMES FROM THE CURRICULUM FILE (STARTREK-CURRICULUM) *
      *  - ONE CARD PER QUALIFICATION, GIVING THE MISSION TYPE (OR K   *
      *  FOR THE KOBAYASHI MARU DRILL), THE MINIMUM DIFFICULTY, THE    *
      *  MINIMUM EFFICIENCY AND, FOR THE DRILL, THE MINIMUM GRADE.     *
      *  CARDS IN ERROR ARE LISTED AND LEFT OUT OF THE SYLLABUS.  THE  *
      *  BRIDGE APPENDS EVERY QUALIFICATION A MISSION EARNS TO THE     *
      *  QUALIFICATION LEDGER (STARTREK-QUAL-LEDGER).  EVERY CAPTAIN   *
      *  ON THE SERVICE MASTER, AND ANY OTHER CAPTAIN NAMED ON THE     *
      *  LEDGER, IS LISTED WITH EACH QUALIFICATION EARNED (AND WHEN)   *
      *  OR STILL OUTSTANDING.  A CAPTAIN HOLDING THE WHOLE SYLLABUS   *
      *  IS MARKED READY FOR COMMAND ASSESSMENT AND LISTED AGAIN AT    *
      *  THE FOOT OF THE REPORT.  THE REPORT GOES TO                   *
      *  STARTREK-QUAL-REPORT AND IS ECHOED TO THE CONSOLE.            *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB SERVICE RECORD LAYOUT EXTENDED WITH THE TERM-TO-  *
      *              DATE FIGURES.                                     *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
      *
      * -------------------------------------------------------------- *
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT OPTIONAL CURRICULUM-FILE
       ASSIGN TO 'STARTREK-CURRICULUM'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CURRICULUM-FILE-STATUS.

       SELECT OPTIONAL QUAL-LEDGER-FILE
       ASSIGN TO 'STARTREK-QUAL-LEDGER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LEDGER-FILE-STATUS.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL QUAL-REPORT-FILE
       ASSIGN TO 'STARTREK-QUAL-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * THE CURRICULUM AND LEDGER LAYOUTS MUST MATCH THE ONES THE
      * BRIDGE READS AND WRITES.
       FD CURRICULUM-FILE.
          01 CUR-RECORD.
             03 CUR-CODE               PIC X(06).
             03 FILLER                 PIC X(01).
             03 CUR-TITLE              PIC X(30).
             03 FILLER                 PIC X(01).
             03 CUR-MSN-TYPE           PIC X(01).
                88 CUR-TYPE-VALID      VALUE 'D' 'S' 'R' 'H' 'E' 'K'.
                88 CUR-TYPE-DRILL      VALUE 'K'.
             03 FILLER                 PIC X(01).
             03 CUR-MIN-DIFFICULTY     PIC 9(02).
             03 FILLER                 PIC X(01).
             03 CUR-MIN-EFFICIENCY     PIC 9(04)V9(02).
             03 FILLER                 PIC X(01).
             03 CUR-MIN-GRADE          PIC X(01).

       FD QUAL-LEDGER-FILE.
          01 QL-RECORD.
             03 QL-NAME                PIC X(30).
             03 QL-CODE                PIC X(06).
             03 QL-RUN-DATE            PIC X(08).
             03 QL-STARDATE            PIC 9(05)V9(01).
             03 QL-MSN-TYPE            PIC X(01).
             03 QL-DIFFICULTY          PIC 9(02).
             03 QL-EFFICIENCY          PIC 9(04)V9(02).
             03 QL-KM-GRADE            PIC X(01).

       FD SERVICE-RECORD-FILE.
          01 SVC-RECORD.
             03 SVC-NAME               PIC X(30).
             03 SVC-MISSIONS           PIC 9(05).
             03 SVC-HOSTILES           PIC 9(09).
             03 SVC-EFF-LAST           PIC 9(04)V9(02).
             03 SVC-EFF-BEST           PIC 9(04)V9(02).
             03 SVC-KOBAYASHI          PIC 9(03).
             03 SVC-EARNED-RANK        PIC 9(02).
             03 SVC-KM-GRADE           PIC X(01).
      * TERM-TO-DATE FIGURES - THE SAME COUNTS FOR THE TRAINING TERM
      * NOW RUNNING, SET BACK TO ZERO WHEN THE TERM IS CLOSED OUT.
      * THE CAREER FIGURES ABOVE ARE NEVER RESET.
             03 SVC-TERM-MISSIONS      PIC 9(05).
             03 SVC-TERM-HOSTILES      PIC 9(09).
             03 SVC-TERM-EFF-LAST      PIC 9(04)V9(02).
             03 SVC-TERM-EFF-BEST      PIC 9(04)V9(02).

       FD QUAL-REPORT-FILE.
          01 QUAL-REPORT-RECORD        PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-CURRICULUM-FILE-STATUS.
             05 WS-CURRICULUM-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-CURRICULUM-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-LEDGER-FILE-STATUS.
             05 WS-LEDGER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-LEDGER-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.

      * THE SYLLABUS - ONE ENTRY PER VALID CURRICULUM CARD.
       01 WS-SYLLABUS-AREA.
          03 WS-QU-MAX              PIC  9(02)  VALUE 30.
          03 WS-QU-CTR              PIC  9(02)  VALUE ZEROES.
          03 WS-QU-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-QU-FOUND-IDX        PIC  9(02)  VALUE ZEROES.
          03 WS-QU-CARD-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-QU-BAD-CTR          PIC  9(04)  VALUE ZEROES.
          03 WS-QU-REASON           PIC  X(40)  VALUE SPACES.
          03 WS-QU-ENTRY            OCCURS 30 TIMES.
             05 WS-QU-CODE          PIC  X(06).
             05 WS-QU-TITLE         PIC  X(30).
             05 WS-QU-MSN-TYPE      PIC  X(01).
             05 WS-QU-MIN-DIFF      PIC  9(02).
             05 WS-QU-MIN-EFF       PIC  9(04)V9(02).
             05 WS-QU-MIN-GRADE     PIC  X(01).

      * THE CAPTAINS REPORTED ON, WITH THE DATE EACH QUALIFICATION
      * WAS FIRST EARNED - BLANK WHILE IT IS STILL OUTSTANDING.
       01 WS-CAPTAIN-AREA.
          03 WS-CP-MAX              PIC  9(03)  VALUE 999.
          03 WS-CP-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-FOUND-IDX        PIC  9(03)  VALUE ZEROES.
          03 WS-CP-DROPPED          PIC  9(05)  VALUE ZEROES.
          03 WS-CP-EARNED-CTR       PIC  9(02)  VALUE ZEROES.
          03 WS-CP-READY-CTR        PIC  9(03)  VALUE ZEROES.
          03 WS-CP-WANTED           PIC  X(30)  VALUE SPACES.
          03 WS-CP-ENTRY            OCCURS 999 TIMES.
             05 WS-CP-NAME          PIC  X(30).
             05 WS-CP-READY-SW      PIC  X(01).
                88 WS-CP-IS-READY               VALUE 'Y'.
             05 WS-CP-EARNED-DATE   PIC  X(08)  OCCURS 30 TIMES.

       01 WS-LEDGER-TOTALS.
          03 WS-LG-READ             PIC  9(07)  VALUE ZEROES.
          03 WS-LG-RETIRED          PIC  9(07)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  ZZZZ9.
          03 WS-PRT-EFF-EDIT        PIC  ZZZ9.99.
          03 WS-PRT-TYPE-TEXT       PIC  X(15)  VALUE SPACES.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
       01 WS-CURRENT-DATE-TIME-OFFSET-RED
                             REDEFINES WS-CURRENT-DATE-TIME-OFFSET.
          03 WS-CURRENT-DATE.
             05 WS-CURRENT-DATE-CC   PIC   9(02).
             05 WS-CURRENT-DATE-YY   PIC   9(02).
             05 WS-CURRENT-DATE-MM   PIC   9(02).
             05 WS-CURRENT-DATE-DD   PIC   9(02).
          03 WS-CURRENT-TIME        PIC   X(08).
          03 WS-CURRENT-OFFSET      PIC   X(05).
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           OPEN OUTPUT QUAL-REPORT-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'TRAINING QUALIFICATION REPORT'
                                              DELIMITED BY SIZE
                  '                  PRINTED '
                                              DELIMITED BY SIZE
                  WS-CURRENT-DATE-CC          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD          DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '=' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM 1000-LOAD-CURRICULUM
              THRU 1000-END.

           IF WS-QU-CTR = ZEROES
              MOVE 'NO VALID CURRICULUM ON FILE - NOTHING TO REPORT.'
                TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 0000-CLOSE-REPORT
           END-IF.

           PERFORM 2000-LOAD-CAPTAINS
              THRU 2000-END.

           PERFORM 3000-APPLY-LEDGER
              THRU 3000-END.

           PERFORM 4000-PRINT-CAPTAINS
              THRU 4000-END.

           PERFORM 4500-PRINT-READY-LIST
              THRU 4500-END.

       0000-CLOSE-REPORT.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'END OF QUALIFICATION REPORT' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           CLOSE QUAL-REPORT-FILE.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Qualification report written to '
                   'STARTREK-QUAL-REPORT.'.

           GOBACK.

       0000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1000-LOAD-CURRICULUM SECTION.

           MOVE ZEROES TO WS-QU-CTR
                          WS-QU-CARD-CTR
                          WS-QU-BAD-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT CURRICULUM-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-CURRICULUM-STATUS-1 = 0
              AND WS-CURRICULUM-STATUS-2 = 5
              CLOSE CURRICULUM-FILE
              GO TO 1000-END
           END-IF.

           IF WS-CURRICULUM-STATUS-1 NOT = 0
              DISPLAY 'Error opening curriculum file, status '
                      WS-CURRICULUM-FILE-STATUS UPON SYSERR
              GO TO 1000-END
           END-IF.

           MOVE 'SYLLABUS:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM UNTIL WS-EOF-TRUE
              READ CURRICULUM-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-QU-CARD-CTR
                    IF CUR-RECORD (1:1) NOT = '*'
                       AND CUR-RECORD NOT = SPACES
                       PERFORM 1100-CHECK-CURRICULUM-CARD
                          THRU 1100-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CURRICULUM-FILE.

           IF WS-QU-BAD-CTR > ZEROES
              MOVE WS-QU-BAD-CTR TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '  '                     DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT        DELIMITED BY SIZE
                     ' CURRICULUM CARD(S) IN ERROR LEFT OUT OF THE '
                                              DELIMITED BY SIZE
                     'SYLLABUS'               DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-CHECK-CURRICULUM-CARD SECTION.

           MOVE SPACES TO WS-QU-REASON.

           EVALUATE TRUE
               WHEN CUR-CODE = SPACES
                    MOVE 'QUALIFICATION CODE IS BLANK'
                      TO WS-QU-REASON
               WHEN NOT CUR-TYPE-VALID
                    MOVE 'MISSION TYPE MUST BE D S R H E OR K'
                      TO WS-QU-REASON
               WHEN CUR-MIN-DIFFICULTY IS NOT NUMERIC
                 OR CUR-MIN-DIFFICULTY > 17
                    MOVE 'DIFFICULTY MUST BE 00 THROUGH 17'
                      TO WS-QU-REASON
               WHEN CUR-MIN-EFFICIENCY IS NOT NUMERIC
                    MOVE 'EFFICIENCY IS NOT NUMERIC'
                      TO WS-QU-REASON
               WHEN CUR-TYPE-DRILL
                AND CUR-MIN-GRADE NOT = SPACE AND 'A' AND 'B'
                                    AND 'C' AND 'D'
                    MOVE 'DRILL GRADE MUST BE A B C OR D'
                      TO WS-QU-REASON
               WHEN WS-QU-CTR >= WS-QU-MAX
                    MOVE 'SYLLABUS IS FULL'
                      TO WS-QU-REASON
           END-EVALUATE.

           IF WS-QU-REASON = SPACES
              PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                UNTIL WS-QU-IDX > WS-QU-CTR
                 IF WS-QU-CODE (WS-QU-IDX) = CUR-CODE
                    MOVE 'DUPLICATE QUALIFICATION CODE'
                      TO WS-QU-REASON
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-QU-REASON NOT = SPACES
              ADD 1 TO WS-QU-BAD-CTR
              MOVE SPACES TO WS-PRT-LINE
              STRING '  CARD '                DELIMITED BY SIZE
                     WS-QU-CARD-CTR           DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     CUR-CODE                 DELIMITED BY SIZE
                     ' IN ERROR - '           DELIMITED BY SIZE
                     WS-QU-REASON             DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 1100-END
           END-IF.

           ADD 1 TO WS-QU-CTR.
           MOVE CUR-CODE           TO WS-QU-CODE      (WS-QU-CTR).
           MOVE CUR-TITLE          TO WS-QU-TITLE     (WS-QU-CTR).
           MOVE CUR-MSN-TYPE       TO WS-QU-MSN-TYPE  (WS-QU-CTR).
           MOVE CUR-MIN-DIFFICULTY TO WS-QU-MIN-DIFF  (WS-QU-CTR).
           MOVE CUR-MIN-EFFICIENCY TO WS-QU-MIN-EFF   (WS-QU-CTR).
           MOVE CUR-MIN-GRADE      TO WS-QU-MIN-GRADE (WS-QU-CTR).

           EVALUATE CUR-MSN-TYPE
               WHEN 'D'
                    MOVE 'DESTROY MISSION' TO WS-PRT-TYPE-TEXT
               WHEN 'S'
                    MOVE 'SURVEY MISSION'  TO WS-PRT-TYPE-TEXT
               WHEN 'R'
                    MOVE 'RELIEF MISSION'  TO WS-PRT-TYPE-TEXT
               WHEN 'H'
                    MOVE 'HUNT MISSION'    TO WS-PRT-TYPE-TEXT
               WHEN 'E'
                    MOVE 'ESCORT MISSION'  TO WS-PRT-TYPE-TEXT
               WHEN 'K'
                    MOVE 'KOBAYASHI DRILL' TO WS-PRT-TYPE-TEXT
           END-EVALUATE.

           MOVE CUR-MIN-EFFICIENCY TO WS-PRT-EFF-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  '                        DELIMITED BY SIZE
                  CUR-CODE                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CUR-TITLE                   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-TYPE-TEXT            DELIMITED BY SIZE
                  ' LVL '                     DELIMITED BY SIZE
                  CUR-MIN-DIFFICULTY          DELIMITED BY SIZE
                  ' EFF'                      DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           IF CUR-TYPE-DRILL AND CUR-MIN-GRADE NOT = SPACE
              MOVE ' GR ' TO WS-PRT-LINE (74:4)
              MOVE CUR-MIN-GRADE TO WS-PRT-LINE (78:1)
           END-IF.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-LOAD-CAPTAINS SECTION.

           MOVE ZEROES TO WS-CP-CTR
                          WS-CP-DROPPED.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 2000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              GO TO 2000-END
           END-IF.

      * THE SERVICE MASTER IS KEYED BY NAME, SO THE CAPTAINS COME
      * BACK IN NAME ORDER.
           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE SVC-NAME TO WS-CP-WANTED
                    PERFORM 2100-ADD-CAPTAIN
                       THRU 2100-END
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-ADD-CAPTAIN SECTION.

           MOVE ZEROES TO WS-CP-FOUND-IDX.

           IF WS-CP-CTR >= WS-CP-MAX
              ADD 1 TO WS-CP-DROPPED
              GO TO 2100-END
           END-IF.

           ADD 1 TO WS-CP-CTR.
           MOVE WS-CP-WANTED TO WS-CP-NAME (WS-CP-CTR).
           MOVE 'N'          TO WS-CP-READY-SW (WS-CP-CTR).

           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
             UNTIL WS-QU-IDX > WS-QU-MAX
              MOVE SPACES TO WS-CP-EARNED-DATE (WS-CP-CTR WS-QU-IDX)
           END-PERFORM.

           MOVE WS-CP-CTR TO WS-CP-FOUND-IDX.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-APPLY-LEDGER SECTION.

           MOVE ZEROES TO WS-LG-READ
                          WS-LG-RETIRED.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT QUAL-LEDGER-FILE.

           IF WS-LEDGER-STATUS-1 = 0 AND WS-LEDGER-STATUS-2 = 5
              CLOSE QUAL-LEDGER-FILE
              GO TO 3000-END
           END-IF.

           IF WS-LEDGER-STATUS-1 NOT = 0
              DISPLAY 'Error opening qualification ledger, status '
                      WS-LEDGER-FILE-STATUS UPON SYSERR
              GO TO 3000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ QUAL-LEDGER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LG-READ
                    PERFORM 3100-APPLY-ONE-AWARD
                       THRU 3100-END
              END-READ
           END-PERFORM.

           CLOSE QUAL-LEDGER-FILE.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-APPLY-ONE-AWARD SECTION.

      * AN AWARD FOR A QUALIFICATION SINCE DROPPED FROM THE SYLLABUS
      * IS COUNTED BUT DOES NOT COUNT TOWARD COMPLETION.
           MOVE ZEROES TO WS-QU-FOUND-IDX.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
             UNTIL WS-QU-IDX > WS-QU-CTR
                OR WS-QU-FOUND-IDX > ZEROES
              IF WS-QU-CODE (WS-QU-IDX) = QL-CODE
                 MOVE WS-QU-IDX TO WS-QU-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-QU-FOUND-IDX = ZEROES
              ADD 1 TO WS-LG-RETIRED
              GO TO 3100-END
           END-IF.

           MOVE ZEROES TO WS-CP-FOUND-IDX.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
                OR WS-CP-FOUND-IDX > ZEROES
              IF WS-CP-NAME (WS-CP-IDX) = QL-NAME
                 MOVE WS-CP-IDX TO WS-CP-FOUND-IDX
              END-IF
           END-PERFORM.

      * A CAPTAIN ON THE LEDGER BUT NOT ON THE SERVICE MASTER IS
      * STILL REPORTED.
           IF WS-CP-FOUND-IDX = ZEROES
              MOVE QL-NAME TO WS-CP-WANTED
              PERFORM 2100-ADD-CAPTAIN
                 THRU 2100-END
              IF WS-CP-FOUND-IDX = ZEROES
                 GO TO 3100-END
              END-IF
           END-IF.

      * THE LEDGER IS IN AWARD ORDER - THE FIRST AWARD STANDS.
           IF WS-CP-EARNED-DATE (WS-CP-FOUND-IDX WS-QU-FOUND-IDX)
              = SPACES
              MOVE QL-RUN-DATE
                TO WS-CP-EARNED-DATE (WS-CP-FOUND-IDX WS-QU-FOUND-IDX)
           END-IF.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-PRINT-CAPTAINS SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-CP-CTR = ZEROES
              MOVE 'NO CAPTAINS ON FILE.' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 4000-END
           END-IF.

           MOVE ZEROES TO WS-CP-READY-CTR.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
              PERFORM 4100-PRINT-ONE-CAPTAIN
                 THRU 4100-END
           END-PERFORM.

           IF WS-CP-DROPPED > ZEROES
              MOVE SPACES TO WS-PRT-LINE
              STRING 'CAPTAINS NOT REPORTED - TABLE FULL: '
                                              DELIMITED BY SIZE
                     WS-CP-DROPPED            DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

           IF WS-LG-RETIRED > ZEROES
              MOVE SPACES TO WS-PRT-LINE
              STRING 'LEDGER AWARDS FOR RETIRED QUALIFICATIONS: '
                                              DELIMITED BY SIZE
                     WS-LG-RETIRED            DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-PRINT-ONE-CAPTAIN SECTION.

           MOVE ZEROES TO WS-CP-EARNED-CTR.
           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
             UNTIL WS-QU-IDX > WS-QU-CTR
              IF WS-CP-EARNED-DATE (WS-CP-IDX WS-QU-IDX) NOT = SPACES
                 ADD 1 TO WS-CP-EARNED-CTR
              END-IF
           END-PERFORM.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CAPTAIN '                  DELIMITED BY SIZE
                  WS-CP-NAME (WS-CP-IDX)      DELIMITED BY SIZE
                  '  EARNED '                 DELIMITED BY SIZE
                  WS-CP-EARNED-CTR            DELIMITED BY SIZE
                  ' OF '                      DELIMITED BY SIZE
                  WS-QU-CTR                   DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
             UNTIL WS-QU-IDX > WS-QU-CTR
              MOVE SPACES TO WS-PRT-LINE
              IF WS-CP-EARNED-DATE (WS-CP-IDX WS-QU-IDX) = SPACES
                 STRING '    '                DELIMITED BY SIZE
                        WS-QU-CODE (WS-QU-IDX)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-QU-TITLE (WS-QU-IDX)
                                              DELIMITED BY SIZE
                        ' OUTSTANDING'        DELIMITED BY SIZE
                   INTO WS-PRT-LINE
              ELSE
                 STRING '    '                DELIMITED BY SIZE
                        WS-QU-CODE (WS-QU-IDX)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-QU-TITLE (WS-QU-IDX)
                                              DELIMITED BY SIZE
                        ' EARNED '            DELIMITED BY SIZE
                        WS-CP-EARNED-DATE (WS-CP-IDX WS-QU-IDX) (1:4)
                                              DELIMITED BY SIZE
                        '-'                   DELIMITED BY SIZE
                        WS-CP-EARNED-DATE (WS-CP-IDX WS-QU-IDX) (5:2)
                                              DELIMITED BY SIZE
                        '-'                   DELIMITED BY SIZE
                        WS-CP-EARNED-DATE (WS-CP-IDX WS-QU-IDX) (7:2)
                                              DELIMITED BY SIZE
                   INTO WS-PRT-LINE
              END-IF
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-PERFORM.

           IF WS-CP-EARNED-CTR = WS-QU-CTR
              SET WS-CP-IS-READY (WS-CP-IDX) TO TRUE
              ADD 1 TO WS-CP-READY-CTR
              MOVE '  SYLLABUS COMPLETE - READY FOR COMMAND ASSESSMENT'
                TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4500-PRINT-READY-LIST SECTION.

           MOVE ALL '=' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'READY FOR COMMAND ASSESSMENT:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-CP-READY-CTR = ZEROES
              MOVE '  NONE - NO CAPTAIN HAS COMPLETED THE SYLLABUS'
                TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 4500-END
           END-IF.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
              IF WS-CP-IS-READY (WS-CP-IDX)
                 MOVE SPACES TO WS-PRT-LINE
                 STRING '  '                  DELIMITED BY SIZE
                        WS-CP-NAME (WS-CP-IDX)
                                              DELIMITED BY SIZE
                   INTO WS-PRT-LINE
                 PERFORM 5000-WRITE-REPORT-LINE
                    THRU 5000-END
              END-IF
           END-PERFORM.

           MOVE WS-CP-READY-CTR TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CAPTAINS READY: '          DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       4500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-REPORT-LINE SECTION.

           WRITE QUAL-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM QUALRPT.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM QUALRPT                     *
      * ************************************************************** *

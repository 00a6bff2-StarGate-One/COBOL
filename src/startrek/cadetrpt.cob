      * ************************************************************** *
      *                    START OF PROGRAM CADETRPT                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADETRPT.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * CADETRPT PRINTS THE REPORT CARD FOR ONE CAPTAIN - THE SHEET    *
      *  HANDED OUT AT A COUNSELLING SESSION.  THE CAPTAIN IS NAMED    *
      *  IN THE CADETRPT-CAPTAIN ENVIRONMENT VARIABLE OR, WHEN THAT    *
      *  IS NOT SET, AT THE CONSOLE.  EVERY MISSION THE CAPTAIN HAS    *
      *  FLOWN IS LISTED FROM STARTREK-MISSION-HISTORY IN THE ORDER    *
      *  FLOWN, WITH ITS OUTCOME, DIFFICULTY, EFFICIENCY, HOSTILES,    *
      *  TORPEDOES AND ENERGY, A RUNNING AVERAGE EFFICIENCY AND A      *
      *  TREND FLAG (IMPROVING, FLAT OR DECLINING) TAKEN OVER THE      *
      *  LAST FIVE CONCLUDED MISSIONS.  THE CARD CLOSES WITH THE       *
      *  CAREER TOTALS AND EARNED RANK FROM THE SERVICE MASTER.  THE   *
      *  MISSIONS OF CLOSED TRAINING TERMS ARE LISTED AS ONE LINE      *
      *  FROM THE TERM SUMMARY TERMCLOS LEAVES ON THE HISTORY.  THE    *
      *  CARD GOES TO STARTREK-REPORT-CARD AND IS ECHOED TO THE        *
      *  CONSOLE.                                                      *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB MISSION HISTORY LAYOUT EXTENDED WITH THE REPLAY   *
      *              SCRIPT, FIXED SEED AND FINAL STARDATE.            *
      * 20261015 RJB A TERM SUMMARY ON THE MISSION HISTORY PRINTS AS   *
      *              ONE LINE FOR THE CLOSED TERMS; THE TERM-TO-DATE   *
      *              FIGURES ARE SHOWN WITH THE SERVICE RECORD.        *
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

       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO 'STARTREK-MISSION-HISTORY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL REPORT-CARD-FILE
       ASSIGN TO 'STARTREK-REPORT-CARD'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * MUST MATCH THE MH-RECORD LAYOUT STARTREK WRITES.
       FD MISSION-HISTORY-FILE.
          01 MH-RECORD.
             03 MH-RUN-DATE            PIC X(08).
             03 MH-NAME                PIC X(30).
             03 MH-DIFFICULTY          PIC 9(02).
             03 MH-RESULT              PIC X(01).
                88 MH-VICTORIOUS       VALUE 'V'.
                88 MH-DEFEATED         VALUE 'D'.
                88 MH-TIMED-OUT        VALUE 'T'.
                88 MH-ABANDONED        VALUE 'Q'.
                88 MH-TERM-SUMMARY     VALUE 'S'.
             03 MH-STARDATES-USED      PIC 9(05)V9(01).
             03 MH-HOSTILES-DESTROYED  PIC 9(09).
             03 MH-ENERGY-EXPENDED     PIC 9(09).
             03 MH-TORPS-EXPENDED      PIC 9(04).
             03 MH-EFFICIENCY          PIC 9(04)V9(02).
             03 MH-SHIP-CLASS          PIC X(13).
      * A TERM SUMMARY (RESULT S) LEFT BY TERMCLOS STANDS FOR ALL OF A
      * CAPTAIN'S CONCLUDED MISSIONS IN THE CLOSED TERMS - THEIR COUNT
      * AND THE GRADES THEY EARNED TAKE THE PLACE OF THE SHIP CLASS.
             03 MH-SUMMARY-COUNTS REDEFINES MH-SHIP-CLASS.
                05 MH-SUM-MISSIONS     PIC 9(05).
                05 MH-SUM-GRADES       PIC 9(05).
                05 FILLER              PIC X(03).
             03 MH-HULL-REGISTER       PIC X(08).
             03 MH-HULL-NAME           PIC X(16).
             03 MH-PARM-SET-ID         PIC X(08).
      * THE REPLAY SCRIPT AND FIXED SEED THE MISSION RAN UNDER, AND
      * THE STARDATE IT ENDED ON - BLANK ON RECORDS WRITTEN BEFORE
      * REPLAYS WERE HELD TO A BASELINE.  SCRIPT BLANK AND SEED ZERO
      * FOR A MISSION FLOWN AT THE CONSOLE WITHOUT A FIXED SEED.
             03 MH-SCRIPT-NAME         PIC X(40).
             03 MH-SEED                PIC 9(09).
             03 MH-FINAL-STARDATE      PIC 9(05)V9(01).

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

       FD REPORT-CARD-FILE.
          01 REPORT-CARD-RECORD        PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-HISTORY-FILE-STATUS.
             05 WS-HISTORY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-HISTORY-STATUS-2 PIC  9(01)  VALUE ZEROES.
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

       01 WS-CAPTAIN-AREA.
          03 WS-CAPTAIN-NAME        PIC  X(30)  VALUE SPACES.
          03 WS-CAPTAIN-ENV         PIC  X(30)  VALUE SPACES.

       01 WS-SERVICE-AREA.
          03 WS-SVC-FOUND-SW        PIC  X(01)  VALUE 'N'.
             88 WS-SVC-FOUND                    VALUE 'Y'.
             88 WS-SVC-NOT-FOUND                VALUE 'N'.
          03 WS-SVC-ENTRY.
             05 WS-SV-NAME          PIC  X(30).
             05 WS-SV-MISSIONS      PIC  9(05).
             05 WS-SV-HOSTILES      PIC  9(09).
             05 WS-SV-EFF-LAST      PIC  9(04)V9(02).
             05 WS-SV-EFF-BEST      PIC  9(04)V9(02).
             05 WS-SV-KOBAYASHI     PIC  9(03).
             05 WS-SV-EARNED-RANK   PIC  9(02).
             05 WS-SV-KM-GRADE      PIC  X(01).
             05 WS-SV-TERM-MISSIONS PIC  9(05).
             05 WS-SV-TERM-HOSTILES PIC  9(09).
             05 WS-SV-TERM-EFF-LAST PIC  9(04)V9(02).
             05 WS-SV-TERM-EFF-BEST PIC  9(04)V9(02).

      * CAREER TOTALS TAKEN FROM THE HISTORY ITSELF.  EFFICIENCY AND
      * ITS TREND COUNT CONCLUDED MISSIONS ONLY - A SUSPENDED MISSION
      * HAS NO OUTCOME YET, THE SAME RULE THE BRIDGE APPLIES TO THE
      * SERVICE RECORD.
       01 WS-CARD-TOTALS.
          03 WS-CD-FLOWN            PIC  9(05)  VALUE ZEROES.
          03 WS-CD-EARLIER          PIC  9(05)  VALUE ZEROES.
          03 WS-CD-CONCLUDED        PIC  9(05)  VALUE ZEROES.
          03 WS-CD-VICTORIES        PIC  9(05)  VALUE ZEROES.
          03 WS-CD-DEFEATS          PIC  9(05)  VALUE ZEROES.
          03 WS-CD-TIMEOUTS         PIC  9(05)  VALUE ZEROES.
          03 WS-CD-ABANDONED        PIC  9(05)  VALUE ZEROES.
          03 WS-CD-HOSTILES         PIC  9(09)  VALUE ZEROES.
          03 WS-CD-TORPS            PIC  9(09)  VALUE ZEROES.
          03 WS-CD-ENERGY           PIC  9(11)  VALUE ZEROES.
          03 WS-CD-EFF-TOTAL        PIC  9(09)V9(02)
                                                VALUE ZEROES.
          03 WS-CD-RUNNING-AVG      PIC  9(04)V9(02)
                                                VALUE ZEROES.

      * THE TREND WINDOW - THE LAST FIVE CONCLUDED EFFICIENCIES,
      * OLDEST FIRST.  THE MEAN OF THE TWO NEWEST IS SET AGAINST THE
      * MEAN OF THE TWO OLDEST; A SHIFT OF MORE THAN THE TOLERANCE
      * EITHER WAY IS A TREND, ANYTHING LESS IS FLAT.  NO TREND IS
      * CALLED ON FEWER THAN THREE MISSIONS.
       01 WS-TREND-AREA.
          03 WS-TR-MAX              PIC  9(01)  VALUE 5.
          03 WS-TR-MIN              PIC  9(01)  VALUE 3.
          03 WS-TR-CTR              PIC  9(01)  VALUE ZEROES.
          03 WS-TR-IDX              PIC  9(01)  VALUE ZEROES.
          03 WS-TR-TOLERANCE        PIC  9(04)V9(02)
                                                VALUE 5.00.
          03 WS-TR-OLD-MEAN         PIC  9(04)V9(02)
                                                VALUE ZEROES.
          03 WS-TR-NEW-MEAN         PIC  9(04)V9(02)
                                                VALUE ZEROES.
          03 WS-TR-FLAG             PIC  X(09)  VALUE SPACES.
          03 WS-TR-EFF              PIC  9(04)V9(02)
                                                OCCURS 5 TIMES.

      * THE 18-RANK INSIGNIA LADDER - RANK CHOICE 0 THROUGH 17,
      * IDENTICAL TO THE NAMES 1010-FORMAT-RANK-NAME ASSIGNS IN
      * STARTREK SO THE CARD AND THE BRIDGE AGREE.
       01 WS-RANK-NAMES-LIT.
          03 FILLER PIC X(25) VALUE 'Trainee                  '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 2        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 3        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 4        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 5        '.
          03 FILLER PIC X(25) VALUE 'Ensign                   '.
          03 FILLER PIC X(25) VALUE 'Lt. Junior Grade         '.
          03 FILLER PIC X(25) VALUE 'Lieutenant               '.
          03 FILLER PIC X(25) VALUE 'Lt. Commander            '.
          03 FILLER PIC X(25) VALUE 'Commander                '.
          03 FILLER PIC X(25) VALUE 'Captain                  '.
          03 FILLER PIC X(25) VALUE 'Commodore                '.
          03 FILLER PIC X(25) VALUE 'Rear Admiral Lower Half  '.
          03 FILLER PIC X(25) VALUE 'Rear Admiral Upper Half  '.
          03 FILLER PIC X(25) VALUE 'Vice Admiral             '.
          03 FILLER PIC X(25) VALUE 'Admiral                  '.
          03 FILLER PIC X(25) VALUE 'Fleet Admiral            '.
          03 FILLER PIC X(25) VALUE 'Commander, Star Fleet    '.
       01 WS-RANK-NAMES REDEFINES WS-RANK-NAMES-LIT.
          03 WS-RANK-NAME           PIC  X(25)  OCCURS 18 TIMES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-OUTCOME         PIC  X(09)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  ZZZZ9.
          03 WS-PRT-EFF-EDIT        PIC  ZZZ9.99.
          03 WS-PRT-AVG-EDIT        PIC  ZZZ9.99.
          03 WS-PRT-HOSTILE-EDIT    PIC  ZZZZ9.
          03 WS-PRT-TORP-EDIT       PIC  ZZZ9.
          03 WS-PRT-ENERGY-EDIT     PIC  ZZZZZZZZ9.
          03 WS-PRT-BIG-EDIT        PIC  ZZZZZZZZZZ9.
          03 WS-PRT-RANK-IDX        PIC  9(02)  VALUE ZEROES.

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

      * THE CAPTAIN IS NAMED EXACTLY AS SIGNED ON AT THE BRIDGE - THE
      * SERVICE MASTER IS KEYED ON THE NAME AS TYPED.
           ACCEPT WS-CAPTAIN-ENV FROM ENVIRONMENT 'CADETRPT-CAPTAIN'.
           IF WS-CAPTAIN-ENV NOT = SPACES
              MOVE WS-CAPTAIN-ENV TO WS-CAPTAIN-NAME
           ELSE
              DISPLAY 'Report card for which captain? '
              ACCEPT WS-CAPTAIN-NAME
           END-IF.

           IF WS-CAPTAIN-NAME = SPACES OR WS-CAPTAIN-NAME = LOW-VALUES
              DISPLAY 'Invalid name - a name cannot be blank!'
              GOBACK
           END-IF.

           PERFORM 1000-LOAD-SERVICE-RECORD
              THRU 1000-END.

           OPEN OUTPUT REPORT-CARD-FILE.

           PERFORM 2000-PRINT-CARD-HEADER
              THRU 2000-END.

           PERFORM 3000-PRINT-MISSIONS
              THRU 3000-END.

           IF WS-CD-FLOWN = ZEROES AND WS-CD-EARLIER = ZEROES
              AND WS-SVC-NOT-FOUND
              STRING 'NO MISSIONS OR SERVICE RECORD ON FILE FOR '
                                              DELIMITED BY SIZE
                     'THIS CAPTAIN.'          DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           ELSE
              PERFORM 4000-PRINT-CAREER-TOTALS
                 THRU 4000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'END OF REPORT CARD' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           CLOSE REPORT-CARD-FILE.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Report card written to STARTREK-REPORT-CARD.'.

           GOBACK.

       0000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1000-LOAD-SERVICE-RECORD SECTION.

           SET WS-SVC-NOT-FOUND TO TRUE.
           MOVE ZEROES TO WS-SVC-ENTRY.
           MOVE WS-CAPTAIN-NAME TO WS-SV-NAME.
           MOVE SPACES TO WS-SV-KM-GRADE.

           OPEN INPUT SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 1000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              GO TO 1000-END
           END-IF.

           MOVE WS-CAPTAIN-NAME TO SVC-NAME.
           READ SERVICE-RECORD-FILE
              KEY IS SVC-NAME
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SVC-RECORD TO WS-SVC-ENTRY
                 SET WS-SVC-FOUND TO TRUE
           END-READ.

           CLOSE SERVICE-RECORD-FILE.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-PRINT-CARD-HEADER SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CADET REPORT CARD'         DELIMITED BY SIZE
                  '                              PRINTED '
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

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CAPTAIN '                  DELIMITED BY SIZE
                  WS-CAPTAIN-NAME             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '=' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           STRING 'MISSION    OUTCOME   DIFF    EFF  HOST TORP'
                                              DELIMITED BY SIZE
                  '     ENERGY  RUN AVG TREND'
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-PRINT-MISSIONS SECTION.

           SET WS-EOF-FALSE TO TRUE.
           MOVE ZEROES TO WS-TR-CTR.

           OPEN INPUT MISSION-HISTORY-FILE.

           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 3000-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening mission history, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              GO TO 3000-END
           END-IF.

      * THE HISTORY IS APPENDED AS EACH MISSION ENDS, SO FILE ORDER
      * IS THE ORDER FLOWN.
           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF MH-NAME = WS-CAPTAIN-NAME
                       IF MH-TERM-SUMMARY
                          PERFORM 3150-PRINT-TERM-SUMMARY
                             THRU 3150-END
                       ELSE
                          PERFORM 3100-PRINT-ONE-MISSION
                             THRU 3100-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

           IF WS-CD-FLOWN = ZEROES AND WS-CD-EARLIER = ZEROES
              MOVE '  NO MISSIONS ON FILE.' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-PRINT-ONE-MISSION SECTION.

           ADD 1 TO WS-CD-FLOWN.
           ADD MH-HOSTILES-DESTROYED TO WS-CD-HOSTILES.
           ADD MH-TORPS-EXPENDED     TO WS-CD-TORPS.
           ADD MH-ENERGY-EXPENDED    TO WS-CD-ENERGY.

           EVALUATE TRUE
               WHEN MH-VICTORIOUS
                    ADD 1 TO WS-CD-VICTORIES
                    MOVE 'VICTORY'   TO WS-PRT-OUTCOME
               WHEN MH-DEFEATED
                    ADD 1 TO WS-CD-DEFEATS
                    MOVE 'DEFEATED'  TO WS-PRT-OUTCOME
               WHEN MH-TIMED-OUT
                    ADD 1 TO WS-CD-TIMEOUTS
                    MOVE 'TIME OUT'  TO WS-PRT-OUTCOME
               WHEN MH-ABANDONED
                    ADD 1 TO WS-CD-ABANDONED
                    MOVE 'SUSPENDED' TO WS-PRT-OUTCOME
               WHEN OTHER
                    MOVE 'UNKNOWN'   TO WS-PRT-OUTCOME
           END-EVALUATE.

           MOVE SPACES TO WS-TR-FLAG.

           IF NOT MH-ABANDONED
              ADD 1 TO WS-CD-CONCLUDED
              ADD MH-EFFICIENCY TO WS-CD-EFF-TOTAL
              COMPUTE WS-CD-RUNNING-AVG ROUNDED =
                      WS-CD-EFF-TOTAL / WS-CD-CONCLUDED
              PERFORM 3200-UPDATE-TREND
                 THRU 3200-END
           END-IF.

           MOVE MH-EFFICIENCY         TO WS-PRT-EFF-EDIT.
           MOVE MH-HOSTILES-DESTROYED TO WS-PRT-HOSTILE-EDIT.
           MOVE MH-TORPS-EXPENDED     TO WS-PRT-TORP-EDIT.
           MOVE MH-ENERGY-EXPENDED    TO WS-PRT-ENERGY-EDIT.
           MOVE WS-CD-RUNNING-AVG     TO WS-PRT-AVG-EDIT.

           MOVE SPACES TO WS-PRT-LINE.
           STRING MH-RUN-DATE (1:4)           DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  MH-RUN-DATE (5:2)           DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  MH-RUN-DATE (7:2)           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-OUTCOME              DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  MH-DIFFICULTY               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-HOSTILE-EDIT         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-TORP-EDIT            DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-ENERGY-EDIT          DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-PRT-AVG-EDIT             DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TR-FLAG                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.

      * A SUSPENDED MISSION CARRIES NO AVERAGE OR TREND OF ITS OWN.
           IF MH-ABANDONED
              MOVE SPACES TO WS-PRT-LINE (56:25)
           END-IF.

           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
      * THE MISSIONS OF THE CLOSED TERMS ARE ON THE TERM HISTORY FILES
      * NOW - ONE LINE STANDS FOR THEM ALL, AHEAD OF THIS TERM'S.
       3150-PRINT-TERM-SUMMARY SECTION.

           ADD MH-SUM-MISSIONS TO WS-CD-EARLIER.

           MOVE MH-SUM-MISSIONS TO WS-PRT-COUNT-EDIT.
           MOVE MH-EFFICIENCY   TO WS-PRT-EFF-EDIT.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'THROUGH TERM '             DELIMITED BY SIZE
                  MH-PARM-SET-ID              DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  ' MISSIONS CONCLUDED, BEST EFFICIENCY '
                                              DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       3150-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-UPDATE-TREND SECTION.

      * SLIDE THE WINDOW ALONG ONCE IT IS FULL.
           IF WS-TR-CTR >= WS-TR-MAX
              PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                UNTIL WS-TR-IDX >= WS-TR-MAX
                 MOVE WS-TR-EFF (WS-TR-IDX + 1)
                   TO WS-TR-EFF (WS-TR-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-TR-CTR
           END-IF.

           MOVE MH-EFFICIENCY TO WS-TR-EFF (WS-TR-CTR).

           IF WS-TR-CTR < WS-TR-MIN
              MOVE SPACES TO WS-TR-FLAG
              GO TO 3200-END
           END-IF.

           COMPUTE WS-TR-OLD-MEAN ROUNDED =
                   (WS-TR-EFF (1) + WS-TR-EFF (2)) / 2.
           COMPUTE WS-TR-NEW-MEAN ROUNDED =
                   (WS-TR-EFF (WS-TR-CTR - 1)
                  + WS-TR-EFF (WS-TR-CTR)) / 2.

           EVALUATE TRUE
               WHEN WS-TR-NEW-MEAN > WS-TR-OLD-MEAN + WS-TR-TOLERANCE
                    MOVE 'IMPROVING' TO WS-TR-FLAG
               WHEN WS-TR-NEW-MEAN + WS-TR-TOLERANCE < WS-TR-OLD-MEAN
                    MOVE 'DECLINING' TO WS-TR-FLAG
               WHEN OTHER
                    MOVE 'FLAT'      TO WS-TR-FLAG
           END-EVALUATE.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-PRINT-CAREER-TOTALS SECTION.

           MOVE ALL '=' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'CAREER TOTALS:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-FLOWN TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  MISSIONS IN HISTORY ..........: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-CD-EARLIER > ZEROES
              MOVE WS-CD-EARLIER TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '  IN CLOSED TERMS ..............: '
                                              DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT        DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

           MOVE WS-CD-VICTORIES TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    VICTORIES ..................: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-DEFEATS TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    DEFEATS ....................: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-TIMEOUTS TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    TIMED OUT ..................: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-ABANDONED TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    SUSPENDED ..................: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-RUNNING-AVG TO WS-PRT-EFF-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  AVERAGE EFFICIENCY ...........: '
                                              DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           IF WS-TR-FLAG = SPACES
              MOVE '  TREND (LAST FIVE MISSIONS) ...: TOO FEW MISSIONS'
                TO WS-PRT-LINE
           ELSE
              STRING '  TREND (LAST FIVE MISSIONS) ...: '
                                              DELIMITED BY SIZE
                     WS-TR-FLAG               DELIMITED BY SIZE
                INTO WS-PRT-LINE
           END-IF.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-TORPS TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  TORPEDOES EXPENDED ...........: '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CD-ENERGY TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  ENERGY EXPENDED ..............: '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-SVC-NOT-FOUND
              STRING 'NO SERVICE RECORD ON FILE - CAREER FIGURES '
                                              DELIMITED BY SIZE
                     'ABOVE ARE FROM THE HISTORY.'
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 4000-END
           END-IF.

           MOVE 'SERVICE RECORD:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-MISSIONS TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  MISSIONS CONCLUDED ...........: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-HOSTILES TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  HOSTILES DESTROYED ...........: '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-EFF-LAST TO WS-PRT-EFF-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  LAST EFFICIENCY ..............: '
                                              DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-EFF-BEST TO WS-PRT-EFF-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  BEST EFFICIENCY ..............: '
                                              DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-TERM-MISSIONS TO WS-PRT-COUNT-EDIT.
           MOVE WS-SV-TERM-EFF-BEST TO WS-PRT-EFF-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  THIS TERM MISSIONS ...........: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  '   BEST '                  DELIMITED BY SIZE
                  WS-PRT-EFF-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SV-KOBAYASHI TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  KOBAYASHI MARU DRILLS ........: '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  '   LAST GRADE '            DELIMITED BY SIZE
                  WS-SV-KM-GRADE              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

      * THE EARNED RANK IS 0-17; THE INSIGNIA TABLE IS 1-18.
           COMPUTE WS-PRT-RANK-IDX = WS-SV-EARNED-RANK + 1.
           IF WS-PRT-RANK-IDX < 1 OR WS-PRT-RANK-IDX > 18
              MOVE 1 TO WS-PRT-RANK-IDX
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '  EARNED RANK ..................: '
                                              DELIMITED BY SIZE
                  WS-RANK-NAME (WS-PRT-RANK-IDX)
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-REPORT-LINE SECTION.

           WRITE REPORT-CARD-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM CADETRPT.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM CADETRPT                    *
      * ************************************************************** *

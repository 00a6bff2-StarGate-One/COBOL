      * ************************************************************** *
      *                    START OF PROGRAM SEALCHK                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEALCHK.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * SEALCHK VERIFIES THE TAMPER SEALS.  EVERY PROGRAM THAT WRITES  *
      *  STARTREK-AUDIT-LOG, SAMPLE-AUDIT-LOG OR SVCMAINT-AUDIT-LOG    *
      *  ENDS EACH LINE WITH A CHECK VALUE CHAINED FROM THE LINE       *
      *  BEFORE, AND EVERY PROGRAM THAT UPDATES THE SERVICE MASTER     *
      *  RESEALS IT WHOLE ON STARTREK-SERVICE-SEAL.  THIS PROGRAM IS   *
      *  READ ONLY:                                                    *
      *   - EACH AUDIT LOG IS WALKED FROM THE TOP AND THE FIRST LINE   *
      *     WHERE THE CHAIN BREAKS IS REPORTED - A LINE CHANGED,       *
      *     DROPPED OR ADDED BY HAND BREAKS IT THERE                   *
      *   - THE SERVICE MASTER IS FOLDED AS IT STANDS AND HELD TO ITS  *
      *     SEAL, AND A BREAK AN UPDATING PROGRAM FOUND AND CARRIED    *
      *     FORWARD IS REPORTED WITH WHEN AND BY WHOM IT WAS FOUND     *
      *  LINES WRITTEN BEFORE A LOG WAS SEALED ARE COUNTED AS A        *
      *  WARNING.  THE FINDINGS GO TO STARTREK-SEAL-REPORT.  A MASTER  *
      *  BREAK IS CLEARED ONLY BY SVCMAINT'S SEAL COMMAND.             *
      *                                                                *
      * RETURN CODE 0 - EVERY SEAL INTACT                              *
      *             4 - WARNINGS ONLY (UNSEALED LINES FROM BEFORE A    *
      *                 LOG WAS SEALED)                                *
      *             8 - ONE OR MORE SEALS BROKEN                       *
      *            12 - A FILE COULD NOT BE READ                       *
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

      * EACH SEALED AUDIT LOG IN TURN, BY THE NAME IN
      * WS-SEAL-LOG-ASSIGN-NAME.
       SELECT OPTIONAL SEAL-LOG-FILE
       ASSIGN TO WS-SEAL-LOG-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SEAL-LOG-FILE-STATUS.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

      * THE SEAL OVER THE WHOLE SERVICE MASTER - ONE RECORD, RENEWED
      * EVERY TIME THE MASTER IS UPDATED.
       SELECT OPTIONAL SERVICE-SEAL-FILE
       ASSIGN TO 'STARTREK-SERVICE-SEAL'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SERVICE-SEAL-FILE-STATUS.

       SELECT OPTIONAL SEAL-REPORT-FILE
       ASSIGN TO 'STARTREK-SEAL-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

       FD SEAL-LOG-FILE.
          01 SEAL-LOG-RECORD           PIC X(132).

      * SERVICE-RECORD-FILE - MUST MATCH THE LAYOUT STARTREK WRITES.
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

      * SERVICE-SEAL-FILE - THE SEAL VALUE AND RECORD COUNT OF THE
      * SERVICE MASTER WHEN LAST SEALED, WHEN AND BY WHICH PROGRAM;
      * STATE B CARRIES A BREAK FOUND BEFORE THAT RESEAL.  MUST MATCH
      * IN EVERY PROGRAM THAT WRITES OR CHECKS THE SEAL.
       FD SERVICE-SEAL-FILE.
          01 SERVICE-SEAL-RECORD.
             03 SSL-SEAL-VALUE         PIC 9(10).
             03 FILLER                 PIC X(01).
             03 SSL-RECORD-COUNT       PIC 9(05).
             03 FILLER                 PIC X(01).
             03 SSL-SEALED-STAMP       PIC X(14).
             03 FILLER                 PIC X(01).
             03 SSL-SEALED-BY          PIC X(08).
             03 FILLER                 PIC X(01).
             03 SSL-STATE              PIC X(01).
                88 SSL-STATE-SEALED    VALUE 'S'.
                88 SSL-STATE-BROKEN    VALUE 'B'.
             03 FILLER                 PIC X(01).
             03 SSL-BROKEN-STAMP       PIC X(14).
             03 FILLER                 PIC X(01).
             03 SSL-BROKEN-BY          PIC X(08).
             03 FILLER                 PIC X(14).

       FD SEAL-REPORT-FILE.
          01 SEAL-REPORT-RECORD        PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-SEAL-LOG-FILE-STATUS.
             05 WS-SEAL-LOG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SEAL-LOG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-SEAL-FILE-STATUS.
             05 WS-SERVICE-SEAL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-SEAL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.

       01 WS-FLAG-SWITCHES.
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.

      * SEAL VERIFICATION - THE WALK OF ONE AUDIT LOG AND THE HOLD OF
      * THE SERVICE MASTER TO ITS SEAL, WITH WHAT EACH FOUND.  MUST
      * MATCH IN EVERY PROGRAM THAT VERIFIES THE SEALS.
       01 WS-SEAL-LOG-ASSIGN-NAME   PIC  X(256) VALUE SPACES.

       01 WS-SEAL-WALK-AREA.
          03 WS-SW-STATE            PIC  X(01)  VALUE SPACES.
             88 WS-SW-ABSENT                    VALUE 'A'.
             88 WS-SW-UNREADABLE                VALUE 'U'.
             88 WS-SW-WALKED                    VALUE 'W'.
          03 WS-SW-STARTED-SW       PIC  X(01)  VALUE 'N'.
             88 WS-SW-STARTED                   VALUE 'Y'.
          03 WS-SW-LINES            PIC  9(07)  VALUE ZEROES.
          03 WS-SW-SEALED           PIC  9(07)  VALUE ZEROES.
          03 WS-SW-LEGACY           PIC  9(07)  VALUE ZEROES.
          03 WS-SW-BREAK-LINE       PIC  9(07)  VALUE ZEROES.
          03 WS-SW-PREV             PIC  9(10)  VALUE ZEROES.
          03 WS-SW-FOUND            PIC  9(10)  VALUE ZEROES.
          03 WS-SW-REASON           PIC  X(44)  VALUE SPACES.
          03 WS-SW-BREAK-TEXT       PIC  X(60)  VALUE SPACES.
          03 WS-SM-STATE            PIC  X(01)  VALUE SPACES.
             88 WS-SM-EMPTY                     VALUE 'E'.
             88 WS-SM-INTACT                    VALUE 'I'.
             88 WS-SM-NO-SEAL                   VALUE 'N'.
             88 WS-SM-CARRIED                   VALUE 'C'.
             88 WS-SM-MISMATCH                  VALUE 'M'.
             88 WS-SM-MASTER-UNREADABLE         VALUE 'U'.
             88 WS-SM-SEAL-UNREADABLE           VALUE 'R'.
          03 WS-SM-SEALED-COUNT     PIC  9(05)  VALUE ZEROES.
          03 WS-SM-SEALED-STAMP     PIC  X(14)  VALUE SPACES.
          03 WS-SM-SEALED-BY        PIC  X(08)  VALUE SPACES.

       01 WS-TOTALS-AREA.
          03 WS-TT-LOGS             PIC  9(01)  VALUE ZEROES.
          03 WS-TT-BREAKS           PIC  9(02)  VALUE ZEROES.
          03 WS-TT-WARNINGS         PIC  9(02)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  Z(06)9.
          03 WS-PRT-COUNT-EDIT-2    PIC  Z(06)9.
          03 WS-PRT-COUNT-EDIT-3    PIC  Z(06)9.
          03 WS-PRT-STAMP           PIC  X(14)  VALUE SPACES.
          03 WS-PRT-STAMP-EDIT      PIC  X(19)  VALUE SPACES.

      * TAMPER SEALS - A RUNNING CHECK VALUE, FOLDED ONE CHARACTER AT
      * A TIME AS VALUE * 31 + THE CHARACTER'S ORDINAL, MODULO THE
      * PRIME 9999999967.  A SEALED AUDIT LINE KEEPS ITS TEXT IN
      * COLUMNS 1-121, A '#' IN COLUMN 122 AND IN COLUMNS 123-132 THE
      * VALUE FOLDED ON FROM THE SEAL OF THE LINE BEFORE IT.  THE
      * SERVICE MASTER IS FOLDED WHOLE, IN KEY ORDER, INTO THE ONE
      * RECORD ON STARTREK-SERVICE-SEAL.  MUST MATCH IN EVERY PROGRAM
      * THAT WRITES OR CHECKS A SEAL.
       01 WS-SEAL-AREA.
          03 WS-SEAL-PRIME          PIC  9(10)  VALUE 9999999967.
          03 WS-SEAL-VALUE          PIC  9(10)  VALUE ZEROES.
          03 WS-SEAL-WORK           PIC  9(12)  VALUE ZEROES.
          03 WS-SEAL-TEXT           PIC  X(132) VALUE SPACES.
          03 WS-SEAL-LEN            PIC  9(03)  VALUE ZEROES.
          03 WS-SEAL-POS            PIC  9(03)  VALUE ZEROES.
          03 WS-SEAL-RECORDS        PIC  9(05)  VALUE ZEROES.
          03 WS-SEAL-EOF-SW         PIC  X(01)  VALUE 'N'.
             88 WS-SEAL-AT-EOF                  VALUE 'Y'.
          03 WS-SEAL-FOLD-SW        PIC  X(01)  VALUE 'N'.
             88 WS-SEAL-FOLD-OK                 VALUE 'Y'.
          03 WS-SEAL-BREAK-SW       PIC  X(01)  VALUE 'N'.
             88 WS-SEAL-HAS-BREAK               VALUE 'Y'.
          03 WS-SEAL-BREAK-STAMP    PIC  X(14)  VALUE SPACES.
          03 WS-SEAL-BREAK-BY       PIC  X(08)  VALUE SPACES.
          03 WS-SEAL-LINE.
             05 WS-SEAL-LINE-TEXT   PIC  X(121).
             05 WS-SEAL-LINE-MARK   PIC  X(01).
                88 WS-SEAL-LINE-MARKED          VALUE '#'.
             05 WS-SEAL-LINE-VALUE  PIC  X(10).

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           OPEN OUTPUT SEAL-REPORT-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-SEAL-REPORT, status '
                      WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'AUDIT SEAL VERIFICATION - '
                                              DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'STARTREK-AUDIT-LOG' TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 1000-CHECK-ONE-LOG
              THRU 1000-END.

           MOVE 'SAMPLE-AUDIT-LOG' TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 1000-CHECK-ONE-LOG
              THRU 1000-END.

           MOVE 'SVCMAINT-AUDIT-LOG' TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 1000-CHECK-ONE-LOG
              THRU 1000-END.

           PERFORM 2000-CHECK-SERVICE-MASTER
              THRU 2000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    STRING 'VERDICT: NOT VERIFIED - A FILE COULD '
                                              DELIMITED BY SIZE
                           'NOT BE READ'      DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-TT-BREAKS > ZEROES
                    STRING 'VERDICT: SEAL BROKEN - LOOK INTO EACH '
                                              DELIMITED BY SIZE
                           'BREAK SHOWN'      DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-TT-WARNINGS > ZEROES
                    MOVE 'VERDICT: SEALS INTACT WITH WARNINGS'
                      TO WS-PRT-LINE
               WHEN OTHER
                    MOVE 'VERDICT: ALL SEALS INTACT'
                      TO WS-PRT-LINE
           END-EVALUATE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           CLOSE SEAL-REPORT-FILE.

           DISPLAY 'Seal verification written to STARTREK-SEAL-REPORT.'.

           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    MOVE 12 TO RETURN-CODE
               WHEN WS-TT-BREAKS > ZEROES
                    MOVE 8 TO RETURN-CODE
               WHEN WS-TT-WARNINGS > ZEROES
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1000-CHECK-ONE-LOG SECTION.

      * ONE BLOCK PER LOG - ITS NAME, THE LINE COUNTS, THEN WHAT THE
      * WALK FOUND.
           MOVE WS-SEAL-LOG-ASSIGN-NAME TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 8000-WALK-SEAL-LOG
              THRU 8000-END.

           IF WS-SW-ABSENT
              MOVE '  NO LOG ON FILE - NOTHING TO VERIFY'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 1000-END
           END-IF.

           IF WS-SW-UNREADABLE
              MOVE SPACES TO WS-PRT-LINE
              STRING '  LOG UNREADABLE, STATUS '
                                              DELIMITED BY SIZE
                     WS-SEAL-LOG-FILE-STATUS  DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-FILE-ERROR TO TRUE
              GO TO 1000-END
           END-IF.

           MOVE WS-SW-LINES  TO WS-PRT-COUNT-EDIT.
           MOVE WS-SW-SEALED TO WS-PRT-COUNT-EDIT-2.
           MOVE WS-SW-LEGACY TO WS-PRT-COUNT-EDIT-3.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  LINES '                  DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  '   SEALED '                DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT-2         DELIMITED BY SIZE
                  '   UNSEALED BEFORE SEALING '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT-3         DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-SW-BREAK-LINE > ZEROES
              ADD 1 TO WS-TT-BREAKS
              MOVE WS-SW-BREAK-LINE TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '  BROKEN AT LINE '      DELIMITED BY SIZE
                     FUNCTION TRIM (WS-PRT-COUNT-EDIT)
                                              DELIMITED BY SIZE
                     ' - '                    DELIMITED BY SIZE
                     WS-SW-REASON             DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE SPACES TO WS-PRT-LINE
              STRING '  THE LINE READS: '     DELIMITED BY SIZE
                     WS-SW-BREAK-TEXT         DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              STRING '  -> COMPARE THE LOG WITH ITS LAST BACKUP '
                                              DELIMITED BY SIZE
                     'FROM THAT LINE ON'      DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 1000-END
           END-IF.

           IF WS-SW-LEGACY > ZEROES
              ADD 1 TO WS-TT-WARNINGS
              STRING '  INTACT - THE LINES FROM BEFORE SEALING '
                                              DELIMITED BY SIZE
                     'ARE NOT PROTECTED'      DELIMITED BY SIZE
                INTO WS-PRT-LINE
           ELSE
              MOVE '  INTACT' TO WS-PRT-LINE
           END-IF.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-CHECK-SERVICE-MASTER SECTION.

           MOVE 'STARTREK-SERVICE-MASTER' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 8100-CHECK-MASTER-SEAL
              THRU 8100-END.

           IF WS-SM-MASTER-UNREADABLE
              MOVE SPACES TO WS-PRT-LINE
              STRING '  SERVICE MASTER UNREADABLE, STATUS '
                                              DELIMITED BY SIZE
                     WS-SERVICE-FILE-STATUS   DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-FILE-ERROR TO TRUE
              GO TO 2000-END
           END-IF.

           IF WS-SM-SEAL-UNREADABLE
              MOVE SPACES TO WS-PRT-LINE
              STRING '  STARTREK-SERVICE-SEAL UNREADABLE, STATUS '
                                              DELIMITED BY SIZE
                     WS-SERVICE-SEAL-FILE-STATUS
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-FILE-ERROR TO TRUE
              GO TO 2000-END
           END-IF.

           IF WS-SM-EMPTY
              STRING '  NO SERVICE RECORDS AND NO SEAL - '
                                              DELIMITED BY SIZE
                     'NOTHING TO VERIFY'      DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 2000-END
           END-IF.

           MOVE WS-SEAL-RECORDS    TO WS-PRT-COUNT-EDIT.
           MOVE WS-SM-SEALED-COUNT TO WS-PRT-COUNT-EDIT-2.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  RECORDS NOW '            DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  '   RECORDS SEALED '        DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT-2         DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-SM-INTACT
              MOVE WS-SM-SEALED-STAMP TO WS-PRT-STAMP
              PERFORM 6100-EDIT-STAMP
                 THRU 6100-END
              MOVE SPACES TO WS-PRT-LINE
              STRING '  INTACT - SEALED '     DELIMITED BY SIZE
                     WS-PRT-STAMP-EDIT        DELIMITED BY SIZE
                     ' BY '                   DELIMITED BY SIZE
                     WS-SM-SEALED-BY          DELIMITED BY SPACE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 2000-END
           END-IF.

           ADD 1 TO WS-TT-BREAKS.

           EVALUATE TRUE
               WHEN WS-SM-NO-SEAL
                    MOVE '  BROKEN - THERE ARE RECORDS BUT NO SEAL'
                      TO WS-PRT-LINE
               WHEN WS-SM-CARRIED
                    MOVE WS-SEAL-BREAK-STAMP TO WS-PRT-STAMP
                    PERFORM 6100-EDIT-STAMP
                       THRU 6100-END
                    STRING '  BROKEN - FOUND '  DELIMITED BY SIZE
                           WS-PRT-STAMP-EDIT    DELIMITED BY SIZE
                           ' BY '               DELIMITED BY SIZE
                           WS-SEAL-BREAK-BY     DELIMITED BY SPACE
                           ' AND CARRIED SINCE' DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN OTHER
                    STRING '  BROKEN - THE RECORDS DO NOT MATCH '
                                              DELIMITED BY SIZE
                           'THEIR SEAL'       DELIMITED BY SIZE
                      INTO WS-PRT-LINE
           END-EVALUATE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           STRING '  -> LOOK INTO THE CHANGE, THEN RESEAL WITH '
                                              DELIMITED BY SIZE
                  'THE SVCMAINT SEAL COMMAND' DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE SEAL-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6100-EDIT-STAMP SECTION.

      * CCYYMMDDHHMMSS IN WS-PRT-STAMP, 'CCYY-MM-DD HH:MM:SS' OUT.
           MOVE SPACES TO WS-PRT-STAMP-EDIT.
           STRING WS-PRT-STAMP (1:4)          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-PRT-STAMP (5:2)          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-PRT-STAMP (7:2)          DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PRT-STAMP (9:2)          DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-PRT-STAMP (11:2)         DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-PRT-STAMP (13:2)         DELIMITED BY SIZE
             INTO WS-PRT-STAMP-EDIT.

       6100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8000-WALK-SEAL-LOG SECTION.

      * WALKS THE AUDIT LOG NAMED IN WS-SEAL-LOG-ASSIGN-NAME FROM THE
      * TOP, FOLDING EACH SEALED LINE ONTO THE SEAL OF THE LINE BEFORE
      * IT.  UNSEALED LINES AHEAD OF THE FIRST SEALED ONE WERE WRITTEN
      * BEFORE THE LOG WAS SEALED AND ARE ONLY COUNTED; AFTER IT, AN
      * UNSEALED LINE OR A VALUE THAT DOES NOT FOLLOW IS A BREAK.  THE
      * WALK STOPS AT THE FIRST BREAK.
           MOVE ZEROES TO WS-SW-LINES
                          WS-SW-SEALED
                          WS-SW-LEGACY
                          WS-SW-BREAK-LINE
                          WS-SW-PREV.
           MOVE SPACES TO WS-SW-REASON
                          WS-SW-BREAK-TEXT.
           MOVE 'N' TO WS-SW-STARTED-SW
                       WS-SEAL-EOF-SW.
           SET WS-SW-WALKED TO TRUE.

           OPEN INPUT SEAL-LOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SEAL-LOG-STATUS-1 = 0
              AND WS-SEAL-LOG-STATUS-2 = 5
              CLOSE SEAL-LOG-FILE
              SET WS-SW-ABSENT TO TRUE
              GO TO 8000-END
           END-IF.

           IF WS-SEAL-LOG-STATUS-1 NOT = 0
              SET WS-SW-UNREADABLE TO TRUE
              GO TO 8000-END
           END-IF.

           PERFORM UNTIL WS-SEAL-AT-EOF
              READ SEAL-LOG-FILE
                 AT END
                    SET WS-SEAL-AT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SW-LINES
                    PERFORM 8010-CHECK-SEAL-LINE
                       THRU 8010-END
              END-READ
           END-PERFORM.

           CLOSE SEAL-LOG-FILE.

       8000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8010-CHECK-SEAL-LINE SECTION.

           MOVE SEAL-LOG-RECORD TO WS-SEAL-LINE.

           IF NOT WS-SEAL-LINE-MARKED
              OR WS-SEAL-LINE-VALUE IS NOT NUMERIC
              IF WS-SW-STARTED
                 MOVE 'UNSEALED LINE AFTER SEALING BEGAN'
                   TO WS-SW-REASON
                 GO TO 8010-BREAK
              END-IF
              ADD 1 TO WS-SW-LEGACY
              GO TO 8010-END
           END-IF.

           MOVE WS-SW-PREV TO WS-SEAL-VALUE.
           MOVE WS-SEAL-LINE-TEXT TO WS-SEAL-TEXT.
           MOVE 121 TO WS-SEAL-LEN.
           PERFORM 8510-FOLD-SEAL
              THRU 8510-END.

           MOVE WS-SEAL-LINE-VALUE TO WS-SW-FOUND.

           IF WS-SEAL-VALUE NOT = WS-SW-FOUND
              MOVE 'CHECK VALUE DOES NOT FOLLOW THE LINE BEFORE'
                TO WS-SW-REASON
              GO TO 8010-BREAK
           END-IF.

           MOVE WS-SW-FOUND TO WS-SW-PREV.
           ADD 1 TO WS-SW-SEALED.
           SET WS-SW-STARTED TO TRUE.
           GO TO 8010-END.

       8010-BREAK.

           MOVE WS-SW-LINES TO WS-SW-BREAK-LINE.
           MOVE SEAL-LOG-RECORD (1:60) TO WS-SW-BREAK-TEXT.
           SET WS-SEAL-AT-EOF TO TRUE.

       8010-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8100-CHECK-MASTER-SEAL SECTION.

      * HOLDS THE SERVICE MASTER TO ITS SEAL WITHOUT CHANGING EITHER -
      * WHAT WAS FOUND IS LEFT IN WS-SM-STATE.
           MOVE ZEROES TO WS-SM-SEALED-COUNT.
           MOVE SPACES TO WS-SM-STATE
                          WS-SM-SEALED-STAMP
                          WS-SM-SEALED-BY
                          WS-SEAL-BREAK-STAMP
                          WS-SEAL-BREAK-BY.

           PERFORM 8620-FOLD-SERVICE-MASTER
              THRU 8620-END.

           IF NOT WS-SEAL-FOLD-OK
              SET WS-SM-MASTER-UNREADABLE TO TRUE
              GO TO 8100-END
           END-IF.

           OPEN INPUT SERVICE-SEAL-FILE.

           IF WS-SERVICE-SEAL-STATUS-1 = 0
              AND WS-SERVICE-SEAL-STATUS-2 = 5
              CLOSE SERVICE-SEAL-FILE
              IF WS-SEAL-RECORDS = ZEROES
                 SET WS-SM-EMPTY TO TRUE
              ELSE
                 SET WS-SM-NO-SEAL TO TRUE
              END-IF
              GO TO 8100-END
           END-IF.

           IF WS-SERVICE-SEAL-STATUS-1 NOT = 0
              SET WS-SM-SEAL-UNREADABLE TO TRUE
              GO TO 8100-END
           END-IF.

           READ SERVICE-SEAL-FILE
              AT END
                 MOVE SPACES TO SERVICE-SEAL-RECORD
           END-READ.

           CLOSE SERVICE-SEAL-FILE.

           IF SSL-RECORD-COUNT IS NUMERIC
              MOVE SSL-RECORD-COUNT TO WS-SM-SEALED-COUNT
           END-IF.
           MOVE SSL-SEALED-STAMP TO WS-SM-SEALED-STAMP.
           MOVE SSL-SEALED-BY    TO WS-SM-SEALED-BY.

           IF SSL-STATE-BROKEN
              MOVE SSL-BROKEN-STAMP TO WS-SEAL-BREAK-STAMP
              MOVE SSL-BROKEN-BY    TO WS-SEAL-BREAK-BY
              SET WS-SM-CARRIED TO TRUE
              GO TO 8100-END
           END-IF.

           SET WS-SM-MISMATCH TO TRUE.

           IF SSL-STATE-SEALED
              AND SSL-SEAL-VALUE IS NUMERIC
              AND SSL-RECORD-COUNT IS NUMERIC
              IF SSL-SEAL-VALUE = WS-SEAL-VALUE
                 AND SSL-RECORD-COUNT = WS-SEAL-RECORDS
                 SET WS-SM-INTACT TO TRUE
              END-IF
           END-IF.

       8100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8510-FOLD-SEAL SECTION.

      * FOLDS THE FIRST WS-SEAL-LEN CHARACTERS OF WS-SEAL-TEXT INTO
      * THE RUNNING CHECK VALUE IN WS-SEAL-VALUE.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
             UNTIL WS-SEAL-POS > WS-SEAL-LEN
              COMPUTE WS-SEAL-WORK =
                      WS-SEAL-VALUE * 31 +
                      FUNCTION ORD (WS-SEAL-TEXT (WS-SEAL-POS:1))
              COMPUTE WS-SEAL-VALUE =
                      FUNCTION MOD (WS-SEAL-WORK, WS-SEAL-PRIME)
           END-PERFORM.

       8510-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8620-FOLD-SERVICE-MASTER SECTION.

      * FOLDS EVERY SERVICE RECORD, IN KEY ORDER, INTO WS-SEAL-VALUE
      * AND COUNTS THEM.  THE MASTER MUST BE CLOSED WHEN THIS RUNS.
           MOVE ZEROES TO WS-SEAL-VALUE
                          WS-SEAL-RECORDS.
           MOVE 'N' TO WS-SEAL-EOF-SW.
           MOVE 'Y' TO WS-SEAL-FOLD-SW.

           OPEN INPUT SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 = 0
              AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 8620-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              MOVE 'N' TO WS-SEAL-FOLD-SW
              GO TO 8620-END
           END-IF.

           PERFORM UNTIL WS-SEAL-AT-EOF
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-SEAL-AT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SEAL-RECORDS
                    MOVE SVC-RECORD TO WS-SEAL-TEXT
                    MOVE LENGTH OF SVC-RECORD TO WS-SEAL-LEN
                    PERFORM 8510-FOLD-SEAL
                       THRU 8510-END
              END-READ
              IF WS-SERVICE-STATUS-1 > 1
                 MOVE 'N' TO WS-SEAL-FOLD-SW
                 SET WS-SEAL-AT-EOF TO TRUE
              END-IF
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

       8620-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM SEALCHK.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM SEALCHK                     *
      * ************************************************************** *

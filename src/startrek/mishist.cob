      *  FLOWN, THE OUTCOME MIX, THE WIN RATE OVER CONCLUDED           *
      *  MISSIONS, AND AVERAGE EFFICIENCY BY DIFFICULTY FACTOR -       *
      *  THE NUMBERS TRAINING COMMAND ASKS FOR EACH QUARTER.           *
      *  MISHIST-TERM REPORTS A TRAINING TERM INSTEAD: CURRENT FOR     *
      *  THE TERM NOW RUNNING, OR THE TERM ID OF A TERM TERMCLOS HAS   *
      *  CLOSED (READ FROM STARTREK-TERM-HISTORY-<TERM ID>).  A        *
      *  MONTH ALSO TAKES IN THE TERM HISTORY OF ANY CLOSED TERM IT    *
      *  REACHES INTO.  RETURN CODE 8 - THE TERM IS NOT CLOSED, OR A   *
      *  CLOSE-OUT IS PART WAY THROUGH.                                *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20260901 RJB PROGRAM WRITTEN.                                  *
      * 20261014 RJB MISSION HISTORY RECORD CARRIES THE SHIP CLASS AND *
      *              HULL.                                             *
      * 20261014 RJB RESULTS BROKEN DOWN BY COMBAT PARAMETER SET.      *
      * 20261014 RJB DIFFICULTY SWEEP NO LONGER LOOPS FOREVER AT       *
      *              FACTOR 99.                                        *
      * 20261015 RJB FILE NAMES TAKEN FROM THE SHOP CONFIGURATION      *
      *              FILE.                                             *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB MISSION HISTORY LAYOUT EXTENDED WITH THE REPLAY   *
      *              SCRIPT, FIXED SEED AND FINAL STARDATE.            *
      * 20261015 RJB MISHIST-TERM REPORTS THE TERM NOW RUNNING OR A    *
      *              CLOSED TERM FROM ITS TERM HISTORY FILE; A MONTH   *
      *              TAKES IN THE CLOSED TERMS IT REACHES INTO; TERM   *
      *              SUMMARIES ARE SKIPPED.                            *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

      * THE HISTORY NOW RUNNING OR THE HISTORY OF A CLOSED TERM.
       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO WS-HISTORY-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

       SELECT OPTIONAL TERM-REGISTER-FILE
       ASSIGN TO 'STARTREK-TERM-REGISTER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REGISTER-FILE-STATUS.

       SELECT OPTIONAL HISTORY-REPORT-FILE
       ASSIGN TO WS-SC-HISTORY-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
                88 MH-DEFEATED         VALUE 'D'.
                88 MH-TIMED-OUT        VALUE 'T'.
                88 MH-ABANDONED        VALUE 'Q'.
      * A TERM SUMMARY LEFT BY TERMCLOS - NOT A MISSION.
                88 MH-TERM-SUMMARY     VALUE 'S'.
             03 MH-STARDATES-USED      PIC 9(05)V9(01).
             03 MH-HOSTILES-DESTROYED  PIC 9(09).
             03 MH-ENERGY-EXPENDED     PIC 9(09).
             03 MH-TORPS-EXPENDED      PIC 9(04).
             03 MH-EFFICIENCY          PIC 9(04)V9(02).
      * SHIP CLASS AND HULL - BLANK ON RECORDS WRITTEN BEFORE THE
      * BRIDGE OFFERED A CHOICE OF CLASS.
             03 MH-SHIP-CLASS          PIC X(13).
             03 MH-HULL-REGISTER       PIC X(08).
             03 MH-HULL-NAME           PIC X(16).
      * COMBAT PARAMETER SET THE MISSION WAS FLOWN UNDER - BLANK ON
      * RECORDS WRITTEN BEFORE THE DOCTRINE COULD BE TUNED.
             03 MH-PARM-SET-ID         PIC X(08).
      * THE REPLAY SCRIPT AND FIXED SEED THE MISSION RAN UNDER, AND
      * THE STARDATE IT ENDED ON - BLANK ON RECORDS WRITTEN BEFORE
      * REPLAYS WERE HELD TO A BASELINE.  SCRIPT BLANK AND SEED ZERO
      * FOR A MISSION FLOWN AT THE CONSOLE WITHOUT A FIXED SEED.
             03 MH-SCRIPT-NAME         PIC X(40).
             03 MH-SEED                PIC 9(09).
             03 MH-FINAL-STARDATE      PIC 9(05)V9(01).

      * TERM-REGISTER-FILE - ONE CARD PER TRAINING TERM TERMCLOS HAS
      * CLOSED OR IS CLOSING: THE STEP REACHED, THE DAY THE TERM BEFORE
      * IT CLOSED (ITS FIRST DAY), THE DAY IT CLOSED AND ITS COUNTS.
      * MUST MATCH THE LAYOUT TERMCLOS WRITES.
       FD TERM-REGISTER-FILE.
          01 TRG-RECORD.
             03 TRG-TERM-ID            PIC X(08).
             03 FILLER                 PIC X(01).
             03 TRG-STATUS             PIC X(01).
                88 TRG-CLOSED          VALUE 'C'.
                88 TRG-IN-PROGRESS     VALUE 'P'.
             03 FILLER                 PIC X(01).
             03 TRG-STEP               PIC 9(01).
             03 FILLER                 PIC X(01).
             03 TRG-FROM-DATE          PIC X(08).
             03 FILLER                 PIC X(01).
             03 TRG-CLOSE-DATE         PIC X(08).
             03 FILLER                 PIC X(01).
             03 TRG-CAPTAINS           PIC 9(05).
             03 FILLER                 PIC X(01).
             03 TRG-HISTORY-CTR        PIC 9(07).
             03 FILLER                 PIC X(01).
             03 TRG-MOVED-CTR          PIC 9(07).
             03 FILLER                 PIC X(01).
             03 TRG-SUMMARY-CTR        PIC 9(05).
             03 FILLER                 PIC X(22).

       FD HISTORY-REPORT-FILE.
          01 HISTORY-REPORT-RECORD     PIC X(80).

      * SHOP-CONFIG-FILE - ONE SETTING PER CARD FOR EVERY PROGRAM IN
      * THE SHOP: THE KEYWORD IN COLUMNS 1-20, THE VALUE LEFT-JUSTIFIED
      * FROM COLUMN 22.  MUST MATCH THE LAYOUT EVERY PROGRAM THAT
      * READS SHOP-CONFIG USES.
       FD SHOP-CONFIG-FILE.
          01 SCF-RECORD.
             03 SCF-KEYWORD            PIC X(20).
             03 FILLER                 PIC X(01).
             03 SCF-VALUE              PIC X(59).
      *
      * -------------------------------------------------------------- *
      *
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-REGISTER-FILE-STATUS.
             05 WS-REGISTER-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-REGISTER-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

       01 WS-HISTORY-ASSIGN-NAME    PIC  X(256) VALUE
          'STARTREK-MISSION-HISTORY'.

      * SHOP CONFIGURATION - THE SHOP STANDARD FOR EVERY SETTING, ONE
      * ENTRY PER KEYWORD: THE KIND (F A FILE NAME OR NAME PREFIX, N A
      * COUNT), THE LEGAL LOW AND HIGH OF A COUNT, AND THE STANDARD
      * VALUE.  A CARD ON SHOP-CONFIG REPLACES THE STANDARD VALUE.
      * MUST MATCH IN EVERY PROGRAM THAT READS SHOP-CONFIG.
       01 WS-SC-STANDARD-VALUES.
          03 FILLER PIC X(20) VALUE 'CHECKPOINT-PREFIX'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-CHECKPOINT-'.
          03 FILLER PIC X(20) VALUE 'GALAXY-PREFIX'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-GALAXY-'.
          03 FILLER PIC X(20) VALUE 'LOCK-PREFIX'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-LOCK-'.
          03 FILLER PIC X(20) VALUE 'ROSTER-FILE'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-ROSTER'.
          03 FILLER PIC X(20) VALUE 'ROSTER-SIZE'.
          03 FILLER PIC X(07) VALUE 'N001009'.
          03 FILLER PIC X(59) VALUE '9'.
          03 FILLER PIC X(20) VALUE 'AUTOSAVE-INTERVAL'.
          03 FILLER PIC X(07) VALUE 'N001099'.
          03 FILLER PIC X(59) VALUE '10'.
          03 FILLER PIC X(20) VALUE 'RNG-STALE-DAYS'.
          03 FILLER PIC X(07) VALUE 'N001999'.
          03 FILLER PIC X(59) VALUE '7'.
          03 FILLER PIC X(20) VALUE 'RNG-CERT-FILE'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'RANDOMCK-CERT'.
          03 FILLER PIC X(20) VALUE 'FLEET-STATUS-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-FLEET-STATUS'.
          03 FILLER PIC X(20) VALUE 'ATLAS-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-ATLAS'.
          03 FILLER PIC X(20) VALUE 'GALAXCHK-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-GALAXCHK-REPORT'.
          03 FILLER PIC X(20) VALUE 'HEALTH-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-HEALTH-REPORT'.
          03 FILLER PIC X(20) VALUE 'HISTORY-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-HISTORY-REPORT'.
          03 FILLER PIC X(20) VALUE 'STANDINGS-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-STANDINGS'.
          03 FILLER PIC X(20) VALUE 'TRANSFER-FILE'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-TRANSFER'.
          03 FILLER PIC X(20) VALUE 'SERVICE-ARCHIVE'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-SERVICE-ARCHIVE'.
          03 FILLER PIC X(20) VALUE 'AUDIT-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'SHOP-AUDIT-REPORT'.
          03 FILLER PIC X(20) VALUE 'JOB-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'SAMPLE-JOB-REPORT'.
          03 FILLER PIC X(20) VALUE 'BOOKING-RULE'.
          03 FILLER PIC X(07) VALUE 'N001002'.
          03 FILLER PIC X(59) VALUE '1'.
          03 FILLER PIC X(20) VALUE 'BALANCE-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-BALANCE-REPORT'.
          03 FILLER PIC X(20) VALUE 'RECONCILE-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-RECONCILE-REPORT'.
          03 FILLER PIC X(20) VALUE 'DAY-SHEET'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-DAY-SHEET'.
          03 FILLER PIC X(20) VALUE 'REPLAY-REPORT'.
          03 FILLER PIC X(07) VALUE 'F000000'.
          03 FILLER PIC X(59) VALUE 'STARTREK-REPLAY-REPORT'.
       01 WS-SC-STANDARD-TABLE REDEFINES WS-SC-STANDARD-VALUES.
          03 WS-SC-STD-ENTRY        OCCURS 23 TIMES.
             05 WS-SC-STD-WORD      PIC  X(20).
             05 WS-SC-STD-KIND      PIC  X(01).
             05 WS-SC-STD-LOW       PIC  9(03).
             05 WS-SC-STD-HIGH      PIC  9(03).
             05 WS-SC-STD-VALUE     PIC  X(59).

      * THE SETTINGS IN FORCE, IN THE ORDER OF THE STANDARD TABLE.
       01 WS-SC-SETTINGS.
          03 WS-SC-CHECKPOINT-PREFIX
                                    PIC  X(59).
          03 WS-SC-GALAXY-PREFIX    PIC  X(59).
          03 WS-SC-LOCK-PREFIX      PIC  X(59).
          03 WS-SC-ROSTER-FILE      PIC  X(59).
          03 WS-SC-ROSTER-SIZE-X    PIC  X(59).
          03 WS-SC-AUTOSAVE-X       PIC  X(59).
          03 WS-SC-RNG-STALE-X      PIC  X(59).
          03 WS-SC-RNG-CERT-FILE    PIC  X(59).
          03 WS-SC-FLEET-STATUS-REPORT
                                    PIC  X(59).
          03 WS-SC-ATLAS-REPORT     PIC  X(59).
          03 WS-SC-GALAXCHK-REPORT  PIC  X(59).
          03 WS-SC-HEALTH-REPORT    PIC  X(59).
          03 WS-SC-HISTORY-REPORT   PIC  X(59).
          03 WS-SC-STANDINGS-REPORT PIC  X(59).
          03 WS-SC-TRANSFER-FILE    PIC  X(59).
          03 WS-SC-SERVICE-ARCHIVE  PIC  X(59).
          03 WS-SC-AUDIT-REPORT     PIC  X(59).
          03 WS-SC-JOB-REPORT       PIC  X(59).
          03 WS-SC-BOOKING-RULE-X   PIC  X(59).
          03 WS-SC-BALANCE-REPORT   PIC  X(59).
          03 WS-SC-RECONCILE-REPORT PIC  X(59).
          03 WS-SC-DAY-SHEET        PIC  X(59).
          03 WS-SC-REPLAY-REPORT    PIC  X(59).
       01 WS-SC-SETTINGS-TABLE REDEFINES WS-SC-SETTINGS.
          03 WS-SC-VALUE            PIC  X(59)  OCCURS 23 TIMES.

       01 WS-SHOP-CONFIG-AREA.
          03 WS-SC-MAX              PIC  9(02)  VALUE 23.
          03 WS-SC-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-SC-FOUND-IDX        PIC  9(02)  VALUE ZEROES.
          03 WS-SC-SEEN-TABLE.
             05 WS-SC-SEEN          PIC  X(01)  OCCURS 23 TIMES.
          03 WS-SC-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-SC-EOF                       VALUE 'Y'.
          03 WS-SC-CARD-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-SC-BAD-CTR          PIC  9(04)  VALUE ZEROES.
          03 WS-SC-WORD-LEN         PIC  9(02)  VALUE ZEROES.
          03 WS-SC-NUMBER           PIC  9(05)  VALUE ZEROES.
          03 WS-SC-REASON           PIC  X(40)  VALUE SPACES.
          03 WS-SC-ROSTER-SIZE      PIC  9(01)  VALUE 9.
          03 WS-SC-AUTOSAVE-INTERVAL
                                    PIC  9(02)  VALUE 10.
          03 WS-SC-RNG-STALE-DAYS   PIC  9(03)  VALUE 7.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
       01 WS-MONTH-AREA.
          03 WS-MONTH-WANTED        PIC  X(06)  VALUE SPACES.
          03 WS-MONTH-ENV           PIC  X(06)  VALUE SPACES.
          03 WS-MONTH-FIRST-DAY     PIC  X(08)  VALUE SPACES.
          03 WS-MONTH-LAST-DAY      PIC  X(08)  VALUE SPACES.

      * WHAT IS REPORTED - A CALENDAR MONTH, THE TERM NOW RUNNING OR
      * A CLOSED TERM BY ITS TERM ID.
       01 WS-TERM-SELECT-AREA.
          03 WS-TERM-ENV            PIC  X(08)  VALUE SPACES.
          03 WS-REPORT-MODE-SW      PIC  X(01)  VALUE 'M'.
             88 WS-REPORT-MONTH                 VALUE 'M'.
             88 WS-REPORT-CURRENT-TERM          VALUE 'C'.
             88 WS-REPORT-CLOSED-TERM           VALUE 'T'.
          03 WS-TERM-FOUND-SW       PIC  X(01)  VALUE 'N'.
             88 WS-TERM-FOUND                   VALUE 'Y'.
          03 WS-TERM-FROM-DATE      PIC  X(08)  VALUE SPACES.
          03 WS-TERM-CLOSE-DATE     PIC  X(08)  VALUE SPACES.
          03 WS-TERM-OPEN-ID        PIC  X(08)  VALUE SPACES.
          03 WS-TERM-REASON         PIC  X(60)  VALUE SPACES.
      * THE CLOSED TERMS A MONTH REACHES INTO - THEIR HISTORY HAS LEFT
      * STARTREK-MISSION-HISTORY FOR THE TERM FILE.
          03 WS-TM-MAX              PIC  9(03)  VALUE 200.
          03 WS-TM-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-TM-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-TM-TABLE.
             05 WS-TM-TERM-ID       PIC  X(08)  OCCURS 200 TIMES.

      * MONTHLY TOTALS - THE DIFFICULTY BREAKDOWN IS INDEXED BY THE
      * DIFFICULTY FACTOR ITSELF (01-99).
                                                VALUE ZEROES.
          03 WS-SUM-AVG-EFF         PIC  9(04)V9(02)
                                                VALUE ZEROES.
      * THREE DIGITS SO THE SWEEP CAN STEP PAST 99 AND STOP.
          03 WS-SUM-DIFF-IDX        PIC  9(03)  VALUE ZEROES.
          03 WS-SUM-DIFF-TABLE.
             05 WS-SUM-DIFF-ENTRY   OCCURS 99 TIMES.
                07 WS-SD-COUNT      PIC  9(05).
                07 WS-SD-EFF-TOTAL  PIC  9(09)V9(02).
      * THE SAME FIGURES BROKEN DOWN BY COMBAT PARAMETER SET, SO A
      * MONTH FLOWN UNDER TWO TUNINGS IS NOT READ AS ONE.
          03 WS-SUM-SET-CTR         PIC  9(02)  VALUE ZEROES.
          03 WS-SUM-SET-MAX         PIC  9(02)  VALUE 20.
          03 WS-SUM-SET-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-SUM-SET-FOUND-IDX   PIC  9(02)  VALUE ZEROES.
          03 WS-SUM-SET-WANTED      PIC  X(08)  VALUE SPACES.
          03 WS-SUM-SET-TABLE.
             05 WS-SUM-SET-ENTRY    OCCURS 20 TIMES.
                07 WS-SS-ID         PIC  X(08).
                07 WS-SS-COUNT      PIC  9(05).
                07 WS-SS-VICTORIES  PIC  9(05).
                07 WS-SS-EFF-TOTAL  PIC  9(09)V9(02).

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

      * THE MONTH UNDER REPORT - CCYYMM FROM THE ENVIRONMENT, OR THE
      * CURRENT MONTH WHEN NOTHING IS NAMED.
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT 'MISHIST-MONTH'.
                TO WS-MONTH-WANTED
           END-IF.

           STRING WS-MONTH-WANTED '01' DELIMITED BY SIZE
             INTO WS-MONTH-FIRST-DAY.
           STRING WS-MONTH-WANTED '31' DELIMITED BY SIZE
             INTO WS-MONTH-LAST-DAY.

      * MISHIST-TERM NAMES A TERM INSTEAD - CURRENT FOR THE TERM NOW
      * RUNNING, OR THE TERM ID OF A TERM TERMCLOS HAS CLOSED.
           ACCEPT WS-TERM-ENV FROM ENVIRONMENT 'MISHIST-TERM'.
           MOVE FUNCTION UPPER-CASE (WS-TERM-ENV) TO WS-TERM-ENV.

           EVALUATE WS-TERM-ENV
               WHEN SPACES
                    SET WS-REPORT-MONTH TO TRUE
               WHEN 'CURRENT'
                    SET WS-REPORT-CURRENT-TERM TO TRUE
               WHEN OTHER
                    SET WS-REPORT-CLOSED-TERM TO TRUE
           END-EVALUATE.

           PERFORM 0950-LOAD-TERM-REGISTER
              THRU 0950-END.

           IF WS-TERM-REASON NOT = SPACES
              DISPLAY 'Mission history summary refused - '
                      FUNCTION TRIM (WS-TERM-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * THE DIFFICULTY TALLY TABLE CARRIES NO VALUE CLAUSE - CLEAR
      * IT BEFORE THE SWEEP OR THE ADDS LAND ON SPACE-FILLED FIELDS.
           MOVE ZEROES TO WS-SUM-DIFF-TABLE.
           MOVE ZEROES TO WS-SUM-SET-TABLE.

           PERFORM 1000-TALLY-HISTORY
              THRU 1000-END.
           CLOSE HISTORY-REPORT-FILE.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Mission history summary written to '
                   FUNCTION TRIM (WS-SC-HISTORY-REPORT) '.'.

           GOBACK.

           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       0900-LOAD-SHOP-CONFIG SECTION.

      * START FROM THE SHOP STANDARD; EACH CARD ON SHOP-CONFIG THEN
      * REPLACES ONE SETTING.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > WS-SC-MAX
              MOVE WS-SC-STD-VALUE (WS-SC-IDX)
                TO WS-SC-VALUE (WS-SC-IDX)
              MOVE 'N' TO WS-SC-SEEN (WS-SC-IDX)
           END-PERFORM.

           MOVE ZEROES TO WS-SC-CARD-CTR
                          WS-SC-BAD-CTR.
           MOVE 'N' TO WS-SC-EOF-SW.

           OPEN INPUT SHOP-CONFIG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SHOP-CONFIG-STATUS-1 = 0
              AND WS-SHOP-CONFIG-STATUS-2 = 5
              CLOSE SHOP-CONFIG-FILE
              DISPLAY 'Shop configuration SHOP-CONFIG not found - the '
                      'shop standard settings apply.' UPON SYSERR
              GO TO 0900-SET-NUMBERS
           END-IF.

           IF WS-SHOP-CONFIG-STATUS-1 NOT = 0
              DISPLAY 'Shop configuration unreadable, status '
                      WS-SHOP-CONFIG-FILE-STATUS ' - the shop '
                      'standard settings apply.' UPON SYSERR
              GO TO 0900-SET-NUMBERS
           END-IF.

           PERFORM UNTIL WS-SC-EOF
              READ SHOP-CONFIG-FILE
                 AT END
                    SET WS-SC-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SC-CARD-CTR
                    IF SCF-RECORD (1:1) NOT = '*'
                       AND SCF-RECORD NOT = SPACES
                       PERFORM 0910-APPLY-SHOP-CONFIG
                          THRU 0910-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SHOP-CONFIG-FILE.

      * A SETTING WITH NO CARD KEEPS THE SHOP STANDARD - REPORTED BY
      * NAME SO THE FILE CAN BE COMPLETED.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > WS-SC-MAX
              IF WS-SC-SEEN (WS-SC-IDX) = 'N'
                 DISPLAY 'Shop configuration entry '
                         FUNCTION TRIM (WS-SC-STD-WORD (WS-SC-IDX))
                         ' is missing - the shop standard '
                         FUNCTION TRIM (WS-SC-STD-VALUE (WS-SC-IDX))
                         ' applies.' UPON SYSERR
              END-IF
           END-PERFORM.

       0900-SET-NUMBERS.

           COMPUTE WS-SC-ROSTER-SIZE =
                   FUNCTION NUMVAL (WS-SC-ROSTER-SIZE-X).
           COMPUTE WS-SC-AUTOSAVE-INTERVAL =
                   FUNCTION NUMVAL (WS-SC-AUTOSAVE-X).
           COMPUTE WS-SC-RNG-STALE-DAYS =
                   FUNCTION NUMVAL (WS-SC-RNG-STALE-X).

       0900-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       0910-APPLY-SHOP-CONFIG SECTION.

           MOVE SPACES TO WS-SC-REASON.
           MOVE ZEROES TO WS-SC-FOUND-IDX.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > WS-SC-MAX
              IF WS-SC-STD-WORD (WS-SC-IDX) = SCF-KEYWORD
                 MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-SC-FOUND-IDX = ZEROES
              MOVE 'UNKNOWN KEYWORD' TO WS-SC-REASON
              GO TO 0910-CHECK-REASON
           END-IF.

           IF WS-SC-SEEN (WS-SC-FOUND-IDX) = 'Y'
              MOVE 'KEYWORD GIVEN TWICE' TO WS-SC-REASON
              GO TO 0910-CHECK-REASON
           END-IF.

      * A REJECTED CARD STILL COUNTS AS PRESENT - IT IS REPORTED AS
      * INVALID, NOT AS MISSING.
           MOVE 'Y' TO WS-SC-SEEN (WS-SC-FOUND-IDX).

           IF SCF-VALUE = SPACES
              MOVE 'VALUE IS BLANK' TO WS-SC-REASON
              GO TO 0910-CHECK-REASON
           END-IF.

           IF SCF-VALUE (1:1) = SPACE
              MOVE 'VALUE MUST START IN COLUMN 22' TO WS-SC-REASON
              GO TO 0910-CHECK-REASON
           END-IF.

      * A NAME OR A COUNT IS ONE WORD - NOTHING MAY FOLLOW IT.
           MOVE ZEROES TO WS-SC-WORD-LEN.
           INSPECT SCF-VALUE TALLYING WS-SC-WORD-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-SC-WORD-LEN < 59
              IF SCF-VALUE (WS-SC-WORD-LEN + 1:) NOT = SPACES
                 MOVE 'VALUE CONTAINS A SPACE' TO WS-SC-REASON
                 GO TO 0910-CHECK-REASON
              END-IF
           END-IF.

           IF WS-SC-STD-KIND (WS-SC-FOUND-IDX) = 'N'
              IF WS-SC-WORD-LEN > 5
                 OR SCF-VALUE (1:WS-SC-WORD-LEN) IS NOT NUMERIC
                 MOVE 'VALUE IS NOT NUMERIC' TO WS-SC-REASON
                 GO TO 0910-CHECK-REASON
              END-IF
              COMPUTE WS-SC-NUMBER =
                      FUNCTION NUMVAL (SCF-VALUE (1:WS-SC-WORD-LEN))
              IF WS-SC-NUMBER < WS-SC-STD-LOW (WS-SC-FOUND-IDX)
                 OR WS-SC-NUMBER > WS-SC-STD-HIGH (WS-SC-FOUND-IDX)
                 MOVE 'VALUE OUTSIDE THE LEGAL RANGE' TO WS-SC-REASON
                 GO TO 0910-CHECK-REASON
              END-IF
           END-IF.

           MOVE SCF-VALUE TO WS-SC-VALUE (WS-SC-FOUND-IDX).

       0910-CHECK-REASON.

           IF WS-SC-REASON NOT = SPACES
              ADD 1 TO WS-SC-BAD-CTR
              DISPLAY 'Shop configuration card ' WS-SC-CARD-CTR ' ('
                      FUNCTION TRIM (SCF-KEYWORD) ') ignored - '
                      FUNCTION TRIM (WS-SC-REASON) '.' UPON SYSERR
           END-IF.

       0910-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       0950-LOAD-TERM-REGISTER SECTION.

           MOVE ZEROES TO WS-TM-CTR.
           MOVE SPACES TO WS-TERM-REASON.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TERM-REGISTER-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
      * NO REGISTER - NO TERM HAS BEEN CLOSED.
           IF WS-REGISTER-STATUS-1 = 0 AND WS-REGISTER-STATUS-2 = 5
              CLOSE TERM-REGISTER-FILE
              GO TO 0950-CHECK-TERM
           END-IF.

           IF WS-REGISTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-REGISTER, status '
                      WS-REGISTER-FILE-STATUS UPON SYSERR
              MOVE 'THE TERM REGISTER CANNOT BE READ'
                TO WS-TERM-REASON
              GO TO 0950-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-REGISTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TRG-IN-PROGRESS
                       MOVE TRG-TERM-ID TO WS-TERM-OPEN-ID
                    END-IF
                    IF TRG-TERM-ID = WS-TERM-ENV
                       AND TRG-CLOSED
                       SET WS-TERM-FOUND TO TRUE
                       MOVE TRG-FROM-DATE  TO WS-TERM-FROM-DATE
                       MOVE TRG-CLOSE-DATE TO WS-TERM-CLOSE-DATE
                    END-IF
      * A MONTH MAY REACH BACK INTO TERMS ALREADY CLOSED.
                    IF TRG-CLOSED
                       AND TRG-CLOSE-DATE NOT < WS-MONTH-FIRST-DAY
                       AND TRG-FROM-DATE NOT > WS-MONTH-LAST-DAY
                       AND WS-TM-CTR < WS-TM-MAX
                       ADD 1 TO WS-TM-CTR
                       MOVE TRG-TERM-ID TO WS-TM-TERM-ID (WS-TM-CTR)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TERM-REGISTER-FILE.

       0950-CHECK-TERM.

      * WHILE A CLOSE-OUT IS PART WAY THROUGH, ITS MISSIONS MAY BE ON
      * BOTH FILES OR ON NEITHER.
           IF WS-TERM-OPEN-ID NOT = SPACES
              AND NOT WS-REPORT-CLOSED-TERM
              STRING 'THE CLOSE-OUT OF TERM '  DELIMITED BY SIZE
                     WS-TERM-OPEN-ID          DELIMITED BY SPACE
                     ' IS NOT FINISHED'       DELIMITED BY SIZE
                INTO WS-TERM-REASON
              GO TO 0950-END
           END-IF.

           IF WS-REPORT-CLOSED-TERM AND NOT WS-TERM-FOUND
              STRING 'TERM '                  DELIMITED BY SIZE
                     WS-TERM-ENV              DELIMITED BY SPACE
                     ' HAS NOT BEEN CLOSED OUT'
                                              DELIMITED BY SIZE
                INTO WS-TERM-REASON
           END-IF.

       0950-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1000-TALLY-HISTORY SECTION.

      * A CLOSED TERM IS ON ITS OWN TERM HISTORY FILE; A MONTH TAKES
      * IN THE CLOSED TERMS IT REACHES INTO AND THEN THE TERM NOW
      * RUNNING.
           IF WS-REPORT-CLOSED-TERM
              MOVE SPACES TO WS-HISTORY-ASSIGN-NAME
              STRING 'STARTREK-TERM-HISTORY-' DELIMITED BY SIZE
                     WS-TERM-ENV              DELIMITED BY SPACE
                INTO WS-HISTORY-ASSIGN-NAME
              PERFORM 1050-TALLY-ONE-FILE
                 THRU 1050-END
              GO TO 1000-END
           END-IF.

           IF WS-REPORT-MONTH
              PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-CTR
                 MOVE SPACES TO WS-HISTORY-ASSIGN-NAME
                 STRING 'STARTREK-TERM-HISTORY-'
                                              DELIMITED BY SIZE
                        WS-TM-TERM-ID (WS-TM-IDX)
                                              DELIMITED BY SPACE
                   INTO WS-HISTORY-ASSIGN-NAME
                 PERFORM 1050-TALLY-ONE-FILE
                    THRU 1050-END
              END-PERFORM
           END-IF.

           MOVE 'STARTREK-MISSION-HISTORY' TO WS-HISTORY-ASSIGN-NAME.
           PERFORM 1050-TALLY-ONE-FILE
              THRU 1050-END.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1050-TALLY-ONE-FILE SECTION.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 1050-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-HISTORY-ASSIGN-NAME)
                      ', status ' WS-HISTORY-FILE-STATUS UPON SYSERR
              GO TO 1050-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN MH-TERM-SUMMARY
                             CONTINUE
                        WHEN NOT WS-REPORT-MONTH
                        WHEN MH-RUN-DATE (1:6) = WS-MONTH-WANTED
                             PERFORM 1100-TALLY-ONE-MISSION
                                THRU 1100-END
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

       1050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
                 ADD MH-EFFICIENCY
                   TO WS-SD-EFF-TOTAL (MH-DIFFICULTY)
              END-IF
              PERFORM 1200-TALLY-PARM-SET
                 THRU 1200-END
           END-IF.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-TALLY-PARM-SET SECTION.

      * MISSIONS FROM BEFORE THE DOCTRINE WAS TUNABLE FLEW THE
      * STANDING DOCTRINE.
           IF MH-PARM-SET-ID = SPACES OR MH-PARM-SET-ID = LOW-VALUES
              MOVE 'STANDARD' TO WS-SUM-SET-WANTED
           ELSE
              MOVE MH-PARM-SET-ID TO WS-SUM-SET-WANTED
           END-IF.

           MOVE ZEROES TO WS-SUM-SET-FOUND-IDX.

           PERFORM VARYING WS-SUM-SET-IDX FROM 1 BY 1
             UNTIL WS-SUM-SET-IDX > WS-SUM-SET-CTR
                OR WS-SUM-SET-FOUND-IDX > ZEROES
              IF WS-SS-ID (WS-SUM-SET-IDX) = WS-SUM-SET-WANTED
                 MOVE WS-SUM-SET-IDX TO WS-SUM-SET-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-SUM-SET-FOUND-IDX = ZEROES
              IF WS-SUM-SET-CTR >= WS-SUM-SET-MAX
                 GO TO 1200-END
              END-IF
              ADD 1 TO WS-SUM-SET-CTR
              MOVE WS-SUM-SET-CTR TO WS-SUM-SET-FOUND-IDX
              MOVE WS-SUM-SET-WANTED
                TO WS-SS-ID (WS-SUM-SET-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-SS-COUNT (WS-SUM-SET-FOUND-IDX).
           ADD MH-EFFICIENCY TO WS-SS-EFF-TOTAL (WS-SUM-SET-FOUND-IDX).
           IF MH-VICTORIOUS
              ADD 1 TO WS-SS-VICTORIES (WS-SUM-SET-FOUND-IDX)
           END-IF.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-PRINT-SUMMARY SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           EVALUATE TRUE
               WHEN WS-REPORT-CURRENT-TERM
                    STRING 'MISSION HISTORY SUMMARY FOR THE TERM '
                                              DELIMITED BY SIZE
                           'NOW RUNNING'      DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-REPORT-CLOSED-TERM
                    STRING 'MISSION HISTORY SUMMARY FOR TERM '
                                              DELIMITED BY SIZE
                           WS-TERM-ENV        DELIMITED BY SPACE
                           ' (CLOSED '        DELIMITED BY SIZE
                           WS-TERM-CLOSE-DATE (1:4)
                                              DELIMITED BY SIZE
                           '-'                DELIMITED BY SIZE
                           WS-TERM-CLOSE-DATE (5:2)
                                              DELIMITED BY SIZE
                           '-'                DELIMITED BY SIZE
                           WS-TERM-CLOSE-DATE (7:2)
                                              DELIMITED BY SIZE
                           ')'                DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN OTHER
                    STRING 'MISSION HISTORY SUMMARY FOR MONTH '
                                              DELIMITED BY SIZE
                           WS-MONTH-WANTED (1:4)
                                              DELIMITED BY SIZE
                           '-'                DELIMITED BY SIZE
                           WS-MONTH-WANTED (5:2)
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
           END-EVALUATE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

              THRU 5000-END.

           IF WS-SUM-MISSIONS = ZEROES
              IF WS-REPORT-MONTH
                 MOVE 'NO MISSIONS ON FILE FOR THIS MONTH'
                   TO WS-PRT-LINE
              ELSE
                 MOVE 'NO MISSIONS ON FILE FOR THIS TERM'
                   TO WS-PRT-LINE
              END-IF
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 2000-END
                   TO WS-PRT-COUNT-EDIT
                 MOVE SPACES TO WS-PRT-LINE
                 STRING '  DIFFICULTY '       DELIMITED BY SIZE
                        WS-SUM-DIFF-IDX (2:2)
                                             DELIMITED BY SIZE
                        ' - '                DELIMITED BY SIZE
                        WS-PRT-COUNT-EDIT    DELIMITED BY SIZE
                        ' MISSION(S), AVERAGE EFFICIENCY '

           END-PERFORM.

           IF WS-SUM-SET-CTR = ZEROES
              GO TO 2000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'RESULTS BY COMBAT PARAMETER SET:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM VARYING WS-SUM-SET-IDX FROM 1 BY 1
             UNTIL WS-SUM-SET-IDX > WS-SUM-SET-CTR

              COMPUTE WS-SUM-AVG-EFF ROUNDED =
                      WS-SS-EFF-TOTAL (WS-SUM-SET-IDX) /
                      WS-SS-COUNT (WS-SUM-SET-IDX)
              COMPUTE WS-SUM-WIN-RATE ROUNDED =
                      WS-SS-VICTORIES (WS-SUM-SET-IDX) * 100 /
                      WS-SS-COUNT (WS-SUM-SET-IDX)
              MOVE WS-SUM-AVG-EFF TO WS-PRT-EFF-EDIT
              MOVE WS-SUM-WIN-RATE TO WS-PRT-RATE-EDIT
              MOVE WS-SS-COUNT (WS-SUM-SET-IDX)
                TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '  '                     DELIMITED BY SIZE
                     WS-SS-ID (WS-SUM-SET-IDX)
                                              DELIMITED BY SIZE
                     ' - '                    DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT        DELIMITED BY SIZE
                     ' MISSION(S), WIN RATE ' DELIMITED BY SIZE
                     WS-PRT-RATE-EDIT         DELIMITED BY SIZE
                     ' PCT, AVG EFFICIENCY '  DELIMITED BY SIZE
                     WS-PRT-EFF-EDIT          DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END

           END-PERFORM.

       2000-END.
           EXIT.
      *

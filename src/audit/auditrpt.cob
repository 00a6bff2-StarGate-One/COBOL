      *  MERGES THE TWO APPEND-ONLY STREAMS INTO ONE CHRONOLOGICAL     *
      *  LISTING WITH A SOURCE COLUMN, AND CLOSES WITH ACTIVITY        *
      *  SUMMARIES PER DAY AND PER PROGRAM.  BOTH LOGS ARE OPENED      *
      *  FOR INPUT ONLY.  SAMPLE SECURITY EVENTS (FAILED SIGN-ONS AND  *
      *  REFUSED COMMANDS) ARE ALSO LISTED ON THEIR OWN AT THE END.    *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20260901 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB LIST SAMPLE SECURITY EVENTS SEPARATELY.           *
      * 20261015 RJB REPORT NAME TAKEN FROM THE SHOP CONFIGURATION     *
      *              FILE.                                             *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB A SAMPLE LINE IS A SECURITY EVENT ONLY WHEN THE   *
      *              TAG FOLLOWS THE OPERATOR ID - A TYPED COMMAND     *
      *              CARRYING THE TAG TEXT WAS COUNTED AS ONE.         *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       STATUS WS-TREK-FILE-STATUS.

       SELECT OPTIONAL SHOP-REPORT-FILE
       ASSIGN TO WS-SC-AUDIT-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
      * FULL 132-BYTE AUDIT ENTRY - NOTHING IS TRUNCATED AT SIGN-OFF.
       FD SHOP-REPORT-FILE.
          01 SHOP-REPORT-RECORD        PIC X(161).

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
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

      * MERGE STATE - ONE LOOK-AHEAD LINE AND ITS NORMALIZED SORT
      * KEY PER SOURCE.  A LINE WITHOUT A READABLE STAMP INHERITS
                07 WS-SD-SAMPLE     PIC  9(07).
                07 WS-SD-TREK       PIC  9(07).

      * SAMPLE SECURITY EVENTS, HELD FOR THEIR OWN LISTING.  SAMPLE
      * TAGS EACH ONE '| SECURITY |' RIGHT AFTER THE 8-CHARACTER
      * OPERATOR ID, IN COLUMNS 32-43 OF THE LOG LINE.
       01 WS-SECURITY-AREA.
          03 WS-SEC-MAX             PIC  9(03)  VALUE 500.
          03 WS-SEC-CTR             PIC  9(03)  VALUE ZEROES.
          03 WS-SEC-IDX             PIC  9(03)  VALUE ZEROES.
          03 WS-SEC-TOTAL           PIC  9(09)  VALUE ZEROES.
          03 WS-SEC-TABLE.
             05 WS-SEC-ENTRY        OCCURS 500 TIMES.
                07 WS-SE-KEY        PIC  9(14).
                07 WS-SE-LINE       PIC  X(132).

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(161) VALUE SPACES.
          03 WS-PRT-SOURCE          PIC  X(08)  VALUE SPACES.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.

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
      *
      * ************************************************************** *
      *
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           OPEN OUTPUT SHOP-REPORT-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           CLOSE SHOP-REPORT-FILE.

           DISPLAY 'Consolidated audit report written to '
                   FUNCTION TRIM (WS-SC-AUDIT-REPORT) '.'.

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
       1000-OPEN-SOURCES SECTION.

           MOVE WS-SAM-KEY TO WS-KEY-WORK.
           PERFORM 4000-EMIT-MERGED-LINE
              THRU 4000-END.

      * THE TAG COUNTS ONLY IN ITS OWN PLACE - SAMPLE LOGS EVERY
      * COMMAND AS TYPED, SO THE SAME TEXT FURTHER ALONG THE LINE IS
      * JUST WHAT AN OPERATOR KEYED.
           IF WS-SAM-LINE (32:12) = '| SECURITY |'
              ADD 1 TO WS-SEC-TOTAL
              IF WS-SEC-CTR < WS-SEC-MAX
                 ADD 1 TO WS-SEC-CTR
                 MOVE WS-SAM-KEY  TO WS-SE-KEY  (WS-SEC-CTR)
                 MOVE WS-SAM-LINE TO WS-SE-LINE (WS-SEC-CTR)
              END-IF
           END-IF.

           ADD 1 TO WS-SUM-SAMPLE-TOTAL.
           PERFORM 4100-TALLY-DAY
              THRU 4100-END.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 5100-PRINT-SECURITY
              THRU 5100-END.

           MOVE 'END OF SHOP-WIDE AUDIT REPORT' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5100-PRINT-SECURITY SECTION.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SECURITY EVENTS (SAMPLE SIGN-ON FAILURES AND '
                                           DELIMITED BY SIZE
                  'REFUSED COMMANDS): '    DELIMITED BY SIZE
                  WS-SEC-TOTAL             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-SEC-TOTAL = ZEROES
              MOVE '  NONE' TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 5100-END
           END-IF.

           MOVE 'SECURITY' TO WS-PRT-SOURCE.

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
             UNTIL WS-SEC-IDX > WS-SEC-CTR

              MOVE WS-SE-KEY  (WS-SEC-IDX) TO WS-KEY-WORK
              MOVE WS-SE-LINE (WS-SEC-IDX) TO WS-KEY-LINE
              PERFORM 4000-EMIT-MERGED-LINE
                 THRU 4000-END

           END-PERFORM.

           IF WS-SEC-TOTAL > WS-SEC-CTR
              MOVE SPACES TO WS-PRT-LINE
              STRING '  ONLY THE FIRST '   DELIMITED BY SIZE
                     WS-SEC-MAX            DELIMITED BY SIZE
                     ' EVENTS ARE LISTED'  DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

       5100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.


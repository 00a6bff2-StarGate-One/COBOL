      *     ITS TRAILER AND ITS GALAXY STORE                           *
      *   - THE ERROR LOG MUST SHOW NO OVERNIGHT FAILURES AND THE      *
      *     AUDIT LOGS MUST BE READABLE                                *
      *   - THE AUDIT LOG SEAL CHAINS AND THE SERVICE MASTER SEAL      *
      *     MUST BE UNBROKEN (THE SAME VERIFICATION SEALCHK RUNS)      *
      *  ONE LINE PRINTS PER CHECK AND THE PAGE CLOSES WITH A SINGLE   *
      *  GO OR NO-GO VERDICT (RETURN CODE 0 OR 8).                     *
      * -------------------------------------------------------------- *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20260901 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB NAMES AND LIMITS TAKEN FROM THE SHOP              *
      *              CONFIGURATION FILE; THE FILE ITSELF IS CHECKED.   *
      * 20261015 RJB CHECKPOINT LAYOUT 19; A FLEET EXERCISE SAVE       *
      *              BALANCES AGAINST THE SHARED EXERCISE STORE.       *
      * 20261015 RJB AUDIT LOG SEAL CHAINS AND THE SERVICE MASTER SEAL *
      *              VERIFIED AS PART OF THE VERDICT.                  *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB SERVICE RECORD LAYOUT EXTENDED WITH THE TERM-TO-  *
      *              DATE FIGURES.                                     *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB SLOT COUNTER WIDENED - AT A ROSTER SIZE OF 9 THE  *
      *              SLOT LOOP NEVER ENDED.                            *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

       SELECT OPTIONAL RNG-CERT-FILE
       ASSIGN TO WS-SC-RNG-CERT-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-RNG-CERT-FILE-STATUS.

       SELECT OPTIONAL ROSTER-FILE
       ASSIGN TO WS-SC-ROSTER-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SAMPLE-AUDIT-FILE-STATUS.

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

       SELECT OPTIONAL HEALTH-REPORT-FILE
       ASSIGN TO WS-SC-HEALTH-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
       FD SAMPLE-AUDIT-FILE.
          01 SAMPLE-AUDIT-RECORD       PIC X(132).

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

       FD HEALTH-REPORT-FILE.
          01 HEALTH-REPORT-RECORD      PIC X(80).

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
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SAMPLE-AUDIT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
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
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

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

       01 WS-CHECKPOINT-ASSIGN-NAME PIC  X(256) VALUE
          'STARTREK-CHECKPOINT-1'.
             88 WS-FLOOR-IS-NO-GO               VALUE 'N'.

      * RNG CERTIFICATION CHECK WORK AREA - STALENESS IS MEASURED IN
      * WHOLE DAYS, THE SAME SHOP-CONFIG LIMIT THE BRIDGE APPLIES.
       01 WS-RNG-CERT-AREA.
          03 WS-RC-TODAY-INT        PIC  9(08)  VALUE ZEROES.
          03 WS-RC-CERT-INT         PIC  9(08)  VALUE ZEROES.
          03 WS-RC-STALE-LIMIT      PIC  9(03)  VALUE 7.

       01 WS-HEALTH-WORK-AREA.
          03 WS-HC-SLOT-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-HC-USED-SLOTS       PIC  X(09)  VALUE SPACES.
          03 WS-HC-USED-SLOTS-RED REDEFINES WS-HC-USED-SLOTS.
             05 WS-HC-SLOT-USED     PIC  X(01)  OCCURS 9 TIMES.
          03 WS-HC-SLOT-OK          PIC  X(01)  VALUE 'Y'.
             88 WS-HC-SLOT-IS-OK                VALUE 'Y'.
          03 WS-HC-ERROR-LINES      PIC  9(09)  VALUE ZEROES.
          03 WS-HC-CONFIG-MISSING   PIC  9(02)  VALUE ZEROES.
      * THE LAYOUT VERSION IS THE LAST FIELD OF THE SAVE HEADER -
      * THE BRIDGE REFUSES ANY OTHER VERSION AT RESUME, SO THE
      * MORNING CHECK MUST REFUSE IT TOO.  THE CONSTANT TRACKS THE
      * BRIDGE'S CURRENT CHECKPOINT LAYOUT.
          03 WS-HC-CURRENT-LAYOUT   PIC  X(02)  VALUE '19'.
          03 WS-HC-HDR-LEN          PIC  9(05)  VALUE ZEROES.
          03 WS-HC-LAYOUT-FOUND     PIC  X(02)  VALUE SPACES.
          03 WS-HC-LAYOUT-BAD-SW    PIC  X(01)  VALUE 'N'.
             88 WS-HC-LAYOUT-BAD                VALUE 'Y'.
      * A SAVE FLOWN IN A FLEET EXERCISE CARRIES THE EXERCISE NUMBER
      * JUST AHEAD OF ITS BERTH AND LAYOUT VERSION, AND BALANCES
      * AGAINST THE EXERCISE'S SHARED STORE - WHICH THE PARTNER MAY
      * HAVE ENLARGED SINCE THE SAVE, BUT NEVER SHRUNK.
          03 WS-HC-FX-NO            PIC  X(01)  VALUE SPACES.
             88 WS-HC-FX-SAVE                   VALUE '1' THRU '9'.
          03 WS-HC-FLEET-PREFIX     PIC  X(30)  VALUE
             'STARTREK-FLEET-GALAXY-'.

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

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-LABEL           PIC  X(15)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  Z(06)9.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           MOVE WS-SC-RNG-STALE-DAYS TO WS-RC-STALE-LIMIT.

           OPEN OUTPUT HEALTH-REPORT-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 0950-CHECK-SHOP-CONFIG
              THRU 0950-END.

           PERFORM 1000-CHECK-RNG-CERT
              THRU 1000-END.

              THRU 2000-END.

           PERFORM VARYING WS-HC-SLOT-IDX FROM 1 BY 1
             UNTIL WS-HC-SLOT-IDX > WS-SC-ROSTER-SIZE

              IF WS-HC-SLOT-USED (WS-HC-SLOT-IDX) = 'Y'
                 PERFORM 3000-CHECK-ONE-SLOT
           PERFORM 4500-CHECK-AUDIT-LOGS
              THRU 4500-END.

           PERFORM 4600-CHECK-SEALS
              THRU 4600-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.
           CLOSE HEALTH-REPORT-FILE.

           DISPLAY 'Health check page written to '
                   FUNCTION TRIM (WS-SC-HEALTH-REPORT) '.'.

           IF WS-FLOOR-IS-NO-GO
              MOVE 8 TO RETURN-CODE
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
       0950-CHECK-SHOP-CONFIG SECTION.

      * A REJECTED CARD MEANS A SETTING THE SHOP ASKED FOR IS NOT IN
      * FORCE - THE FLOOR IS NOT READY.  A MISSING ENTRY SIMPLY
      * LEAVES THE SHOP STANDARD AND IS NOTED.
           MOVE ZEROES TO WS-HC-CONFIG-MISSING.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
             UNTIL WS-SC-IDX > WS-SC-MAX
              IF WS-SC-SEEN (WS-SC-IDX) = 'N'
                 ADD 1 TO WS-HC-CONFIG-MISSING
              END-IF
           END-PERFORM.

           IF WS-SC-BAD-CTR > ZEROES
              MOVE SPACES TO WS-PRT-LINE
              STRING 'SHOP CONFIG.... FAIL - '
                                              DELIMITED BY SIZE
                     WS-SC-BAD-CTR            DELIMITED BY SIZE
                     ' CARD(S) REJECTED'      DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-FLOOR-IS-NO-GO TO TRUE
              GO TO 0950-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SHOP CONFIG.... PASS - '
                                              DELIMITED BY SIZE
                  WS-HC-CONFIG-MISSING        DELIMITED BY SIZE
                  ' ENTRY(IES) ON THE SHOP STANDARD'
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       0950-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1000-CHECK-RNG-CERT SECTION.

                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-HC-ROSTER-CTR
                    IF RST-SLOT >= 1
                       AND RST-SLOT <= WS-SC-ROSTER-SIZE
                       MOVE 'Y' TO WS-HC-SLOT-USED (RST-SLOT)
                    ELSE
                       ADD 1 TO WS-HC-ROSTER-BAD
           MOVE 'N' TO WS-HC-HEADER-SEEN
                       WS-HC-TRAILER-SEEN
                       WS-HC-LAYOUT-BAD-SW.
           MOVE SPACES TO WS-HC-LAYOUT-FOUND
                          WS-HC-FX-NO.
           MOVE ZEROES TO WS-HC-STARSHIP-CTR
                          WS-HC-LEDGER-CTR
                          WS-HC-CUBE-CTR
                          WS-HC-QUAD-CUBES.

           MOVE SPACES TO WS-CHECKPOINT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-HC-SLOT-IDX (2:1)   DELIMITED BY SIZE
             INTO WS-CHECKPOINT-ASSIGN-NAME.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-HC-SLOT-IDX (2:1)   DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

           SET WS-EOF-FALSE TO TRUE.
                                     FUNCTION LENGTH (
                                     FUNCTION TRIM (
                                     CK-RAW-RECORD TRAILING))
                             IF WS-HC-HDR-LEN >= 4
                                MOVE CK-RAW-RECORD
                                     (WS-HC-HDR-LEN - 1 : 2)
                                  TO WS-HC-LAYOUT-FOUND
                                MOVE CK-RAW-RECORD
                                     (WS-HC-HDR-LEN - 3 : 1)
                                  TO WS-HC-FX-NO
                             END-IF
                        WHEN 'S'
                             ADD 1 TO WS-HC-STARSHIP-CTR
           END-IF.

      * SWEEP THE GALAXY STORE AND BALANCE ITS CUBE COUNTS.
           IF WS-HC-FX-SAVE
              MOVE SPACES TO WS-GALAXY-ASSIGN-NAME
              STRING FUNCTION TRIM (WS-HC-FLEET-PREFIX)
                                            DELIMITED BY SIZE
                     WS-HC-FX-NO            DELIMITED BY SIZE
                INTO WS-GALAXY-ASSIGN-NAME
           END-IF.

           OPEN INPUT GALAXY-FILE.

           IF (WS-GALAXY-STATUS-1 = 0 AND WS-GALAXY-STATUS-2 = 5)

           CLOSE GALAXY-FILE.

           IF WS-HC-CUBE-CTR < WS-HC-TRL-CELLS
              OR (WS-HC-CUBE-CTR NOT = WS-HC-TRL-CELLS
                  AND NOT WS-HC-FX-SAVE)
              MOVE 'N' TO WS-HC-SLOT-OK
           END-IF.

           PERFORM VARYING WS-HC-QUAD-IDX FROM 1 BY 1
             UNTIL WS-HC-QUAD-IDX > 4

              IF WS-HC-QUAD-CUBE (WS-HC-QUAD-IDX) <
                 WS-HC-TRL-QUAD (WS-HC-QUAD-IDX)
                 OR (WS-HC-QUAD-CUBE (WS-HC-QUAD-IDX) NOT =
                     WS-HC-TRL-QUAD (WS-HC-QUAD-IDX)
                     AND NOT WS-HC-FX-SAVE)
                 MOVE 'N' TO WS-HC-SLOT-OK
              END-IF

               WHEN WS-HC-SLOT-IS-OK
                    MOVE SPACES TO WS-PRT-LINE
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-HC-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           '.......... PASS - CHECKPOINT BALANCES'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-HC-LAYOUT-BAD
                    MOVE SPACES TO WS-PRT-LINE
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-HC-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           '.......... FAIL - SAVE WRITTEN UNDER '
                                              DELIMITED BY SIZE
                           'LAYOUT '          DELIMITED BY SIZE
               WHEN OTHER
                    MOVE SPACES TO WS-PRT-LINE
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-HC-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           '.......... FAIL - CHECKPOINT DOES NOT '
                                              DELIMITED BY SIZE
                           'BALANCE'          DELIMITED BY SIZE
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4600-CHECK-SEALS SECTION.

      * THE SAME SEAL VERIFICATION SEALCHK RUNS - ANY BROKEN SEAL
      * MEANS A LOG OR THE SERVICE MASTER WAS CHANGED BY HAND, AND THE
      * FLOOR DOES NOT OPEN UNTIL IT HAS BEEN LOOKED INTO.
           MOVE 'TREK SEAL......'    TO WS-PRT-LABEL.
           MOVE 'STARTREK-AUDIT-LOG' TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 4610-CHECK-ONE-SEAL-LOG
              THRU 4610-END.

           MOVE 'SAMPLE SEAL....'    TO WS-PRT-LABEL.
           MOVE 'SAMPLE-AUDIT-LOG'   TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 4610-CHECK-ONE-SEAL-LOG
              THRU 4610-END.

           MOVE 'SVCMAINT SEAL..'    TO WS-PRT-LABEL.
           MOVE 'SVCMAINT-AUDIT-LOG' TO WS-SEAL-LOG-ASSIGN-NAME.
           PERFORM 4610-CHECK-ONE-SEAL-LOG
              THRU 4610-END.

           PERFORM 8100-CHECK-MASTER-SEAL
              THRU 8100-END.

           MOVE WS-SEAL-RECORDS TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.

           EVALUATE TRUE
               WHEN WS-SM-EMPTY
                    MOVE 'SERVICE SEAL... PASS - NO SERVICE RECORDS'
                      TO WS-PRT-LINE
               WHEN WS-SM-INTACT
                    STRING 'SERVICE SEAL... PASS - '
                                              DELIMITED BY SIZE
                           FUNCTION TRIM (WS-PRT-COUNT-EDIT)
                                              DELIMITED BY SIZE
                           ' RECORD(S) MATCH THEIR SEAL'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-SM-NO-SEAL
                    MOVE 'SERVICE SEAL... FAIL - RECORDS BUT NO SEAL'
                      TO WS-PRT-LINE
               WHEN WS-SM-CARRIED
                    STRING 'SERVICE SEAL... FAIL - BREAK FOUND BY '
                                              DELIMITED BY SIZE
                           WS-SEAL-BREAK-BY   DELIMITED BY SPACE
                           ' ON '             DELIMITED BY SIZE
                           WS-SEAL-BREAK-STAMP (1:8)
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-SM-MISMATCH
                    MOVE 'SERVICE SEAL... FAIL - RECORDS DO NOT MATCH'
                      TO WS-PRT-LINE
               WHEN OTHER
                    MOVE 'SERVICE SEAL... FAIL - UNREADABLE'
                      TO WS-PRT-LINE
           END-EVALUATE.

           IF NOT WS-SM-EMPTY
              AND NOT WS-SM-INTACT
              SET WS-FLOOR-IS-NO-GO TO TRUE
           END-IF.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       4600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4610-CHECK-ONE-SEAL-LOG SECTION.

      * THE CALLER LEAVES THE LOG NAME IN WS-SEAL-LOG-ASSIGN-NAME AND
      * THE CHECK LABEL IN WS-PRT-LABEL.
           PERFORM 8000-WALK-SEAL-LOG
              THRU 8000-END.

           MOVE SPACES TO WS-PRT-LINE.

           EVALUATE TRUE
               WHEN WS-SW-ABSENT
                    STRING WS-PRT-LABEL       DELIMITED BY SIZE
                           ' PASS - NO LOG ON FILE'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-SW-UNREADABLE
                    STRING WS-PRT-LABEL       DELIMITED BY SIZE
                           ' FAIL - UNREADABLE'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
                    SET WS-FLOOR-IS-NO-GO TO TRUE
               WHEN WS-SW-BREAK-LINE > ZEROES
                    MOVE WS-SW-BREAK-LINE TO WS-PRT-COUNT-EDIT
                    STRING WS-PRT-LABEL       DELIMITED BY SIZE
                           ' FAIL - BROKEN AT LINE '
                                              DELIMITED BY SIZE
                           FUNCTION TRIM (WS-PRT-COUNT-EDIT)
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
                    SET WS-FLOOR-IS-NO-GO TO TRUE
               WHEN OTHER
                    MOVE WS-SW-SEALED TO WS-PRT-COUNT-EDIT
                    STRING WS-PRT-LABEL       DELIMITED BY SIZE
                           ' PASS - '         DELIMITED BY SIZE
                           FUNCTION TRIM (WS-PRT-COUNT-EDIT)
                                              DELIMITED BY SIZE
                           ' SEALED LINE(S) INTACT'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
           END-EVALUATE.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       4610-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

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
        END PROGRAM HEALTHCK.
      *                                                                *

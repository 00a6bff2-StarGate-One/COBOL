      *  BY MISSIONS FLOWN - WITH THE RANK INSIGNIA DRAWN FROM THE     *
      *  SAME 18-RANK LADDER THE BRIDGE PROGRAM AWARDS PROMOTIONS      *
      *  AGAINST.  THE BOARD GOES TO STARTREK-STANDINGS FOR THE        *
      *  READY-ROOM PRINTER AND IS ECHOED TO THE CONSOLE.  THE BOARD   *
      *  CLOSES WITH EACH CAPTAIN'S DECORATIONS FROM THE               *
      *  STARTREK-DECORATIONS FILE.                                    *
      *                                                                *
      * THE BOARD IS FOR ONE TRAINING TERM - IT RANKS THE TERM-TO-     *
      *  DATE FIGURES ON THE SERVICE MASTER AND POSTS THE DECORATIONS  *
      *  AWARDED SINCE THE LAST TERM WAS CLOSED.  STANDINGS-TERM IN    *
      *  THE ENVIRONMENT NAMES A CLOSED TERM TO POST AGAIN FROM ITS    *
      *  STARTREK-TERM-ARCHIVE-<TERM ID>.  RETURN CODE 8 - THE TERM    *
      *  IS NOT CLOSED, OR A CLOSE-OUT IS PART WAY THROUGH.            *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20260901 RJB PROGRAM WRITTEN.                                  *
      * 20261014 RJB SERVICE RECORD READ FROM THE INDEXED SERVICE      *
      *              MASTER; BOARD WIDENED BEYOND 100 CAPTAINS.        *
      * 20261015 RJB DECORATIONS BOARD FROM THE STARTREK-DECORATIONS   *
      *              FILE.                                             *
      * 20261015 RJB FILE NAMES TAKEN FROM THE SHOP CONFIGURATION      *
      *              FILE.                                             *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB BOARD RANKS THE TERM-TO-DATE FIGURES; STANDINGS-  *
      *              TERM POSTS A CLOSED TERM AGAIN FROM ITS TERM      *
      *              ARCHIVE; DECORATIONS LIMITED TO THE TERM.         *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL TERM-REGISTER-FILE
       ASSIGN TO 'STARTREK-TERM-REGISTER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REGISTER-FILE-STATUS.

      * STARTREK-TERM-ARCHIVE-<TERM ID> FOR A BOARD OF A CLOSED TERM.
       SELECT OPTIONAL TERM-ARCHIVE-FILE
       ASSIGN TO WS-ARCHIVE-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ARCHIVE-FILE-STATUS.

       SELECT OPTIONAL DECORATION-FILE
       ASSIGN TO 'STARTREK-DECORATIONS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-DECORATION-FILE-STATUS.

       SELECT OPTIONAL STANDINGS-REPORT-FILE
       ASSIGN TO WS-SC-STANDINGS-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
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

      * TERM-ARCHIVE-FILE - THE TERM ARCHIVE TERMCLOS WRITES FOR EACH
      * CLOSED TERM, TYPED BY ITS FIRST BYTE: H THE TERM, S ONE
      * CAPTAIN'S SERVICE RECORD AS IT STOOD AT THE CLOSE, R ONE LINE
      * OF THE FINAL STANDINGS.  MUST MATCH THE LAYOUT TERMCLOS WRITES.
       FD TERM-ARCHIVE-FILE.
          01 TA-RECORD.
             03 TA-REC-TYPE            PIC X(01).
                88 TA-IS-HEADER        VALUE 'H'.
                88 TA-IS-SERVICE       VALUE 'S'.
                88 TA-IS-STANDING      VALUE 'R'.
             03 FILLER                 PIC X(01).
             03 TA-BODY                PIC X(98).
             03 TA-HEADER-BODY REDEFINES TA-BODY.
                05 TA-H-TERM-ID        PIC X(08).
                05 FILLER              PIC X(01).
                05 TA-H-FROM-DATE      PIC X(08).
                05 FILLER              PIC X(01).
                05 TA-H-CLOSE-DATE     PIC X(08).
                05 FILLER              PIC X(01).
                05 TA-H-CAPTAINS       PIC 9(05).
                05 FILLER              PIC X(66).
             03 TA-SERVICE-BODY REDEFINES TA-BODY.
                05 TA-S-RECORD         PIC X(88).
                05 FILLER              PIC X(10).
             03 TA-STANDING-BODY REDEFINES TA-BODY.
                05 TA-R-PLACE          PIC 9(05).
                05 FILLER              PIC X(01).
                05 TA-R-NAME           PIC X(30).
                05 FILLER              PIC X(01).
                05 TA-R-MISSIONS       PIC 9(05).
                05 FILLER              PIC X(01).
                05 TA-R-HOSTILES       PIC 9(09).
                05 FILLER              PIC X(01).
                05 TA-R-EFF-BEST       PIC 9(04)V9(02).
                05 FILLER              PIC X(01).
                05 TA-R-EARNED-RANK    PIC 9(02).
                05 FILLER              PIC X(36).

      * MUST MATCH THE DEC-RECORD LAYOUT STARTREK WRITES.
       FD DECORATION-FILE.
          01 DEC-RECORD.
             03 DEC-NAME               PIC X(30).
             03 DEC-CODE               PIC X(06).
             03 DEC-TITLE              PIC X(30).
             03 DEC-RUN-DATE           PIC X(08).
             03 DEC-STARDATE           PIC 9(05)V9(01).
             03 DEC-MSN-TYPE           PIC X(01).
             03 DEC-MSN-NAME           PIC X(40).
             03 DEC-HULL-REGISTER      PIC X(08).

       FD STANDINGS-REPORT-FILE.
          01 STANDINGS-REPORT-RECORD   PIC X(80).

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
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-DECORATION-FILE-STATUS.
             05 WS-DECORATION-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-DECORATION-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REGISTER-FILE-STATUS.
             05 WS-REGISTER-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-REGISTER-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-ARCHIVE-FILE-STATUS.
             05 WS-ARCHIVE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-ARCHIVE-STATUS-2 PIC  9(01)  VALUE ZEROES.

       01 WS-ARCHIVE-ASSIGN-NAME    PIC  X(256) VALUE SPACES.

      * THE TERM ON THE BOARD - THE TERM NOW RUNNING, OR A CLOSED TERM
      * NAMED BY ITS TERM ID.  THE TERM RUNS FROM THE DAY THE TERM
      * BEFORE IT CLOSED.
       01 WS-TERM-SELECT-AREA.
          03 WS-TERM-ENV            PIC  X(08)  VALUE SPACES.
          03 WS-BOARD-MODE-SW       PIC  X(01)  VALUE 'C'.
             88 WS-BOARD-CURRENT-TERM           VALUE 'C'.
             88 WS-BOARD-CLOSED-TERM            VALUE 'T'.
          03 WS-TERM-FOUND-SW       PIC  X(01)  VALUE 'N'.
             88 WS-TERM-FOUND                   VALUE 'Y'.
          03 WS-TERM-FROM-DATE      PIC  X(08)  VALUE ZEROES.
          03 WS-TERM-CLOSE-DATE     PIC  X(08)  VALUE SPACES.
          03 WS-TERM-OPEN-ID        PIC  X(08)  VALUE SPACES.
          03 WS-TERM-REASON         PIC  X(60)  VALUE SPACES.

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
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.

      * THE BOARD IS RANKED IN STORAGE - THE SERVICE-RECORD FILE
      * ITSELF IS INDEXED AND UNBOUNDED, SO A SQUADRON LARGER THAN
      * THE BOARD IS COUNTED AND NOTED ON THE REPORT.
       01 WS-SERVICE-AREA.
          03 WS-SVC-MAX             PIC  9(03)  VALUE 999.
          03 WS-SVC-CTR             PIC  9(03)  VALUE ZEROES.
          03 WS-SVC-IDX             PIC  9(03)  VALUE ZEROES.
          03 WS-SVC-ON-FILE         PIC  9(05)  VALUE ZEROES.
          03 WS-SVC-TABLE.
             05 WS-SVC-ENTRY        OCCURS 999 TIMES.
                07 WS-SV-NAME       PIC  X(30).
                07 WS-SV-MISSIONS   PIC  9(05).
                07 WS-SV-HOSTILES   PIC  9(09).
                07 WS-SV-EARNED-RANK
                                    PIC  9(02).
                07 WS-SV-KM-GRADE   PIC  X(01).
                07 WS-SV-TERM-MISSIONS
                                    PIC  9(05).
                07 WS-SV-TERM-HOSTILES
                                    PIC  9(09).
                07 WS-SV-TERM-EFF-LAST
                                    PIC  9(04)V9(02).
                07 WS-SV-TERM-EFF-BEST
                                    PIC  9(04)V9(02).

      * THE 18-RANK INSIGNIA LADDER - RANK CHOICE 0 THROUGH 17,
      * IDENTICAL TO THE NAMES 1010-FORMAT-RANK-NAME ASSIGNS IN
          03 WS-RNK-SWAP-NEEDED     PIC  X(01)  VALUE 'N'.
             88 WS-RNK-MUST-SWAP                VALUE 'Y'.
          03 WS-RNK-ORDER-TABLE.
             05 WS-RNK-ORDER        PIC  9(03)  OCCURS 999 TIMES.

      * DECORATIONS HELD, ONE ENTRY PER CAPTAIN AND AWARD - A REPEAT
      * AWARD IS COUNTED AGAINST THE ENTRY, WITH THE LATEST DATE.
       01 WS-DECORATION-AREA.
          03 WS-DC-MAX              PIC  9(04)  VALUE 2000.
          03 WS-DC-CTR              PIC  9(04)  VALUE ZEROES.
          03 WS-DC-IDX              PIC  9(04)  VALUE ZEROES.
          03 WS-DC-FOUND-IDX        PIC  9(04)  VALUE ZEROES.
          03 WS-DC-DROPPED          PIC  9(05)  VALUE ZEROES.
          03 WS-DC-SVC-IDX          PIC  9(03)  VALUE ZEROES.
          03 WS-DC-SHOWN-CTR        PIC  9(04)  VALUE ZEROES.
          03 WS-DC-FIRST-SW         PIC  X(01)  VALUE 'Y'.
             88 WS-DC-FIRST-LINE                VALUE 'Y'.
          03 WS-DC-ENTRY            OCCURS 2000 TIMES.
             05 WS-DC-OWNER         PIC  9(03).
             05 WS-DC-CODE          PIC  X(06).
             05 WS-DC-TITLE         PIC  X(30).
             05 WS-DC-COUNT         PIC  9(03).
             05 WS-DC-LAST-DATE     PIC  X(08).

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-NAME-SHORT      PIC  X(20)  VALUE SPACES.
          03 WS-PRT-RANK-IDX        PIC  9(02)  VALUE ZEROES.
          03 WS-PRT-TITLE-SAVE      PIC  X(80)  VALUE SPACES.
          03 WS-PRT-DEC-COUNT-EDIT  PIC  ZZ9.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

      * STANDINGS-TERM NAMES A CLOSED TERM TO POST AGAIN; BLANK POSTS
      * THE TERM NOW RUNNING.
           ACCEPT WS-TERM-ENV FROM ENVIRONMENT 'STANDINGS-TERM'.
           MOVE FUNCTION UPPER-CASE (WS-TERM-ENV) TO WS-TERM-ENV.

           IF WS-TERM-ENV = SPACES OR WS-TERM-ENV = 'CURRENT'
              SET WS-BOARD-CURRENT-TERM TO TRUE
           ELSE
              SET WS-BOARD-CLOSED-TERM TO TRUE
           END-IF.

           PERFORM 0950-LOAD-TERM-REGISTER
              THRU 0950-END.

           IF WS-TERM-REASON NOT = SPACES
              DISPLAY 'Squadron standings refused - '
                      FUNCTION TRIM (WS-TERM-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-BOARD-CLOSED-TERM
              PERFORM 1100-LOAD-TERM-ARCHIVE
                 THRU 1100-END
           ELSE
              PERFORM 1000-LOAD-SERVICE-RECORD
                 THRU 1000-END
           END-IF.

      * THE BOARD RANKS THE TERM-TO-DATE FIGURES, SO A RETURNING
      * CADET STARTS EACH TERM LEVEL WITH THE NEW CLASS.  THEY ARE
      * LAID OVER THE CAREER FIGURES IN THE TABLE AND THE BOARDS ARE
      * RANKED AND PRINTED FROM THERE; THE INSIGNIA STAYS THE CAREER
      * RANK.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
             UNTIL WS-SVC-IDX > WS-SVC-CTR
              MOVE WS-SV-TERM-MISSIONS (WS-SVC-IDX)
                TO WS-SV-MISSIONS (WS-SVC-IDX)
              MOVE WS-SV-TERM-HOSTILES (WS-SVC-IDX)
                TO WS-SV-HOSTILES (WS-SVC-IDX)
              MOVE WS-SV-TERM-EFF-LAST (WS-SVC-IDX)
                TO WS-SV-EFF-LAST (WS-SVC-IDX)
              MOVE WS-SV-TERM-EFF-BEST (WS-SVC-IDX)
                TO WS-SV-EFF-BEST (WS-SVC-IDX)
           END-PERFORM.

           IF WS-SVC-CTR = ZEROES
              DISPLAY 'The service-record file is empty - there is '
           PERFORM 3000-PRINT-ONE-BOARD
              THRU 3000-END.

           PERFORM 6000-LOAD-DECORATIONS
              THRU 6000-END.

           MOVE 'DECORATIONS' TO WS-PRT-LINE.
           PERFORM 6100-PRINT-DECORATIONS
              THRU 6100-END.

           MOVE 'END OF SQUADRON STANDINGS' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Squadron standings written to '
                   FUNCTION TRIM (WS-SC-STANDINGS-REPORT) '.'.

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

           MOVE SPACES TO WS-TERM-REASON.
           MOVE ZEROES TO WS-TERM-FROM-DATE.
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

      * THE TERM NOW RUNNING BEGAN THE DAY THE LATEST TERM CLOSED.
           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-REGISTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TRG-IN-PROGRESS
                       MOVE TRG-TERM-ID TO WS-TERM-OPEN-ID
                    END-IF
                    IF WS-BOARD-CURRENT-TERM
                       AND TRG-CLOSED
                       AND TRG-CLOSE-DATE > WS-TERM-FROM-DATE
                       MOVE TRG-CLOSE-DATE TO WS-TERM-FROM-DATE
                    END-IF
                    IF WS-BOARD-CLOSED-TERM
                       AND TRG-TERM-ID = WS-TERM-ENV
                       AND TRG-CLOSED
                       SET WS-TERM-FOUND TO TRUE
                       MOVE TRG-FROM-DATE  TO WS-TERM-FROM-DATE
                       MOVE TRG-CLOSE-DATE TO WS-TERM-CLOSE-DATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TERM-REGISTER-FILE.

       0950-CHECK-TERM.

      * WHILE A CLOSE-OUT IS PART WAY THROUGH, THE TERM FIGURES ON THE
      * MASTER MAY BE HALF RESET.
           IF WS-BOARD-CURRENT-TERM
              AND WS-TERM-OPEN-ID NOT = SPACES
              STRING 'THE CLOSE-OUT OF TERM '  DELIMITED BY SIZE
                     WS-TERM-OPEN-ID          DELIMITED BY SPACE
                     ' IS NOT FINISHED'       DELIMITED BY SIZE
                INTO WS-TERM-REASON
              GO TO 0950-END
           END-IF.

           IF WS-BOARD-CLOSED-TERM AND NOT WS-TERM-FOUND
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
       1000-LOAD-SERVICE-RECORD SECTION.

           MOVE ZEROES TO WS-SVC-CTR
                          WS-SVC-ON-FILE.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SVC-ON-FILE
                    IF WS-SVC-CTR < WS-SVC-MAX
                       ADD 1 TO WS-SVC-CTR
                       MOVE SVC-RECORD
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-TERM-ARCHIVE SECTION.

           MOVE ZEROES TO WS-SVC-CTR
                          WS-SVC-ON-FILE.
           SET WS-EOF-FALSE TO TRUE.

           MOVE SPACES TO WS-ARCHIVE-ASSIGN-NAME.
           STRING 'STARTREK-TERM-ARCHIVE-'    DELIMITED BY SIZE
                  WS-TERM-ENV                 DELIMITED BY SPACE
             INTO WS-ARCHIVE-ASSIGN-NAME.

           OPEN INPUT TERM-ARCHIVE-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ARCHIVE-STATUS-1 = 0 AND WS-ARCHIVE-STATUS-2 = 5
              CLOSE TERM-ARCHIVE-FILE
              DISPLAY FUNCTION TRIM (WS-ARCHIVE-ASSIGN-NAME)
                      ' is missing.' UPON SYSERR
              GO TO 1100-END
           END-IF.

           IF WS-ARCHIVE-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-ARCHIVE-ASSIGN-NAME)
                      ', status ' WS-ARCHIVE-FILE-STATUS UPON SYSERR
              GO TO 1100-END
           END-IF.

      * THE SERVICE RECORDS AS THEY STOOD AT THE CLOSE, IN NAME ORDER.
           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-ARCHIVE-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TA-IS-SERVICE
                       ADD 1 TO WS-SVC-ON-FILE
                       IF WS-SVC-CTR < WS-SVC-MAX
                          ADD 1 TO WS-SVC-CTR
                          MOVE TA-S-RECORD
                            TO WS-SVC-ENTRY (WS-SVC-CTR)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TERM-ARCHIVE-FILE.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-PRINT-REPORT-HEADER SECTION.

           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           IF WS-BOARD-CLOSED-TERM
              STRING 'TERM '                 DELIMITED BY SIZE
                     WS-TERM-ENV             DELIMITED BY SPACE
                     ' - CLOSED '            DELIMITED BY SIZE
                     WS-TERM-CLOSE-DATE (1:4)
                                             DELIMITED BY SIZE
                     '-'                     DELIMITED BY SIZE
                     WS-TERM-CLOSE-DATE (5:2)
                                             DELIMITED BY SIZE
                     '-'                     DELIMITED BY SIZE
                     WS-TERM-CLOSE-DATE (7:2)
                                             DELIMITED BY SIZE
                     ' - FINAL STANDINGS'    DELIMITED BY SIZE
                INTO WS-PRT-LINE
           ELSE
              IF WS-TERM-FROM-DATE = ZEROES
                 MOVE 'TERM NOW RUNNING - NO TERM CLOSED YET'
                   TO WS-PRT-LINE
              ELSE
                 STRING 'TERM NOW RUNNING - SINCE '
                                             DELIMITED BY SIZE
                        WS-TERM-FROM-DATE (1:4)
                                             DELIMITED BY SIZE
                        '-'                  DELIMITED BY SIZE
                        WS-TERM-FROM-DATE (5:2)
                                             DELIMITED BY SIZE
                        '-'                  DELIMITED BY SIZE
                        WS-TERM-FROM-DATE (7:2)
                                             DELIMITED BY SIZE
                   INTO WS-PRT-LINE
              END-IF
           END-IF.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CAPTAINS ON FILE: '       DELIMITED BY SIZE
                  WS-SVC-ON-FILE             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-SVC-ON-FILE > WS-SVC-CTR
              MOVE SPACES TO WS-PRT-LINE
              STRING 'BOARD LIMITED TO THE FIRST '
                                             DELIMITED BY SIZE
                     WS-SVC-CTR              DELIMITED BY SIZE
                     ' CAPTAINS IN NAME ORDER'
                                             DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       2000-END.
           EXIT.
      *
              MOVE WS-RNK-IDX TO WS-RNK-ORDER (WS-RNK-IDX)
           END-PERFORM.

      * A STRAIGHT EXCHANGE SORT - A SQUADRON OF CAPTAINS, ONCE
      * A WEEK, ON A PRINT RUN; SIMPLICITY WINS OVER SPEED.
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
             UNTIL WS-RNK-IDX >= WS-SVC-CTR
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-LOAD-DECORATIONS SECTION.

           MOVE ZEROES TO WS-DC-CTR
                          WS-DC-DROPPED.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT DECORATION-FILE.

           IF WS-DECORATION-STATUS-1 = 0
              AND WS-DECORATION-STATUS-2 = 5
              CLOSE DECORATION-FILE
              GO TO 6000-END
           END-IF.

           IF WS-DECORATION-STATUS-1 NOT = 0
              DISPLAY 'Error opening decorations file, status '
                      WS-DECORATION-FILE-STATUS UPON SYSERR
              GO TO 6000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ DECORATION-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    PERFORM 6010-TALLY-DECORATION
                       THRU 6010-END
              END-READ
           END-PERFORM.

           CLOSE DECORATION-FILE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6010-TALLY-DECORATION SECTION.

      * ONLY THE TERM ON THE BOARD IS POSTED.
           IF DEC-RUN-DATE < WS-TERM-FROM-DATE
              GO TO 6010-END
           END-IF.

           IF WS-BOARD-CLOSED-TERM
              AND DEC-RUN-DATE > WS-TERM-CLOSE-DATE
              GO TO 6010-END
           END-IF.

      * ONLY CAPTAINS ON THE BOARD ARE SHOWN - A RETIRED CAPTAIN'S
      * DECORATIONS STAY ON FILE BUT ARE NOT POSTED.
           MOVE ZEROES TO WS-DC-SVC-IDX.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
             UNTIL WS-SVC-IDX > WS-SVC-CTR
                OR WS-DC-SVC-IDX > ZEROES
              IF WS-SV-NAME (WS-SVC-IDX) = DEC-NAME
                 MOVE WS-SVC-IDX TO WS-DC-SVC-IDX
              END-IF
           END-PERFORM.

           IF WS-DC-SVC-IDX = ZEROES
              GO TO 6010-END
           END-IF.

           MOVE ZEROES TO WS-DC-FOUND-IDX.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
             UNTIL WS-DC-IDX > WS-DC-CTR
                OR WS-DC-FOUND-IDX > ZEROES
              IF WS-DC-OWNER (WS-DC-IDX) = WS-DC-SVC-IDX
                 AND WS-DC-CODE (WS-DC-IDX) = DEC-CODE
                 MOVE WS-DC-IDX TO WS-DC-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-DC-FOUND-IDX = ZEROES
              IF WS-DC-CTR >= WS-DC-MAX
                 ADD 1 TO WS-DC-DROPPED
                 GO TO 6010-END
              END-IF
              ADD 1 TO WS-DC-CTR
              MOVE WS-DC-CTR     TO WS-DC-FOUND-IDX
              MOVE WS-DC-SVC-IDX TO WS-DC-OWNER (WS-DC-FOUND-IDX)
              MOVE DEC-CODE      TO WS-DC-CODE  (WS-DC-FOUND-IDX)
              MOVE ZEROES        TO WS-DC-COUNT (WS-DC-FOUND-IDX)
              MOVE SPACES        TO WS-DC-LAST-DATE (WS-DC-FOUND-IDX)
           END-IF.

      * THE TITLE IS TAKEN FROM THE LATEST AWARD SO A RENAMED AWARD
      * SHOWS UNDER ITS CURRENT TITLE.
           MOVE DEC-TITLE    TO WS-DC-TITLE (WS-DC-FOUND-IDX).
           IF WS-DC-COUNT (WS-DC-FOUND-IDX) < 999
              ADD 1 TO WS-DC-COUNT (WS-DC-FOUND-IDX)
           END-IF.
           IF DEC-RUN-DATE > WS-DC-LAST-DATE (WS-DC-FOUND-IDX)
              MOVE DEC-RUN-DATE TO WS-DC-LAST-DATE (WS-DC-FOUND-IDX)
           END-IF.

       6010-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6100-PRINT-DECORATIONS SECTION.

      * THE CALLER LEAVES THE BOARD TITLE IN THE PRINT LINE.
           PERFORM 5500-WRITE-BOARD-TITLE
              THRU 5500-END.

           IF WS-DC-CTR = ZEROES
              MOVE ' NO DECORATIONS ON FILE' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 6100-BOARD-FOOT
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING ' CAPTAIN              '      DELIMITED BY SIZE
                  'DECORATION                     '
                                                DELIMITED BY SIZE
                  '  NBR  LAST AWARD'           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

      * THE SERVICE TABLE IS IN NAME ORDER, SO THE DECORATIONS ARE
      * POSTED CAPTAIN BY CAPTAIN IN NAME ORDER TOO.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
             UNTIL WS-SVC-IDX > WS-SVC-CTR
              MOVE 'Y' TO WS-DC-FIRST-SW
              PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                UNTIL WS-DC-IDX > WS-DC-CTR
                 IF WS-DC-OWNER (WS-DC-IDX) = WS-SVC-IDX
                    PERFORM 6110-PRINT-ONE-DECORATION
                       THRU 6110-END
                 END-IF
              END-PERFORM
           END-PERFORM.

           IF WS-DC-DROPPED > ZEROES
              MOVE SPACES TO WS-PRT-LINE
              STRING ' DECORATIONS NOT POSTED - TABLE FULL: '
                                              DELIMITED BY SIZE
                     WS-DC-DROPPED            DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       6100-BOARD-FOOT.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       6100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6110-PRINT-ONE-DECORATION SECTION.

      * THE CAPTAIN IS NAMED ON THE FIRST LINE OF THE GROUP ONLY.
           IF WS-DC-FIRST-LINE
              MOVE WS-SV-NAME (WS-SVC-IDX) TO WS-PRT-NAME-SHORT
              MOVE 'N' TO WS-DC-FIRST-SW
           ELSE
              MOVE SPACES TO WS-PRT-NAME-SHORT
           END-IF.

           MOVE WS-DC-COUNT (WS-DC-IDX) TO WS-PRT-DEC-COUNT-EDIT.

           MOVE SPACES TO WS-PRT-LINE.
           STRING ' '                         DELIMITED BY SIZE
                  WS-PRT-NAME-SHORT           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DC-TITLE (WS-DC-IDX)     DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-PRT-DEC-COUNT-EDIT       DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-DC-LAST-DATE (WS-DC-IDX) (1:4)
                                              DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-DC-LAST-DATE (WS-DC-IDX) (5:2)
                                              DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-DC-LAST-DATE (WS-DC-IDX) (7:2)
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       6110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM STANDINGS.
      *                                                                *

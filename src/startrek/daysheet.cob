      * ************************************************************** *
      *                    START OF PROGRAM DAYSHEET                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAYSHEET.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * DAYSHEET PRINTS ONE DAY'S CONSOLE BOOKINGS ALONGSIDE THE       *
      *  SESSIONS THAT ACTUALLY RAN, ON STARTREK-DAY-SHEET.  THE       *
      *  BOOKINGS COME FROM STARTREK-BOOKINGS; THE SESSIONS FROM THE   *
      *  SIGN-ON LINES STARTREK WRITES TO STARTREK-AUDIT-LOG WHEN IT   *
      *  ASSIGNS A SLOT, EACH CARRYING THE SLOT, THE CONSOLE AND WHAT  *
      *  THE BOOKING CHECK FOUND:                                      *
      *   BOOKED  - SIGNED ON WITHIN THE CAPTAIN'S OWN BOOKING         *
      *   OPEN    - SIGNED ON TO A SLOT NOBODY HAD BOOKED              *
      *   WARNED  - SIGNED ON OUTSIDE THE BOOKINGS AND LET THROUGH     *
      *   REFUSED - SIGNED ON OUTSIDE THE BOOKINGS AND TURNED AWAY     *
      *  SLOT BY SLOT, EACH BOOKING IS LISTED WITH THE SESSIONS THAT   *
      *  RAN UNDER IT, OR AS A NO SHOW, FOLLOWED BY THE SESSIONS ON    *
      *  THAT SLOT OUTSIDE THE BOOKINGS.                               *
      *                                                                *
      * THE DAY IS TODAY, OR THE CCYYMMDD DATE DAYSHEET-DATE NAMES.    *
      *                                                                *
      * RETURN CODE 0 - EVERY SESSION RAN TO ITS BOOKING               *
      *             4 - NO SHOWS, OR SESSIONS OUTSIDE THE BOOKINGS     *
      *                 THAT WERE WARNED OR REFUSED                    *
      *             8 - DAYSHEET-DATE IS NOT A DATE                    *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB DAY SHEET NAME TAKEN FROM THE SHOP CONFIGURATION  *
      *              FILE.                                             *
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

       SELECT OPTIONAL BOOKING-FILE
       ASSIGN TO 'STARTREK-BOOKINGS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BOOKING-FILE-STATUS.

       SELECT OPTIONAL AUDIT-LOG-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-FILE-STATUS.

       SELECT OPTIONAL DAY-SHEET-FILE
       ASSIGN TO WS-SC-DAY-SHEET
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * BOOKING-FILE - ONE BOOKING PER RECORD: THE DATE, THE SLOT, THE
      * START AND END TIME (HHMM, THE END NOT INCLUDED), AND A CAPTAIN
      * (KIND C) OR A WHOLE CLASS BY CLASS ID (KIND K).  MUST MATCH THE
      * LAYOUT THE BOOKING UTILITY WRITES.
       FD BOOKING-FILE.
          01 BKG-RECORD.
             03 BKG-DATE               PIC 9(08).
             03 FILLER                 PIC X(01).
             03 BKG-SLOT               PIC 9(01).
             03 FILLER                 PIC X(01).
             03 BKG-START              PIC 9(04).
             03 FILLER                 PIC X(01).
             03 BKG-END                PIC 9(04).
             03 FILLER                 PIC X(01).
             03 BKG-KIND               PIC X(01).
                88 BKG-FOR-CAPTAIN     VALUE 'C'.
                88 BKG-FOR-CLASS       VALUE 'K'.
             03 FILLER                 PIC X(01).
             03 BKG-WHO                PIC X(30).
             03 FILLER                 PIC X(01).
             03 BKG-BOOKED-STAMP       PIC X(14).

      * AUDIT-LOG-FILE - SEALED LINES: THE TEXT IN COLUMNS 1-121, THE
      * SEAL BEHIND IT.  ONLY THE TEXT IS READ HERE.
       FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD.
             03 AUL-TEXT               PIC X(121).
             03 AUL-SEAL               PIC X(11).

       FD DAY-SHEET-FILE.
          01 DAY-SHEET-RECORD          PIC X(80).

       FD SHOP-CONFIG-FILE.
          01 SCF-RECORD.
             03 SCF-KEYWORD            PIC X(20).
             03 FILLER                 PIC X(01).
             03 SCF-VALUE              PIC X(59).

      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-BOOKING-FILE-STATUS.
             05 WS-BOOKING-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-BOOKING-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
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

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.

      * THE DAY REPORTED ON.
       01 WS-DAY-AREA.
          03 WS-DS-DATE-ENV         PIC  X(20)  VALUE SPACES.
          03 WS-DS-DATE-WORD        PIC  X(20)  VALUE SPACES.
          03 WS-DS-DATE             PIC  X(08)  VALUE SPACES.
          03 WS-DS-DATE-N REDEFINES WS-DS-DATE
                                    PIC  9(08).
          03 WS-DS-DATE-RED REDEFINES WS-DS-DATE.
             05 WS-DS-DATE-CCYY     PIC  X(04).
             05 WS-DS-DATE-MM       PIC  X(02).
             05 WS-DS-DATE-DD       PIC  X(02).
          03 WS-DS-STAMP-DATE       PIC  X(08)  VALUE SPACES.

      * THE DAY'S BOOKINGS, IN THE FILE'S DATE, SLOT AND START ORDER,
      * EACH WITH THE NUMBER OF SESSIONS THAT RAN UNDER IT.
       01 WS-BOOKING-TABLE-AREA.
          03 WS-DB-MAX              PIC  9(03)  VALUE 200.
          03 WS-DB-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-DB-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-DB-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-DB-TABLE.
             05 WS-DB-ENTRY         OCCURS 200 TIMES.
                07 WS-DB-SLOT       PIC  9(01).
                07 WS-DB-START      PIC  9(04).
                07 WS-DB-END        PIC  9(04).
                07 WS-DB-KIND       PIC  X(01).
                07 WS-DB-WHO        PIC  X(30).
                07 WS-DB-SESSIONS   PIC  9(03).

      * THE DAY'S SIGN-ONS, IN THE ORDER THEY WERE LOGGED, EACH WITH
      * THE BOOKING IT RAN UNDER (ZERO FOR NONE).
       01 WS-SESSION-TABLE-AREA.
          03 WS-SS-MAX              PIC  9(03)  VALUE 500.
          03 WS-SS-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-SS-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-SS-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-SS-TABLE.
             05 WS-SS-ENTRY         OCCURS 500 TIMES.
                07 WS-SS-CLOCK      PIC  X(08).
                07 WS-SS-TIME       PIC  9(04).
                07 WS-SS-NAME       PIC  X(30).
                07 WS-SS-SLOT       PIC  9(01).
                07 WS-SS-CONSOLE    PIC  X(08).
                07 WS-SS-RESULT     PIC  X(07).
                07 WS-SS-BOOKING    PIC  9(03).

      * A SIGN-ON LINE TAKEN APART:
      * 'CCYY-MM-DD HH:MM:SS | SIGN-ON | NAME | SLOT N | CONSOLE X |
      *  RESULT'.
       01 WS-AUDIT-LINE-AREA.
          03 WS-AU-STAMP            PIC  X(19)  VALUE SPACES.
          03 WS-AU-STAMP-RED REDEFINES WS-AU-STAMP.
             05 WS-AU-CCYY          PIC  X(04).
             05 FILLER              PIC  X(01).
             05 WS-AU-MM            PIC  X(02).
             05 FILLER              PIC  X(01).
             05 WS-AU-DD            PIC  X(02).
             05 FILLER              PIC  X(01).
             05 WS-AU-CLOCK.
                07 WS-AU-HH         PIC  X(02).
                07 FILLER           PIC  X(01).
                07 WS-AU-MI         PIC  X(02).
                07 FILLER           PIC  X(03).
          03 WS-AU-TAG              PIC  X(20)  VALUE SPACES.
          03 WS-AU-NAME             PIC  X(30)  VALUE SPACES.
          03 WS-AU-SLOT-PART        PIC  X(10)  VALUE SPACES.
          03 WS-AU-CONSOLE-PART     PIC  X(20)  VALUE SPACES.
          03 WS-AU-RESULT           PIC  X(10)  VALUE SPACES.
          03 WS-AU-TIME-X           PIC  X(04)  VALUE SPACES.

       01 WS-SLOT-WORK-AREA.
          03 WS-SL-SLOT             PIC  9(02)  VALUE ZEROES.
          03 WS-SL-OUTSIDE-CTR      PIC  9(03)  VALUE ZEROES.
          03 WS-SL-USED-SW          PIC  X(01)  VALUE 'N'.
             88 WS-SL-USED                      VALUE 'Y'.
          03 WS-SL-COUNT-EDIT       PIC  ZZ9.

       01 WS-TOTALS-AREA.
          03 WS-TT-AUDIT-READ       PIC  9(07)  VALUE ZEROES.
          03 WS-TT-BOOKINGS         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-KEPT             PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NO-SHOWS         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-SESSIONS         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-BOOKED           PIC  9(05)  VALUE ZEROES.
          03 WS-TT-OPEN             PIC  9(05)  VALUE ZEROES.
          03 WS-TT-WARNED           PIC  9(05)  VALUE ZEROES.
          03 WS-TT-REFUSED          PIC  9(05)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-TL-LABEL-1          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-1          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-LABEL-2          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-2          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-NUMBER-EDIT      PIC  Z(10)9.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           PERFORM 1000-SET-DATE
              THRU 1000-END.

           IF WS-DS-DATE = SPACES
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           OPEN OUTPUT DAY-SHEET-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-SC-DAY-SHEET)
                      ', status ' WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CONSOLE DAY SHEET - '    DELIMITED BY SIZE
                  WS-DS-DATE-CCYY           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-DS-DATE-MM             DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-DS-DATE-DD             DELIMITED BY SIZE
                  '   PRINTED '             DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                            DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 1100-LOAD-BOOKINGS
              THRU 1100-END.

           PERFORM 1200-LOAD-SESSIONS
              THRU 1200-END.

           IF WS-FILE-ERROR
              MOVE 'DAY SHEET ABANDONED - A FILE COULD NOT BE READ '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE '(SEE THE CONSOLE LOG)'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              CLOSE DAY-SHEET-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 2000-MATCH-SESSIONS
              THRU 2000-END.

      * EVERY SLOT A ROSTER CAN HOLD - A BOOKING OUTLIVES A ROSTER
      * THAT IS LATER MADE SMALLER.
           PERFORM VARYING WS-SL-SLOT FROM 1 BY 1
             UNTIL WS-SL-SLOT > 9
              PERFORM 3000-WRITE-SLOT
                 THRU 3000-END
           END-PERFORM.

           IF WS-DB-CTR = ZEROES AND WS-SS-CTR = ZEROES
              MOVE 'NO CONSOLES WERE BOOKED AND NO SESSIONS RAN'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           PERFORM 5000-WRITE-SUMMARY
              THRU 5000-END.

           CLOSE DAY-SHEET-FILE.

           DISPLAY 'Console day sheet written to '
                   FUNCTION TRIM (WS-SC-DAY-SHEET) '.'.

           IF WS-TT-NO-SHOWS > ZEROES
              OR WS-TT-WARNED > ZEROES
              OR WS-TT-REFUSED > ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0000-END.
           GOBACK.
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
       1000-SET-DATE SECTION.

      * TODAY UNLESS DAYSHEET-DATE NAMES ANOTHER DAY.  A DATE THAT IS
      * NOT A DATE LEAVES WS-DS-DATE BLANK.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8) TO WS-DS-DATE.

           ACCEPT WS-DS-DATE-ENV FROM ENVIRONMENT 'DAYSHEET-DATE'.

           IF WS-DS-DATE-ENV = SPACES
              GO TO 1000-END
           END-IF.

           MOVE FUNCTION TRIM (WS-DS-DATE-ENV) TO WS-DS-DATE-WORD.
           MOVE WS-DS-DATE-WORD TO WS-DS-DATE.

           IF WS-DS-DATE IS NOT NUMERIC
              OR WS-DS-DATE-WORD (9:) NOT = SPACES
              DISPLAY 'DAYSHEET-DATE must be CCYYMMDD - '
                      FUNCTION TRIM (WS-DS-DATE-WORD)
                      ' is not.' UPON SYSERR
              MOVE SPACES TO WS-DS-DATE
              GO TO 1000-END
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DS-DATE-N) NOT = 0
              DISPLAY 'DAYSHEET-DATE ' WS-DS-DATE
                      ' is not a date.' UPON SYSERR
              MOVE SPACES TO WS-DS-DATE
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-BOOKINGS SECTION.

           MOVE ZEROES TO WS-DB-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT BOOKING-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-BOOKING-STATUS-1 = 0 AND WS-BOOKING-STATUS-2 = 5
              CLOSE BOOKING-FILE
              GO TO 1100-END
           END-IF.

           IF WS-BOOKING-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BOOKINGS, status '
                      WS-BOOKING-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ BOOKING-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF BKG-DATE = WS-DS-DATE-N
                       IF WS-DB-CTR < WS-DB-MAX
                          ADD 1 TO WS-DB-CTR
                          MOVE BKG-SLOT  TO WS-DB-SLOT (WS-DB-CTR)
                          MOVE BKG-START TO WS-DB-START (WS-DB-CTR)
                          MOVE BKG-END   TO WS-DB-END (WS-DB-CTR)
                          MOVE BKG-KIND  TO WS-DB-KIND (WS-DB-CTR)
                          MOVE BKG-WHO   TO WS-DB-WHO (WS-DB-CTR)
                          MOVE ZEROES    TO WS-DB-SESSIONS (WS-DB-CTR)
                       ELSE
                          ADD 1 TO WS-DB-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           IF WS-DB-OVERFLOW > ZEROES
              DISPLAY WS-DB-OVERFLOW ' booking(s) beyond the first '
                      WS-DB-MAX ' for the day are not shown.'
                      UPON SYSERR
           END-IF.

           MOVE WS-DB-CTR TO WS-TT-BOOKINGS.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LOAD-SESSIONS SECTION.

           MOVE ZEROES TO WS-SS-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT AUDIT-LOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-AUDIT-STATUS-1 = 0 AND WS-AUDIT-STATUS-2 = 5
              CLOSE AUDIT-LOG-FILE
              GO TO 1200-END
           END-IF.

           IF WS-AUDIT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-AUDIT-LOG, status '
                      WS-AUDIT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1200-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ AUDIT-LOG-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TT-AUDIT-READ
                    IF AUL-TEXT (21:11) = '| SIGN-ON |'
                       PERFORM 1210-TAKE-SIGN-ON
                          THRU 1210-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

           IF WS-SS-OVERFLOW > ZEROES
              DISPLAY WS-SS-OVERFLOW ' sign-on(s) beyond the first '
                      WS-SS-MAX ' for the day are not shown.'
                      UPON SYSERR
           END-IF.

           MOVE WS-SS-CTR TO WS-TT-SESSIONS.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1210-TAKE-SIGN-ON SECTION.

           MOVE SPACES TO WS-AUDIT-LINE-AREA.

           UNSTRING AUL-TEXT DELIMITED BY ' | '
               INTO WS-AU-STAMP
                    WS-AU-TAG
                    WS-AU-NAME
                    WS-AU-SLOT-PART
                    WS-AU-CONSOLE-PART
                    WS-AU-RESULT
           END-UNSTRING.

           MOVE SPACES TO WS-DS-STAMP-DATE.
           STRING WS-AU-CCYY WS-AU-MM WS-AU-DD DELIMITED BY SIZE
             INTO WS-DS-STAMP-DATE.

           IF WS-DS-STAMP-DATE NOT = WS-DS-DATE
              GO TO 1210-END
           END-IF.

      * A LINE THAT DOES NOT CARRY A SLOT IS NOT A SESSION.
           IF WS-AU-SLOT-PART (1:5) NOT = 'slot '
              OR WS-AU-SLOT-PART (6:1) IS NOT NUMERIC
              GO TO 1210-END
           END-IF.

           IF WS-SS-CTR NOT < WS-SS-MAX
              ADD 1 TO WS-SS-OVERFLOW
              GO TO 1210-END
           END-IF.

           ADD 1 TO WS-SS-CTR.

           STRING WS-AU-HH WS-AU-MI DELIMITED BY SIZE
             INTO WS-AU-TIME-X.
           IF WS-AU-TIME-X IS NUMERIC
              MOVE WS-AU-TIME-X TO WS-SS-TIME (WS-SS-CTR)
           ELSE
              MOVE ZEROES       TO WS-SS-TIME (WS-SS-CTR)
           END-IF.

           MOVE WS-AU-CLOCK           TO WS-SS-CLOCK (WS-SS-CTR).
           MOVE WS-AU-NAME            TO WS-SS-NAME (WS-SS-CTR).
           MOVE WS-AU-SLOT-PART (6:1) TO WS-SS-SLOT (WS-SS-CTR).
           MOVE WS-AU-CONSOLE-PART (9:8)
                                      TO WS-SS-CONSOLE (WS-SS-CTR).
           MOVE WS-AU-RESULT          TO WS-SS-RESULT (WS-SS-CTR).
           MOVE ZEROES                TO WS-SS-BOOKING (WS-SS-CTR).

           EVALUATE WS-AU-RESULT
               WHEN 'BOOKED'
                    ADD 1 TO WS-TT-BOOKED
               WHEN 'WARNED'
                    ADD 1 TO WS-TT-WARNED
               WHEN 'REFUSED'
                    ADD 1 TO WS-TT-REFUSED
               WHEN OTHER
                    ADD 1 TO WS-TT-OPEN
           END-EVALUATE.

       1210-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-MATCH-SESSIONS SECTION.

      * A SESSION STARTREK FOUND BOOKED RAN UNDER THE BOOKING OF ITS
      * SLOT THAT WAS IN FORCE WHEN IT SIGNED ON.  ANY OTHER SESSION
      * RAN OUTSIDE THE BOOKINGS.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
             UNTIL WS-SS-IDX > WS-SS-CTR
              IF WS-SS-RESULT (WS-SS-IDX) = 'BOOKED'
                 PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-CTR
                      OR WS-SS-BOOKING (WS-SS-IDX) NOT = ZEROES
                    IF WS-DB-SLOT (WS-DB-IDX) = WS-SS-SLOT (WS-SS-IDX)
                       AND WS-DB-START (WS-DB-IDX)
                           NOT > WS-SS-TIME (WS-SS-IDX)
                       AND WS-DB-END (WS-DB-IDX)
                           > WS-SS-TIME (WS-SS-IDX)
                       MOVE WS-DB-IDX TO WS-SS-BOOKING (WS-SS-IDX)
                       ADD 1 TO WS-DB-SESSIONS (WS-DB-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
             UNTIL WS-DB-IDX > WS-DB-CTR
              IF WS-DB-SESSIONS (WS-DB-IDX) = ZEROES
                 ADD 1 TO WS-TT-NO-SHOWS
              ELSE
                 ADD 1 TO WS-TT-KEPT
              END-IF
           END-PERFORM.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-WRITE-SLOT SECTION.

           MOVE 'N'    TO WS-SL-USED-SW.
           MOVE ZEROES TO WS-SL-OUTSIDE-CTR.

           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
             UNTIL WS-DB-IDX > WS-DB-CTR
              IF WS-DB-SLOT (WS-DB-IDX) = WS-SL-SLOT
                 SET WS-SL-USED TO TRUE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
             UNTIL WS-SS-IDX > WS-SS-CTR
              IF WS-SS-SLOT (WS-SS-IDX) = WS-SL-SLOT
                 SET WS-SL-USED TO TRUE
                 IF WS-SS-BOOKING (WS-SS-IDX) = ZEROES
                    ADD 1 TO WS-SL-OUTSIDE-CTR
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-SL-USED
              GO TO 3000-END
           END-IF.

           MOVE 'SLOT'            TO WS-PRT-LINE.
           MOVE WS-SL-SLOT (2:1)  TO WS-PRT-LINE (6:1).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * EACH BOOKING, THEN THE SESSIONS THAT RAN UNDER IT.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
             UNTIL WS-DB-IDX > WS-DB-CTR
              IF WS-DB-SLOT (WS-DB-IDX) = WS-SL-SLOT
                 MOVE WS-DB-START (WS-DB-IDX) (1:2)
                                    TO WS-PRT-LINE (3:2)
                 MOVE ':'           TO WS-PRT-LINE (5:1)
                 MOVE WS-DB-START (WS-DB-IDX) (3:2)
                                    TO WS-PRT-LINE (6:2)
                 MOVE '-'           TO WS-PRT-LINE (8:1)
                 MOVE WS-DB-END (WS-DB-IDX) (1:2)
                                    TO WS-PRT-LINE (9:2)
                 MOVE ':'           TO WS-PRT-LINE (11:1)
                 MOVE WS-DB-END (WS-DB-IDX) (3:2)
                                    TO WS-PRT-LINE (12:2)
                 IF WS-DB-KIND (WS-DB-IDX) = 'K'
                    MOVE 'CLASS'    TO WS-PRT-LINE (16:7)
                 ELSE
                    MOVE 'CAPTAIN'  TO WS-PRT-LINE (16:7)
                 END-IF
                 MOVE WS-DB-WHO (WS-DB-IDX)
                                    TO WS-PRT-LINE (25:30)
                 IF WS-DB-SESSIONS (WS-DB-IDX) = ZEROES
                    MOVE 'NO SHOW'  TO WS-PRT-LINE (57:7)
                 ELSE
                    MOVE WS-DB-SESSIONS (WS-DB-IDX)
                                    TO WS-SL-COUNT-EDIT
                    MOVE WS-SL-COUNT-EDIT
                                    TO WS-PRT-LINE (57:3)
                    MOVE 'SESSION(S)'
                                    TO WS-PRT-LINE (61:10)
                 END-IF
                 PERFORM 6000-WRITE-REPORT-LINE
                    THRU 6000-END
                 PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CTR
                    IF WS-SS-BOOKING (WS-SS-IDX) = WS-DB-IDX
                       PERFORM 3100-WRITE-SESSION
                          THRU 3100-END
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           IF WS-SL-OUTSIDE-CTR = ZEROES
              GO TO 3000-SPACE-LINE
           END-IF.

           MOVE 'OUTSIDE THE BOOKINGS' TO WS-PRT-LINE (3:20).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
             UNTIL WS-SS-IDX > WS-SS-CTR
              IF WS-SS-SLOT (WS-SS-IDX) = WS-SL-SLOT
                 AND WS-SS-BOOKING (WS-SS-IDX) = ZEROES
                 PERFORM 3100-WRITE-SESSION
                    THRU 3100-END
              END-IF
           END-PERFORM.

       3000-SPACE-LINE.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-WRITE-SESSION SECTION.

           MOVE WS-SS-CLOCK (WS-SS-IDX)   TO WS-PRT-LINE (7:8).
           MOVE WS-SS-NAME (WS-SS-IDX)    TO WS-PRT-LINE (17:30).
           MOVE 'CONSOLE'                 TO WS-PRT-LINE (48:7).
           MOVE WS-SS-CONSOLE (WS-SS-IDX) TO WS-PRT-LINE (56:8).
           MOVE WS-SS-RESULT (WS-SS-IDX)  TO WS-PRT-LINE (66:7).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-SUMMARY SECTION.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'BOOKINGS...............' TO WS-TL-LABEL-1.
           MOVE WS-TT-BOOKINGS          TO WS-TL-COUNT-1.
           MOVE 'SESSIONS...............' TO WS-TL-LABEL-2.
           MOVE WS-TT-SESSIONS          TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'KEPT...................' TO WS-TL-LABEL-1.
           MOVE WS-TT-KEPT              TO WS-TL-COUNT-1.
           MOVE 'WITHIN A BOOKING.......' TO WS-TL-LABEL-2.
           MOVE WS-TT-BOOKED            TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'NO SHOWS...............' TO WS-TL-LABEL-1.
           MOVE WS-TT-NO-SHOWS          TO WS-TL-COUNT-1.
           MOVE 'ON AN UNBOOKED SLOT....' TO WS-TL-LABEL-2.
           MOVE WS-TT-OPEN              TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'WARNED.................' TO WS-TL-LABEL-1.
           MOVE WS-TT-WARNED            TO WS-TL-COUNT-1.
           MOVE 'REFUSED................' TO WS-TL-LABEL-2.
           MOVE WS-TT-REFUSED           TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5100-WRITE-TOTALS-LINE SECTION.

      * TWO TOTALS TO A LINE - A BLANK SECOND LABEL LEAVES THE RIGHT
      * HALF EMPTY.
           MOVE WS-TL-LABEL-1     TO WS-PRT-LINE (1:24).
           MOVE WS-TL-COUNT-1     TO WS-TL-NUMBER-EDIT.
           MOVE WS-TL-NUMBER-EDIT TO WS-PRT-LINE (25:11).

           IF WS-TL-LABEL-2 NOT = SPACES
              MOVE WS-TL-LABEL-2     TO WS-PRT-LINE (41:24)
              MOVE WS-TL-COUNT-2     TO WS-TL-NUMBER-EDIT
              MOVE WS-TL-NUMBER-EDIT TO WS-PRT-LINE (65:11)
           END-IF.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       5100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE DAY-SHEET-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM DAYSHEET.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM DAYSHEET                    *
      * ************************************************************** *

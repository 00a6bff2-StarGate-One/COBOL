      * ************************************************************** *
      *                    START OF PROGRAM BOOKING                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOOKING.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * BOOKING IS THE DUTY INSTRUCTOR'S CONSOLE FOR THE CONSOLE       *
      *  BOOKING SCHEDULE, STARTREK-BOOKINGS.  A BOOKING HOLDS ONE     *
      *  ROSTER SLOT ON ONE DATE FROM A START TIME UP TO (NOT          *
      *  INCLUDING) AN END TIME, FOR ONE CAPTAIN (KIND C) OR FOR A     *
      *  WHOLE CLASS BY ITS ENROLLMENT CLASS ID (KIND K).  THE         *
      *  UTILITY CAN LIST A DAY'S BOOKINGS, ADD A BOOKING, CANCEL ONE  *
      *  AND PURGE THE BOOKINGS OF DAYS GONE BY.  A BOOKING THAT       *
      *  OVERLAPS ANOTHER ON THE SAME SLOT, OR THAT PUTS THE SAME      *
      *  CAPTAIN OR CLASS ON TWO SLOTS AT ONCE, IS REJECTED.  THE      *
      *  FILE IS READ AFRESH BEFORE EVERY CHANGE AND REWRITTEN IN      *
      *  DATE, SLOT AND START ORDER AT ONCE.  STARTREK CHECKS THE      *
      *  BOOKINGS WHEN A CAPTAIN SIGNS ON TO A SLOT.                   *
      *                                                                *
      * SCRIPTED SESSIONS READ FROM THE FILE BOOKING-SCRIPT NAMES.     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
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

      * SCRIPTED SESSIONS READ FROM THE FILE BOOKING-SCRIPT NAMES,
      * THE SAME REPLAY CONVENTION THE BRIDGE PROGRAM USES.
       SELECT OPTIONAL STANDARD-IN
       ASSIGN TO WS-STDIN-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-STDIN-FILE-STATUS.

       SELECT OPTIONAL BOOKING-FILE
       ASSIGN TO 'STARTREK-BOOKINGS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BOOKING-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

       FD STANDARD-IN.
          01 STDIN-LINE             PIC X(80).

      * BOOKING-FILE - ONE BOOKING PER RECORD: THE DATE, THE SLOT, THE
      * START AND END TIME (HHMM, THE END NOT INCLUDED), AND A CAPTAIN
      * (KIND C) OR A WHOLE CLASS BY CLASS ID (KIND K).  MUST MATCH THE
      * LAYOUT STARTREK AND DAYSHEET READ.
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
          03 WS-STDIN-FILE-STATUS.
             05 WS-STDIN-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-STDIN-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-BOOKING-FILE-STATUS.
             05 WS-BOOKING-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-BOOKING-STATUS-2 PIC  9(01)  VALUE ZEROES.
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


       01 WS-REPLAY-AREA.
          03 WS-STDIN-ASSIGN-NAME   PIC  X(256) VALUE 'KEYBOARD'.
          03 WS-SCRIPT-FILE         PIC  X(256) VALUE SPACES.
          03 WS-SCRIPT-MODE         PIC  X(01)  VALUE 'N'.
             88 WS-SCRIPT-ACTIVE                VALUE 'Y'.
          03 WS-INPUT-LINE          PIC  X(80)  VALUE SPACES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-LOOP-DONE           PIC  X(01)  VALUE 'N'.
             88 WS-LOOP-IS-DONE                 VALUE 'Y'.
          03 WS-LOAD-OK-SW          PIC  X(01)  VALUE 'N'.
             88 WS-LOAD-OK                      VALUE 'Y'.

       01 WS-COMMAND-AREA.
          03 WS-COMMAND             PIC  X(06)  VALUE SPACES.
             88 WS-CMD-LIST                     VALUE 'LIST'.
             88 WS-CMD-ADD                      VALUE 'ADD'.
             88 WS-CMD-CANCEL                   VALUE 'CANCEL'.
             88 WS-CMD-PURGE                    VALUE 'PURGE'.
             88 WS-CMD-HELP                     VALUE 'HELP'.
             88 WS-CMD-QUIT                     VALUE 'QUIT'.

      * THE BOOKINGS AS LOADED, KEPT IN DATE, SLOT AND START ORDER.
       01 WS-BOOKING-TABLE-AREA.
          03 WS-BT-MAX              PIC  9(03)  VALUE 500.
          03 WS-BT-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-BT-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-BT-MOVE-IDX         PIC  9(03)  VALUE ZEROES.
          03 WS-BT-AT-IDX           PIC  9(03)  VALUE ZEROES.
          03 WS-BT-TABLE.
             05 WS-BT-ENTRY         OCCURS 500 TIMES.
                07 WS-BT-RECORD     PIC  X(68).
                07 WS-BT-FIELDS REDEFINES WS-BT-RECORD.
                   09 WS-BT-DATE    PIC  9(08).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-SLOT    PIC  9(01).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-START   PIC  9(04).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-END     PIC  9(04).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-KIND    PIC  X(01).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-WHO     PIC  X(30).
                   09 FILLER        PIC  X(01).
                   09 WS-BT-STAMP   PIC  X(14).

      * THE BOOKING BEING ADDED OR CANCELLED.
       01 WS-NEW-BOOKING.
          03 WS-NB-DATE             PIC  9(08)  VALUE ZEROES.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-SLOT             PIC  9(01)  VALUE ZEROES.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-START            PIC  9(04)  VALUE ZEROES.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-END              PIC  9(04)  VALUE ZEROES.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-KIND             PIC  X(01)  VALUE SPACE.
             88 WS-NB-FOR-CAPTAIN               VALUE 'C'.
             88 WS-NB-FOR-CLASS                 VALUE 'K'.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-WHO              PIC  X(30)  VALUE SPACES.
          03 FILLER                 PIC  X(01)  VALUE SPACE.
          03 WS-NB-STAMP            PIC  X(14)  VALUE SPACES.

       01 WS-BOOKING-WORK-AREA.
          03 WS-BK-TODAY            PIC  9(08)  VALUE ZEROES.
          03 WS-BK-NOW              PIC  9(04)  VALUE ZEROES.
          03 WS-BK-DATE-X           PIC  X(08)  VALUE SPACES.
          03 WS-BK-DATE-OK-SW       PIC  X(01)  VALUE 'N'.
             88 WS-BK-DATE-OK                   VALUE 'Y'.
          03 WS-BK-TIME-X           PIC  X(05)  VALUE SPACES.
          03 WS-BK-TIME-DIGITS      PIC  X(04)  VALUE SPACES.
          03 WS-BK-TIME-RED REDEFINES WS-BK-TIME-DIGITS.
             05 WS-BK-TIME-HH       PIC  9(02).
             05 WS-BK-TIME-MM       PIC  9(02).
          03 WS-BK-TIME             PIC  9(04)  VALUE ZEROES.
          03 WS-BK-TIME-OK-SW       PIC  X(01)  VALUE 'N'.
             88 WS-BK-TIME-OK                   VALUE 'Y'.
          03 WS-BK-SLOT-X           PIC  X(01)  VALUE SPACE.
          03 WS-BK-FOUND-SW         PIC  X(01)  VALUE 'N'.
             88 WS-BK-FOUND                     VALUE 'Y'.
          03 WS-BK-CLASH-SW         PIC  X(01)  VALUE 'N'.
             88 WS-BK-CLASH                     VALUE 'Y'.
          03 WS-BK-CONFIRM          PIC  X(01)  VALUE SPACES.
             88 WS-BK-CONFIRMED                 VALUE 'Y'.
          03 WS-BK-SHOWN-CTR        PIC  9(03)  VALUE ZEROES.
          03 WS-BK-PURGED-CTR       PIC  9(03)  VALUE ZEROES.
          03 WS-BK-KIND-TEXT        PIC  X(07)  VALUE SPACES.

       01 WS-CURRENT-DATE-TIME-OFFSET.
          03 WS-CURRENT-DATE        PIC  9(08)  VALUE ZEROES.
          03 WS-CURRENT-TIME.
             05 WS-CURRENT-TIME-HH  PIC  9(02)  VALUE ZEROES.
             05 WS-CURRENT-TIME-MM  PIC  9(02)  VALUE ZEROES.
             05 FILLER              PIC  X(04)  VALUE SPACES.
          03 FILLER                 PIC  X(05)  VALUE SPACES.
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'BOOKING-SCRIPT'.
           IF WS-SCRIPT-FILE NOT = SPACES
              MOVE WS-SCRIPT-FILE TO WS-STDIN-ASSIGN-NAME
              SET WS-SCRIPT-ACTIVE TO TRUE
              OPEN INPUT STANDARD-IN
              IF WS-STDIN-STATUS-1 NOT = 0
                 OR WS-STDIN-STATUS-2 = 5
                 DISPLAY 'Unable to open command script '
                         WS-SCRIPT-FILE UPON SYSERR
                 CLOSE STANDARD-IN
                 MOVE 'N' TO WS-SCRIPT-MODE
              END-IF
           END-IF.

           PERFORM 1000-LOAD-BOOKINGS
              THRU 1000-END.

           DISPLAY 'Console booking schedule - ' WS-BT-CTR
                   ' booking(s) on file for slots 1 to '
                   WS-SC-ROSTER-SIZE '.'.
           DISPLAY 'Commands: LIST  ADD  CANCEL  PURGE  HELP  QUIT'.

           MOVE 'N' TO WS-LOOP-DONE.

           PERFORM UNTIL WS-LOOP-IS-DONE
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Enter command: '
              PERFORM 1500-GET-INPUT
                 THRU 1500-END
              MOVE WS-INPUT-LINE TO WS-COMMAND
              MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
              EVALUATE TRUE
                  WHEN WS-CMD-LIST
                       PERFORM 2000-LIST-BOOKINGS
                          THRU 2000-END
                  WHEN WS-CMD-ADD
                       PERFORM 3000-ADD-BOOKING
                          THRU 3000-END
                  WHEN WS-CMD-CANCEL
                       PERFORM 4000-CANCEL-BOOKING
                          THRU 4000-END
                  WHEN WS-CMD-PURGE
                       PERFORM 5000-PURGE-BOOKINGS
                          THRU 5000-END
                  WHEN WS-CMD-HELP
                       PERFORM 6000-DISPLAY-HELP
                          THRU 6000-END
                  WHEN WS-CMD-QUIT
                       SET WS-LOOP-IS-DONE TO TRUE
                  WHEN OTHER
                       DISPLAY 'Unknown command.  Type HELP for a '
                               'list.'
              END-EVALUATE
           END-PERFORM.

           IF WS-SCRIPT-ACTIVE
              CLOSE STANDARD-IN
           END-IF.

           GOBACK.

       0000-END.
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
       1000-LOAD-BOOKINGS SECTION.

      * EVERY CHANGE STARTS FROM THE FILE AS IT STANDS, SO A SECOND
      * BOOKING CONSOLE'S CHANGES ARE NOT LOST.  THE FILE IS WRITTEN
      * IN ORDER, BUT EACH BOOKING IS PLACED IN ORDER AS IT IS READ
      * IN CASE IT HAS BEEN EDITED BY HAND.
           MOVE ZEROES TO WS-BT-CTR.
           MOVE 'N'    TO WS-LOAD-OK-SW.
           SET WS-EOF-FALSE TO TRUE.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE TO WS-BK-TODAY.
           COMPUTE WS-BK-NOW =
                   WS-CURRENT-TIME-HH * 100 + WS-CURRENT-TIME-MM.

           OPEN INPUT BOOKING-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-BOOKING-STATUS-1 = 0 AND WS-BOOKING-STATUS-2 = 5
              CLOSE BOOKING-FILE
              SET WS-LOAD-OK TO TRUE
              GO TO 1000-END
           END-IF.

           IF WS-BOOKING-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BOOKINGS, status '
                      WS-BOOKING-FILE-STATUS UPON SYSERR
              GO TO 1000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ BOOKING-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF WS-BT-CTR NOT < WS-BT-MAX
                       DISPLAY 'More than ' WS-BT-MAX ' bookings on '
                               'STARTREK-BOOKINGS - PURGE the days '
                               'gone by first.' UPON SYSERR
                       CLOSE BOOKING-FILE
                       GO TO 1000-END
                    END-IF
                    MOVE BKG-RECORD TO WS-NEW-BOOKING
                    PERFORM 1100-INSERT-BOOKING
                       THRU 1100-END
              END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           SET WS-LOAD-OK TO TRUE.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-INSERT-BOOKING SECTION.

      * FIND THE FIRST ENTRY THAT SORTS AFTER THE NEW BOOKING AND
      * SHIFT IT AND EVERYTHING BEHIND IT DOWN ONE.
           COMPUTE WS-BT-AT-IDX = WS-BT-CTR + 1.

           PERFORM VARYING WS-BT-IDX FROM WS-BT-CTR BY -1
             UNTIL WS-BT-IDX < 1
              IF WS-BT-DATE (WS-BT-IDX) > WS-NB-DATE
                 OR (WS-BT-DATE (WS-BT-IDX) = WS-NB-DATE
                     AND WS-BT-SLOT (WS-BT-IDX) > WS-NB-SLOT)
                 OR (WS-BT-DATE (WS-BT-IDX) = WS-NB-DATE
                     AND WS-BT-SLOT (WS-BT-IDX) = WS-NB-SLOT
                     AND WS-BT-START (WS-BT-IDX) > WS-NB-START)
                 MOVE WS-BT-IDX TO WS-BT-AT-IDX
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-BT-MOVE-IDX FROM WS-BT-CTR BY -1
             UNTIL WS-BT-MOVE-IDX < WS-BT-AT-IDX
              MOVE WS-BT-RECORD (WS-BT-MOVE-IDX)
                TO WS-BT-RECORD (WS-BT-MOVE-IDX + 1)
           END-PERFORM.

           MOVE WS-NEW-BOOKING TO WS-BT-RECORD (WS-BT-AT-IDX).
           ADD 1 TO WS-BT-CTR.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1500-GET-INPUT SECTION.

           IF WS-SCRIPT-ACTIVE
              MOVE SPACES TO STDIN-LINE
              READ STANDARD-IN
                 AT END
                    MOVE 'QUIT' TO STDIN-LINE
                    DISPLAY '(command script exhausted - QUIT '
                            'assumed)'
              END-READ
              MOVE STDIN-LINE TO WS-INPUT-LINE
              DISPLAY '> ' WS-INPUT-LINE
           ELSE
              MOVE SPACES TO WS-INPUT-LINE
              ACCEPT WS-INPUT-LINE FROM CONSOLE
           END-IF.

       1500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1600-GET-DATE SECTION.

      * A DATE AS CCYYMMDD; A BLANK ENTRY IS TODAY.
           MOVE 'N' TO WS-BK-DATE-OK-SW.

           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE = SPACES
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NB-DATE
              SET WS-BK-DATE-OK TO TRUE
              GO TO 1600-END
           END-IF.

           MOVE WS-INPUT-LINE TO WS-BK-DATE-X.

           IF WS-BK-DATE-X IS NOT NUMERIC
              OR WS-INPUT-LINE (9:) NOT = SPACES
              DISPLAY 'A date is given as CCYYMMDD.'
              GO TO 1600-END
           END-IF.

           MOVE WS-BK-DATE-X TO WS-NB-DATE.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-NB-DATE) NOT = 0
              DISPLAY 'There is no such date as ' WS-BK-DATE-X '.'
              GO TO 1600-END
           END-IF.

           SET WS-BK-DATE-OK TO TRUE.

       1600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1700-GET-TIME SECTION.

      * A TIME AS HHMM OR HH:MM.  2400 IS ALLOWED, AS THE END OF THE
      * DAY.
           MOVE 'N' TO WS-BK-TIME-OK-SW.

           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           MOVE WS-INPUT-LINE TO WS-BK-TIME-X.

           IF WS-BK-TIME-X (3:1) = ':'
              MOVE WS-BK-TIME-X (1:2) TO WS-BK-TIME-DIGITS (1:2)
              MOVE WS-BK-TIME-X (4:2) TO WS-BK-TIME-DIGITS (3:2)
           ELSE
              MOVE WS-BK-TIME-X (1:4) TO WS-BK-TIME-DIGITS
              IF WS-BK-TIME-X (5:1) NOT = SPACE
                 MOVE SPACES TO WS-BK-TIME-DIGITS
              END-IF
           END-IF.

           IF WS-BK-TIME-DIGITS IS NOT NUMERIC
              OR WS-INPUT-LINE (6:) NOT = SPACES
              DISPLAY 'A time is given as HHMM or HH:MM.'
              GO TO 1700-END
           END-IF.

           IF WS-BK-TIME-MM > 59
              OR WS-BK-TIME-HH > 24
              OR (WS-BK-TIME-HH = 24 AND WS-BK-TIME-MM NOT = 0)
              DISPLAY 'There is no such time as '
                      FUNCTION TRIM (WS-BK-TIME-X) '.'
              GO TO 1700-END
           END-IF.

           COMPUTE WS-BK-TIME = WS-BK-TIME-HH * 100 + WS-BK-TIME-MM.
           SET WS-BK-TIME-OK TO TRUE.

       1700-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1800-GET-SLOT SECTION.

           MOVE ZEROES TO WS-NB-SLOT.

           DISPLAY 'Slot (1-' WS-SC-ROSTER-SIZE '): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE WS-INPUT-LINE TO WS-BK-SLOT-X.

           IF WS-BK-SLOT-X IS NOT NUMERIC
              OR WS-INPUT-LINE (2:) NOT = SPACES
              DISPLAY 'There is no such slot.'
              GO TO 1800-END
           END-IF.

           MOVE WS-BK-SLOT-X TO WS-NB-SLOT.

           IF WS-NB-SLOT < 1 OR WS-NB-SLOT > WS-SC-ROSTER-SIZE
              DISPLAY 'There is no such slot.'
              MOVE ZEROES TO WS-NB-SLOT
           END-IF.

       1800-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-LIST-BOOKINGS SECTION.

           PERFORM 1000-LOAD-BOOKINGS
              THRU 1000-END.
           IF NOT WS-LOAD-OK
              GO TO 2000-END
           END-IF.

           DISPLAY 'Bookings for which date (CCYYMMDD, blank for '
                   'today)? '.
           PERFORM 1600-GET-DATE
              THRU 1600-END.
           IF NOT WS-BK-DATE-OK
              GO TO 2000-END
           END-IF.


           MOVE ZEROES TO WS-BK-SHOWN-CTR.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CTR
              IF WS-BT-DATE (WS-BT-IDX) = WS-NB-DATE
                 IF WS-BK-SHOWN-CTR = ZEROES
                    DISPLAY 'SLOT START END   FOR     NAME / CLASS'
                            '                   BOOKED'
                 END-IF
                 ADD 1 TO WS-BK-SHOWN-CTR
                 IF WS-BT-KIND (WS-BT-IDX) = 'K'
                    MOVE 'CLASS'   TO WS-BK-KIND-TEXT
                 ELSE
                    MOVE 'CAPTAIN' TO WS-BK-KIND-TEXT
                 END-IF
                 DISPLAY '  ' WS-BT-SLOT (WS-BT-IDX) '  '
                         WS-BT-START (WS-BT-IDX) (1:2) ':'
                         WS-BT-START (WS-BT-IDX) (3:2) ' '
                         WS-BT-END (WS-BT-IDX) (1:2) ':'
                         WS-BT-END (WS-BT-IDX) (3:2) ' '
                         WS-BK-KIND-TEXT ' '
                         WS-BT-WHO (WS-BT-IDX) ' '
                         WS-BT-STAMP (WS-BT-IDX) (1:8)
              END-IF
           END-PERFORM.

           IF WS-BK-SHOWN-CTR = ZEROES
              DISPLAY 'No consoles are booked on ' WS-NB-DATE '.'
           ELSE
              DISPLAY WS-BK-SHOWN-CTR ' booking(s) on '
                      WS-NB-DATE '.'
           END-IF.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-ADD-BOOKING SECTION.

           PERFORM 1000-LOAD-BOOKINGS
              THRU 1000-END.
           IF NOT WS-LOAD-OK
              GO TO 3000-END
           END-IF.

           MOVE SPACES TO WS-NEW-BOOKING.

           DISPLAY 'Date (CCYYMMDD, blank for today): '.
           PERFORM 1600-GET-DATE
              THRU 1600-END.
           IF NOT WS-BK-DATE-OK
              GO TO 3000-END
           END-IF.


           IF WS-NB-DATE < WS-BK-TODAY
              DISPLAY 'That date has gone by.'
              GO TO 3000-END
           END-IF.

           PERFORM 1800-GET-SLOT
              THRU 1800-END.
           IF WS-NB-SLOT = ZEROES
              GO TO 3000-END
           END-IF.

           DISPLAY 'Start time (HHMM): '.
           PERFORM 1700-GET-TIME
              THRU 1700-END.
           IF NOT WS-BK-TIME-OK
              GO TO 3000-END
           END-IF.
           IF WS-BK-TIME = 2400
              DISPLAY 'A booking cannot start at 24:00.'
              GO TO 3000-END
           END-IF.
           MOVE WS-BK-TIME TO WS-NB-START.

           DISPLAY 'End time (HHMM, not included): '.
           PERFORM 1700-GET-TIME
              THRU 1700-END.
           IF NOT WS-BK-TIME-OK
              GO TO 3000-END
           END-IF.
           MOVE WS-BK-TIME TO WS-NB-END.

           IF WS-NB-END NOT > WS-NB-START
              DISPLAY 'The end time must come after the start time.'
              GO TO 3000-END
           END-IF.

           IF WS-NB-DATE = WS-BK-TODAY AND WS-NB-END NOT > WS-BK-NOW
              DISPLAY 'That time has gone by.'
              GO TO 3000-END
           END-IF.

           DISPLAY 'For a captain (C) or a class (K)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE (1:1))
             TO WS-NB-KIND.
           IF NOT WS-NB-FOR-CAPTAIN AND NOT WS-NB-FOR-CLASS
              OR WS-INPUT-LINE (2:) NOT = SPACES
              DISPLAY 'Answer C or K.'
              GO TO 3000-END
           END-IF.

           IF WS-NB-FOR-CLASS
              DISPLAY 'Class ID: '
           ELSE
              DISPLAY 'Captain name: '
           END-IF.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE WS-INPUT-LINE TO WS-NB-WHO.

           IF WS-NB-WHO = SPACES OR WS-NB-WHO (1:1) = SPACE
              DISPLAY 'A booking must name who it is for.'
              GO TO 3000-END
           END-IF.

           IF WS-NB-FOR-CLASS AND WS-NB-WHO (9:) NOT = SPACES
              DISPLAY 'A class ID is at most 8 characters.'
              GO TO 3000-END
           END-IF.

      * NO TWO BOOKINGS MAY OVERLAP ON ONE SLOT, AND NO CAPTAIN OR
      * CLASS MAY BE BOOKED ON TWO SLOTS AT ONCE.  TWO BOOKINGS
      * OVERLAP WHEN EACH STARTS BEFORE THE OTHER ENDS.
           MOVE 'N' TO WS-BK-CLASH-SW.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CTR
              IF WS-BT-DATE (WS-BT-IDX) = WS-NB-DATE
                 AND WS-BT-START (WS-BT-IDX) < WS-NB-END
                 AND WS-NB-START < WS-BT-END (WS-BT-IDX)
                 IF WS-BT-SLOT (WS-BT-IDX) = WS-NB-SLOT
                    OR (WS-BT-KIND (WS-BT-IDX) = WS-NB-KIND
                        AND WS-BT-WHO (WS-BT-IDX) = WS-NB-WHO)
                    IF NOT WS-BK-CLASH
                       DISPLAY 'Rejected - it overlaps:'
                    END-IF
                    SET WS-BK-CLASH TO TRUE
                    DISPLAY '  slot ' WS-BT-SLOT (WS-BT-IDX) ' '
                            WS-BT-START (WS-BT-IDX) (1:2) ':'
                            WS-BT-START (WS-BT-IDX) (3:2) '-'
                            WS-BT-END (WS-BT-IDX) (1:2) ':'
                            WS-BT-END (WS-BT-IDX) (3:2) ' '
                            FUNCTION TRIM (WS-BT-WHO (WS-BT-IDX))
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-BK-CLASH
              GO TO 3000-END
           END-IF.

           IF WS-BT-CTR NOT < WS-BT-MAX
              DISPLAY 'The booking file is full - PURGE the days gone '
                      'by first.'
              GO TO 3000-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NB-STAMP.

           PERFORM 1100-INSERT-BOOKING
              THRU 1100-END.

           PERFORM 7000-SAVE-BOOKINGS
              THRU 7000-END.

           DISPLAY 'Slot ' WS-NB-SLOT ' booked on ' WS-NB-DATE
                   ' from ' WS-NB-START (1:2) ':' WS-NB-START (3:2)
                   ' to ' WS-NB-END (1:2) ':' WS-NB-END (3:2)
                   ' for ' FUNCTION TRIM (WS-NB-WHO) '.'.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-CANCEL-BOOKING SECTION.

           PERFORM 1000-LOAD-BOOKINGS
              THRU 1000-END.
           IF NOT WS-LOAD-OK
              GO TO 4000-END
           END-IF.

           MOVE SPACES TO WS-NEW-BOOKING.

           DISPLAY 'Date of the booking (CCYYMMDD, blank for '
                   'today): '.
           PERFORM 1600-GET-DATE
              THRU 1600-END.
           IF NOT WS-BK-DATE-OK
              GO TO 4000-END
           END-IF.

           PERFORM 1800-GET-SLOT
              THRU 1800-END.
           IF WS-NB-SLOT = ZEROES
              GO TO 4000-END
           END-IF.

           DISPLAY 'Start time of the booking (HHMM): '.
           PERFORM 1700-GET-TIME
              THRU 1700-END.
           IF NOT WS-BK-TIME-OK
              GO TO 4000-END
           END-IF.
           MOVE WS-BK-TIME TO WS-NB-START.


           MOVE 'N'    TO WS-BK-FOUND-SW.
           MOVE ZEROES TO WS-BT-AT-IDX.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CTR
                OR WS-BK-FOUND
              IF WS-BT-DATE (WS-BT-IDX)  = WS-NB-DATE
                 AND WS-BT-SLOT (WS-BT-IDX)  = WS-NB-SLOT
                 AND WS-BT-START (WS-BT-IDX) = WS-NB-START
                 SET WS-BK-FOUND TO TRUE
                 MOVE WS-BT-IDX TO WS-BT-AT-IDX
              END-IF
           END-PERFORM.

           IF NOT WS-BK-FOUND
              DISPLAY 'No booking starts then on that slot.'
              GO TO 4000-END
           END-IF.

           DISPLAY 'Cancel slot ' WS-NB-SLOT ' on ' WS-NB-DATE
                   ' from ' WS-BT-START (WS-BT-AT-IDX) (1:2) ':'
                   WS-BT-START (WS-BT-AT-IDX) (3:2) ' to '
                   WS-BT-END (WS-BT-AT-IDX) (1:2) ':'
                   WS-BT-END (WS-BT-AT-IDX) (3:2) ' for '
                   FUNCTION TRIM (WS-BT-WHO (WS-BT-AT-IDX))
                   ' (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-BK-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-BK-CONFIRM)
             TO WS-BK-CONFIRM.

           IF NOT WS-BK-CONFIRMED
              DISPLAY 'Cancellation abandoned - the booking stands.'
              GO TO 4000-END
           END-IF.

           PERFORM VARYING WS-BT-MOVE-IDX FROM WS-BT-AT-IDX BY 1
             UNTIL WS-BT-MOVE-IDX NOT < WS-BT-CTR
              MOVE WS-BT-RECORD (WS-BT-MOVE-IDX + 1)
                TO WS-BT-RECORD (WS-BT-MOVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BT-CTR.

           PERFORM 7000-SAVE-BOOKINGS
              THRU 7000-END.

           DISPLAY 'Booking cancelled.'.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-PURGE-BOOKINGS SECTION.

           PERFORM 1000-LOAD-BOOKINGS
              THRU 1000-END.
           IF NOT WS-LOAD-OK
              GO TO 5000-END
           END-IF.

      * THE TABLE IS IN DATE ORDER, SO THE DAYS GONE BY ARE AT THE
      * FRONT.
           MOVE ZEROES TO WS-BK-PURGED-CTR.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CTR
              IF WS-BT-DATE (WS-BT-IDX) < WS-BK-TODAY
                 ADD 1 TO WS-BK-PURGED-CTR
              END-IF
           END-PERFORM.

           IF WS-BK-PURGED-CTR = ZEROES
              DISPLAY 'There are no bookings before today.'
              GO TO 5000-END
           END-IF.

           DISPLAY 'Remove the ' WS-BK-PURGED-CTR ' booking(s) '
                   'before today (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-BK-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-BK-CONFIRM)
             TO WS-BK-CONFIRM.

           IF NOT WS-BK-CONFIRMED
              DISPLAY 'Purge abandoned - nothing changed.'
              GO TO 5000-END
           END-IF.

           PERFORM VARYING WS-BT-MOVE-IDX FROM 1 BY 1
             UNTIL WS-BT-MOVE-IDX + WS-BK-PURGED-CTR > WS-BT-CTR
              MOVE WS-BT-RECORD (WS-BT-MOVE-IDX + WS-BK-PURGED-CTR)
                TO WS-BT-RECORD (WS-BT-MOVE-IDX)
           END-PERFORM.
           SUBTRACT WS-BK-PURGED-CTR FROM WS-BT-CTR.

           PERFORM 7000-SAVE-BOOKINGS
              THRU 7000-END.

           DISPLAY WS-BK-PURGED-CTR ' booking(s) purged; '
                   WS-BT-CTR ' remain.'.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-DISPLAY-HELP SECTION.

           DISPLAY 'LIST   - list the bookings for a date'.
           DISPLAY 'ADD    - book a slot for a captain or a class'.
           DISPLAY 'CANCEL - cancel a booking by date, slot and '
                   'start time'.
           DISPLAY 'PURGE  - remove the bookings before today'.
           DISPLAY 'QUIT   - leave the booking console'.
           DISPLAY 'A booking runs from its start time up to its '
                   'end time; overlapping bookings are rejected.'.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-SAVE-BOOKINGS SECTION.

           OPEN OUTPUT BOOKING-FILE.

           IF WS-BOOKING-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BOOKINGS for output, '
                      'status ' WS-BOOKING-FILE-STATUS UPON SYSERR
              GO TO 7000-END
           END-IF.

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
             UNTIL WS-BT-IDX > WS-BT-CTR
              WRITE BKG-RECORD FROM WS-BT-RECORD (WS-BT-IDX)
           END-PERFORM.

           CLOSE BOOKING-FILE.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM BOOKING.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM BOOKING                     *
      * ************************************************************** *

      * ************************************************************** *
      *                    START OF PROGRAM CHARGEBK                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHARGEBK.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * CHARGEBK PRINTS THE MONTHLY CONSOLE CHARGEBACK STATEMENT ON    *
      *  STARTREK-CHARGEBACK FROM THE SIGN-ON AND SIGN-OFF LINES       *
      *  STARTREK WRITES TO STARTREK-AUDIT-LOG.  A SIGN-OFF CARRIES    *
      *  THE SESSION'S ELAPSED WALL-CLOCK SECONDS, COMMANDS ENTERED    *
      *  AND STARDATES FLOWN, AND IS PAIRED WITH THE SIGN-ON OF THE    *
      *  SAME CAPTAIN ON THE SAME SLOT.  A SESSION CLEARED BY A LOCK   *
      *  OVERRIDE IS SIGNED OFF BY THE SESSION THAT CLEARED IT AND IS  *
      *  PAIRED THE SAME WAY.  A SIGN-ON REFUSED BY THE CONSOLE        *
      *  BOOKINGS IS NOT A SESSION.                                    *
      *                                                                *
      * A SESSION BELONGS TO THE DAY IT SIGNED ON.  THE MONTH'S USAGE  *
      *  IS TOTALLED PER DAY, PER CAPTAIN AND PER CLASS - THE CLASS    *
      *  THE CAPTAIN IS ENROLLED IN ON STARTREK-ENROLLMENT, OR (NONE). *
      *  EACH CLASS IS CHARGED ITS CONSOLE HOURS AT ITS RATE FROM      *
      *  STARTREK-RATE-TABLE, ONE CARD PER CLASS:                      *
      *   COLUMNS  1-8  CLASS ID, OR DEFAULT FOR EVERY CLASS WITHOUT   *
      *                 A CARD OF ITS OWN                              *
      *   COLUMNS 10-16 RATE PER CONSOLE HOUR AS 9999.99               *
      *  AN ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.  SESSIONS THAT  *
      *  COULD NOT BE PAIRED ARE LISTED SEPARATELY AND NOT CHARGED.    *
      *                                                                *
      * THE MONTH IS LAST MONTH, OR THE CCYYMM MONTH CHARGEBK-MONTH    *
      *  NAMES.                                                        *
      *                                                                *
      * RETURN CODE 0 - EVERY SESSION PAIRED AND CHARGED               *
      *             4 - UNPAIRED SESSIONS, A CLASS WITH NO RATE, OR A  *
      *                 RATE CARD REJECTED                             *
      *             8 - CHARGEBK-MONTH IS NOT A MONTH                  *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
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

       SELECT OPTIONAL AUDIT-LOG-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-FILE-STATUS.

       SELECT OPTIONAL ENROLLMENT-FILE
       ASSIGN TO 'STARTREK-ENROLLMENT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ENROLLMENT-FILE-STATUS.

       SELECT OPTIONAL RATE-TABLE-FILE
       ASSIGN TO 'STARTREK-RATE-TABLE'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-RATE-FILE-STATUS.

       SELECT OPTIONAL CHARGEBACK-FILE
       ASSIGN TO 'STARTREK-CHARGEBACK'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * AUDIT-LOG-FILE - SEALED LINES: THE TEXT IN COLUMNS 1-121, THE
      * SEAL BEHIND IT.  ONLY THE TEXT IS READ HERE.
       FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD.
             03 AUL-TEXT               PIC X(121).
             03 AUL-SEAL               PIC X(11).

      * ENROLLMENT-FILE - ONE RECORD PER CADET ENROLLED.  MUST MATCH
      * THE LAYOUT ENROLL WRITES.
       FD ENROLLMENT-FILE.
          01 ENR-RECORD.
             03 ENR-NAME               PIC X(30).
             03 ENR-CLASS-ID           PIC X(08).
             03 ENR-START-RANK         PIC 9(02).
             03 ENR-HOME-CONSOLE       PIC X(08).
             03 ENR-ENROLL-DATE        PIC X(08).

      * RATE-TABLE-FILE - ONE CARD PER CLASS: THE CLASS ID AND ITS
      * RATE PER CONSOLE HOUR.
       FD RATE-TABLE-FILE.
          01 RATE-CARD.
             03 RTC-CLASS-ID           PIC X(08).
             03 FILLER                 PIC X(01).
             03 RTC-RATE-X.
                05 RTC-RATE-DOLLARS    PIC X(04).
                05 RTC-RATE-POINT      PIC X(01).
                05 RTC-RATE-CENTS      PIC X(02).
             03 FILLER                 PIC X(64).

       FD CHARGEBACK-FILE.
          01 CHARGEBACK-RECORD         PIC X(80).

      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-ENROLLMENT-FILE-STATUS.
             05 WS-ENROLLMENT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-RATE-FILE-STATUS.
             05 WS-RATE-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-RATE-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.
          03 WS-FOUND-SW            PIC  X(01)  VALUE 'N'.
             88 WS-FOUND                        VALUE 'Y'.

      * THE MONTH CHARGED.
       01 WS-MONTH-AREA.
          03 WS-CB-MONTH-ENV        PIC  X(20)  VALUE SPACES.
          03 WS-CB-MONTH-WORD       PIC  X(20)  VALUE SPACES.
          03 WS-CB-MONTH            PIC  X(06)  VALUE SPACES.
          03 WS-CB-MONTH-RED REDEFINES WS-CB-MONTH.
             05 WS-CB-MONTH-CCYY    PIC  9(04).
             05 WS-CB-MONTH-MM      PIC  9(02).
          03 WS-CB-DATE             PIC  X(08)  VALUE SPACES.
          03 WS-CB-DATE-RED REDEFINES WS-CB-DATE.
             05 WS-CB-DATE-MONTH    PIC  X(06).
             05 WS-CB-DATE-DD       PIC  9(02).

      * THE SESSION OPEN ON EACH SLOT - SIGNED ON, NOT YET SIGNED OFF.
       01 WS-OPEN-SESSION-AREA.
          03 WS-OP-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-OP-TABLE.
             05 WS-OP-ENTRY         OCCURS 9 TIMES.
                07 WS-OP-USED-SW    PIC  X(01).
                   88 WS-OP-USED                VALUE 'Y'.
                07 WS-OP-STAMP      PIC  X(19).
                07 WS-OP-DATE       PIC  X(08).
                07 WS-OP-NAME       PIC  X(30).

      * THE MONTH'S USAGE BY DAY OF THE MONTH.
       01 WS-DAY-TABLE-AREA.
          03 WS-DY-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-DY-TABLE.
             05 WS-DY-ENTRY         OCCURS 31 TIMES.
                07 WS-DY-SESSIONS   PIC  9(05).
                07 WS-DY-SECONDS    PIC  9(09).
                07 WS-DY-COMMANDS   PIC  9(07).
                07 WS-DY-STARDATES  PIC  9(07)V9(01).

      * THE MONTH'S USAGE BY CAPTAIN, IN NAME ORDER.
       01 WS-CAPTAIN-TABLE-AREA.
          03 WS-CP-MAX              PIC  9(03)  VALUE 500.
          03 WS-CP-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-AT               PIC  9(03)  VALUE ZEROES.
          03 WS-CP-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-CP-TABLE.
             05 WS-CP-ENTRY         OCCURS 500 TIMES.
                07 WS-CP-NAME       PIC  X(30).
                07 WS-CP-CLASS-ID   PIC  X(08).
                07 WS-CP-SESSIONS   PIC  9(05).
                07 WS-CP-SECONDS    PIC  9(09).
                07 WS-CP-COMMANDS   PIC  9(07).
                07 WS-CP-STARDATES  PIC  9(07)V9(01).

      * THE MONTH'S USAGE BY CLASS, WITH THE CLASS'S RATE AND CHARGE.
       01 WS-CLASS-TABLE-AREA.
          03 WS-CL-MAX              PIC  9(03)  VALUE 100.
          03 WS-CL-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-CL-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-CL-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-CL-TABLE.
             05 WS-CL-ENTRY         OCCURS 100 TIMES.
                07 WS-CL-CLASS-ID   PIC  X(08).
                07 WS-CL-CAPTAINS   PIC  9(03).
                07 WS-CL-SESSIONS   PIC  9(05).
                07 WS-CL-SECONDS    PIC  9(09).
                07 WS-CL-RATE-SW    PIC  X(01).
                   88 WS-CL-HAS-RATE            VALUE 'Y'.
                07 WS-CL-RATE       PIC  9(04)V9(02).
                07 WS-CL-CHARGE     PIC  9(09)V9(02).

      * THE CLASS OF EVERY CADET ENROLLED.
       01 WS-ENROLLED-TABLE-AREA.
          03 WS-EN-MAX              PIC  9(03)  VALUE 999.
          03 WS-EN-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-EN-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-EN-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-EN-TABLE.
             05 WS-EN-ENTRY         OCCURS 999 TIMES.
                07 WS-EN-NAME       PIC  X(30).
                07 WS-EN-CLASS-ID   PIC  X(08).

      * THE RATE CARDS ACCEPTED, AND THE DEFAULT RATE IF ONE IS GIVEN.
       01 WS-RATE-TABLE-AREA.
          03 WS-RT-MAX              PIC  9(03)  VALUE 100.
          03 WS-RT-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-RT-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-RT-DEFAULT-SW       PIC  X(01)  VALUE 'N'.
             88 WS-RT-HAS-DEFAULT               VALUE 'Y'.
          03 WS-RT-DEFAULT-RATE     PIC  9(04)V9(02) VALUE ZEROES.
          03 WS-RT-RATE-WORK        PIC  X(06)  VALUE SPACES.
          03 WS-RT-RATE-WORK-N REDEFINES WS-RT-RATE-WORK
                                    PIC  9(04)V9(02).
          03 WS-RT-TABLE.
             05 WS-RT-ENTRY         OCCURS 100 TIMES.
                07 WS-RT-CLASS-ID   PIC  X(08).
                07 WS-RT-RATE       PIC  9(04)V9(02).

      * SESSIONS THAT COULD NOT BE PAIRED, IN THE ORDER FOUND.
       01 WS-UNPAIRED-TABLE-AREA.
          03 WS-UP-MAX              PIC  9(03)  VALUE 200.
          03 WS-UP-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-UP-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-UP-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-UP-WHY              PIC  X(22)  VALUE SPACES.
          03 WS-UP-TABLE.
             05 WS-UP-ENTRY         OCCURS 200 TIMES.
                07 WS-UP-KIND       PIC  X(01).
                   88 WS-UP-NO-SIGN-OFF         VALUE 'N'.
                   88 WS-UP-NO-SIGN-ON          VALUE 'F'.
                07 WS-UP-STAMP      PIC  X(19).
                07 WS-UP-SLOT       PIC  9(01).
                07 WS-UP-NAME       PIC  X(30).
                07 WS-UP-REASON     PIC  X(22).

      * A SIGN-ON OR SIGN-OFF LINE TAKEN APART:
      * 'CCYY-MM-DD HH:MM:SS | SIGN-ON | NAME | SLOT N | CONSOLE X |
      *  RESULT'
      * 'CCYY-MM-DD HH:MM:SS | SIGN-OFF | NAME | SLOT N | CLOSE |
      *  NNNNNN SEC | NNNNN CMD | NNNNN.N SD'.
       01 WS-AUDIT-LINE-AREA.
          03 WS-AU-STAMP            PIC  X(19)  VALUE SPACES.
          03 WS-AU-STAMP-RED REDEFINES WS-AU-STAMP.
             05 WS-AU-CCYY          PIC  X(04).
             05 FILLER              PIC  X(01).
             05 WS-AU-MM            PIC  X(02).
             05 FILLER              PIC  X(01).
             05 WS-AU-DD            PIC  X(02).
             05 FILLER              PIC  X(09).
          03 WS-AU-TAG              PIC  X(20)  VALUE SPACES.
          03 WS-AU-NAME             PIC  X(30)  VALUE SPACES.
          03 WS-AU-SLOT-PART        PIC  X(10)  VALUE SPACES.
          03 WS-AU-FIELD-5          PIC  X(20)  VALUE SPACES.
          03 WS-AU-FIELD-6          PIC  X(20)  VALUE SPACES.
          03 WS-AU-CMD-PART         PIC  X(20)  VALUE SPACES.
          03 WS-AU-SD-PART          PIC  X(20)  VALUE SPACES.
          03 WS-AU-DATE             PIC  X(08)  VALUE SPACES.
          03 WS-AU-SLOT             PIC  9(01)  VALUE ZEROES.
          03 WS-AU-SECONDS          PIC  9(06)  VALUE ZEROES.
          03 WS-AU-COMMANDS         PIC  9(05)  VALUE ZEROES.
          03 WS-AU-SD-X             PIC  X(06)  VALUE SPACES.
          03 WS-AU-SD-N REDEFINES WS-AU-SD-X
                                    PIC  9(05)V9(01).

       01 WS-TOTALS-AREA.
          03 WS-TT-AUDIT-READ       PIC  9(07)  VALUE ZEROES.
          03 WS-TT-SIGN-ONS         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-SIGN-OFFS        PIC  9(05)  VALUE ZEROES.
          03 WS-TT-REFUSED          PIC  9(05)  VALUE ZEROES.
          03 WS-TT-SESSIONS         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-OVERRIDES        PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NO-SIGN-OFF      PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NO-SIGN-ON       PIC  9(05)  VALUE ZEROES.
          03 WS-TT-RATE-CARDS       PIC  9(05)  VALUE ZEROES.
          03 WS-TT-RATE-REJECTED    PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NO-RATE          PIC  9(05)  VALUE ZEROES.
          03 WS-TT-SECONDS          PIC  9(09)  VALUE ZEROES.
          03 WS-TT-COMMANDS         PIC  9(07)  VALUE ZEROES.
          03 WS-TT-STARDATES        PIC  9(07)V9(01) VALUE ZEROES.
          03 WS-TT-CHARGE           PIC  9(09)V9(02) VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-TL-LABEL-1          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-1          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-LABEL-2          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-2          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-NUMBER-EDIT      PIC  Z(10)9.
          03 WS-PR-HOURS            PIC  9(09)V9(02) VALUE ZEROES.
          03 WS-PR-HOURS-EDIT       PIC  ZZZZZ9.99.
          03 WS-PR-COUNT-EDIT       PIC  ZZZZ9.
          03 WS-PR-COMMANDS-EDIT    PIC  ZZZZZZ9.
          03 WS-PR-STARDATES-EDIT   PIC  ZZZZZZ9.9.
          03 WS-PR-RATE-EDIT        PIC  ZZZ9.99.
          03 WS-PR-CHARGE-EDIT      PIC  ZZZ,ZZZ,ZZ9.99.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 1000-SET-MONTH
              THRU 1000-END.

           IF WS-CB-MONTH = SPACES
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           OPEN OUTPUT CHARGEBACK-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-CHARGEBACK, status '
                      WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CONSOLE CHARGEBACK STATEMENT - '
                                            DELIMITED BY SIZE
                  WS-CB-MONTH (1:4)         DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-CB-MONTH (5:2)         DELIMITED BY SIZE
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

           PERFORM 1100-LOAD-ENROLLMENT
              THRU 1100-END.

           PERFORM 1200-LOAD-RATES
              THRU 1200-END.

           PERFORM 1300-PAIR-SESSIONS
              THRU 1300-END.

           IF WS-FILE-ERROR
              MOVE 'CHARGEBACK ABANDONED - A FILE COULD NOT BE READ '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE '(SEE THE CONSOLE LOG)'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              CLOSE CHARGEBACK-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 2000-CHARGE-CLASSES
              THRU 2000-END.

           PERFORM 3000-WRITE-DAYS
              THRU 3000-END.

           PERFORM 3100-WRITE-CAPTAINS
              THRU 3100-END.

           PERFORM 3200-WRITE-CLASSES
              THRU 3200-END.

           PERFORM 3300-WRITE-UNPAIRED
              THRU 3300-END.

           PERFORM 5000-WRITE-SUMMARY
              THRU 5000-END.

           CLOSE CHARGEBACK-FILE.

           DISPLAY 'Console chargeback written to STARTREK-CHARGEBACK.'.

           IF WS-TT-NO-SIGN-OFF > ZEROES
              OR WS-TT-NO-SIGN-ON > ZEROES
              OR WS-TT-NO-RATE > ZEROES
              OR WS-TT-RATE-REJECTED > ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1000-SET-MONTH SECTION.

      * LAST MONTH UNLESS CHARGEBK-MONTH NAMES ANOTHER.  A MONTH THAT
      * IS NOT A MONTH LEAVES WS-CB-MONTH BLANK.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:6) TO WS-CB-MONTH.
           IF WS-CB-MONTH-MM = 1
              SUBTRACT 1 FROM WS-CB-MONTH-CCYY
              MOVE 12 TO WS-CB-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-CB-MONTH-MM
           END-IF.

           ACCEPT WS-CB-MONTH-ENV FROM ENVIRONMENT 'CHARGEBK-MONTH'.

           IF WS-CB-MONTH-ENV = SPACES
              GO TO 1000-END
           END-IF.

           MOVE FUNCTION TRIM (WS-CB-MONTH-ENV) TO WS-CB-MONTH-WORD.
           MOVE WS-CB-MONTH-WORD TO WS-CB-MONTH.

           IF WS-CB-MONTH IS NOT NUMERIC
              OR WS-CB-MONTH-WORD (7:) NOT = SPACES
              DISPLAY 'CHARGEBK-MONTH must be CCYYMM - '
                      FUNCTION TRIM (WS-CB-MONTH-WORD)
                      ' is not.' UPON SYSERR
              MOVE SPACES TO WS-CB-MONTH
              GO TO 1000-END
           END-IF.

           IF WS-CB-MONTH-MM < 1 OR WS-CB-MONTH-MM > 12
              OR WS-CB-MONTH-CCYY < 1601
              DISPLAY 'CHARGEBK-MONTH ' WS-CB-MONTH
                      ' is not a month.' UPON SYSERR
              MOVE SPACES TO WS-CB-MONTH
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-ENROLLMENT SECTION.

           MOVE ZEROES TO WS-EN-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT ENROLLMENT-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ENROLLMENT-STATUS-1 = 0
              AND WS-ENROLLMENT-STATUS-2 = 5
              CLOSE ENROLLMENT-FILE
              GO TO 1100-END
           END-IF.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-ENROLLMENT, status '
                      WS-ENROLLMENT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ ENROLLMENT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF WS-EN-CTR < WS-EN-MAX
                       ADD 1 TO WS-EN-CTR
                       MOVE ENR-NAME     TO WS-EN-NAME (WS-EN-CTR)
                       MOVE ENR-CLASS-ID TO WS-EN-CLASS-ID (WS-EN-CTR)
                    ELSE
                       ADD 1 TO WS-EN-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

           IF WS-EN-OVERFLOW > ZEROES
              DISPLAY WS-EN-OVERFLOW ' cadet(s) beyond the first '
                      WS-EN-MAX ' enrolled are charged as (NONE).'
                      UPON SYSERR
           END-IF.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LOAD-RATES SECTION.

           MOVE ZEROES TO WS-RT-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT RATE-TABLE-FILE.

      * NO RATE TABLE - EVERY CLASS IS LISTED WITHOUT A RATE.
           IF WS-RATE-STATUS-1 = 0 AND WS-RATE-STATUS-2 = 5
              CLOSE RATE-TABLE-FILE
              GO TO 1200-END
           END-IF.

           IF WS-RATE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-RATE-TABLE, status '
                      WS-RATE-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1200-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ RATE-TABLE-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF RATE-CARD (1:1) NOT = '*'
                       AND RATE-CARD NOT = SPACES
                       PERFORM 1210-TAKE-RATE-CARD
                          THRU 1210-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE RATE-TABLE-FILE.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1210-TAKE-RATE-CARD SECTION.

           ADD 1 TO WS-TT-RATE-CARDS.

           IF RTC-CLASS-ID = SPACES
              OR RTC-RATE-DOLLARS IS NOT NUMERIC
              OR RTC-RATE-POINT NOT = '.'
              OR RTC-RATE-CENTS IS NOT NUMERIC
              DISPLAY 'Rate card rejected - ' RATE-CARD (1:40)
                      UPON SYSERR
              ADD 1 TO WS-TT-RATE-REJECTED
              GO TO 1210-END
           END-IF.

           STRING RTC-RATE-DOLLARS RTC-RATE-CENTS DELIMITED BY SIZE
             INTO WS-RT-RATE-WORK.

           IF RTC-CLASS-ID = 'DEFAULT'
              SET WS-RT-HAS-DEFAULT TO TRUE
              MOVE WS-RT-RATE-WORK-N TO WS-RT-DEFAULT-RATE
              GO TO 1210-END
           END-IF.

      * A LATER CARD FOR THE SAME CLASS REPLACES THE EARLIER ONE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
             UNTIL WS-RT-IDX > WS-RT-CTR
              IF WS-RT-CLASS-ID (WS-RT-IDX) = RTC-CLASS-ID
                 MOVE WS-RT-RATE-WORK-N TO WS-RT-RATE (WS-RT-IDX)
                 GO TO 1210-END
              END-IF
           END-PERFORM.

           IF WS-RT-CTR NOT < WS-RT-MAX
              DISPLAY 'Rate card rejected - more than ' WS-RT-MAX
                      ' classes - ' RATE-CARD (1:40) UPON SYSERR
              ADD 1 TO WS-TT-RATE-REJECTED
              GO TO 1210-END
           END-IF.

           ADD 1 TO WS-RT-CTR.
           MOVE RTC-CLASS-ID      TO WS-RT-CLASS-ID (WS-RT-CTR).
           MOVE WS-RT-RATE-WORK-N TO WS-RT-RATE (WS-RT-CTR).

       1210-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1300-PAIR-SESSIONS SECTION.

      * THE WHOLE LOG IS PAIRED, SO A SESSION THAT SIGNED ON BEFORE
      * THE MONTH OR SIGNED OFF AFTER IT STILL PAIRS.  ONLY THE
      * SESSIONS OF THE MONTH ARE COUNTED.
           MOVE ZEROES TO WS-DY-TABLE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > 9
              MOVE 'N' TO WS-OP-USED-SW (WS-OP-IDX)
           END-PERFORM.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT AUDIT-LOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-AUDIT-STATUS-1 = 0 AND WS-AUDIT-STATUS-2 = 5
              CLOSE AUDIT-LOG-FILE
              GO TO 1300-END
           END-IF.

           IF WS-AUDIT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-AUDIT-LOG, status '
                      WS-AUDIT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1300-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ AUDIT-LOG-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TT-AUDIT-READ
                    EVALUATE TRUE
                        WHEN AUL-TEXT (21:11) = '| SIGN-ON |'
                             PERFORM 1310-TAKE-SIGN-ON
                                THRU 1310-END
                        WHEN AUL-TEXT (21:12) = '| SIGN-OFF |'
                             PERFORM 1320-TAKE-SIGN-OFF
                                THRU 1320-END
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

      * A SESSION STILL OPEN AT THE END OF THE LOG NEVER SIGNED OFF -
      * IT MAY STILL BE RUNNING, OR ITS SLOT WAS NEVER USED AGAIN.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
             UNTIL WS-OP-IDX > 9
              IF WS-OP-USED (WS-OP-IDX)
                 MOVE 'OPEN AT END OF LOG' TO WS-UP-WHY
                 PERFORM 1330-DROP-OPEN-SESSION
                    THRU 1330-END
              END-IF
           END-PERFORM.

           IF WS-CP-OVERFLOW > ZEROES
              DISPLAY WS-CP-OVERFLOW ' session(s) of captains beyond '
                      'the first ' WS-CP-MAX ' are not itemised.'
                      UPON SYSERR
           END-IF.

           IF WS-UP-OVERFLOW > ZEROES
              DISPLAY WS-UP-OVERFLOW ' unpaired line(s) beyond the '
                      'first ' WS-UP-MAX ' are not listed.'
                      UPON SYSERR
           END-IF.

       1300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1310-TAKE-SIGN-ON SECTION.

           PERFORM 1340-SPLIT-AUDIT-LINE
              THRU 1340-END.

      * A LINE THAT DOES NOT CARRY A SLOT IS NOT A SESSION.
           IF WS-AU-SLOT = ZEROES
              GO TO 1310-END
           END-IF.

           IF WS-AU-DATE (1:6) = WS-CB-MONTH
              ADD 1 TO WS-TT-SIGN-ONS
           END-IF.

      * A REFUSED SIGN-ON NEVER HELD THE SLOT.
           IF WS-AU-FIELD-6 = 'REFUSED'
              IF WS-AU-DATE (1:6) = WS-CB-MONTH
                 ADD 1 TO WS-TT-REFUSED
              END-IF
              GO TO 1310-END
           END-IF.

      * THE SLOT SIGNED ON AGAIN WITHOUT THE LAST SESSION SIGNING OFF.
           MOVE WS-AU-SLOT TO WS-OP-IDX.
           IF WS-OP-USED (WS-OP-IDX)
              MOVE 'SLOT SIGNED ON AGAIN' TO WS-UP-WHY
              PERFORM 1330-DROP-OPEN-SESSION
                 THRU 1330-END
           END-IF.

           SET WS-OP-USED (WS-OP-IDX) TO TRUE.
           MOVE WS-AU-STAMP TO WS-OP-STAMP (WS-OP-IDX).
           MOVE WS-AU-DATE  TO WS-OP-DATE (WS-OP-IDX).
           MOVE WS-AU-NAME  TO WS-OP-NAME (WS-OP-IDX).

       1310-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1320-TAKE-SIGN-OFF SECTION.

           PERFORM 1340-SPLIT-AUDIT-LINE
              THRU 1340-END.

           IF WS-AU-SLOT = ZEROES
              GO TO 1320-END
           END-IF.

           IF WS-AU-DATE (1:6) = WS-CB-MONTH
              ADD 1 TO WS-TT-SIGN-OFFS
           END-IF.

           MOVE WS-AU-SLOT TO WS-OP-IDX.

      * NO SESSION OF THIS CAPTAIN OPEN ON THE SLOT TO CLOSE.
           IF NOT WS-OP-USED (WS-OP-IDX)
              OR WS-OP-NAME (WS-OP-IDX) NOT = WS-AU-NAME
              IF WS-AU-DATE (1:6) = WS-CB-MONTH
                 ADD 1 TO WS-TT-NO-SIGN-ON
                 IF WS-UP-CTR < WS-UP-MAX
                    ADD 1 TO WS-UP-CTR
                    SET WS-UP-NO-SIGN-ON (WS-UP-CTR) TO TRUE
                    MOVE WS-AU-STAMP TO WS-UP-STAMP (WS-UP-CTR)
                    MOVE WS-AU-SLOT  TO WS-UP-SLOT (WS-UP-CTR)
                    MOVE WS-AU-NAME  TO WS-UP-NAME (WS-UP-CTR)
                    MOVE WS-AU-FIELD-5
                                     TO WS-UP-REASON (WS-UP-CTR)
                 ELSE
                    ADD 1 TO WS-UP-OVERFLOW
                 END-IF
              END-IF
              GO TO 1320-END
           END-IF.

           MOVE 'N' TO WS-OP-USED-SW (WS-OP-IDX).

      * THE SESSION BELONGS TO THE DAY IT SIGNED ON.
           IF WS-OP-DATE (WS-OP-IDX) (1:6) NOT = WS-CB-MONTH
              GO TO 1320-END
           END-IF.

           ADD 1 TO WS-TT-SESSIONS.
           IF WS-AU-FIELD-5 = 'OVERRIDE'
              ADD 1 TO WS-TT-OVERRIDES
           END-IF.

           ADD WS-AU-SECONDS  TO WS-TT-SECONDS.
           ADD WS-AU-COMMANDS TO WS-TT-COMMANDS.
           ADD WS-AU-SD-N     TO WS-TT-STARDATES.

           MOVE WS-OP-DATE (WS-OP-IDX) TO WS-CB-DATE.
           MOVE WS-CB-DATE-DD TO WS-DY-IDX.
           IF WS-DY-IDX > 0 AND WS-DY-IDX < 32
              ADD 1              TO WS-DY-SESSIONS (WS-DY-IDX)
              ADD WS-AU-SECONDS  TO WS-DY-SECONDS (WS-DY-IDX)
              ADD WS-AU-COMMANDS TO WS-DY-COMMANDS (WS-DY-IDX)
              ADD WS-AU-SD-N     TO WS-DY-STARDATES (WS-DY-IDX)
           END-IF.

           PERFORM 1350-FIND-CAPTAIN
              THRU 1350-END.

           IF WS-FOUND
              ADD 1              TO WS-CP-SESSIONS (WS-CP-IDX)
              ADD WS-AU-SECONDS  TO WS-CP-SECONDS (WS-CP-IDX)
              ADD WS-AU-COMMANDS TO WS-CP-COMMANDS (WS-CP-IDX)
              ADD WS-AU-SD-N     TO WS-CP-STARDATES (WS-CP-IDX)
           END-IF.

       1320-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1330-DROP-OPEN-SESSION SECTION.

      * THE SESSION OPEN ON SLOT WS-OP-IDX WILL NEVER PAIR - IT IS
      * LISTED, IF IT SIGNED ON IN THE MONTH, FOR THE REASON IN
      * WS-UP-WHY.
           MOVE 'N' TO WS-OP-USED-SW (WS-OP-IDX).

           IF WS-OP-DATE (WS-OP-IDX) (1:6) NOT = WS-CB-MONTH
              GO TO 1330-END
           END-IF.

           ADD 1 TO WS-TT-NO-SIGN-OFF.

           IF WS-UP-CTR NOT < WS-UP-MAX
              ADD 1 TO WS-UP-OVERFLOW
              GO TO 1330-END
           END-IF.

           ADD 1 TO WS-UP-CTR.
           MOVE WS-UP-WHY TO WS-UP-REASON (WS-UP-CTR).
           SET WS-UP-NO-SIGN-OFF (WS-UP-CTR) TO TRUE.
           MOVE WS-OP-STAMP (WS-OP-IDX) TO WS-UP-STAMP (WS-UP-CTR).
           MOVE WS-OP-IDX               TO WS-UP-SLOT (WS-UP-CTR).
           MOVE WS-OP-NAME (WS-OP-IDX)  TO WS-UP-NAME (WS-UP-CTR).

       1330-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1340-SPLIT-AUDIT-LINE SECTION.

           MOVE SPACES TO WS-AUDIT-LINE-AREA.
           MOVE ZEROES TO WS-AU-SLOT
                          WS-AU-SECONDS
                          WS-AU-COMMANDS
                          WS-AU-SD-N.

           UNSTRING AUL-TEXT DELIMITED BY ' | '
               INTO WS-AU-STAMP
                    WS-AU-TAG
                    WS-AU-NAME
                    WS-AU-SLOT-PART
                    WS-AU-FIELD-5
                    WS-AU-FIELD-6
                    WS-AU-CMD-PART
                    WS-AU-SD-PART
           END-UNSTRING.

           STRING WS-AU-CCYY WS-AU-MM WS-AU-DD DELIMITED BY SIZE
             INTO WS-AU-DATE.

           IF WS-AU-SLOT-PART (1:5) = 'slot '
              AND WS-AU-SLOT-PART (6:1) IS NUMERIC
              MOVE WS-AU-SLOT-PART (6:1) TO WS-AU-SLOT
           END-IF.

      * THE SIGN-OFF'S COUNTS - 'NNNNNN SEC', 'NNNNN CMD' AND
      * 'NNNNN.N SD'.  A COUNT THAT IS NOT A NUMBER COUNTS AS ZERO.
           IF WS-AU-FIELD-6 (1:6) IS NUMERIC
              MOVE WS-AU-FIELD-6 (1:6) TO WS-AU-SECONDS
           END-IF.

           IF WS-AU-CMD-PART (1:5) IS NUMERIC
              MOVE WS-AU-CMD-PART (1:5) TO WS-AU-COMMANDS
           END-IF.

           STRING WS-AU-SD-PART (1:5) WS-AU-SD-PART (7:1)
                  DELIMITED BY SIZE
             INTO WS-AU-SD-X.
           IF WS-AU-SD-X IS NOT NUMERIC
              MOVE ZEROES TO WS-AU-SD-N
           END-IF.

       1340-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1350-FIND-CAPTAIN SECTION.

      * THE CAPTAIN'S ENTRY, ADDED IN NAME ORDER IF NEW.  WS-FOUND IS
      * LEFT OFF ONLY WHEN THE TABLE IS FULL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROES TO WS-CP-AT.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
                OR WS-CP-AT NOT = ZEROES
              IF WS-CP-NAME (WS-CP-IDX) = WS-AU-NAME
                 SET WS-FOUND TO TRUE
                 GO TO 1350-END
              END-IF
              IF WS-CP-NAME (WS-CP-IDX) > WS-AU-NAME
                 MOVE WS-CP-IDX TO WS-CP-AT
              END-IF
           END-PERFORM.

           IF WS-CP-CTR NOT < WS-CP-MAX
              ADD 1 TO WS-CP-OVERFLOW
              GO TO 1350-END
           END-IF.

           IF WS-CP-AT = ZEROES
              COMPUTE WS-CP-AT = WS-CP-CTR + 1
           END-IF.

           PERFORM VARYING WS-CP-IDX FROM WS-CP-CTR BY -1
             UNTIL WS-CP-IDX < WS-CP-AT
              MOVE WS-CP-ENTRY (WS-CP-IDX)
                TO WS-CP-ENTRY (WS-CP-IDX + 1)
           END-PERFORM.

           ADD 1 TO WS-CP-CTR.
           MOVE WS-CP-AT TO WS-CP-IDX.

           MOVE WS-AU-NAME TO WS-CP-NAME (WS-CP-IDX).
           MOVE '(NONE)'   TO WS-CP-CLASS-ID (WS-CP-IDX).
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-CTR
              IF WS-EN-NAME (WS-EN-IDX) = WS-AU-NAME
                 MOVE WS-EN-CLASS-ID (WS-EN-IDX)
                   TO WS-CP-CLASS-ID (WS-CP-IDX)
                 MOVE WS-EN-CTR TO WS-EN-IDX
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-CP-SESSIONS (WS-CP-IDX)
                          WS-CP-SECONDS (WS-CP-IDX)
                          WS-CP-COMMANDS (WS-CP-IDX)
                          WS-CP-STARDATES (WS-CP-IDX).

           SET WS-FOUND TO TRUE.

       1350-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-CHARGE-CLASSES SECTION.

      * EACH CAPTAIN'S USAGE ROLLED UP TO THE CLASS, IN THE ORDER THE
      * CLASSES ARE FIRST MET; EACH CLASS IS THEN CHARGED ITS HOURS
      * AT ITS OWN RATE, OR THE DEFAULT RATE.
           MOVE ZEROES TO WS-CL-CTR.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > WS-CL-CTR
                   OR WS-FOUND
                 IF WS-CL-CLASS-ID (WS-CL-IDX)
                    = WS-CP-CLASS-ID (WS-CP-IDX)
                    SET WS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-FOUND
                 SUBTRACT 1 FROM WS-CL-IDX
              ELSE
                 IF WS-CL-CTR < WS-CL-MAX
                    ADD 1 TO WS-CL-CTR
                    MOVE WS-CL-CTR TO WS-CL-IDX
                    MOVE WS-CP-CLASS-ID (WS-CP-IDX)
                      TO WS-CL-CLASS-ID (WS-CL-IDX)
                    MOVE ZEROES TO WS-CL-CAPTAINS (WS-CL-IDX)
                                   WS-CL-SESSIONS (WS-CL-IDX)
                                   WS-CL-SECONDS (WS-CL-IDX)
                    SET WS-FOUND TO TRUE
                 ELSE
                    ADD 1 TO WS-CL-OVERFLOW
                 END-IF
              END-IF
              IF WS-FOUND
                 ADD 1 TO WS-CL-CAPTAINS (WS-CL-IDX)
                 ADD WS-CP-SESSIONS (WS-CP-IDX)
                   TO WS-CL-SESSIONS (WS-CL-IDX)
                 ADD WS-CP-SECONDS (WS-CP-IDX)
                   TO WS-CL-SECONDS (WS-CL-IDX)
              END-IF
           END-PERFORM.

           IF WS-CL-OVERFLOW > ZEROES
              DISPLAY WS-CL-OVERFLOW ' captain(s) in classes beyond '
                      'the first ' WS-CL-MAX ' are not charged.'
                      UPON SYSERR
           END-IF.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
             UNTIL WS-CL-IDX > WS-CL-CTR
              MOVE 'N'    TO WS-CL-RATE-SW (WS-CL-IDX)
              MOVE ZEROES TO WS-CL-RATE (WS-CL-IDX)
                             WS-CL-CHARGE (WS-CL-IDX)
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CTR
                   OR WS-CL-HAS-RATE (WS-CL-IDX)
                 IF WS-RT-CLASS-ID (WS-RT-IDX)
                    = WS-CL-CLASS-ID (WS-CL-IDX)
                    SET WS-CL-HAS-RATE (WS-CL-IDX) TO TRUE
                    MOVE WS-RT-RATE (WS-RT-IDX)
                      TO WS-CL-RATE (WS-CL-IDX)
                 END-IF
              END-PERFORM
              IF NOT WS-CL-HAS-RATE (WS-CL-IDX)
                 AND WS-RT-HAS-DEFAULT
                 SET WS-CL-HAS-RATE (WS-CL-IDX) TO TRUE
                 MOVE WS-RT-DEFAULT-RATE TO WS-CL-RATE (WS-CL-IDX)
              END-IF
              IF WS-CL-HAS-RATE (WS-CL-IDX)
                 COMPUTE WS-CL-CHARGE (WS-CL-IDX) ROUNDED =
                         WS-CL-SECONDS (WS-CL-IDX)
                       * WS-CL-RATE (WS-CL-IDX) / 3600
                 ADD WS-CL-CHARGE (WS-CL-IDX) TO WS-TT-CHARGE
              ELSE
                 ADD 1 TO WS-TT-NO-RATE
              END-IF
           END-PERFORM.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-WRITE-DAYS SECTION.

           MOVE 'USAGE BY DAY' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'DATE'         TO WS-PRT-LINE (3:4).
           MOVE 'SESSIONS'     TO WS-PRT-LINE (17:8).
           MOVE 'HOURS'        TO WS-PRT-LINE (31:5).
           MOVE 'COMMANDS'     TO WS-PRT-LINE (40:8).
           MOVE 'STARDATES'    TO WS-PRT-LINE (51:9).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-TT-SESSIONS = ZEROES
              MOVE 'NO SESSIONS WERE PAIRED IN THE MONTH'
                TO WS-PRT-LINE (3:)
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
             UNTIL WS-DY-IDX > 31
              IF WS-DY-SESSIONS (WS-DY-IDX) > ZEROES
                 MOVE WS-CB-MONTH (1:4) TO WS-PRT-LINE (3:4)
                 MOVE '-'               TO WS-PRT-LINE (7:1)
                 MOVE WS-CB-MONTH (5:2) TO WS-PRT-LINE (8:2)
                 MOVE '-'               TO WS-PRT-LINE (10:1)
                 MOVE WS-DY-IDX         TO WS-PRT-LINE (11:2)
                 MOVE WS-DY-SESSIONS (WS-DY-IDX)
                                        TO WS-PR-COUNT-EDIT
                 MOVE WS-PR-COUNT-EDIT  TO WS-PRT-LINE (20:5)
                 MOVE WS-DY-SECONDS (WS-DY-IDX)
                                        TO WS-PR-HOURS
                 PERFORM 3900-EDIT-USAGE
                    THRU 3900-END
                 MOVE WS-PR-HOURS-EDIT  TO WS-PRT-LINE (27:9)
                 MOVE WS-DY-COMMANDS (WS-DY-IDX)
                                        TO WS-PR-COMMANDS-EDIT
                 MOVE WS-PR-COMMANDS-EDIT
                                        TO WS-PRT-LINE (41:7)
                 MOVE WS-DY-STARDATES (WS-DY-IDX)
                                        TO WS-PR-STARDATES-EDIT
                 MOVE WS-PR-STARDATES-EDIT
                                        TO WS-PRT-LINE (51:9)
                 PERFORM 6000-WRITE-REPORT-LINE
                    THRU 6000-END
              END-IF
           END-PERFORM.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-WRITE-CAPTAINS SECTION.

           MOVE 'USAGE BY CAPTAIN' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'CAPTAIN'      TO WS-PRT-LINE (3:7).
           MOVE 'CLASS'        TO WS-PRT-LINE (33:5).
           MOVE 'SESS'         TO WS-PRT-LINE (43:4).
           MOVE 'HOURS'        TO WS-PRT-LINE (52:5).
           MOVE 'CMDS'         TO WS-PRT-LINE (63:4).
           MOVE 'SDATES'       TO WS-PRT-LINE (73:6).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
              MOVE WS-CP-NAME (WS-CP-IDX)     TO WS-PRT-LINE (3:30)
              MOVE WS-CP-CLASS-ID (WS-CP-IDX) TO WS-PRT-LINE (33:8)
              MOVE WS-CP-SESSIONS (WS-CP-IDX) TO WS-PR-COUNT-EDIT
              MOVE WS-PR-COUNT-EDIT           TO WS-PRT-LINE (42:5)
              MOVE WS-CP-SECONDS (WS-CP-IDX)  TO WS-PR-HOURS
              PERFORM 3900-EDIT-USAGE
                 THRU 3900-END
              MOVE WS-PR-HOURS-EDIT           TO WS-PRT-LINE (48:9)
              MOVE WS-CP-COMMANDS (WS-CP-IDX) TO WS-PR-COMMANDS-EDIT
              MOVE WS-PR-COMMANDS-EDIT        TO WS-PRT-LINE (60:7)
              MOVE WS-CP-STARDATES (WS-CP-IDX)
                                              TO WS-PR-STARDATES-EDIT
              MOVE WS-PR-STARDATES-EDIT       TO WS-PRT-LINE (70:9)
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-PERFORM.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-WRITE-CLASSES SECTION.

           MOVE 'CHARGEBACK BY CLASS' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'CLASS'        TO WS-PRT-LINE (3:5).
           MOVE 'CAPTAINS'     TO WS-PRT-LINE (13:8).
           MOVE 'SESS'         TO WS-PRT-LINE (23:4).
           MOVE 'HOURS'        TO WS-PRT-LINE (32:5).
           MOVE 'RATE/HR'      TO WS-PRT-LINE (40:7).
           MOVE 'CHARGE'       TO WS-PRT-LINE (58:6).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
             UNTIL WS-CL-IDX > WS-CL-CTR
              MOVE WS-CL-CLASS-ID (WS-CL-IDX) TO WS-PRT-LINE (3:8)
              MOVE WS-CL-CAPTAINS (WS-CL-IDX) TO WS-PR-COUNT-EDIT
              MOVE WS-PR-COUNT-EDIT           TO WS-PRT-LINE (16:5)
              MOVE WS-CL-SESSIONS (WS-CL-IDX) TO WS-PR-COUNT-EDIT
              MOVE WS-PR-COUNT-EDIT           TO WS-PRT-LINE (22:5)
              MOVE WS-CL-SECONDS (WS-CL-IDX)  TO WS-PR-HOURS
              PERFORM 3900-EDIT-USAGE
                 THRU 3900-END
              MOVE WS-PR-HOURS-EDIT           TO WS-PRT-LINE (28:9)
              IF WS-CL-HAS-RATE (WS-CL-IDX)
                 MOVE WS-CL-RATE (WS-CL-IDX)  TO WS-PR-RATE-EDIT
                 MOVE WS-PR-RATE-EDIT         TO WS-PRT-LINE (40:7)
                 MOVE WS-CL-CHARGE (WS-CL-IDX)
                                              TO WS-PR-CHARGE-EDIT
                 MOVE WS-PR-CHARGE-EDIT       TO WS-PRT-LINE (50:14)
              ELSE
                 MOVE 'NO RATE'               TO WS-PRT-LINE (40:7)
                 MOVE 'NOT CHARGED'           TO WS-PRT-LINE (53:11)
              END-IF
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-PERFORM.

           MOVE 'TOTAL CHARGE'    TO WS-PRT-LINE (3:12).
           MOVE WS-TT-CHARGE      TO WS-PR-CHARGE-EDIT.
           MOVE WS-PR-CHARGE-EDIT TO WS-PRT-LINE (50:14).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3300-WRITE-UNPAIRED SECTION.

      * NOT CHARGED - A SIGN-ON WITH NO SIGN-OFF CARRIES NO USAGE, AND
      * A SIGN-OFF WITH NO SIGN-ON HAS NO DAY OR CAPTAIN TO CHARGE.
           MOVE 'UNPAIRED SESSIONS - NOT CHARGED' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-UP-CTR = ZEROES
              MOVE 'NONE' TO WS-PRT-LINE (3:4)
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           PERFORM VARYING WS-UP-IDX FROM 1 BY 1
             UNTIL WS-UP-IDX > WS-UP-CTR
              MOVE WS-UP-STAMP (WS-UP-IDX)    TO WS-PRT-LINE (3:19)
              MOVE 'SLOT'                     TO WS-PRT-LINE (23:4)
              MOVE WS-UP-SLOT (WS-UP-IDX)     TO WS-PRT-LINE (28:1)
              MOVE WS-UP-NAME (WS-UP-IDX)     TO WS-PRT-LINE (30:30)
              IF WS-UP-NO-SIGN-OFF (WS-UP-IDX)
                 MOVE 'NO SIGN-OFF'           TO WS-PRT-LINE (61:11)
                 PERFORM 6000-WRITE-REPORT-LINE
                    THRU 6000-END
                 MOVE WS-UP-REASON (WS-UP-IDX)
                                              TO WS-PRT-LINE (61:20)
              ELSE
                 MOVE 'NO SIGN-ON'            TO WS-PRT-LINE (61:10)
                 PERFORM 6000-WRITE-REPORT-LINE
                    THRU 6000-END
                 MOVE 'SIGN-OFF'              TO WS-PRT-LINE (61:8)
                 MOVE WS-UP-REASON (WS-UP-IDX)
                                              TO WS-PRT-LINE (70:8)
              END-IF
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-PERFORM.

       3300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3900-EDIT-USAGE SECTION.

      * SECONDS IN WS-PR-HOURS TO HOURS TO TWO PLACES, EDITED.
           COMPUTE WS-PR-HOURS ROUNDED = WS-PR-HOURS / 3600.
           MOVE WS-PR-HOURS      TO WS-PR-HOURS-EDIT.

       3900-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-SUMMARY SECTION.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'AUDIT LINES READ.......' TO WS-TL-LABEL-1.
           MOVE WS-TT-AUDIT-READ        TO WS-TL-COUNT-1.
           MOVE 'SESSIONS CHARGED.......' TO WS-TL-LABEL-2.
           MOVE WS-TT-SESSIONS          TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'SIGN-ONS...............' TO WS-TL-LABEL-1.
           MOVE WS-TT-SIGN-ONS          TO WS-TL-COUNT-1.
           MOVE 'SIGN-OFFS..............' TO WS-TL-LABEL-2.
           MOVE WS-TT-SIGN-OFFS         TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'REFUSED................' TO WS-TL-LABEL-1.
           MOVE WS-TT-REFUSED           TO WS-TL-COUNT-1.
           MOVE 'CLOSED BY OVERRIDE.....' TO WS-TL-LABEL-2.
           MOVE WS-TT-OVERRIDES         TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'NO SIGN-OFF............' TO WS-TL-LABEL-1.
           MOVE WS-TT-NO-SIGN-OFF       TO WS-TL-COUNT-1.
           MOVE 'NO SIGN-ON.............' TO WS-TL-LABEL-2.
           MOVE WS-TT-NO-SIGN-ON        TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'COMMANDS ENTERED.......' TO WS-TL-LABEL-1.
           MOVE WS-TT-COMMANDS          TO WS-TL-COUNT-1.
           MOVE 'CLASSES WITH NO RATE...' TO WS-TL-LABEL-2.
           MOVE WS-TT-NO-RATE           TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'RATE CARDS READ........' TO WS-TL-LABEL-1.
           MOVE WS-TT-RATE-CARDS        TO WS-TL-COUNT-1.
           MOVE 'RATE CARDS REJECTED....' TO WS-TL-LABEL-2.
           MOVE WS-TT-RATE-REJECTED     TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'CONSOLE HOURS..........' TO WS-PRT-LINE (1:24).
           MOVE WS-TT-SECONDS             TO WS-PR-HOURS.
           PERFORM 3900-EDIT-USAGE
              THRU 3900-END.
           MOVE WS-PR-HOURS-EDIT          TO WS-PRT-LINE (27:9).
           MOVE 'STARDATES FLOWN........' TO WS-PRT-LINE (41:24).
           MOVE WS-TT-STARDATES           TO WS-PR-STARDATES-EDIT.
           MOVE WS-PR-STARDATES-EDIT      TO WS-PRT-LINE (67:9).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

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

           WRITE CHARGEBACK-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM CHARGEBK.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM CHARGEBK                    *
      * ************************************************************** *

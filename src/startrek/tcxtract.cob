      * ************************************************************** *
      *                    START OF PROGRAM TCXTRACT                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TCXTRACT.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  TUESDAY SEPTEMBER 01, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * TCXTRACT WRITES THE QUARTERLY INTERFACE FILE FOR TRAINING      *
      *  COMMAND, WHO USED TO REKEY THE MISHIST AND STANDINGS          *
      *  PRINTOUTS.  THE FILE STARTREK-TC-EXTRACT IS FIXED FORMAT,     *
      *  150 BYTES A RECORD, TYPED BY ITS FIRST BYTE:                  *
      *    H  HEADER  - PERIOD, EXTRACT DATE AND TIME, CONSOLE SITE    *
      *    M  MISSION - ONE PER MISSION IN STARTREK-MISSION-HISTORY    *
      *                 FLOWN IN THE PERIOD, AND IN THE TERM HISTORY   *
      *                 OF EACH CLOSED TERM THE PERIOD REACHES INTO    *
      *                 (STARTREK-TERM-REGISTER)                       *
      *    C  CAREER  - ONE PER CAPTAIN ON THE SERVICE MASTER, AS IT   *
      *                 STANDS ON THE DAY OF THE EXTRACT               *
      *    T  TRAILER - RECORD COUNTS AND HASH TOTALS OF HOSTILES      *
      *                 DESTROYED AND EFFICIENCY                       *
      *                                                                *
      * EVERY PERIOD SENT IS ENTERED ON STARTREK-TC-SENT-LOG.  A       *
      *  PERIOD THAT OVERLAPS ONE ALREADY SENT IS REFUSED UNLESS A     *
      *  SUPERVISOR ON SAMPLE-OPERATORS OVERRIDES; THE OVERRIDE IS     *
      *  CARRIED IN THE HEADER, THE SENT LOG AND STARTREK-AUDIT-LOG.   *
      *                                                                *
      * PARAMETERS (ENVIRONMENT):                                      *
      *  TCXTRACT-FROM      FIRST DAY OF THE PERIOD, CCYYMMDD          *
      *  TCXTRACT-TO        LAST DAY OF THE PERIOD, CCYYMMDD           *
      *                     (BOTH BLANK - THE LAST COMPLETE QUARTER)   *
      *  TCXTRACT-SITE      CONSOLE SITE FOR THE HEADER                *
      *  TCXTRACT-OVERRIDE  SUPERVISOR OPERATOR ID FOR A RESEND        *
      *                                                                *
      * RETURN CODE 0 - EXTRACT WRITTEN                                *
      *             8 - REFUSED (BAD PERIOD, ALREADY SENT, OVERRIDE    *
      *                 NOT A SUPERVISOR, A TERM CLOSE-OUT NOT         *
      *                 FINISHED)                                      *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB EXTRACT LINES SEALED ON THE AUDIT LOG WITH A      *
      *              CHECK VALUE CHAINED FROM THE LINE BEFORE.         *
      * 20261015 RJB MISSION HISTORY LAYOUT EXTENDED WITH THE REPLAY   *
      *              SCRIPT, FIXED SEED AND FINAL STARDATE.            *
      * 20261015 RJB MISSIONS MOVED TO A TERM HISTORY FILE BY TERMCLOS *
      *              ARE EXTRACTED FROM THERE; TERM SUMMARIES ARE      *
      *              SKIPPED; REFUSED WHILE A CLOSE-OUT IS UNFINISHED. *
      * 20261015 RJB OPERATOR NAME, ROLE AND STATUS KEPT AS THE        *
      *              OPERATOR CARD IS READ - THEY WERE TESTED IN THE   *
      *              RECORD AREA AFTER THE FILE WAS CLOSED.            *
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

      * THE HISTORY NOW RUNNING OR THE HISTORY OF A CLOSED TERM.
       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO WS-HISTORY-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

       SELECT OPTIONAL TERM-REGISTER-FILE
       ASSIGN TO 'STARTREK-TERM-REGISTER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REGISTER-FILE-STATUS.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL TC-EXTRACT-FILE
       ASSIGN TO 'STARTREK-TC-EXTRACT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-EXTRACT-FILE-STATUS.

       SELECT OPTIONAL TC-SENT-LOG-FILE
       ASSIGN TO 'STARTREK-TC-SENT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SENT-LOG-FILE-STATUS.

       SELECT OPTIONAL OPERATOR-FILE
       ASSIGN TO 'SAMPLE-OPERATORS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-OPERATOR-FILE-STATUS.

       SELECT OPTIONAL AUDIT-LOG-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-FILE-STATUS.

      * THE SAME LOG READ BACK TO FIND THE SEAL OF ITS LAST LINE.
       SELECT OPTIONAL AUDIT-TAIL-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-TAIL-FILE-STATUS.
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

      * THE TRAINING COMMAND INTERFACE.  THE LAYOUT IS AGREED WITH
      * TRAINING COMMAND - CHANGE IT ONLY WITH THEM, AND BUMP THE
      * INTERFACE ID IN THE HEADER WHEN YOU DO.
       FD TC-EXTRACT-FILE.
          01 TCH-RECORD.
             03 TCH-REC-TYPE           PIC X(01).
             03 TCH-INTERFACE-ID       PIC X(08).
             03 TCH-PERIOD-FROM        PIC X(08).
             03 TCH-PERIOD-TO          PIC X(08).
             03 TCH-EXTRACT-DATE       PIC X(08).
             03 TCH-EXTRACT-TIME       PIC X(06).
             03 TCH-SITE               PIC X(30).
             03 TCH-OVERRIDE-ID        PIC X(08).
             03 FILLER                 PIC X(73).
          01 TCM-RECORD.
             03 TCM-REC-TYPE           PIC X(01).
             03 TCM-RUN-DATE           PIC X(08).
             03 TCM-NAME               PIC X(30).
             03 TCM-DIFFICULTY         PIC 9(02).
             03 TCM-RESULT             PIC X(01).
             03 TCM-STARDATES-USED     PIC 9(05)V9(01).
             03 TCM-HOSTILES-DESTROYED PIC 9(09).
             03 TCM-ENERGY-EXPENDED    PIC 9(09).
             03 TCM-TORPS-EXPENDED     PIC 9(04).
             03 TCM-EFFICIENCY         PIC 9(04)V9(02).
             03 TCM-SHIP-CLASS         PIC X(13).
             03 TCM-HULL-REGISTER      PIC X(08).
             03 TCM-HULL-NAME          PIC X(16).
             03 TCM-PARM-SET-ID        PIC X(08).
             03 FILLER                 PIC X(29).
          01 TCC-RECORD.
             03 TCC-REC-TYPE           PIC X(01).
             03 TCC-NAME               PIC X(30).
             03 TCC-MISSIONS           PIC 9(05).
             03 TCC-HOSTILES           PIC 9(09).
             03 TCC-EFF-LAST           PIC 9(04)V9(02).
             03 TCC-EFF-BEST           PIC 9(04)V9(02).
             03 TCC-KOBAYASHI          PIC 9(03).
             03 TCC-EARNED-RANK        PIC 9(02).
             03 TCC-KM-GRADE           PIC X(01).
             03 FILLER                 PIC X(87).
      * THE RECORD COUNT INCLUDES THE HEADER AND THE TRAILER.  THE
      * HASH TOTALS ARE KEPT SEPARATELY FOR MISSION AND CAREER
      * RECORDS; THE CAREER EFFICIENCY HASH IS OF THE BEST RATING.
          01 TCT-RECORD.
             03 TCT-REC-TYPE           PIC X(01).
             03 TCT-MISSION-CTR        PIC 9(07).
             03 TCT-CAREER-CTR         PIC 9(07).
             03 TCT-RECORD-CTR         PIC 9(07).
             03 TCT-MSN-HOSTILES-HASH  PIC 9(15).
             03 TCT-MSN-EFF-HASH       PIC 9(13)V9(02).
             03 TCT-CAR-HOSTILES-HASH  PIC 9(15).
             03 TCT-CAR-EFF-HASH       PIC 9(13)V9(02).
             03 FILLER                 PIC X(68).

      * ONE LINE PER PERIOD SENT.
       FD TC-SENT-LOG-FILE.
          01 TSL-RECORD.
             03 TSL-PERIOD-FROM        PIC X(08).
             03 FILLER                 PIC X(01).
             03 TSL-PERIOD-TO          PIC X(08).
             03 FILLER                 PIC X(01).
             03 TSL-SENT-DATE          PIC X(08).
             03 FILLER                 PIC X(01).
             03 TSL-SENT-TIME          PIC X(06).
             03 FILLER                 PIC X(01).
             03 TSL-MISSION-CTR        PIC 9(07).
             03 FILLER                 PIC X(01).
             03 TSL-CAREER-CTR         PIC 9(07).
             03 FILLER                 PIC X(01).
             03 TSL-OVERRIDE-ID        PIC X(08).
             03 FILLER                 PIC X(22).

      * MUST MATCH THE OPERATOR CARD SAMPLE READS: COLS 1-8 ID,
      * 10-39 NAME, 41-50 ROLE, 52 ACTIVE FLAG; '*' IN COL 1 MARKS A
      * COMMENT.
       FD OPERATOR-FILE.
          01 OPR-RECORD.
             03 OPR-ID                 PIC X(08).
             03 FILLER                 PIC X(01).
             03 OPR-NAME               PIC X(30).
             03 FILLER                 PIC X(01).
             03 OPR-ROLE               PIC X(10).
             03 FILLER                 PIC X(01).
             03 OPR-ACTIVE             PIC X(01).

       FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD          PIC X(132).

       FD AUDIT-TAIL-FILE.
          01 AUDIT-TAIL-RECORD         PIC X(132).
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
          03 WS-EXTRACT-FILE-STATUS.
             05 WS-EXTRACT-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-EXTRACT-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-SENT-LOG-FILE-STATUS.
             05 WS-SENT-LOG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SENT-LOG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-OPERATOR-FILE-STATUS.
             05 WS-OPERATOR-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-OPERATOR-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-TAIL-FILE-STATUS.
             05 WS-AUDIT-TAIL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-TAIL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REGISTER-FILE-STATUS.
             05 WS-REGISTER-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-REGISTER-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

       01 WS-HISTORY-ASSIGN-NAME    PIC  X(256) VALUE
          'STARTREK-MISSION-HISTORY'.

      * THE CLOSED TERMS WHOSE MISSIONS MAY FALL IN THE PERIOD - THEIR
      * HISTORY HAS LEFT STARTREK-MISSION-HISTORY FOR THE TERM FILE.
       01 WS-TERM-AREA.
          03 WS-TM-MAX              PIC  9(03)  VALUE 200.
          03 WS-TM-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-TM-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-TM-TABLE.
             05 WS-TM-TERM-ID       PIC  X(08)  OCCURS 200 TIMES.
          03 WS-TM-OPEN-TERM        PIC  X(08)  VALUE SPACES.
          03 WS-TM-REASON           PIC  X(60)  VALUE SPACES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.

       01 WS-PARAMETER-AREA.
          03 WS-FROM-ENV            PIC  X(20)  VALUE SPACES.
          03 WS-TO-ENV              PIC  X(20)  VALUE SPACES.
          03 WS-SITE-ENV            PIC  X(30)  VALUE SPACES.
          03 WS-OVERRIDE-ENV        PIC  X(20)  VALUE SPACES.

      * THE PERIOD UNDER EXTRACT.
       01 WS-PERIOD-AREA.
          03 WS-PERIOD-FROM         PIC  X(08)  VALUE SPACES.
          03 WS-PERIOD-FROM-N REDEFINES WS-PERIOD-FROM
                                    PIC  9(08).
          03 WS-PERIOD-TO           PIC  X(08)  VALUE SPACES.
          03 WS-PERIOD-TO-N REDEFINES WS-PERIOD-TO
                                    PIC  9(08).
          03 WS-PERIOD-YEAR         PIC  9(04)  VALUE ZEROES.
          03 WS-PERIOD-QUARTER      PIC  9(01)  VALUE ZEROES.
          03 WS-PERIOD-REASON       PIC  X(50)  VALUE SPACES.

      * THE FIRST AND LAST DAY OF EACH CALENDAR QUARTER.
       01 WS-QUARTER-VALUES.
          03 FILLER                 PIC  X(08)  VALUE '01010331'.
          03 FILLER                 PIC  X(08)  VALUE '04010630'.
          03 FILLER                 PIC  X(08)  VALUE '07010930'.
          03 FILLER                 PIC  X(08)  VALUE '10011231'.
       01 WS-QUARTER-TABLE REDEFINES WS-QUARTER-VALUES.
          03 WS-QUARTER-ENTRY       OCCURS 4 TIMES.
             05 WS-QUARTER-FIRST    PIC  X(04).
             05 WS-QUARTER-LAST     PIC  X(04).

       01 WS-SENT-LOG-AREA.
          03 WS-SL-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-SL-EOF                       VALUE 'Y'.
          03 WS-SL-CLASH-SW         PIC  X(01)  VALUE 'N'.
             88 WS-SL-CLASH                     VALUE 'Y'.
          03 WS-SL-CLASH-FROM       PIC  X(08)  VALUE SPACES.
          03 WS-SL-CLASH-TO         PIC  X(08)  VALUE SPACES.
          03 WS-SL-CLASH-DATE       PIC  X(08)  VALUE SPACES.

       01 WS-OVERRIDE-AREA.
          03 WS-OVR-ID              PIC  X(08)  VALUE SPACES.
          03 WS-OVR-NAME            PIC  X(30)  VALUE SPACES.
          03 WS-OVR-ROLE            PIC  X(10)  VALUE SPACES.
          03 WS-OVR-ACTIVE          PIC  X(01)  VALUE SPACES.
          03 WS-OVR-EOF-SW          PIC  X(01)  VALUE 'N'.
             88 WS-OVR-EOF                      VALUE 'Y'.
          03 WS-OVR-FOUND-SW        PIC  X(01)  VALUE 'N'.
             88 WS-OVR-FOUND                    VALUE 'Y'.
          03 WS-OVR-OK-SW           PIC  X(01)  VALUE 'N'.
             88 WS-OVR-OK                       VALUE 'Y'.
          03 WS-OVR-REASON          PIC  X(50)  VALUE SPACES.

       01 WS-EXTRACT-TOTALS.
          03 WS-XT-MISSION-CTR      PIC  9(07)  VALUE ZEROES.
          03 WS-XT-CAREER-CTR       PIC  9(07)  VALUE ZEROES.
          03 WS-XT-RECORD-CTR       PIC  9(07)  VALUE ZEROES.
          03 WS-XT-HISTORY-READ     PIC  9(07)  VALUE ZEROES.
          03 WS-XT-MSN-HOSTILES     PIC  9(15)  VALUE ZEROES.
          03 WS-XT-MSN-EFF          PIC  9(13)V9(02)
                                                VALUE ZEROES.
          03 WS-XT-CAR-HOSTILES     PIC  9(15)  VALUE ZEROES.
          03 WS-XT-CAR-EFF          PIC  9(13)V9(02)
                                                VALUE ZEROES.
          03 WS-XT-EFF-EDIT         PIC  Z(12)9.99.
          03 WS-XT-HOSTILES-EDIT    PIC  Z(14)9.

       01 WS-AUDIT-AREA.
          03 WS-AUD-WHO             PIC  X(30)  VALUE SPACES.
          03 WS-AUD-EVENT-TEXT      PIC  X(90)  VALUE SPACES.
          03 WS-AUD-LINE            PIC  X(132) VALUE SPACES.

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

           PERFORM 1000-GET-PERIOD
              THRU 1000-END.

           IF WS-PERIOD-REASON NOT = SPACES
              DISPLAY 'Training Command extract refused - '
                      FUNCTION TRIM (WS-PERIOD-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           DISPLAY 'Training Command extract for '
                   WS-PERIOD-FROM ' to ' WS-PERIOD-TO '.'.

           PERFORM 1400-LOAD-CLOSED-TERMS
              THRU 1400-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-END
           END-IF.

           IF WS-TM-REASON NOT = SPACES
              DISPLAY 'Training Command extract refused - '
                      FUNCTION TRIM (WS-TM-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 1200-CHECK-SENT-LOG
              THRU 1200-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-END
           END-IF.

      * A PERIOD THAT HAS GONE OUT BEFORE NEEDS A SUPERVISOR.
           IF WS-SL-CLASH
              DISPLAY 'Period overlaps ' WS-SL-CLASH-FROM ' to '
                      WS-SL-CLASH-TO ', sent ' WS-SL-CLASH-DATE '.'
              PERFORM 1300-CHECK-OVERRIDE
                 THRU 1300-END
              IF NOT WS-OVR-OK
                 DISPLAY 'Training Command extract refused - '
                         FUNCTION TRIM (WS-OVR-REASON) '.'
                         UPON SYSERR
                 MOVE 'TCXTRACT' TO WS-AUD-WHO
                 IF WS-OVR-ID NOT = SPACES
                    MOVE WS-OVR-ID TO WS-AUD-WHO
                 END-IF
                 MOVE SPACES TO WS-AUD-EVENT-TEXT
                 STRING 'TC EXTRACT ' DELIMITED BY SIZE
                        WS-PERIOD-FROM DELIMITED BY SIZE
                        '-'            DELIMITED BY SIZE
                        WS-PERIOD-TO   DELIMITED BY SIZE
                        ' REFUSED - '  DELIMITED BY SIZE
                        WS-OVR-REASON  DELIMITED BY SIZE
                   INTO WS-AUD-EVENT-TEXT
                 PERFORM 8500-WRITE-AUDIT
                    THRU 8500-END
                 MOVE 8 TO RETURN-CODE
                 GO TO 0000-END
              END-IF
              DISPLAY 'Resend authorized by supervisor '
                      FUNCTION TRIM (WS-OVR-ID) ' ('
                      FUNCTION TRIM (WS-OVR-NAME) ').'
           END-IF.

           PERFORM 2000-WRITE-EXTRACT
              THRU 2000-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-END
           END-IF.

           PERFORM 3000-LOG-PERIOD-SENT
              THRU 3000-END.

           MOVE WS-XT-MSN-EFF TO WS-XT-EFF-EDIT.
           MOVE WS-XT-MSN-HOSTILES TO WS-XT-HOSTILES-EDIT.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Extract written to STARTREK-TC-EXTRACT:'.
           DISPLAY '  Mission records..... ' WS-XT-MISSION-CTR
                   ' (of ' WS-XT-HISTORY-READ ' on history)'.
           DISPLAY '  Career records...... ' WS-XT-CAREER-CTR.
           DISPLAY '  Records in file..... ' WS-XT-RECORD-CTR.
           DISPLAY '  Hostiles hash....... '
                   FUNCTION TRIM (WS-XT-HOSTILES-EDIT).
           DISPLAY '  Efficiency hash..... '
                   FUNCTION TRIM (WS-XT-EFF-EDIT).

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1000-GET-PERIOD SECTION.

           MOVE SPACES TO WS-PERIOD-REASON.

           ACCEPT WS-FROM-ENV FROM ENVIRONMENT 'TCXTRACT-FROM'.
           ACCEPT WS-TO-ENV   FROM ENVIRONMENT 'TCXTRACT-TO'.
           ACCEPT WS-SITE-ENV FROM ENVIRONMENT 'TCXTRACT-SITE'.

           IF WS-SITE-ENV = SPACES
              MOVE 'HOME PC DEVELOPER' TO WS-SITE-ENV
           END-IF.

      * NOTHING NAMED - THE LAST COMPLETE CALENDAR QUARTER.
           IF WS-FROM-ENV = SPACES AND WS-TO-ENV = SPACES
              PERFORM 1100-LAST-QUARTER
                 THRU 1100-END
              GO TO 1000-END
           END-IF.

           MOVE FUNCTION TRIM (WS-FROM-ENV) TO WS-PERIOD-FROM.
           MOVE FUNCTION TRIM (WS-TO-ENV)   TO WS-PERIOD-TO.

           IF WS-PERIOD-FROM IS NOT NUMERIC
              OR WS-PERIOD-TO IS NOT NUMERIC
              MOVE 'TCXTRACT-FROM AND TCXTRACT-TO MUST BOTH BE CCYYMMDD'
                TO WS-PERIOD-REASON
              GO TO 1000-END
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-FROM-N) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-PERIOD-TO-N) NOT = 0
              MOVE 'THE PERIOD HOLDS A DATE THAT DOES NOT EXIST'
                TO WS-PERIOD-REASON
              GO TO 1000-END
           END-IF.

           IF WS-PERIOD-FROM > WS-PERIOD-TO
              MOVE 'THE PERIOD ENDS BEFORE IT BEGINS'
                TO WS-PERIOD-REASON
              GO TO 1000-END
           END-IF.

      * A PERIOD STILL RUNNING WOULD GO OUT SHORT.
           IF WS-PERIOD-TO >= WS-CURRENT-DATE-TIME-OFFSET (1:8)
              MOVE 'THE PERIOD MUST END BEFORE TODAY'
                TO WS-PERIOD-REASON
              GO TO 1000-END
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LAST-QUARTER SECTION.

           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:4) TO WS-PERIOD-YEAR.
           COMPUTE WS-PERIOD-QUARTER =
                   (FUNCTION NUMVAL (WS-CURRENT-DATE-TIME-OFFSET (5:2))
                    + 2) / 3.

           IF WS-PERIOD-QUARTER = 1
              MOVE 4 TO WS-PERIOD-QUARTER
              SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-QUARTER
           END-IF.

           MOVE WS-PERIOD-YEAR TO WS-PERIOD-FROM (1:4)
                                  WS-PERIOD-TO (1:4).
           MOVE WS-QUARTER-FIRST (WS-PERIOD-QUARTER)
             TO WS-PERIOD-FROM (5:4).
           MOVE WS-QUARTER-LAST (WS-PERIOD-QUARTER)
             TO WS-PERIOD-TO (5:4).

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-CHECK-SENT-LOG SECTION.

           MOVE 'N' TO WS-SL-CLASH-SW
                       WS-SL-EOF-SW.

           OPEN INPUT TC-SENT-LOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SENT-LOG-STATUS-1 = 0 AND WS-SENT-LOG-STATUS-2 = 5
              CLOSE TC-SENT-LOG-FILE
              GO TO 1200-END
           END-IF.

           IF WS-SENT-LOG-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TC-SENT-LOG, status '
                      WS-SENT-LOG-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1200-END
           END-IF.

      * TWO PERIODS OVERLAP UNLESS ONE ENDS BEFORE THE OTHER BEGINS -
      * THE FIRST PERIOD ALREADY SENT THAT OVERLAPS IS REPORTED.
           PERFORM UNTIL WS-SL-EOF
              READ TC-SENT-LOG-FILE
                 AT END
                    SET WS-SL-EOF TO TRUE
                 NOT AT END
                    IF NOT WS-SL-CLASH
                       AND TSL-PERIOD-TO NOT < WS-PERIOD-FROM
                       AND TSL-PERIOD-FROM NOT > WS-PERIOD-TO
                       SET WS-SL-CLASH TO TRUE
                       MOVE TSL-PERIOD-FROM TO WS-SL-CLASH-FROM
                       MOVE TSL-PERIOD-TO   TO WS-SL-CLASH-TO
                       MOVE TSL-SENT-DATE   TO WS-SL-CLASH-DATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TC-SENT-LOG-FILE.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1300-CHECK-OVERRIDE SECTION.

      * THE OVERRIDE IS A SUPERVISOR'S OPERATOR ID - THE SAME
      * OPERATOR FILE AND ROLES SAMPLE SIGNS ON AGAINST.
           MOVE 'N' TO WS-OVR-OK-SW
                       WS-OVR-FOUND-SW
                       WS-OVR-EOF-SW.
           MOVE SPACES TO WS-OVR-REASON
                          WS-OVR-NAME
                          WS-OVR-ROLE
                          WS-OVR-ACTIVE.

           ACCEPT WS-OVERRIDE-ENV FROM ENVIRONMENT 'TCXTRACT-OVERRIDE'.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-OVERRIDE-ENV))
             TO WS-OVR-ID.

           IF WS-OVR-ID = SPACES
              MOVE 'PERIOD ALREADY SENT - RESEND NEEDS SUPERVISOR'
                TO WS-OVR-REASON
              GO TO 1300-END
           END-IF.

           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-STATUS-1 = 0 AND WS-OPERATOR-STATUS-2 = 5
              CLOSE OPERATOR-FILE
              MOVE 'NO OPERATOR FILE - OVERRIDE NOT CHECKED'
                TO WS-OVR-REASON
              GO TO 1300-END
           END-IF.

           IF WS-OPERATOR-STATUS-1 NOT = 0
              DISPLAY 'Error opening SAMPLE-OPERATORS, status '
                      WS-OPERATOR-FILE-STATUS UPON SYSERR
              MOVE 'OPERATOR FILE UNREADABLE - OVERRIDE NOT CHECKED'
                TO WS-OVR-REASON
              GO TO 1300-END
           END-IF.

           PERFORM UNTIL WS-OVR-EOF OR WS-OVR-FOUND
              READ OPERATOR-FILE
                 AT END
                    SET WS-OVR-EOF TO TRUE
                 NOT AT END
                    IF OPR-RECORD (1:1) NOT = '*'
                       AND FUNCTION UPPER-CASE (OPR-ID) = WS-OVR-ID
                       SET WS-OVR-FOUND TO TRUE
                       MOVE OPR-NAME   TO WS-OVR-NAME
                       MOVE OPR-ROLE   TO WS-OVR-ROLE
                       MOVE OPR-ACTIVE TO WS-OVR-ACTIVE
                    END-IF
              END-READ
           END-PERFORM.

      * THE OPERATOR'S NAME, ROLE AND STATUS WERE KEPT AS THE CARD WAS
      * READ - THE RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
           CLOSE OPERATOR-FILE.

           EVALUATE TRUE
               WHEN NOT WS-OVR-FOUND
                    MOVE 'OVERRIDE ID IS NOT ON THE OPERATOR FILE'
                      TO WS-OVR-REASON
               WHEN FUNCTION UPPER-CASE (WS-OVR-ACTIVE) NOT = 'Y'
                    MOVE 'OVERRIDE OPERATOR IS NOT ACTIVE'
                      TO WS-OVR-REASON
               WHEN FUNCTION UPPER-CASE (WS-OVR-ROLE)
                    NOT = 'SUPERVISOR'
                    MOVE 'OVERRIDE OPERATOR IS NOT A SUPERVISOR'
                      TO WS-OVR-REASON
               WHEN OTHER
                    SET WS-OVR-OK TO TRUE
           END-EVALUATE.

       1300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1400-LOAD-CLOSED-TERMS SECTION.

           MOVE ZEROES TO WS-TM-CTR.
           MOVE SPACES TO WS-TM-REASON.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TERM-REGISTER-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
      * NO REGISTER - NO TERM HAS BEEN CLOSED.
           IF WS-REGISTER-STATUS-1 = 0 AND WS-REGISTER-STATUS-2 = 5
              CLOSE TERM-REGISTER-FILE
              GO TO 1400-END
           END-IF.

           IF WS-REGISTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-REGISTER, status '
                      WS-REGISTER-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1400-END
           END-IF.

      * A TERM CLOSED BEFORE THE PERIOD BEGAN OR OPENED AFTER IT ENDED
      * HOLDS NOTHING FOR IT.
           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-REGISTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TRG-IN-PROGRESS
                       MOVE TRG-TERM-ID TO WS-TM-OPEN-TERM
                    END-IF
                    IF TRG-CLOSED
                       AND TRG-CLOSE-DATE NOT < WS-PERIOD-FROM
                       AND TRG-FROM-DATE NOT > WS-PERIOD-TO
                       AND WS-TM-CTR < WS-TM-MAX
                       ADD 1 TO WS-TM-CTR
                       MOVE TRG-TERM-ID TO WS-TM-TERM-ID (WS-TM-CTR)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TERM-REGISTER-FILE.

      * WHILE A CLOSE-OUT IS PART WAY THROUGH, THE TERM'S MISSIONS MAY
      * BE ON BOTH FILES OR ON NEITHER.
           IF WS-TM-OPEN-TERM NOT = SPACES
              STRING 'THE CLOSE-OUT OF TERM '  DELIMITED BY SIZE
                     WS-TM-OPEN-TERM          DELIMITED BY SPACE
                     ' IS NOT FINISHED'       DELIMITED BY SIZE
                INTO WS-TM-REASON
           END-IF.

       1400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-WRITE-EXTRACT SECTION.

           MOVE ZEROES TO WS-EXTRACT-TOTALS.

           OPEN OUTPUT TC-EXTRACT-FILE.

           IF WS-EXTRACT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TC-EXTRACT, status '
                      WS-EXTRACT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 2000-END
           END-IF.

           MOVE SPACES                     TO TCH-RECORD.
           MOVE 'H'                        TO TCH-REC-TYPE.
           MOVE 'STRKTC01'                 TO TCH-INTERFACE-ID.
           MOVE WS-PERIOD-FROM             TO TCH-PERIOD-FROM.
           MOVE WS-PERIOD-TO               TO TCH-PERIOD-TO.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                           TO TCH-EXTRACT-DATE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                           TO TCH-EXTRACT-TIME.
           MOVE WS-SITE-ENV                TO TCH-SITE.
           IF WS-OVR-OK
              MOVE WS-OVR-ID               TO TCH-OVERRIDE-ID
           END-IF.
           WRITE TCH-RECORD.
           ADD 1 TO WS-XT-RECORD-CTR.

           PERFORM 2100-EXTRACT-MISSIONS
              THRU 2100-END.

           PERFORM 2200-EXTRACT-CAREERS
              THRU 2200-END.

           ADD 1 TO WS-XT-RECORD-CTR.

           MOVE SPACES                     TO TCT-RECORD.
           MOVE 'T'                        TO TCT-REC-TYPE.
           MOVE WS-XT-MISSION-CTR          TO TCT-MISSION-CTR.
           MOVE WS-XT-CAREER-CTR           TO TCT-CAREER-CTR.
           MOVE WS-XT-RECORD-CTR           TO TCT-RECORD-CTR.
           MOVE WS-XT-MSN-HOSTILES         TO TCT-MSN-HOSTILES-HASH.
           MOVE WS-XT-MSN-EFF              TO TCT-MSN-EFF-HASH.
           MOVE WS-XT-CAR-HOSTILES         TO TCT-CAR-HOSTILES-HASH.
           MOVE WS-XT-CAR-EFF              TO TCT-CAR-EFF-HASH.
           WRITE TCT-RECORD.

           CLOSE TC-EXTRACT-FILE.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-EXTRACT-MISSIONS SECTION.

      * THE CLOSED TERMS FIRST, OLDEST FIRST, THEN THE TERM NOW
      * RUNNING.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
             UNTIL WS-TM-IDX > WS-TM-CTR
                OR RETURN-CODE NOT = ZEROES
              MOVE SPACES TO WS-HISTORY-ASSIGN-NAME
              STRING 'STARTREK-TERM-HISTORY-' DELIMITED BY SIZE
                     WS-TM-TERM-ID (WS-TM-IDX)
                                              DELIMITED BY SPACE
                INTO WS-HISTORY-ASSIGN-NAME
              PERFORM 2105-EXTRACT-ONE-HISTORY
                 THRU 2105-END
           END-PERFORM.

           IF RETURN-CODE NOT = ZEROES
              GO TO 2100-END
           END-IF.

           MOVE 'STARTREK-MISSION-HISTORY' TO WS-HISTORY-ASSIGN-NAME.
           PERFORM 2105-EXTRACT-ONE-HISTORY
              THRU 2105-END.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2105-EXTRACT-ONE-HISTORY SECTION.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 2105-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-HISTORY-ASSIGN-NAME)
                      ', status ' WS-HISTORY-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 2105-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-XT-HISTORY-READ
                    IF MH-RUN-DATE NOT < WS-PERIOD-FROM
                       AND MH-RUN-DATE NOT > WS-PERIOD-TO
                       AND NOT MH-TERM-SUMMARY
                       PERFORM 2110-WRITE-MISSION
                          THRU 2110-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

       2105-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2110-WRITE-MISSION SECTION.

           MOVE SPACES                     TO TCM-RECORD.
           MOVE 'M'                        TO TCM-REC-TYPE.
           MOVE MH-RUN-DATE                TO TCM-RUN-DATE.
           MOVE MH-NAME                    TO TCM-NAME.
           MOVE MH-DIFFICULTY              TO TCM-DIFFICULTY.
           MOVE MH-RESULT                  TO TCM-RESULT.
           MOVE MH-STARDATES-USED          TO TCM-STARDATES-USED.
           MOVE MH-HOSTILES-DESTROYED      TO TCM-HOSTILES-DESTROYED.
           MOVE MH-ENERGY-EXPENDED         TO TCM-ENERGY-EXPENDED.
           MOVE MH-TORPS-EXPENDED          TO TCM-TORPS-EXPENDED.
           MOVE MH-EFFICIENCY              TO TCM-EFFICIENCY.
           MOVE MH-SHIP-CLASS              TO TCM-SHIP-CLASS.
           MOVE MH-HULL-REGISTER           TO TCM-HULL-REGISTER.
           MOVE MH-HULL-NAME               TO TCM-HULL-NAME.

      * OLDER RECORDS CARRY NO PARAMETER SET - SEND IT BLANK.
           IF MH-PARM-SET-ID NOT = LOW-VALUES
              MOVE MH-PARM-SET-ID          TO TCM-PARM-SET-ID
           END-IF.

           WRITE TCM-RECORD.

           ADD 1 TO WS-XT-MISSION-CTR
                    WS-XT-RECORD-CTR.
           ADD MH-HOSTILES-DESTROYED TO WS-XT-MSN-HOSTILES.
           ADD MH-EFFICIENCY         TO WS-XT-MSN-EFF.

       2110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2200-EXTRACT-CAREERS SECTION.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 2200-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 2200-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE SPACES            TO TCC-RECORD
                    MOVE 'C'               TO TCC-REC-TYPE
                    MOVE SVC-NAME          TO TCC-NAME
                    MOVE SVC-MISSIONS      TO TCC-MISSIONS
                    MOVE SVC-HOSTILES      TO TCC-HOSTILES
                    MOVE SVC-EFF-LAST      TO TCC-EFF-LAST
                    MOVE SVC-EFF-BEST      TO TCC-EFF-BEST
                    MOVE SVC-KOBAYASHI     TO TCC-KOBAYASHI
                    MOVE SVC-EARNED-RANK   TO TCC-EARNED-RANK
                    MOVE SVC-KM-GRADE      TO TCC-KM-GRADE
                    WRITE TCC-RECORD
                    ADD 1 TO WS-XT-CAREER-CTR
                             WS-XT-RECORD-CTR
                    ADD SVC-HOSTILES TO WS-XT-CAR-HOSTILES
                    ADD SVC-EFF-BEST TO WS-XT-CAR-EFF
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

       2200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-LOG-PERIOD-SENT SECTION.

           OPEN EXTEND TC-SENT-LOG-FILE.

           IF WS-SENT-LOG-STATUS-1 NOT = 0
              DISPLAY 'Period not entered on STARTREK-TC-SENT-LOG, '
                      'status ' WS-SENT-LOG-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 3000-WRITE-AUDIT
           END-IF.

           MOVE SPACES                     TO TSL-RECORD.
           MOVE WS-PERIOD-FROM             TO TSL-PERIOD-FROM.
           MOVE WS-PERIOD-TO               TO TSL-PERIOD-TO.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                           TO TSL-SENT-DATE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                           TO TSL-SENT-TIME.
           MOVE WS-XT-MISSION-CTR          TO TSL-MISSION-CTR.
           MOVE WS-XT-CAREER-CTR           TO TSL-CAREER-CTR.
           IF WS-OVR-OK
              MOVE WS-OVR-ID               TO TSL-OVERRIDE-ID
           END-IF.
           WRITE TSL-RECORD.

           CLOSE TC-SENT-LOG-FILE.

       3000-WRITE-AUDIT.

           MOVE 'TCXTRACT' TO WS-AUD-WHO.
           MOVE SPACES TO WS-AUD-EVENT-TEXT.
           IF WS-OVR-OK
              MOVE WS-OVR-ID TO WS-AUD-WHO
              STRING 'TC EXTRACT '      DELIMITED BY SIZE
                     WS-PERIOD-FROM     DELIMITED BY SIZE
                     '-'                DELIMITED BY SIZE
                     WS-PERIOD-TO       DELIMITED BY SIZE
                     ' RESENT UNDER SUPERVISOR OVERRIDE, '
                                        DELIMITED BY SIZE
                     WS-XT-MISSION-CTR  DELIMITED BY SIZE
                     ' MISSION(S)'      DELIMITED BY SIZE
                INTO WS-AUD-EVENT-TEXT
           ELSE
              STRING 'TC EXTRACT '      DELIMITED BY SIZE
                     WS-PERIOD-FROM     DELIMITED BY SIZE
                     '-'                DELIMITED BY SIZE
                     WS-PERIOD-TO       DELIMITED BY SIZE
                     ' SENT, '          DELIMITED BY SIZE
                     WS-XT-MISSION-CTR  DELIMITED BY SIZE
                     ' MISSION(S)'      DELIMITED BY SIZE
                INTO WS-AUD-EVENT-TEXT
           END-IF.

           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8500-WRITE-AUDIT SECTION.

      * EXTRACT LINES GO ON THE BRIDGE'S OWN AUDIT LOG IN ITS
      * STAMP | WHO | EVENT LAYOUT.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-AUD-LINE.
           STRING WS-CURRENT-DATE-TIME-OFFSET (1:4)
                                              DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (5:2)
                                              DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (7:2)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (9:2)
                                              DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (11:2)
                                              DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (13:2)
                                              DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AUD-WHO)
                                              DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  WS-AUD-EVENT-TEXT           DELIMITED BY SIZE
             INTO WS-AUD-LINE.

           MOVE ZEROES TO WS-SEAL-VALUE.
           MOVE 'N' TO WS-SEAL-EOF-SW.

           OPEN INPUT AUDIT-TAIL-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-AUDIT-TAIL-STATUS-1 = 0
              AND WS-AUDIT-TAIL-STATUS-2 = 5
              CLOSE AUDIT-TAIL-FILE
              GO TO 8500-SEAL-LINE
           END-IF.

           IF WS-AUDIT-TAIL-STATUS-1 NOT = 0
              DISPLAY 'Audit log unreadable, status '
                      WS-AUDIT-TAIL-FILE-STATUS ' - the new line is '
                      'sealed from zero.' UPON SYSERR
              GO TO 8500-SEAL-LINE
           END-IF.

           PERFORM UNTIL WS-SEAL-AT-EOF
              READ AUDIT-TAIL-FILE
                 AT END
                    SET WS-SEAL-AT-EOF TO TRUE
                 NOT AT END
                    MOVE AUDIT-TAIL-RECORD TO WS-SEAL-LINE
                    IF WS-SEAL-LINE-MARKED
                       AND WS-SEAL-LINE-VALUE IS NUMERIC
                       MOVE WS-SEAL-LINE-VALUE TO WS-SEAL-VALUE
                    ELSE
                       MOVE ZEROES TO WS-SEAL-VALUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AUDIT-TAIL-FILE.

       8500-SEAL-LINE.

           MOVE WS-AUD-LINE TO WS-SEAL-LINE.
           MOVE WS-SEAL-LINE-TEXT TO WS-SEAL-TEXT.
           MOVE 121 TO WS-SEAL-LEN.
           PERFORM 8510-FOLD-SEAL
              THRU 8510-END.
           MOVE '#' TO WS-SEAL-LINE-MARK.
           MOVE WS-SEAL-VALUE TO WS-SEAL-LINE-VALUE.

           OPEN EXTEND AUDIT-LOG-FILE.

           IF WS-AUDIT-STATUS-1 NOT = 0
              DISPLAY 'Audit log not written, status '
                      WS-AUDIT-FILE-STATUS UPON SYSERR
              GO TO 8500-END
           END-IF.

           MOVE WS-SEAL-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

       8500-END.
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
        END PROGRAM TCXTRACT.
      *                                                                *
      * ************************************************************** *
      *                    END OF PROGRAM TCXTRACT                     *
      * ************************************************************** *

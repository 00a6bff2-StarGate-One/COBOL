      * ************************************************************** *
      *                    START OF PROGRAM INJECTQ                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INJECTQ.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  WEDNESDAY OCTOBER 14, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * INJECTQ IS THE INSTRUCTOR'S CONSOLE FOR A LIVE DRILL.  IT      *
      *  QUEUES INJECTS AGAINST A SAVE SLOT IN THE INJECT QUEUE        *
      *  (STARTREK-INJECT-QUEUE); THE BRIDGE RUNNING IN THAT SLOT      *
      *  CHECKS THE QUEUE BEFORE EVERY COMMAND PROMPT AND APPLIES      *
      *  EACH INJECT ONCE ITS DUE STARDATE IS REACHED:                 *
      *   HOSTILE  - A VESSEL OF A NAMED SPECIES ARRIVES IN THE        *
      *              CAPTAIN'S CURRENT CUBE                            *
      *   DAMAGE   - A NAMED SHIP'S SYSTEM TAKES REPAIR UNITS          *
      *   DEADLINE - THE MISSION DEADLINE MOVES BY A STARDATE AMOUNT   *
      *   MESSAGE  - A STARFLEET COMMAND MESSAGE IS PUT ON THE BRIDGE  *
      *   VGER     - V'GER MAKES ITS NEXT CROSSING AT ONCE             *
      *  THE INSTRUCTOR CAN LIST A SLOT'S QUEUE, WITH WHAT THE BRIDGE  *
      *  DID WITH EACH INJECT, AND CANCEL ONE NOT YET APPLIED.  EVERY  *
      *  QUEUE AND CANCEL IS LOGGED TO STARTREK-AUDIT-LOG BESIDE THE   *
      *  BRIDGE'S OWN LINE FOR EACH INJECT IT APPLIES.                 *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261014 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB QUEUE AND CANCEL LINES SEALED ON THE AUDIT LOG    *
      *              WITH A CHECK VALUE CHAINED FROM THE LINE BEFORE.  *
      * 20261015 RJB LOCK NAMES AND THE ROSTER SIZE TAKEN FROM THE     *
      *              SHOP CONFIGURATION FILE.                          *
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

      * SCRIPTED SESSIONS READ FROM THE FILE INJECTQ-SCRIPT NAMES,
      * THE SAME REPLAY CONVENTION THE BRIDGE PROGRAM USES.
       SELECT OPTIONAL STANDARD-IN
       ASSIGN TO WS-STDIN-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-STDIN-FILE-STATUS.

      * THE INJECT QUEUE - ONE INDEXED FILE FOR ALL NINE SLOTS, KEYED
      * BY SLOT AND QUEUE SEQUENCE SO EACH BRIDGE READS ONLY ITS OWN.
       SELECT OPTIONAL INJECT-QUEUE-FILE
       ASSIGN TO 'STARTREK-INJECT-QUEUE'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IQ-KEY
       STATUS WS-INJECT-FILE-STATUS.

       SELECT OPTIONAL SLOT-LOCK-FILE
       ASSIGN TO WS-LOCK-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LOCK-FILE-STATUS.

       SELECT OPTIONAL AUDIT-LOG-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-FILE-STATUS.

      * THE SAME LOG READ BACK TO FIND THE SEAL OF ITS LAST LINE.
       SELECT OPTIONAL AUDIT-TAIL-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-TAIL-FILE-STATUS.

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

      * INJECT-QUEUE-FILE - ONE RECORD PER INJECT.  THE BRIDGE MARKS
      * A RECORD APPLIED (OR REFUSED, WITH THE REASON) WHEN IT ACTS.
       FD INJECT-QUEUE-FILE.
          01 IQ-RECORD.
             03 IQ-KEY.
                05 IQ-SLOT             PIC 9(01).
                05 IQ-SEQ              PIC 9(05).
             03 IQ-STATUS              PIC X(01).
                88 IQ-PENDING          VALUE 'P'.
                88 IQ-APPLIED          VALUE 'A'.
                88 IQ-REFUSED          VALUE 'R'.
                88 IQ-CANCELLED        VALUE 'C'.
             03 IQ-TYPE                PIC X(01).
                88 IQ-HOSTILE          VALUE 'H'.
                88 IQ-DAMAGE           VALUE 'D'.
                88 IQ-DEADLINE         VALUE 'S'.
                88 IQ-MESSAGE          VALUE 'M'.
                88 IQ-VGER             VALUE 'V'.
             03 IQ-DUE-STARDATE        PIC 9(05)V9(01).
             03 IQ-SPECIES             PIC X(01).
             03 IQ-SYSTEM              PIC 9(01).
             03 IQ-DAMAGE-UNITS        PIC 9(02).
             03 IQ-DEADLINE-SIGN       PIC X(01).
             03 IQ-DEADLINE-DELTA      PIC 9(03)V9(01).
             03 IQ-MESSAGE-TEXT        PIC X(60).
             03 IQ-QUEUED-STAMP        PIC X(14).
             03 IQ-APPLIED-STARDATE    PIC 9(05)V9(01).
             03 IQ-RESULT              PIC X(40).

       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
             03 LK-NAME                PIC X(30).
             03 LK-STAMP               PIC X(14).

       FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD          PIC X(132).

       FD AUDIT-TAIL-FILE.
          01 AUDIT-TAIL-RECORD         PIC X(132).

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
          03 WS-INJECT-FILE-STATUS.
             05 WS-INJECT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-INJECT-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-LOCK-FILE-STATUS.
             05 WS-LOCK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-LOCK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-TAIL-FILE-STATUS.
             05 WS-AUDIT-TAIL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-TAIL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
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

       01 WS-LOCK-ASSIGN-NAME       PIC  X(256) VALUE
          'STARTREK-LOCK-1'.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-LOOP-DONE           PIC  X(01)  VALUE 'N'.
             88 WS-LOOP-IS-DONE                 VALUE 'Y'.
          03 WS-IQ-OPEN-SW          PIC  X(01)  VALUE 'N'.
             88 WS-IQ-IS-OPEN                   VALUE 'Y'.
          03 WS-IQ-VALID-SW         PIC  X(01)  VALUE 'N'.
             88 WS-IQ-IS-VALID                  VALUE 'Y'.

       01 WS-COMMAND-AREA.
          03 WS-COMMAND             PIC  X(06)  VALUE SPACES.
             88 WS-CMD-QUEUE                    VALUE 'QUEUE'.
             88 WS-CMD-LIST                     VALUE 'LIST'.
             88 WS-CMD-CANCEL                   VALUE 'CANCEL'.
             88 WS-CMD-HELP                     VALUE 'HELP'.
             88 WS-CMD-QUIT                     VALUE 'QUIT'.

      * HOSTILE SPECIES AN INSTRUCTOR MAY SEND, WITH THE SECTOR GLYPH
      * THE BRIDGE PLACES FOR EACH.
       01 WS-SPECIES-VALUES.
          03 FILLER PIC X(13) VALUE 'KKLINGON     '.
          03 FILLER PIC X(13) VALUE 'RROMULAN     '.
          03 FILLER PIC X(13) VALUE 'BBORG        '.
          03 FILLER PIC X(13) VALUE 'CCARDASSIAN  '.
          03 FILLER PIC X(13) VALUE '1UNALIGNED   '.
       01 WS-SPECIES-TABLE REDEFINES WS-SPECIES-VALUES.
          03 WS-SPECIES-ENTRY       OCCURS 5 TIMES.
             05 WS-SP-GLYPH         PIC  X(01).
             05 WS-SP-NAME          PIC  X(12).

      * SHIP'S SYSTEMS IN THE BRIDGE'S DAMAGE-TABLE ORDER.
       01 WS-SYSTEM-VALUES.
          03 FILLER PIC X(10) VALUE 'WARP      '.
          03 FILLER PIC X(10) VALUE 'IMPULSE   '.
          03 FILLER PIC X(10) VALUE 'PHASERS   '.
          03 FILLER PIC X(10) VALUE 'TORPEDOES '.
          03 FILLER PIC X(10) VALUE 'SRS       '.
          03 FILLER PIC X(10) VALUE 'LRS       '.
          03 FILLER PIC X(10) VALUE 'SHIELDS   '.
       01 WS-SYSTEM-TABLE REDEFINES WS-SYSTEM-VALUES.
          03 WS-SYS-NAME            PIC  X(10)  OCCURS 7 TIMES.

       01 WS-INJECT-WORK-AREA.
          03 WS-IQ-SLOT             PIC  9(01)  VALUE ZEROES.
          03 WS-IQ-NEXT-SEQ         PIC  9(05)  VALUE ZEROES.
          03 WS-IQ-CANCEL-SEQ       PIC  9(05)  VALUE ZEROES.
          03 WS-IQ-LIST-CTR         PIC  9(05)  VALUE ZEROES.
          03 WS-IQ-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-IQ-NUMBER           PIC S9(05)V9(01) VALUE ZEROES.
          03 WS-IQ-LOCK-HOLDER      PIC  X(30)  VALUE SPACES.
          03 WS-IQ-CONFIRM          PIC  X(01)  VALUE SPACES.
             88 WS-IQ-CONFIRMED                 VALUE 'Y'.
          03 WS-IQ-WORD             PIC  X(12)  VALUE SPACES.
          03 WS-IQ-TYPE-NAME        PIC  X(08)  VALUE SPACES.
          03 WS-IQ-STATUS-NAME      PIC  X(09)  VALUE SPACES.
          03 WS-IQ-DETAIL           PIC  X(60)  VALUE SPACES.
          03 WS-IQ-DUE-EDIT         PIC  ZZZZ9.9.
          03 WS-IQ-DELTA-EDIT       PIC  ZZ9.9.
          03 WS-IQ-AUDIT-LINE       PIC  X(132) VALUE SPACES.
          03 WS-IQ-EVENT-TEXT       PIC  X(100) VALUE SPACES.
          03 WS-IQ-NEW-RECORD       PIC  X(143) VALUE SPACES.

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

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'INJECTQ-SCRIPT'.
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

           DISPLAY 'Instructor inject console.'.
           DISPLAY 'Commands: QUEUE  LIST  CANCEL  HELP  QUIT'.

           MOVE 'N' TO WS-LOOP-DONE.

           PERFORM UNTIL WS-LOOP-IS-DONE
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Enter command: '
              PERFORM 1500-GET-INPUT
                 THRU 1500-END
              MOVE WS-INPUT-LINE TO WS-COMMAND
              MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
              EVALUATE TRUE
                  WHEN WS-CMD-QUEUE
                       PERFORM 2000-QUEUE-INJECT
                          THRU 2000-END
                  WHEN WS-CMD-LIST
                       PERFORM 3000-LIST-QUEUE
                          THRU 3000-END
                  WHEN WS-CMD-CANCEL
                       PERFORM 4000-CANCEL-INJECT
                          THRU 4000-END
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
       1600-GET-SLOT SECTION.

           MOVE ZEROES TO WS-IQ-SLOT.

           DISPLAY 'Save slot (1-9): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE (1:1) IS NUMERIC
              AND WS-INPUT-LINE (2:1) = SPACE
              AND WS-INPUT-LINE (1:1) NOT = '0'
              MOVE WS-INPUT-LINE (1:1) TO WS-IQ-SLOT
           ELSE
              DISPLAY 'The slot must be a single digit 1 through 9.'
           END-IF.

           IF WS-IQ-SLOT > WS-SC-ROSTER-SIZE
              DISPLAY 'Slot ' WS-IQ-SLOT ' is beyond the shop roster '
                      'size of ' WS-SC-ROSTER-SIZE '.'
              MOVE ZEROES TO WS-IQ-SLOT
           END-IF.

       1600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1700-READ-LOCK SECTION.

      * THE SLOT'S LOCK FILE NAMES THE CAPTAIN ON THE BRIDGE, IF ANY.
           MOVE SPACES TO WS-IQ-LOCK-HOLDER.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-IQ-SLOT             DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 1700-END
           END-IF.

           IF WS-LOCK-STATUS-1 NOT = 0
              GO TO 1700-END
           END-IF.

           READ SLOT-LOCK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE LK-NAME TO WS-IQ-LOCK-HOLDER
           END-READ.

           CLOSE SLOT-LOCK-FILE.

       1700-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-QUEUE-INJECT SECTION.

           PERFORM 1600-GET-SLOT
              THRU 1600-END.
           IF WS-IQ-SLOT = ZEROES
              GO TO 2000-END
           END-IF.

           PERFORM 1700-READ-LOCK
              THRU 1700-END.

           IF WS-IQ-LOCK-HOLDER = SPACES
              DISPLAY 'Slot ' WS-IQ-SLOT ' has no bridge session '
                      'running - the inject waits for the next '
                      'sign-on.'
           ELSE
              DISPLAY 'Slot ' WS-IQ-SLOT ' is on the bridge: '
                      WS-IQ-LOCK-HOLDER
           END-IF.

           MOVE SPACES TO IQ-RECORD.
           MOVE WS-IQ-SLOT TO IQ-SLOT.
           SET IQ-PENDING TO TRUE.
           MOVE ZEROES TO IQ-DUE-STARDATE
                          IQ-SYSTEM
                          IQ-DAMAGE-UNITS
                          IQ-DEADLINE-DELTA
                          IQ-APPLIED-STARDATE.

           DISPLAY 'Inject type (HOSTILE, DAMAGE, DEADLINE, MESSAGE, '
                   'VGER): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE) TO WS-IQ-WORD.

           MOVE 'N' TO WS-IQ-VALID-SW.

           EVALUATE WS-IQ-WORD
               WHEN 'HOSTILE'
                    SET IQ-HOSTILE TO TRUE
                    PERFORM 2100-ASK-SPECIES
                       THRU 2100-END
               WHEN 'DAMAGE'
                    SET IQ-DAMAGE TO TRUE
                    PERFORM 2200-ASK-SYSTEM
                       THRU 2200-END
               WHEN 'DEADLINE'
                    SET IQ-DEADLINE TO TRUE
                    PERFORM 2300-ASK-DEADLINE
                       THRU 2300-END
               WHEN 'MESSAGE'
                    SET IQ-MESSAGE TO TRUE
                    PERFORM 2400-ASK-MESSAGE
                       THRU 2400-END
               WHEN 'VGER'
               WHEN 'V''GER'
                    SET IQ-VGER TO TRUE
                    SET WS-IQ-IS-VALID TO TRUE
               WHEN OTHER
                    DISPLAY 'That is not an inject type.'
           END-EVALUATE.

           IF NOT WS-IQ-IS-VALID
              DISPLAY 'Nothing queued.'
              GO TO 2000-END
           END-IF.

      * A BLANK DUE STARDATE MEANS THE NEXT COMMAND PROMPT.
           DISPLAY 'Due at stardate (blank for the next prompt): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
                 DISPLAY 'The due stardate must be a number - '
                         'nothing queued.'
                 GO TO 2000-END
              END-IF
              COMPUTE WS-IQ-NUMBER =
                      FUNCTION NUMVAL (WS-INPUT-LINE)
              IF WS-IQ-NUMBER < ZERO
                 DISPLAY 'The due stardate cannot be negative - '
                         'nothing queued.'
                 GO TO 2000-END
              END-IF
              MOVE WS-IQ-NUMBER TO IQ-DUE-STARDATE
           END-IF.

           PERFORM 5000-DESCRIBE-INJECT
              THRU 5000-END.

           DISPLAY 'Queue for slot ' WS-IQ-SLOT ': '
                   FUNCTION TRIM (WS-IQ-TYPE-NAME) ' '
                   FUNCTION TRIM (WS-IQ-DETAIL).
           DISPLAY 'Proceed (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE (1:1))
             TO WS-IQ-CONFIRM.

           IF NOT WS-IQ-CONFIRMED
              DISPLAY 'Inject abandoned - nothing queued.'
              GO TO 2000-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
             TO IQ-QUEUED-STAMP.
           MOVE SPACES TO IQ-RESULT.
           MOVE IQ-RECORD TO WS-IQ-NEW-RECORD.

           PERFORM 7000-OPEN-QUEUE
              THRU 7000-END.
           IF NOT WS-IQ-IS-OPEN
              GO TO 2000-END
           END-IF.

           PERFORM 7100-FIND-NEXT-SEQ
              THRU 7100-END.

           MOVE WS-IQ-NEW-RECORD TO IQ-RECORD.
           MOVE WS-IQ-NEXT-SEQ   TO IQ-SEQ.

           WRITE IQ-RECORD
              INVALID KEY
                 DISPLAY 'The inject could not be queued, status '
                         WS-INJECT-FILE-STATUS UPON SYSERR
                 PERFORM 7200-CLOSE-QUEUE
                    THRU 7200-END
                 GO TO 2000-END
           END-WRITE.

           PERFORM 7200-CLOSE-QUEUE
              THRU 7200-END.

           DISPLAY 'Inject ' WS-IQ-NEXT-SEQ ' queued for slot '
                   WS-IQ-SLOT '.'.

           MOVE SPACES TO WS-IQ-EVENT-TEXT.
           STRING 'INJECT QUEUED | slot '     DELIMITED BY SIZE
                  WS-IQ-SLOT                  DELIMITED BY SIZE
                  ' seq '                     DELIMITED BY SIZE
                  WS-IQ-NEXT-SEQ              DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IQ-TYPE-NAME)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IQ-DETAIL)
                                              DELIMITED BY SIZE
             INTO WS-IQ-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-ASK-SPECIES SECTION.

           DISPLAY 'Species (KLINGON, ROMULAN, BORG, CARDASSIAN, '
                   'UNALIGNED): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE) TO WS-IQ-WORD.

           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
             UNTIL WS-IQ-IDX > 5
              IF WS-SP-NAME (WS-IQ-IDX) = WS-IQ-WORD
                 MOVE WS-SP-GLYPH (WS-IQ-IDX) TO IQ-SPECIES
                 SET WS-IQ-IS-VALID TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-IQ-IS-VALID
              DISPLAY 'That species is not on the inject list.'
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2200-ASK-SYSTEM SECTION.

           DISPLAY 'System (WARP, IMPULSE, PHASERS, TORPEDOES, SRS, '
                   'LRS, SHIELDS): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE) TO WS-IQ-WORD.

           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
             UNTIL WS-IQ-IDX > 7
              IF WS-SYS-NAME (WS-IQ-IDX) = WS-IQ-WORD
                 MOVE WS-IQ-IDX TO IQ-SYSTEM
              END-IF
           END-PERFORM.

           IF IQ-SYSTEM = ZERO
              DISPLAY 'That is not a ship''s system.'
              GO TO 2200-END
           END-IF.

           DISPLAY 'Repair units of damage (1-99): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
              DISPLAY 'The damage must be a whole number 1-99.'
              GO TO 2200-END
           END-IF.

           COMPUTE WS-IQ-NUMBER = FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-IQ-NUMBER < 1 OR WS-IQ-NUMBER > 99
              DISPLAY 'The damage must be a whole number 1-99.'
              GO TO 2200-END
           END-IF.

           MOVE WS-IQ-NUMBER TO IQ-DAMAGE-UNITS.
           SET WS-IQ-IS-VALID TO TRUE.

       2200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2300-ASK-DEADLINE SECTION.

      * A POSITIVE AMOUNT GIVES THE CAPTAIN MORE TIME; A NEGATIVE
      * ONE PULLS THE DEADLINE IN.
           DISPLAY 'Move the deadline by how many stardates '
                   '(e.g. +5.0 or -3.5): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE = SPACES
              OR FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
              DISPLAY 'The amount must be a signed number.'
              GO TO 2300-END
           END-IF.

           COMPUTE WS-IQ-NUMBER = FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-IQ-NUMBER = ZERO
              OR WS-IQ-NUMBER > 999.9
              OR WS-IQ-NUMBER < -999.9
              DISPLAY 'The amount must be non-zero and within '
                      '999.9 stardates.'
              GO TO 2300-END
           END-IF.

           IF WS-IQ-NUMBER < ZERO
              MOVE '-' TO IQ-DEADLINE-SIGN
              COMPUTE IQ-DEADLINE-DELTA = ZERO - WS-IQ-NUMBER
           ELSE
              MOVE '+' TO IQ-DEADLINE-SIGN
              MOVE WS-IQ-NUMBER TO IQ-DEADLINE-DELTA
           END-IF.

           SET WS-IQ-IS-VALID TO TRUE.

       2300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2400-ASK-MESSAGE SECTION.

           DISPLAY 'Message text (up to 60 characters): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE = SPACES
              DISPLAY 'A blank message is not sent.'
              GO TO 2400-END
           END-IF.

           MOVE WS-INPUT-LINE TO IQ-MESSAGE-TEXT.
           SET WS-IQ-IS-VALID TO TRUE.

       2400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-LIST-QUEUE SECTION.

           PERFORM 1600-GET-SLOT
              THRU 1600-END.
           IF WS-IQ-SLOT = ZEROES
              GO TO 3000-END
           END-IF.

           PERFORM 7000-OPEN-QUEUE
              THRU 7000-END.
           IF NOT WS-IQ-IS-OPEN
              GO TO 3000-END
           END-IF.

           MOVE ZEROES TO WS-IQ-LIST-CTR.
           SET WS-EOF-FALSE TO TRUE.

           MOVE WS-IQ-SLOT TO IQ-SLOT.
           MOVE ZEROES     TO IQ-SEQ.

           START INJECT-QUEUE-FILE KEY IS >= IQ-KEY
              INVALID KEY
                 SET WS-EOF-TRUE TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF-TRUE
              READ INJECT-QUEUE-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF IQ-SLOT NOT = WS-IQ-SLOT
                       SET WS-EOF-TRUE TO TRUE
                    ELSE
                       ADD 1 TO WS-IQ-LIST-CTR
                       IF WS-IQ-LIST-CTR = 1
                          DISPLAY '  SEQ   STATUS    DUE     TYPE    '
                                  ' DETAIL'
                       END-IF
                       PERFORM 5000-DESCRIBE-INJECT
                          THRU 5000-END
                       MOVE IQ-DUE-STARDATE TO WS-IQ-DUE-EDIT
                       DISPLAY '  ' IQ-SEQ ' '
                               WS-IQ-STATUS-NAME ' '
                               WS-IQ-DUE-EDIT ' '
                               WS-IQ-TYPE-NAME ' '
                               FUNCTION TRIM (WS-IQ-DETAIL)
                       IF NOT IQ-PENDING
                          AND NOT IQ-CANCELLED
                          MOVE IQ-APPLIED-STARDATE
                            TO WS-IQ-DUE-EDIT
                          DISPLAY '        at stardate '
                                  WS-IQ-DUE-EDIT ' - '
                                  FUNCTION TRIM (IQ-RESULT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 7200-CLOSE-QUEUE
              THRU 7200-END.

           IF WS-IQ-LIST-CTR = ZEROES
              DISPLAY 'Nothing has been queued for slot '
                      WS-IQ-SLOT '.'
           END-IF.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-CANCEL-INJECT SECTION.

           PERFORM 1600-GET-SLOT
              THRU 1600-END.
           IF WS-IQ-SLOT = ZEROES
              GO TO 4000-END
           END-IF.

           DISPLAY 'Inject sequence number to cancel: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
              DISPLAY 'The sequence number must be numeric.'
              GO TO 4000-END
           END-IF.

           COMPUTE WS-IQ-CANCEL-SEQ = FUNCTION NUMVAL (WS-INPUT-LINE).

           PERFORM 7000-OPEN-QUEUE
              THRU 7000-END.
           IF NOT WS-IQ-IS-OPEN
              GO TO 4000-END
           END-IF.

           MOVE WS-IQ-SLOT       TO IQ-SLOT.
           MOVE WS-IQ-CANCEL-SEQ TO IQ-SEQ.

           READ INJECT-QUEUE-FILE
              INVALID KEY
                 DISPLAY 'There is no inject ' WS-IQ-CANCEL-SEQ
                         ' for slot ' WS-IQ-SLOT '.'
                 PERFORM 7200-CLOSE-QUEUE
                    THRU 7200-END
                 GO TO 4000-END
           END-READ.

      * ONLY A PENDING INJECT CAN BE WITHDRAWN - ONE THE BRIDGE HAS
      * ALREADY ACTED ON IS PART OF THE MISSION RECORD.
           IF NOT IQ-PENDING
              DISPLAY 'Inject ' WS-IQ-CANCEL-SEQ ' is no longer '
                      'pending and cannot be cancelled.'
              PERFORM 7200-CLOSE-QUEUE
                 THRU 7200-END
              GO TO 4000-END
           END-IF.

           SET IQ-CANCELLED TO TRUE.
           MOVE 'Cancelled by the instructor' TO IQ-RESULT.

           REWRITE IQ-RECORD
              INVALID KEY
                 DISPLAY 'The inject could not be cancelled, status '
                         WS-INJECT-FILE-STATUS UPON SYSERR
                 PERFORM 7200-CLOSE-QUEUE
                    THRU 7200-END
                 GO TO 4000-END
           END-REWRITE.

           PERFORM 5000-DESCRIBE-INJECT
              THRU 5000-END.

           PERFORM 7200-CLOSE-QUEUE
              THRU 7200-END.

           DISPLAY 'Inject ' WS-IQ-CANCEL-SEQ ' cancelled.'.

           MOVE SPACES TO WS-IQ-EVENT-TEXT.
           STRING 'INJECT CANCELLED | slot '  DELIMITED BY SIZE
                  WS-IQ-SLOT                  DELIMITED BY SIZE
                  ' seq '                     DELIMITED BY SIZE
                  WS-IQ-CANCEL-SEQ            DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IQ-TYPE-NAME)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IQ-DETAIL)
                                              DELIMITED BY SIZE
             INTO WS-IQ-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-DESCRIBE-INJECT SECTION.

      * ONE-LINE DESCRIPTION OF THE INJECT IN IQ-RECORD, SHARED BY
      * THE CONFIRMATION PROMPT, THE LISTING AND THE AUDIT LINE.
           MOVE SPACES TO WS-IQ-DETAIL.

           EVALUATE TRUE
               WHEN IQ-PENDING
                    MOVE 'PENDING'   TO WS-IQ-STATUS-NAME
               WHEN IQ-APPLIED
                    MOVE 'APPLIED'   TO WS-IQ-STATUS-NAME
               WHEN IQ-REFUSED
                    MOVE 'REFUSED'   TO WS-IQ-STATUS-NAME
               WHEN OTHER
                    MOVE 'CANCELLED' TO WS-IQ-STATUS-NAME
           END-EVALUATE.

           EVALUATE TRUE
               WHEN IQ-HOSTILE
                    MOVE 'HOSTILE'  TO WS-IQ-TYPE-NAME
                    PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
                      UNTIL WS-IQ-IDX > 5
                       IF WS-SP-GLYPH (WS-IQ-IDX) = IQ-SPECIES
                          MOVE WS-SP-NAME (WS-IQ-IDX)
                            TO WS-IQ-DETAIL
                       END-IF
                    END-PERFORM
               WHEN IQ-DAMAGE
                    MOVE 'DAMAGE'   TO WS-IQ-TYPE-NAME
                    STRING FUNCTION TRIM (WS-SYS-NAME (IQ-SYSTEM))
                                              DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           IQ-DAMAGE-UNITS    DELIMITED BY SIZE
                           ' unit(s)'         DELIMITED BY SIZE
                      INTO WS-IQ-DETAIL
               WHEN IQ-DEADLINE
                    MOVE 'DEADLINE' TO WS-IQ-TYPE-NAME
                    MOVE IQ-DEADLINE-DELTA TO WS-IQ-DELTA-EDIT
                    STRING IQ-DEADLINE-SIGN   DELIMITED BY SIZE
                           FUNCTION TRIM (WS-IQ-DELTA-EDIT)
                                              DELIMITED BY SIZE
                           ' stardate(s)'     DELIMITED BY SIZE
                      INTO WS-IQ-DETAIL
               WHEN IQ-MESSAGE
                    MOVE 'MESSAGE'  TO WS-IQ-TYPE-NAME
                    MOVE IQ-MESSAGE-TEXT TO WS-IQ-DETAIL
               WHEN OTHER
                    MOVE 'VGER'     TO WS-IQ-TYPE-NAME
                    MOVE 'next crossing now' TO WS-IQ-DETAIL
           END-EVALUATE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-DISPLAY-HELP SECTION.

           DISPLAY 'QUEUE  - queue an inject for a slot''s bridge'.
           DISPLAY '         HOSTILE  a vessel of a named species '
                   'arrives in the current cube'.
           DISPLAY '         DAMAGE   a named system takes repair '
                   'units of damage'.
           DISPLAY '         DEADLINE the mission deadline moves by '
                   'a signed amount'.
           DISPLAY '         MESSAGE  Starfleet Command sends a '
                   'message to the bridge'.
           DISPLAY '         VGER     V''Ger makes its next crossing '
                   'at once'.
           DISPLAY 'LIST   - list a slot''s injects and what the '
                   'bridge did with them'.
           DISPLAY 'CANCEL - withdraw an inject not yet applied'.
           DISPLAY 'QUIT   - leave the inject console'.
           DISPLAY 'The bridge applies a due inject before its next '
                   'command prompt; every queue,'.
           DISPLAY 'cancel and application is logged to '
                   'STARTREK-AUDIT-LOG.'.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-OPEN-QUEUE SECTION.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS CREATED
      * EMPTY BY THE OPEN AND IS USABLE AS IT STANDS.
           MOVE 'N' TO WS-IQ-OPEN-SW.

           OPEN I-O INJECT-QUEUE-FILE.

           IF WS-INJECT-STATUS-1 NOT = 0
              DISPLAY 'Error opening inject queue, status '
                      WS-INJECT-FILE-STATUS UPON SYSERR
              GO TO 7000-END
           END-IF.

           SET WS-IQ-IS-OPEN TO TRUE.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7100-FIND-NEXT-SEQ SECTION.

      * THE NEXT SEQUENCE IS ONE PAST THE HIGHEST ALREADY QUEUED FOR
      * THE SLOT, SO THE BRIDGE APPLIES INJECTS IN QUEUE ORDER.
           MOVE 1 TO WS-IQ-NEXT-SEQ.
           SET WS-EOF-FALSE TO TRUE.

           MOVE WS-IQ-SLOT TO IQ-SLOT.
           MOVE ZEROES     TO IQ-SEQ.

           START INJECT-QUEUE-FILE KEY IS >= IQ-KEY
              INVALID KEY
                 SET WS-EOF-TRUE TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF-TRUE
              READ INJECT-QUEUE-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF IQ-SLOT NOT = WS-IQ-SLOT
                       SET WS-EOF-TRUE TO TRUE
                    ELSE
                       COMPUTE WS-IQ-NEXT-SEQ = IQ-SEQ + 1
                    END-IF
              END-READ
           END-PERFORM.

       7100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7200-CLOSE-QUEUE SECTION.

           IF WS-IQ-IS-OPEN
              CLOSE INJECT-QUEUE-FILE
              MOVE 'N' TO WS-IQ-OPEN-SW
           END-IF.

       7200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8500-WRITE-AUDIT SECTION.

      * QUEUE AND CANCEL LINES GO ON THE BRIDGE'S OWN AUDIT LOG SO
      * THE DEBRIEF READS THE INSTRUCTOR'S ACTIONS IN ONE PLACE.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-IQ-AUDIT-LINE.
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
                  WS-IQ-EVENT-TEXT            DELIMITED BY SIZE
             INTO WS-IQ-AUDIT-LINE.

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

           MOVE WS-IQ-AUDIT-LINE TO WS-SEAL-LINE.
           MOVE WS-SEAL-LINE-TEXT TO WS-SEAL-TEXT.
           MOVE 121 TO WS-SEAL-LEN.
           PERFORM 8510-FOLD-SEAL
              THRU 8510-END.
           MOVE '#' TO WS-SEAL-LINE-MARK.
           MOVE WS-SEAL-VALUE TO WS-SEAL-LINE-VALUE.

           OPEN EXTEND AUDIT-LOG-FILE.

           MOVE WS-SEAL-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

           MOVE SPACES TO WS-IQ-EVENT-TEXT.

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
        END PROGRAM INJECTQ.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM INJECTQ                     *
      * ************************************************************** *

      * ************************************************************** *
      *                    START OF PROGRAM INQUIRY                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INQUIRY.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * INQUIRY IS THE DUTY INSTRUCTOR'S CONSOLE FOR THE BOARD OF      *
      *  INQUIRY.  THE BRIDGE OPENS A CASE IN STARTREK-INQUIRY-CASES   *
      *  AT THE END OF A MISSION THAT LOST THE SHIP, LOST A HEAVY      *
      *  SHARE OF THE CREW OR RAISED TOO MANY TREATY INCIDENTS.  THE   *
      *  CASE CARRIES THE MISSION SUMMARY, THE LAST ENTRIES OF THE     *
      *  COMBAT LEDGER AND THE TRANSCRIPT REFERENCE.  THE INSTRUCTOR   *
      *  CAN:                                                          *
      *   LIST   - LIST THE OPEN CASES                                 *
      *   ALL    - LIST EVERY CASE, OPEN OR CLOSED                     *
      *   SHOW   - SHOW ONE CASE IN FULL                               *
      *   CLOSE  - RECORD FINDINGS AND A DISPOSITION AND CLOSE A CASE  *
      *  THE DISPOSITION IS CLEARED, RETRAINING OR RANK REDUCTION; A   *
      *  RANK REDUCTION LOWERS SVC-EARNED-RANK ON THE CAPTAIN'S        *
      *  SERVICE RECORD IN STARTREK-SERVICE-MASTER.  EVERY ACTION IS   *
      *  LOGGED TO STARTREK-AUDIT-LOG UNDER THE REVIEWER'S NAME.       *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB REVIEW LINES SEALED ON THE AUDIT LOG WITH A CHECK *
      *              VALUE CHAINED FROM THE LINE BEFORE; THE SERVICE   *
      *              MASTER RESEALED AFTER A RANK REDUCTION.           *
      * 20261015 RJB SERVICE RECORD LAYOUT EXTENDED WITH THE TERM-TO-  *
      *              DATE FIGURES.                                     *
      * 20261015 RJB SERVICE MASTER UPDATES NOW HELD UNDER THE SERVICE *
      *              LATCH FROM THE SEAL CHECK TO THE RESEAL.          *
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

      * SCRIPTED SESSIONS READ FROM THE FILE INQUIRY-SCRIPT NAMES,
      * THE SAME REPLAY CONVENTION THE BRIDGE PROGRAM USES.
       SELECT OPTIONAL STANDARD-IN
       ASSIGN TO WS-STDIN-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-STDIN-FILE-STATUS.

      * THE BOARD OF INQUIRY CASE FILE, KEYED BY CASE NUMBER.
       SELECT OPTIONAL INQUIRY-FILE
       ASSIGN TO 'STARTREK-INQUIRY-CASES'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IC-CASE-NO
       STATUS WS-INQUIRY-FILE-STATUS.

      * THE CAREER SERVICE RECORD - A RANK REDUCTION IS REWRITTEN TO
      * THE CAPTAIN'S OWN RECORD.
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

      * THE SERVICE LATCH - EVERY PROGRAM THAT UPDATES THE SERVICE
      * MASTER HOLDS THIS FILE OPEN EXCLUSIVELY FROM THE SEAL CHECK,
      * THROUGH THE UPDATE, TO THE RESEAL, SO TWO UPDATES CAN NEVER
      * INTERLEAVE AND LEAVE THE SEAL RECORDING A BREAK NO ONE MADE.
      * MUST MATCH IN EVERY PROGRAM THAT UPDATES THE SERVICE MASTER.
       SELECT OPTIONAL SERVICE-LATCH-FILE
       ASSIGN TO 'STARTREK-SERVICE-LATCH'
       ORGANIZATION LINE SEQUENTIAL
       LOCK MODE IS EXCLUSIVE
       STATUS WS-SERVICE-LATCH-FILE-STATUS.

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

       FD STANDARD-IN.
          01 STDIN-LINE             PIC X(80).

      * INQUIRY-FILE - ONE BOARD OF INQUIRY CASE.  MUST MATCH THE
      * LAYOUT STARTREK WRITES.
       FD INQUIRY-FILE.
          01 IC-RECORD.
             03 IC-CASE-NO             PIC 9(05).
             03 IC-STATUS              PIC X(01).
                88 IC-OPEN             VALUE 'O'.
                88 IC-CLOSED           VALUE 'C'.
             03 IC-NAME                PIC X(30).
             03 IC-OPENED-STAMP        PIC X(14).
             03 IC-SLOT                PIC 9(01).
             03 IC-TRIGGERS.
                05 IC-TRG-SHIP-LOST    PIC X(01).
                05 IC-TRG-CREW-LOSS    PIC X(01).
                05 IC-TRG-TREATY       PIC X(01).
             03 IC-MSN-TYPE            PIC X(01).
             03 IC-MSN-NAME            PIC X(40).
             03 IC-RESULT              PIC X(01).
             03 IC-RESULT-TEXT         PIC X(20).
             03 IC-DIFFICULTY          PIC 9(02).
             03 IC-SHIP-CLASS          PIC X(13).
             03 IC-HULL-REGISTER       PIC X(08).
             03 IC-HULL-NAME           PIC X(16).
             03 IC-STARDATE            PIC 9(05)V9(01).
             03 IC-STARDATES-USED      PIC 9(05)V9(01).
             03 IC-HOSTILES            PIC 9(09).
             03 IC-CREW-LOST           PIC 9(04).
             03 IC-CREW-COMPLEMENT     PIC 9(04).
             03 IC-INCIDENTS           PIC 9(03).
             03 IC-EFFICIENCY          PIC 9(04)V9(02).
             03 IC-LEDGER-CTR          PIC 9(02).
             03 IC-LEDGER-ENTRY        OCCURS 8 TIMES.
                05 IC-LG-STARDATE      PIC 9(05)V9(01).
                05 IC-LG-EVENT         PIC X(44).
             03 IC-TRANSCRIPT-NAME     PIC X(30).
             03 IC-TRANSCRIPT-LINES    PIC 9(05).
             03 IC-SCRIPT-NAME         PIC X(60).
             03 IC-FINDINGS            PIC X(60).
             03 IC-DISPOSITION         PIC X(01).
                88 IC-CLEARED          VALUE 'C'.
                88 IC-RETRAINING       VALUE 'T'.
                88 IC-RANK-REDUCTION   VALUE 'R'.
             03 IC-RANK-BEFORE         PIC 9(02).
             03 IC-RANK-AFTER          PIC 9(02).
             03 IC-REVIEWER            PIC X(30).
             03 IC-CLOSED-STAMP        PIC X(14).

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

      * SERVICE-LATCH-FILE - ONLY EVER HELD OPEN, NEVER READ OR
      * WRITTEN.
       FD SERVICE-LATCH-FILE.
          01 SERVICE-LATCH-RECORD      PIC X(01).

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
          03 WS-STDIN-FILE-STATUS.
             05 WS-STDIN-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-STDIN-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-INQUIRY-FILE-STATUS.
             05 WS-INQUIRY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-INQUIRY-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-SEAL-FILE-STATUS.
             05 WS-SERVICE-SEAL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-SEAL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-LATCH-FILE-STATUS.
             05 WS-SERVICE-LATCH-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-LATCH-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-TAIL-FILE-STATUS.
             05 WS-AUDIT-TAIL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-TAIL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

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
          03 WS-IC-OPEN-SW          PIC  X(01)  VALUE 'N'.
             88 WS-IC-IS-OPEN                   VALUE 'Y'.
          03 WS-IC-LIST-SW          PIC  X(01)  VALUE 'O'.
             88 WS-IC-LIST-OPEN                 VALUE 'O'.
             88 WS-IC-LIST-ALL                  VALUE 'A'.

       01 WS-COMMAND-AREA.
          03 WS-COMMAND             PIC  X(06)  VALUE SPACES.
             88 WS-CMD-LIST                     VALUE 'LIST'.
             88 WS-CMD-ALL                      VALUE 'ALL'.
             88 WS-CMD-SHOW                     VALUE 'SHOW'.
             88 WS-CMD-CLOSE                    VALUE 'CLOSE'.
             88 WS-CMD-HELP                     VALUE 'HELP'.
             88 WS-CMD-QUIT                     VALUE 'QUIT'.

      * RANK LADDER - SVC-EARNED-RANK IS A 0-17 INDEX INTO THIS TABLE.
       01 WS-RANK-NAMES-LIT.
          03 FILLER PIC X(25) VALUE 'Trainee                  '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 2        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 3        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 4        '.
          03 FILLER PIC X(25) VALUE 'Warrant Officer 5        '.
          03 FILLER PIC X(25) VALUE 'Ensign                   '.
          03 FILLER PIC X(25) VALUE 'Lt. Junior Grade         '.
          03 FILLER PIC X(25) VALUE 'Lieutenant               '.
          03 FILLER PIC X(25) VALUE 'Lt. Commander            '.
          03 FILLER PIC X(25) VALUE 'Commander                '.
          03 FILLER PIC X(25) VALUE 'Captain                  '.
          03 FILLER PIC X(25) VALUE 'Commodore                '.
          03 FILLER PIC X(25) VALUE 'Rear Admiral Lower Half  '.
          03 FILLER PIC X(25) VALUE 'Rear Admiral Upper Half  '.
          03 FILLER PIC X(25) VALUE 'Vice Admiral             '.
          03 FILLER PIC X(25) VALUE 'Admiral                  '.
          03 FILLER PIC X(25) VALUE 'Fleet Admiral            '.
          03 FILLER PIC X(25) VALUE 'Commander, Star Fleet    '.
       01 WS-RANK-NAMES REDEFINES WS-RANK-NAMES-LIT.
          03 WS-RANK-NAME           PIC  X(25)  OCCURS 18 TIMES.

       01 WS-CASE-WORK-AREA.
          03 WS-IC-REVIEWER         PIC  X(30)  VALUE SPACES.
          03 WS-IC-CASE-NO          PIC  9(05)  VALUE ZEROES.
          03 WS-IC-LIST-CTR         PIC  9(05)  VALUE ZEROES.
          03 WS-IC-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-IC-NUMBER           PIC S9(05)  VALUE ZEROES.
          03 WS-IC-GRADES           PIC  9(02)  VALUE ZEROES.
          03 WS-IC-PTR              PIC  9(03)  VALUE ZEROES.
          03 WS-IC-CONFIRM          PIC  X(01)  VALUE SPACES.
             88 WS-IC-CONFIRMED                 VALUE 'Y'.
          03 WS-IC-WORD             PIC  X(12)  VALUE SPACES.
          03 WS-IC-STATUS-NAME      PIC  X(06)  VALUE SPACES.
          03 WS-IC-DISP-NAME        PIC  X(14)  VALUE SPACES.
          03 WS-IC-GROUNDS          PIC  X(60)  VALUE SPACES.
          03 WS-IC-FINDINGS         PIC  X(60)  VALUE SPACES.
          03 WS-IC-DISPOSITION      PIC  X(01)  VALUE SPACES.
          03 WS-IC-RANK-BEFORE      PIC  9(02)  VALUE ZEROES.
          03 WS-IC-RANK-AFTER       PIC  9(02)  VALUE ZEROES.
          03 WS-IC-STARDATE-EDIT    PIC  ZZZZ9.9.
          03 WS-IC-EFF-EDIT         PIC  ZZZ9.99.
          03 WS-IC-STAMP-EDIT       PIC  X(16)  VALUE SPACES.
          03 WS-IC-AUDIT-LINE       PIC  X(132) VALUE SPACES.
          03 WS-IC-EVENT-TEXT       PIC  X(110) VALUE SPACES.

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

      * THE SERVICE LATCH - SEE SERVICE-LATCH-FILE.  A HOLDER KEEPS
      * IT FOR ONE UPDATE, SO IT IS WAITED FOR UP TO THE TRY LIMIT.
       01 WS-SERVICE-LATCH-AREA.
          03 WS-SVC-LATCH-SW        PIC  X(01)  VALUE 'N'.
             88 WS-SVC-LATCHED                  VALUE 'Y'.
          03 WS-SVC-LATCH-TRIES     PIC  9(03)  VALUE ZEROES.
          03 WS-SVC-LATCH-LIMIT     PIC  9(03)  VALUE 30.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'INQUIRY-SCRIPT'.
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

           DISPLAY 'Board of inquiry review console.'.

      * EVERY FINDING IS SIGNED - NO REVIEWER, NO REVIEW.
           DISPLAY 'Duty instructor name: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE WS-INPUT-LINE TO WS-IC-REVIEWER.

           IF WS-IC-REVIEWER = SPACES
              DISPLAY 'A reviewer name is required - console closed.'
              IF WS-SCRIPT-ACTIVE
                 CLOSE STANDARD-IN
              END-IF
              GOBACK
           END-IF.

           DISPLAY 'Commands: LIST  ALL  SHOW  CLOSE  HELP  QUIT'.

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
                       SET WS-IC-LIST-OPEN TO TRUE
                       PERFORM 2000-LIST-CASES
                          THRU 2000-END
                  WHEN WS-CMD-ALL
                       SET WS-IC-LIST-ALL TO TRUE
                       PERFORM 2000-LIST-CASES
                          THRU 2000-END
                  WHEN WS-CMD-SHOW
                       PERFORM 3000-SHOW-CASE
                          THRU 3000-END
                  WHEN WS-CMD-CLOSE
                       PERFORM 4000-CLOSE-CASE
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
       1600-GET-CASE-NO SECTION.

           MOVE ZEROES TO WS-IC-CASE-NO.

           DISPLAY 'Case number: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE = SPACES
              OR FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
              DISPLAY 'The case number must be a number.'
              GO TO 1600-END
           END-IF.

           COMPUTE WS-IC-NUMBER = FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-IC-NUMBER < 1
              DISPLAY 'The case number must be 1 or more.'
              GO TO 1600-END
           END-IF.

           MOVE WS-IC-NUMBER TO WS-IC-CASE-NO.

       1600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-LIST-CASES SECTION.

           PERFORM 7000-OPEN-CASES
              THRU 7000-END.
           IF NOT WS-IC-IS-OPEN
              GO TO 2000-END
           END-IF.

           MOVE ZEROES TO WS-IC-LIST-CTR.
           SET WS-EOF-FALSE TO TRUE.

           MOVE ZEROES TO IC-CASE-NO.

           START INQUIRY-FILE KEY IS >= IC-CASE-NO
              INVALID KEY
                 SET WS-EOF-TRUE TO TRUE
           END-START.

           DISPLAY 'CASE  STATUS OPENED     CAPTAIN                   '
                   '     GROUNDS'.

           PERFORM UNTIL WS-EOF-TRUE
              READ INQUIRY-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF IC-OPEN OR WS-IC-LIST-ALL
                       ADD 1 TO WS-IC-LIST-CTR
                       PERFORM 5000-DESCRIBE-CASE
                          THRU 5000-END
                       DISPLAY IC-CASE-NO ' '
                               WS-IC-STATUS-NAME ' '
                               WS-IC-STAMP-EDIT (1:10) ' '
                               IC-NAME ' '
                               FUNCTION TRIM (WS-IC-GROUNDS)
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM 7200-CLOSE-CASES
              THRU 7200-END.

           IF WS-IC-LIST-CTR = ZEROES
              IF WS-IC-LIST-ALL
                 DISPLAY 'There are no cases on file.'
              ELSE
                 DISPLAY 'There are no open cases.'
              END-IF
           ELSE
              DISPLAY WS-IC-LIST-CTR ' case(s) listed.'
           END-IF.

           MOVE SPACES TO WS-IC-EVENT-TEXT.
           IF WS-IC-LIST-ALL
              STRING 'INQUIRY CASES LISTED | all | '
                                              DELIMITED BY SIZE
                     WS-IC-LIST-CTR           DELIMITED BY SIZE
                     ' case(s)'               DELIMITED BY SIZE
                INTO WS-IC-EVENT-TEXT
           ELSE
              STRING 'INQUIRY CASES LISTED | open | '
                                              DELIMITED BY SIZE
                     WS-IC-LIST-CTR           DELIMITED BY SIZE
                     ' case(s)'               DELIMITED BY SIZE
                INTO WS-IC-EVENT-TEXT
           END-IF.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-SHOW-CASE SECTION.

           PERFORM 1600-GET-CASE-NO
              THRU 1600-END.
           IF WS-IC-CASE-NO = ZEROES
              GO TO 3000-END
           END-IF.

           PERFORM 7000-OPEN-CASES
              THRU 7000-END.
           IF NOT WS-IC-IS-OPEN
              GO TO 3000-END
           END-IF.

           MOVE WS-IC-CASE-NO TO IC-CASE-NO.

           READ INQUIRY-FILE
              INVALID KEY
                 DISPLAY 'There is no case ' WS-IC-CASE-NO '.'
                 PERFORM 7200-CLOSE-CASES
                    THRU 7200-END
                 GO TO 3000-END
           END-READ.

           PERFORM 7200-CLOSE-CASES
              THRU 7200-END.

           PERFORM 3100-DISPLAY-CASE
              THRU 3100-END.

           MOVE SPACES TO WS-IC-EVENT-TEXT.
           STRING 'INQUIRY CASE REVIEWED | case ' DELIMITED BY SIZE
                  IC-CASE-NO                  DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (IC-NAME)     DELIMITED BY SIZE
             INTO WS-IC-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-DISPLAY-CASE SECTION.

      * THE FULL CASE AS THE BOARD SEES IT - SUMMARY, LEDGER TAIL,
      * TRANSCRIPT REFERENCE AND, ONCE CLOSED, THE FINDINGS.
           PERFORM 5000-DESCRIBE-CASE
              THRU 5000-END.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'BOARD OF INQUIRY CASE ' IC-CASE-NO '  '
                   WS-IC-STATUS-NAME.
           DISPLAY '  Captain.............. ' IC-NAME.
           DISPLAY '  Opened............... ' WS-IC-STAMP-EDIT
                   '  slot ' IC-SLOT.
           DISPLAY '  Grounds.............. '
                   FUNCTION TRIM (WS-IC-GROUNDS).
           DISPLAY '  Mission orders....... ' IC-MSN-NAME.
           DISPLAY '  Mission result....... ' IC-RESULT-TEXT.
           DISPLAY '  Difficulty factor.... ' IC-DIFFICULTY.
           DISPLAY '  Ship class........... ' IC-SHIP-CLASS.
           DISPLAY '  Hull................. ' IC-HULL-REGISTER ' '
                   IC-HULL-NAME.
           MOVE IC-STARDATE TO WS-IC-STARDATE-EDIT.
           DISPLAY '  Final stardate....... ' WS-IC-STARDATE-EDIT.
           MOVE IC-STARDATES-USED TO WS-IC-STARDATE-EDIT.
           DISPLAY '  Stardates used....... ' WS-IC-STARDATE-EDIT.
           DISPLAY '  Hostiles destroyed... ' IC-HOSTILES.
           DISPLAY '  Crew lost............ ' IC-CREW-LOST ' of '
                   IC-CREW-COMPLEMENT.
           DISPLAY '  Treaty incidents..... ' IC-INCIDENTS.
           MOVE IC-EFFICIENCY TO WS-IC-EFF-EDIT.
           DISPLAY '  Efficiency rating.... ' WS-IC-EFF-EDIT.

           DISPLAY '  Combat ledger (last entries):'.
           IF IC-LEDGER-CTR = ZEROES
              DISPLAY '    No combat actions this mission.'
           END-IF.
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
             UNTIL WS-IC-IDX > IC-LEDGER-CTR
                OR WS-IC-IDX > 8
              MOVE IC-LG-STARDATE (WS-IC-IDX) TO WS-IC-STARDATE-EDIT
              DISPLAY '    ' WS-IC-STARDATE-EDIT '  '
                      IC-LG-EVENT (WS-IC-IDX)
           END-PERFORM.

           DISPLAY '  Transcript........... '
                   FUNCTION TRIM (IC-TRANSCRIPT-NAME) ', '
                   IC-TRANSCRIPT-LINES ' line(s)'.
           IF IC-SCRIPT-NAME = SPACES
              DISPLAY '  Driven from.......... the keyboard'
           ELSE
              DISPLAY '  Driven from.......... script '
                      FUNCTION TRIM (IC-SCRIPT-NAME)
           END-IF.

           IF IC-CLOSED
              DISPLAY '  Closed............... '
                      IC-CLOSED-STAMP (1:4) '-'
                      IC-CLOSED-STAMP (5:2) '-'
                      IC-CLOSED-STAMP (7:2) ' by '
                      FUNCTION TRIM (IC-REVIEWER)
              DISPLAY '  Findings............. '
                      FUNCTION TRIM (IC-FINDINGS)
              DISPLAY '  Disposition.......... '
                      FUNCTION TRIM (WS-IC-DISP-NAME)
              IF IC-RANK-REDUCTION
                 DISPLAY '  Earned rank.......... '
                         FUNCTION TRIM
                            (WS-RANK-NAME (IC-RANK-BEFORE + 1))
                         ' reduced to '
                         FUNCTION TRIM
                            (WS-RANK-NAME (IC-RANK-AFTER + 1))
              END-IF
           END-IF.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-CLOSE-CASE SECTION.

           PERFORM 1600-GET-CASE-NO
              THRU 1600-END.
           IF WS-IC-CASE-NO = ZEROES
              GO TO 4000-END
           END-IF.

           PERFORM 7000-OPEN-CASES
              THRU 7000-END.
           IF NOT WS-IC-IS-OPEN
              GO TO 4000-END
           END-IF.

           MOVE WS-IC-CASE-NO TO IC-CASE-NO.

           READ INQUIRY-FILE
              INVALID KEY
                 DISPLAY 'There is no case ' WS-IC-CASE-NO '.'
                 PERFORM 7200-CLOSE-CASES
                    THRU 7200-END
                 GO TO 4000-END
           END-READ.

           IF NOT IC-OPEN
              DISPLAY 'Case ' WS-IC-CASE-NO ' is already closed.'
              PERFORM 7200-CLOSE-CASES
                 THRU 7200-END
              GO TO 4000-END
           END-IF.

           PERFORM 3100-DISPLAY-CASE
              THRU 3100-END.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Findings (one line): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE WS-INPUT-LINE TO WS-IC-FINDINGS.

           IF WS-IC-FINDINGS = SPACES
              DISPLAY 'A case cannot be closed without findings - '
                      'case left open.'
              PERFORM 7200-CLOSE-CASES
                 THRU 7200-END
              GO TO 4000-END
           END-IF.

           PERFORM 4100-ASK-DISPOSITION
              THRU 4100-END.

           IF WS-IC-DISPOSITION = SPACES
              DISPLAY 'Case left open.'
              PERFORM 7200-CLOSE-CASES
                 THRU 7200-END
              GO TO 4000-END
           END-IF.

           MOVE WS-IC-DISPOSITION TO IC-DISPOSITION.
           PERFORM 5000-DESCRIBE-CASE
              THRU 5000-END.

           IF IC-RANK-REDUCTION
              DISPLAY 'Close case ' WS-IC-CASE-NO ': '
                      FUNCTION TRIM (WS-IC-DISP-NAME) ' by '
                      WS-IC-GRADES ' grade(s)'
           ELSE
              DISPLAY 'Close case ' WS-IC-CASE-NO ': '
                      FUNCTION TRIM (WS-IC-DISP-NAME)
           END-IF.
           DISPLAY 'Proceed (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE (1:1))
             TO WS-IC-CONFIRM.

           IF NOT WS-IC-CONFIRMED
              DISPLAY 'Review abandoned - case left open.'
              PERFORM 7200-CLOSE-CASES
                 THRU 7200-END
              GO TO 4000-END
           END-IF.

      * THE RANK COMES OFF THE SERVICE RECORD BEFORE THE CASE IS
      * CLOSED, SO A CASE NEVER SHOWS A REDUCTION THAT WAS NOT MADE.
           MOVE ZEROES TO WS-IC-RANK-BEFORE
                          WS-IC-RANK-AFTER.

           IF IC-RANK-REDUCTION
              PERFORM 4200-REDUCE-RANK
                 THRU 4200-END
              IF WS-IC-DISPOSITION = SPACES
                 DISPLAY 'Case left open.'
                 PERFORM 7200-CLOSE-CASES
                    THRU 7200-END
                 GO TO 4000-END
              END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           SET IC-CLOSED TO TRUE.
           MOVE WS-IC-FINDINGS       TO IC-FINDINGS.
           MOVE WS-IC-DISPOSITION    TO IC-DISPOSITION.
           MOVE WS-IC-RANK-BEFORE    TO IC-RANK-BEFORE.
           MOVE WS-IC-RANK-AFTER     TO IC-RANK-AFTER.
           MOVE WS-IC-REVIEWER       TO IC-REVIEWER.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                     TO IC-CLOSED-STAMP.

           REWRITE IC-RECORD
              INVALID KEY
                 DISPLAY 'The case could not be closed, status '
                         WS-INQUIRY-FILE-STATUS UPON SYSERR
                 PERFORM 7200-CLOSE-CASES
                    THRU 7200-END
                 GO TO 4000-END
           END-REWRITE.

           PERFORM 7200-CLOSE-CASES
              THRU 7200-END.

           DISPLAY 'Case ' WS-IC-CASE-NO ' closed - '
                   FUNCTION TRIM (WS-IC-DISP-NAME) '.'.

           MOVE SPACES TO WS-IC-EVENT-TEXT.
           STRING 'INQUIRY CLOSED | case '    DELIMITED BY SIZE
                  IC-CASE-NO                  DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (IC-NAME)     DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IC-DISP-NAME)
                                              DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  FUNCTION TRIM (IC-FINDINGS) DELIMITED BY SIZE
             INTO WS-IC-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-ASK-DISPOSITION SECTION.

           MOVE SPACES TO WS-IC-DISPOSITION.
           MOVE ZEROES TO WS-IC-GRADES.

           DISPLAY 'Disposition (CLEARED, RETRAINING, REDUCTION): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE) TO WS-IC-WORD.

           EVALUATE WS-IC-WORD
               WHEN 'CLEARED'
               WHEN 'C'
                    MOVE 'C' TO WS-IC-DISPOSITION
               WHEN 'RETRAINING'
               WHEN 'T'
                    MOVE 'T' TO WS-IC-DISPOSITION
               WHEN 'REDUCTION'
               WHEN 'R'
                    MOVE 'R' TO WS-IC-DISPOSITION
               WHEN OTHER
                    DISPLAY 'That is not a disposition.'
                    GO TO 4100-END
           END-EVALUATE.

           IF WS-IC-DISPOSITION NOT = 'R'
              GO TO 4100-END
           END-IF.

      * A BLANK ANSWER TAKES THE USUAL SINGLE GRADE.
           DISPLAY 'Grades to reduce (1-17, blank for 1): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END.

           IF WS-INPUT-LINE = SPACES
              MOVE 1 TO WS-IC-GRADES
              GO TO 4100-END
           END-IF.

           IF FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
              DISPLAY 'The grades must be a number from 1 to 17.'
              MOVE SPACES TO WS-IC-DISPOSITION
              GO TO 4100-END
           END-IF.

           COMPUTE WS-IC-NUMBER = FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-IC-NUMBER < 1 OR WS-IC-NUMBER > 17
              DISPLAY 'The grades must be a number from 1 to 17.'
              MOVE SPACES TO WS-IC-DISPOSITION
              GO TO 4100-END
           END-IF.

           MOVE WS-IC-NUMBER TO WS-IC-GRADES.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4200-REDUCE-RANK SECTION.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

      * THE REDUCTION GOES ON THE CAPTAIN'S SERVICE RECORD, NEVER
      * BELOW TRAINEE.  A CAPTAIN WITH NO RECORD HAS NO EARNED RANK
      * TO REDUCE, SO THE DISPOSITION IS REFUSED AND THE CASE LEFT
      * OPEN.
           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           OPEN I-O SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Service record file cannot be opened, status '
                      WS-SERVICE-FILE-STATUS ' - rank not reduced.'
                      UPON SYSERR
              MOVE SPACES TO WS-IC-DISPOSITION
              GO TO 4200-RELEASE
           END-IF.

           MOVE IC-NAME TO SVC-NAME.

           READ SERVICE-RECORD-FILE
              INVALID KEY
                 DISPLAY 'There is no service record for '
                         FUNCTION TRIM (IC-NAME)
                         ' - rank not reduced.'
                 CLOSE SERVICE-RECORD-FILE
                 MOVE SPACES TO WS-IC-DISPOSITION
                 GO TO 4200-RELEASE
           END-READ.

           MOVE SVC-EARNED-RANK TO WS-IC-RANK-BEFORE.

           IF SVC-EARNED-RANK > WS-IC-GRADES
              COMPUTE WS-IC-RANK-AFTER =
                      SVC-EARNED-RANK - WS-IC-GRADES
           ELSE
              MOVE ZEROES TO WS-IC-RANK-AFTER
           END-IF.

           MOVE WS-IC-RANK-AFTER TO SVC-EARNED-RANK.

           REWRITE SVC-RECORD
              INVALID KEY
                 DISPLAY 'Service record rewrite failed, status '
                         WS-SERVICE-FILE-STATUS ' - rank not '
                         'reduced.' UPON SYSERR
                 CLOSE SERVICE-RECORD-FILE
                 MOVE SPACES TO WS-IC-DISPOSITION
                 GO TO 4200-RELEASE
           END-REWRITE.

           CLOSE SERVICE-RECORD-FILE.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           DISPLAY 'Earned rank for ' FUNCTION TRIM (IC-NAME)
                   ' reduced from '
                   FUNCTION TRIM (WS-RANK-NAME (WS-IC-RANK-BEFORE + 1))
                   ' to '
                   FUNCTION TRIM (WS-RANK-NAME (WS-IC-RANK-AFTER + 1))
                   '.'.

           MOVE SPACES TO WS-IC-EVENT-TEXT.
           STRING 'SERVICE RANK REDUCED | '   DELIMITED BY SIZE
                  FUNCTION TRIM (IC-NAME)     DELIMITED BY SIZE
                  ' | earned rank '           DELIMITED BY SIZE
                  WS-IC-RANK-BEFORE           DELIMITED BY SIZE
                  ' to '                      DELIMITED BY SIZE
                  WS-IC-RANK-AFTER            DELIMITED BY SIZE
                  ' | inquiry case '          DELIMITED BY SIZE
                  IC-CASE-NO                  DELIMITED BY SIZE
             INTO WS-IC-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       4200-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       4200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-DESCRIBE-CASE SECTION.

      * STATUS, GROUNDS, OPENING STAMP AND DISPOSITION OF THE CASE IN
      * IC-RECORD, SHARED BY THE LISTING AND THE FULL DISPLAY.
           IF IC-OPEN
              MOVE 'OPEN'   TO WS-IC-STATUS-NAME
           ELSE
              MOVE 'CLOSED' TO WS-IC-STATUS-NAME
           END-IF.

           MOVE SPACES TO WS-IC-STAMP-EDIT.
           STRING IC-OPENED-STAMP (1:4)       DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  IC-OPENED-STAMP (5:2)       DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  IC-OPENED-STAMP (7:2)       DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  IC-OPENED-STAMP (9:2)       DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  IC-OPENED-STAMP (11:2)      DELIMITED BY SIZE
             INTO WS-IC-STAMP-EDIT.

           MOVE SPACES TO WS-IC-GROUNDS.
           MOVE 1 TO WS-IC-PTR.

           IF IC-TRG-SHIP-LOST = 'Y'
              STRING 'SHIP LOST'              DELIMITED BY SIZE
                INTO WS-IC-GROUNDS
                WITH POINTER WS-IC-PTR
           END-IF.

           IF IC-TRG-CREW-LOSS = 'Y'
              IF WS-IC-PTR > 1
                 STRING ', '                  DELIMITED BY SIZE
                   INTO WS-IC-GROUNDS
                   WITH POINTER WS-IC-PTR
              END-IF
              STRING 'CREW LOSSES'            DELIMITED BY SIZE
                INTO WS-IC-GROUNDS
                WITH POINTER WS-IC-PTR
           END-IF.

           IF IC-TRG-TREATY = 'Y'
              IF WS-IC-PTR > 1
                 STRING ', '                  DELIMITED BY SIZE
                   INTO WS-IC-GROUNDS
                   WITH POINTER WS-IC-PTR
              END-IF
              STRING 'TREATY INCIDENTS'       DELIMITED BY SIZE
                INTO WS-IC-GROUNDS
                WITH POINTER WS-IC-PTR
           END-IF.

           EVALUATE TRUE
               WHEN IC-CLEARED
                    MOVE 'CLEARED'        TO WS-IC-DISP-NAME
               WHEN IC-RETRAINING
                    MOVE 'RETRAINING'     TO WS-IC-DISP-NAME
               WHEN IC-RANK-REDUCTION
                    MOVE 'RANK REDUCTION' TO WS-IC-DISP-NAME
               WHEN OTHER
                    MOVE SPACES           TO WS-IC-DISP-NAME
           END-EVALUATE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-DISPLAY-HELP SECTION.

           DISPLAY 'LIST   - list the open board of inquiry cases'.
           DISPLAY 'ALL    - list every case, open or closed'.
           DISPLAY 'SHOW   - show one case in full'.
           DISPLAY 'CLOSE  - record findings and a disposition and '
                   'close a case'.
           DISPLAY '         CLEARED     no action against the '
                   'captain'.
           DISPLAY '         RETRAINING  the captain is returned to '
                   'training'.
           DISPLAY '         REDUCTION   the captain''s earned rank '
                   'is reduced'.
           DISPLAY 'QUIT   - leave the review console'.
           DISPLAY 'Cases are opened by the bridge at mission end; '
                   'every review is logged'.
           DISPLAY 'to STARTREK-AUDIT-LOG under the reviewer''s name.'.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-OPEN-CASES SECTION.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS CREATED
      * EMPTY BY THE OPEN AND IS USABLE AS IT STANDS.
           MOVE 'N' TO WS-IC-OPEN-SW.

           OPEN I-O INQUIRY-FILE.

           IF WS-INQUIRY-STATUS-1 NOT = 0
              DISPLAY 'Error opening inquiry case file, status '
                      WS-INQUIRY-FILE-STATUS UPON SYSERR
              GO TO 7000-END
           END-IF.

           SET WS-IC-IS-OPEN TO TRUE.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7200-CLOSE-CASES SECTION.

           IF WS-IC-IS-OPEN
              CLOSE INQUIRY-FILE
              MOVE 'N' TO WS-IC-OPEN-SW
           END-IF.

       7200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8500-WRITE-AUDIT SECTION.

      * REVIEW LINES GO ON THE BRIDGE'S OWN AUDIT LOG, BESIDE THE
      * LINE THE BRIDGE WROTE WHEN IT OPENED THE CASE.  THE REVIEWER
      * COMES FIRST SO LONG FINDINGS NEVER PUSH THE NAME OFF THE LINE.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-IC-AUDIT-LINE.
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
                  FUNCTION TRIM (WS-IC-REVIEWER)
                                              DELIMITED BY SIZE
                  ' | '                       DELIMITED BY SIZE
                  WS-IC-EVENT-TEXT            DELIMITED BY SIZE
             INTO WS-IC-AUDIT-LINE.

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

           MOVE WS-IC-AUDIT-LINE TO WS-SEAL-LINE.
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

           MOVE SPACES TO WS-IC-EVENT-TEXT.

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
       8600-CHECK-SERVICE-SEAL SECTION.

      * BEFORE THE SERVICE MASTER IS UPDATED IT IS FOLDED AS IT STANDS
      * AND HELD TO ITS SEAL.  A MISMATCH - OR RECORDS WITH NO SEAL AT
      * ALL - MEANS THE FILE WAS CHANGED OUTSIDE THE PROGRAMS THAT
      * MAINTAIN IT.  THE BREAK IS CARRIED ON THE SEAL WRITTEN AFTER
      * THE UPDATE, SO THE RESEAL CANNOT HIDE IT; ONLY SVCMAINT'S
      * SEAL COMMAND CLEARS A CARRIED BREAK.
           MOVE 'N' TO WS-SEAL-BREAK-SW.
           MOVE SPACES TO WS-SEAL-BREAK-STAMP
                          WS-SEAL-BREAK-BY.

           PERFORM 8620-FOLD-SERVICE-MASTER
              THRU 8620-END.

           IF NOT WS-SEAL-FOLD-OK
              GO TO 8600-END
           END-IF.

           OPEN INPUT SERVICE-SEAL-FILE.

           IF WS-SERVICE-SEAL-STATUS-1 = 0
              AND WS-SERVICE-SEAL-STATUS-2 = 5
              CLOSE SERVICE-SEAL-FILE
              IF WS-SEAL-RECORDS = ZEROES
                 GO TO 8600-END
              END-IF
              GO TO 8600-NEW-BREAK
           END-IF.

           IF WS-SERVICE-SEAL-STATUS-1 NOT = 0
              GO TO 8600-NEW-BREAK
           END-IF.

           READ SERVICE-SEAL-FILE
              AT END
                 MOVE SPACES TO SERVICE-SEAL-RECORD
           END-READ.

           CLOSE SERVICE-SEAL-FILE.

           IF SSL-STATE-BROKEN
              MOVE SSL-BROKEN-STAMP TO WS-SEAL-BREAK-STAMP
              MOVE SSL-BROKEN-BY    TO WS-SEAL-BREAK-BY
              SET WS-SEAL-HAS-BREAK TO TRUE
              GO TO 8600-END
           END-IF.

           IF SSL-STATE-SEALED
              AND SSL-SEAL-VALUE IS NUMERIC
              AND SSL-RECORD-COUNT IS NUMERIC
              IF SSL-SEAL-VALUE = WS-SEAL-VALUE
                 AND SSL-RECORD-COUNT = WS-SEAL-RECORDS
                 GO TO 8600-END
              END-IF
           END-IF.

       8600-NEW-BREAK.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
             TO WS-SEAL-BREAK-STAMP.
           MOVE 'INQUIRY' TO WS-SEAL-BREAK-BY.
           SET WS-SEAL-HAS-BREAK TO TRUE.

           DISPLAY 'The service master does not match its seal - the '
                   'break is kept on STARTREK-SERVICE-SEAL.'
                   UPON SYSERR.

       8600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8610-SEAL-SERVICE-MASTER SECTION.

      * AFTER AN UPDATE THE WHOLE SERVICE MASTER IS FOLDED AFRESH AND
      * ITS SEAL RENEWED, CARRYING ANY BREAK FOUND BEFORE THE UPDATE.
           PERFORM 8620-FOLD-SERVICE-MASTER
              THRU 8620-END.

           IF NOT WS-SEAL-FOLD-OK
              DISPLAY 'Service master unreadable - its seal was not '
                      'renewed.' UPON SYSERR
              GO TO 8610-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES               TO SERVICE-SEAL-RECORD.
           MOVE WS-SEAL-VALUE        TO SSL-SEAL-VALUE.
           MOVE WS-SEAL-RECORDS      TO SSL-RECORD-COUNT.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                     TO SSL-SEALED-STAMP.
           MOVE 'INQUIRY'            TO SSL-SEALED-BY.

           IF WS-SEAL-HAS-BREAK
              SET SSL-STATE-BROKEN   TO TRUE
              MOVE WS-SEAL-BREAK-STAMP
                                     TO SSL-BROKEN-STAMP
              MOVE WS-SEAL-BREAK-BY  TO SSL-BROKEN-BY
           ELSE
              SET SSL-STATE-SEALED   TO TRUE
           END-IF.

           OPEN OUTPUT SERVICE-SEAL-FILE.

           IF WS-SERVICE-SEAL-STATUS-1 NOT = 0
              DISPLAY 'Service seal file cannot be written, status '
                      WS-SERVICE-SEAL-FILE-STATUS UPON SYSERR
              GO TO 8610-END
           END-IF.

           WRITE SERVICE-SEAL-RECORD.

           CLOSE SERVICE-SEAL-FILE.

       8610-END.
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
       8630-TAKE-SERVICE-LATCH SECTION.

      * OPEN THE SERVICE LATCH EXCLUSIVELY - WHILE IT IS OPEN NO OTHER
      * PROGRAM CAN CHECK, UPDATE OR RESEAL THE SERVICE MASTER.  THE
      * HOLDER ONLY KEEPS IT FOR ONE UPDATE, SO A LOCKED LATCH (61) IS
      * RETRIED ONCE A SECOND UP TO THE TRY LIMIT.
           MOVE ZEROES TO WS-SVC-LATCH-TRIES.

       8630-TRY.
           ADD 1 TO WS-SVC-LATCH-TRIES.

           OPEN I-O SERVICE-LATCH-FILE.

      * AN ABSENT LATCH FILE IS OPENED (05) BUT HOLDS NOTHING - THE
      * FIRST UPDATE IN A NEW SHOP MAKES IT, EMPTY, AND TRIES AGAIN.
           IF WS-SERVICE-LATCH-STATUS-1 = 0
              AND WS-SERVICE-LATCH-STATUS-2 = 5
              AND WS-SVC-LATCH-TRIES < WS-SVC-LATCH-LIMIT
              CLOSE SERVICE-LATCH-FILE
              OPEN EXTEND SERVICE-LATCH-FILE
              CLOSE SERVICE-LATCH-FILE
              GO TO 8630-TRY
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 0
              SET WS-SVC-LATCHED TO TRUE
              GO TO 8630-END
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 6
              AND WS-SERVICE-LATCH-STATUS-2 = 1
              AND WS-SVC-LATCH-TRIES < WS-SVC-LATCH-LIMIT
              CALL 'C$SLEEP' USING 1
              GO TO 8630-TRY
           END-IF.

           DISPLAY 'WARNING: the service master could not be '
                   'latched, status ' WS-SERVICE-LATCH-FILE-STATUS
                   UPON SYSERR.

       8630-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8635-RELEASE-SERVICE-LATCH SECTION.

      * LET THE NEXT UPDATE OF THE SERVICE MASTER IN.
           IF NOT WS-SVC-LATCHED
              GO TO 8635-END
           END-IF.

           CLOSE SERVICE-LATCH-FILE.

           MOVE 'N' TO WS-SVC-LATCH-SW.

       8635-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM INQUIRY.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM INQUIRY                     *
      * ************************************************************** *

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS AUDIT-ARCHIVE-FILE-STATUS.

      *  OPERATORS CLEARED TO SIGN ON - ID, NAME, ROLE AND AN
      *  ACTIVE FLAG, ONE CARD PER OPERATOR  *
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "SAMPLE-OPERATORS"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS OPERATOR-FILE-STATUS.

      *  STEP-BY-STEP OUTCOME REPORT FOR THE JOB-RUNNER VERBS  *
           SELECT OPTIONAL JOB-REPORT-FILE
           ASSIGN TO JOB-REPORT-ASSIGN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS JOB-REPORT-FILE-STATUS.

      *  SHOP CONFIGURATION - FILE NAMES AND LIMITS SHARED BY EVERY
      *  PROGRAM IN THE SHOP, ONE SETTING PER CARD  *
           SELECT OPTIONAL SHOP-CONFIG-FILE
           ASSIGN TO "SHOP-CONFIG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS SHOP-CONFIG-FILE-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
           01 AUDIT-ARCHIVE-RECORD PIC X(132).
       FD JOB-REPORT-FILE.
           01 JOB-REPORT-RECORD PIC X(132).
      *  COLS 1-8 ID, 10-39 NAME, 41-50 VIEWER, OPERATOR OR
      *  SUPERVISOR, 52 Y(ES) OR N(O) FOR ACTIVE; '*' IN COL 1
      *  MARKS A COMMENT  *
       FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
              05 OPERATOR-REC-ID     PIC X(8).
              05 FILLER              PIC X.
              05 OPERATOR-REC-NAME   PIC X(30).
              05 FILLER              PIC X.
              05 OPERATOR-REC-ROLE   PIC X(10).
              05 FILLER              PIC X.
              05 OPERATOR-REC-ACTIVE PIC X.
      *  COLS 1-20 KEYWORD, 22-80 VALUE; '*' IN COL 1 MARKS A
      *  COMMENT.  MUST MATCH EVERY PROGRAM THAT READS SHOP-CONFIG  *
       FD SHOP-CONFIG-FILE.
           01 SHOP-CONFIG-RECORD.
              05 SHOP-CONFIG-KEYWORD PIC X(20).
              05 FILLER              PIC X.
              05 SHOP-CONFIG-VALUE   PIC X(59).

       WORKING-STORAGE SECTION.
       01 STDIN-ASSIGN-NAME    PIC X(256) VALUE "KEYBOARD".
          88 AUDIT-EOF                    VALUE "Y".
       01 AUDIT-PURGE-OK-FLAG  PIC X      VALUE "N".
          88 AUDIT-PURGE-OK               VALUE "Y".
      *  AUDIT SEAL - EVERY LINE KEEPS ITS TEXT IN COLUMNS 1-121, A
      *  "#" IN COLUMN 122 AND IN 123-132 A CHECK VALUE FOLDED ONTO
      *  THE ONE ON THE LINE BEFORE (VALUE * 31 + CHARACTER ORDINAL,
      *  MODULO 9999999967) SO A CHANGED OR DROPPED LINE BREAKS THE
      *  CHAIN.  MUST MATCH THE FOLD THE STARTREK PROGRAMS USE  *
       01 AUDIT-SEAL-PRIME     PIC 9(10)  VALUE 9999999967.
       01 AUDIT-SEAL-VALUE     PIC 9(10)  VALUE ZERO.
       01 AUDIT-SEAL-WORK      PIC 9(12)  VALUE ZERO.
       01 AUDIT-SEAL-POS       PIC 999    VALUE ZERO.
       01 AUDIT-SEAL-LINE.
          05 AUDIT-SEAL-TEXT   PIC X(121).
          05 AUDIT-SEAL-MARK   PIC X.
             88 AUDIT-SEAL-MARKED         VALUE "#".
          05 AUDIT-SEAL-CHECK  PIC X(10).

       01 JOB-REPORT-FILE-STATUS.
          05 JOB-REPORT-STATUS     PIC 99.
          05 JOB-SYS-COMMAND    PIC X(61)  VALUE SPACES.
          05 JOB-REPORT-LINE    PIC X(132) VALUE SPACES.

       01 OPERATOR-FILE-STATUS.
          05 OPERATOR-STATUS     PIC 99.
          05 OPERATOR-SUBSTATUS REDEFINES
             OPERATOR-STATUS.
             07 OPERATOR-STATUS-1 PIC 9.
             07 OPERATOR-STATUS-2 PIC 9.

      *  OPERATOR SIGN-ON - THE OPERATOR TABLE IS LOADED FROM
      *  SAMPLE-OPERATORS AT START-UP; EVERY AUDIT LINE CARRIES THE
      *  SIGNED-ON ID, AND EACH VERB NEEDS A ROLE LEVEL OF VIEWER (1),
      *  OPERATOR (2) OR SUPERVISOR (3)  *
       01 OPERATOR-TABLE-AREA.
          05 OPERATOR-MAX       PIC 99     VALUE 50.
          05 OPERATOR-CTR       PIC 99     VALUE ZERO.
          05 OPERATOR-IDX       PIC 99     VALUE ZERO.
          05 OPERATOR-FOUND-IDX PIC 99     VALUE ZERO.
          05 OPERATOR-ENTRY     OCCURS 50 TIMES.
             10 OPERATOR-ID     PIC X(8).
             10 OPERATOR-NAME   PIC X(30).
             10 OPERATOR-ROLE   PIC X(10).
             10 OPERATOR-LEVEL  PIC 9.
             10 OPERATOR-ACTIVE PIC X.
                88 OPERATOR-IS-ACTIVE      VALUE "Y".

       01 OPERATOR-WORK-AREA.
          05 OPERATOR-EOF-FLAG  PIC X      VALUE "N".
             88 OPERATOR-EOF               VALUE "Y".
          05 OPERATOR-CARD-CTR  PIC 9(4)   VALUE ZERO.
          05 OPERATOR-CARD-LEVEL PIC 9     VALUE ZERO.
          05 OPERATOR-CARD-ROLE PIC X(10)  VALUE SPACES.
          05 OPERATOR-REASON    PIC X(40)  VALUE SPACES.
          05 SIGNED-ON-ID       PIC X(8)   VALUE "UNSIGNED".
          05 SIGNED-ON-NAME     PIC X(30)  VALUE SPACES.
          05 SIGNED-ON-ROLE     PIC X(10)  VALUE SPACES.
          05 SIGNED-ON-LEVEL    PIC 9      VALUE ZERO.
          05 SIGNED-ON-FLAG     PIC X      VALUE "N".
             88 OPERATOR-SIGNED-ON         VALUE "Y".
          05 SIGN-ON-TRIES      PIC 9      VALUE ZERO.
          05 SIGN-ON-MAX        PIC 9      VALUE 3.
          05 SIGN-ON-WANTED-ID  PIC X(8)   VALUE SPACES.
          05 VERB-LEVEL         PIC 9      VALUE ZERO.
          05 VERB-ALLOWED-FLAG  PIC X      VALUE "Y".
             88 VERB-IS-ALLOWED            VALUE "Y".
          05 AUDIT-ENTRY-TEXT   PIC X(110) VALUE SPACES.
          05 SECURITY-TEXT      PIC X(90)  VALUE SPACES.

       01 JOB-REPORT-ASSIGN-NAME PIC X(59) VALUE "SAMPLE-JOB-REPORT".

       01 SHOP-CONFIG-FILE-STATUS.
          05 SHOP-CONFIG-STATUS     PIC 99.
          05 SHOP-CONFIG-SUBSTATUS REDEFINES
             SHOP-CONFIG-STATUS.
             07 SHOP-CONFIG-STATUS-1 PIC 9.
             07 SHOP-CONFIG-STATUS-2 PIC 9.

      *  SHOP CONFIGURATION - THE SHOP STANDARD FOR EVERY SETTING, ONE
      *  ENTRY PER KEYWORD: THE KIND (F A FILE NAME OR NAME PREFIX, N A
      *  COUNT), THE LEGAL LOW AND HIGH OF A COUNT, AND THE STANDARD
      *  VALUE.  A CARD ON SHOP-CONFIG REPLACES THE STANDARD VALUE.
      *  MUST MATCH EVERY PROGRAM THAT READS SHOP-CONFIG  *
       01 SHOP-STANDARD-VALUES.
          05 FILLER PIC X(20) VALUE "CHECKPOINT-PREFIX".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-CHECKPOINT-".
          05 FILLER PIC X(20) VALUE "GALAXY-PREFIX".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-GALAXY-".
          05 FILLER PIC X(20) VALUE "LOCK-PREFIX".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-LOCK-".
          05 FILLER PIC X(20) VALUE "ROSTER-FILE".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-ROSTER".
          05 FILLER PIC X(20) VALUE "ROSTER-SIZE".
          05 FILLER PIC X(7)  VALUE "N001009".
          05 FILLER PIC X(59) VALUE "9".
          05 FILLER PIC X(20) VALUE "AUTOSAVE-INTERVAL".
          05 FILLER PIC X(7)  VALUE "N001099".
          05 FILLER PIC X(59) VALUE "10".
          05 FILLER PIC X(20) VALUE "RNG-STALE-DAYS".
          05 FILLER PIC X(7)  VALUE "N001999".
          05 FILLER PIC X(59) VALUE "7".
          05 FILLER PIC X(20) VALUE "RNG-CERT-FILE".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "RANDOMCK-CERT".
          05 FILLER PIC X(20) VALUE "FLEET-STATUS-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-FLEET-STATUS".
          05 FILLER PIC X(20) VALUE "ATLAS-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-ATLAS".
          05 FILLER PIC X(20) VALUE "GALAXCHK-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-GALAXCHK-REPORT".
          05 FILLER PIC X(20) VALUE "HEALTH-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-HEALTH-REPORT".
          05 FILLER PIC X(20) VALUE "HISTORY-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-HISTORY-REPORT".
          05 FILLER PIC X(20) VALUE "STANDINGS-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-STANDINGS".
          05 FILLER PIC X(20) VALUE "TRANSFER-FILE".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-TRANSFER".
          05 FILLER PIC X(20) VALUE "SERVICE-ARCHIVE".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-SERVICE-ARCHIVE".
          05 FILLER PIC X(20) VALUE "AUDIT-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "SHOP-AUDIT-REPORT".
          05 FILLER PIC X(20) VALUE "JOB-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "SAMPLE-JOB-REPORT".
          05 FILLER PIC X(20) VALUE "BOOKING-RULE".
          05 FILLER PIC X(7)  VALUE "N001002".
          05 FILLER PIC X(59) VALUE "1".
          05 FILLER PIC X(20) VALUE "BALANCE-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-BALANCE-REPORT".
          05 FILLER PIC X(20) VALUE "RECONCILE-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-RECONCILE-REPORT".
          05 FILLER PIC X(20) VALUE "DAY-SHEET".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-DAY-SHEET".
          05 FILLER PIC X(20) VALUE "REPLAY-REPORT".
          05 FILLER PIC X(7)  VALUE "F000000".
          05 FILLER PIC X(59) VALUE "STARTREK-REPLAY-REPORT".
       01 SHOP-STANDARD-TABLE REDEFINES SHOP-STANDARD-VALUES.
          05 SHOP-STD-ENTRY     OCCURS 23 TIMES.
             10 SHOP-STD-WORD   PIC X(20).
             10 SHOP-STD-KIND   PIC X.
             10 SHOP-STD-LOW    PIC 999.
             10 SHOP-STD-HIGH   PIC 999.
             10 SHOP-STD-VALUE  PIC X(59).

       01 SHOP-CONFIG-AREA.
          05 SHOP-MAX           PIC 99     VALUE 23.
          05 SHOP-JOB-REPORT-IDX PIC 99    VALUE 18.
          05 SHOP-IDX           PIC 99     VALUE ZERO.
          05 SHOP-FOUND-IDX     PIC 99     VALUE ZERO.
          05 SHOP-VALUE         PIC X(59)  OCCURS 23 TIMES.
          05 SHOP-SEEN          PIC X      OCCURS 23 TIMES.
          05 SHOP-EOF-FLAG      PIC X      VALUE "N".
             88 SHOP-CONFIG-EOF            VALUE "Y".
          05 SHOP-CARD-CTR      PIC 9(4)   VALUE ZERO.
          05 SHOP-WORD-LEN      PIC 99     VALUE ZERO.
          05 SHOP-REASON        PIC X(40)  VALUE SPACES.

       01 COUNTDOWN            PIC 99.
       01 DISPLAY-COUNT        PIC Z9.
       01 JOKE-LIMITER         PIC X     VALUE LOW-VALUE.
              PERFORM SOFT-EXCEPTION
           END-IF.

      *  PICK UP THE SEAL CHAIN WHERE THE LAST SESSION LEFT IT  *
           PERFORM AUDIT-SEAL-RESUME.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-LOG-STATUS GREATER THAN 10
              PERFORM SOFT-EXCEPTION
      *  TURN OFF STATEMENT TRACER LINES  *
           RESET TRACE.

      *  NOTHING RUNS UNTIL AN ACTIVE OPERATOR HAS SIGNED ON  *
           PERFORM SHOP-CONFIG-LOAD.
           PERFORM OPERATOR-LOAD.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               CLOSE AUDIT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL STDIN-STATUS GREATER THAN 9
               MOVE "WHAT IS YOUR COMMAND? " TO STDOUT-LINE
               WRITE STDOUT-LINE END-WRITE

               PERFORM CLEANSE

               PERFORM AUTHORIZE-COMMAND

               EVALUATE STDIN-LINE ALSO TRUE
                   WHEN ANY            ALSO NOT VERB-IS-ALLOWED
                       CONTINUE
                   WHEN "help"         ALSO ANY
                       DISPLAY "WE ALL WANT A LITTLE HELP"
                       DISPLAY "HELP, QUIT OR EXIT EXIT"
                       DISPLAY
                           "JOB DEFINE <NAME>, JOB LIST,"
                           " JOB RUN <NAME>"
                       DISPLAY
                           "JOB RUN AND TRACE NEED AN OPERATOR;"
                           " AUDIT PURGE AND JOB DEFINE NEED"
                           " A SUPERVISOR"
                   WHEN "audit list"   ALSO ANY
                       PERFORM AUDIT-LIST
                   WHEN "audit"        ALSO ANY
      *  ***************************************************************
       HELPER SECTION.

      *  RECORD EVERY COMMAND TYPED, TIMESTAMPED AND SIGNED WITH THE
      *  OPERATOR ID, TO THE AUDIT LOG <*
       LOG-COMMAND.
           MOVE TRIM(STDIN-LINE) TO AUDIT-ENTRY-TEXT.
           PERFORM LOG-WRITE-ENTRY.

      *  SECURITY EVENTS - FAILED SIGN-ONS AND REFUSED VERBS - CARRY
      *  A FIXED TAG SO AUDITRPT CAN LIST THEM APART <*
       LOG-SECURITY-EVENT.
           MOVE SPACES TO AUDIT-ENTRY-TEXT.
           STRING "SECURITY | "      DELIMITED BY SIZE
                  SECURITY-TEXT      DELIMITED BY SIZE
             INTO AUDIT-ENTRY-TEXT.
           PERFORM LOG-WRITE-ENTRY.

       LOG-WRITE-ENTRY.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
                  CURRENT-DATE(13:2) DELIMITED BY SIZE
                  " | "              DELIMITED BY SIZE
                  SIGNED-ON-ID       DELIMITED BY SIZE
                  " | "              DELIMITED BY SIZE
                  AUDIT-ENTRY-TEXT   DELIMITED BY SIZE
             INTO AUDIT-LOG-LINE.
           PERFORM AUDIT-SEAL-ONE.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-LINE.
           IF AUDIT-LOG-STATUS GREATER THAN 10
              PERFORM SOFT-EXCEPTION
           END-IF.

      *  READ THE LOG THROUGH TO TAKE UP THE SEAL ON ITS LAST LINE;
      *  AN EMPTY OR UNSEALED LOG STARTS THE CHAIN FROM ZERO <*
       AUDIT-SEAL-RESUME.
           MOVE ZERO TO AUDIT-SEAL-VALUE.
           MOVE "N" TO AUDIT-EOF-FLAG.
           OPEN INPUT AUDIT-READ-FILE.
           IF AUDIT-READ-STATUS GREATER THAN 9
               CLOSE AUDIT-READ-FILE
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-READ-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-READ-RECORD TO AUDIT-SEAL-LINE
                           IF AUDIT-SEAL-MARKED
                               AND AUDIT-SEAL-CHECK IS NUMERIC
                               MOVE AUDIT-SEAL-CHECK
                                 TO AUDIT-SEAL-VALUE
                           ELSE
                               MOVE ZERO TO AUDIT-SEAL-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-READ-FILE
           END-IF.

      *  SEAL THE LINE IN AUDIT-LOG-LINE - FOLD ITS TEXT ONTO THE
      *  RUNNING VALUE AND STAMP THE RESULT IN COLUMNS 122-132 <*
       AUDIT-SEAL-ONE.
           MOVE AUDIT-LOG-LINE TO AUDIT-SEAL-LINE.
           PERFORM VARYING AUDIT-SEAL-POS FROM 1 BY 1
               UNTIL AUDIT-SEAL-POS > 121
               COMPUTE AUDIT-SEAL-WORK = AUDIT-SEAL-VALUE * 31
                   + ORD(AUDIT-SEAL-TEXT(AUDIT-SEAL-POS:1))
               COMPUTE AUDIT-SEAL-VALUE =
                   MOD(AUDIT-SEAL-WORK, AUDIT-SEAL-PRIME)
           END-PERFORM.
           MOVE "#" TO AUDIT-SEAL-MARK.
           MOVE AUDIT-SEAL-VALUE TO AUDIT-SEAL-CHECK.
           MOVE AUDIT-SEAL-LINE TO AUDIT-LOG-LINE.

      *  LOAD THE SHOP CONFIGURATION - EVERY SETTING STARTS AT THE
      *  SHOP STANDARD; A BAD CARD OR A MISSING ENTRY IS REPORTED BY
      *  NAME AND THE STANDARD VALUE STANDS <*
       SHOP-CONFIG-LOAD.
           MOVE ZERO TO SHOP-CARD-CTR.
           MOVE "N" TO SHOP-EOF-FLAG.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
               UNTIL SHOP-IDX > SHOP-MAX
               MOVE SHOP-STD-VALUE(SHOP-IDX) TO SHOP-VALUE(SHOP-IDX)
               MOVE "N" TO SHOP-SEEN(SHOP-IDX)
           END-PERFORM.
           OPEN INPUT SHOP-CONFIG-FILE.
           IF SHOP-CONFIG-STATUS GREATER THAN 9
      *  AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL
      *  OPEN AND MUST BE CLOSED  *
               OR SHOP-CONFIG-STATUS = 5
               DISPLAY "NO SHOP-CONFIG FILE - THE SHOP STANDARD"
                   " SETTINGS APPLY" UPON SYSERR
               IF SHOP-CONFIG-STATUS = 5
                   CLOSE SHOP-CONFIG-FILE
               END-IF
           ELSE
               PERFORM UNTIL SHOP-CONFIG-EOF
                   READ SHOP-CONFIG-FILE
                       AT END
                           SET SHOP-CONFIG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO SHOP-CARD-CTR
                           IF SHOP-CONFIG-RECORD(1:1) NOT = "*"
                               AND SHOP-CONFIG-RECORD NOT = SPACES
                               PERFORM SHOP-CONFIG-TAKE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHOP-CONFIG-FILE
               PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-MAX
                   IF SHOP-SEEN(SHOP-IDX) = "N"
                       DISPLAY "SHOP-CONFIG ENTRY "
                           TRIM(SHOP-STD-WORD(SHOP-IDX) TRAILING)
                           " MISSING - THE SHOP STANDARD "
                           TRIM(SHOP-STD-VALUE(SHOP-IDX) TRAILING)
                           " APPLIES" UPON SYSERR
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SHOP-VALUE(SHOP-JOB-REPORT-IDX)
             TO JOB-REPORT-ASSIGN-NAME.

       SHOP-CONFIG-TAKE-CARD.
           MOVE SPACES TO SHOP-REASON.
           MOVE ZERO TO SHOP-FOUND-IDX.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
               UNTIL SHOP-IDX > SHOP-MAX
               IF SHOP-STD-WORD(SHOP-IDX) = SHOP-CONFIG-KEYWORD
                   MOVE SHOP-IDX TO SHOP-FOUND-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SHOP-FOUND-IDX = ZERO
                   MOVE "UNKNOWN KEYWORD" TO SHOP-REASON
               WHEN SHOP-SEEN(SHOP-FOUND-IDX) = "Y"
                   MOVE "KEYWORD GIVEN TWICE" TO SHOP-REASON
               WHEN SHOP-CONFIG-VALUE = SPACES
                   MOVE "VALUE IS BLANK" TO SHOP-REASON
               WHEN SHOP-CONFIG-VALUE(1:1) = SPACE
                   MOVE "VALUE MUST START IN COLUMN 22" TO SHOP-REASON
           END-EVALUATE.
           IF SHOP-FOUND-IDX NOT = ZERO
               MOVE "Y" TO SHOP-SEEN(SHOP-FOUND-IDX)
           END-IF.
           IF SHOP-REASON = SPACES
               MOVE ZERO TO SHOP-WORD-LEN
               INSPECT SHOP-CONFIG-VALUE TALLYING SHOP-WORD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF SHOP-WORD-LEN < 59
                   IF SHOP-CONFIG-VALUE(SHOP-WORD-LEN + 1:)
                       NOT = SPACES
                       MOVE "VALUE CONTAINS A SPACE" TO SHOP-REASON
                   END-IF
               END-IF
           END-IF.
           IF SHOP-REASON = SPACES
               AND SHOP-STD-KIND(SHOP-FOUND-IDX) = "N"
               IF SHOP-WORD-LEN > 5
                   OR SHOP-CONFIG-VALUE(1:SHOP-WORD-LEN) IS NOT NUMERIC
                   MOVE "VALUE IS NOT NUMERIC" TO SHOP-REASON
               ELSE
                   IF NUMVAL(SHOP-CONFIG-VALUE(1:SHOP-WORD-LEN))
                       < SHOP-STD-LOW(SHOP-FOUND-IDX)
                       OR NUMVAL(SHOP-CONFIG-VALUE(1:SHOP-WORD-LEN))
                       > SHOP-STD-HIGH(SHOP-FOUND-IDX)
                       MOVE "VALUE OUTSIDE THE LEGAL RANGE"
                         TO SHOP-REASON
                   END-IF
               END-IF
           END-IF.
           IF SHOP-REASON = SPACES
               MOVE SHOP-CONFIG-VALUE TO SHOP-VALUE(SHOP-FOUND-IDX)
           ELSE
               DISPLAY "SHOP-CONFIG CARD " SHOP-CARD-CTR " ("
                   TRIM(SHOP-CONFIG-KEYWORD TRAILING) ") IGNORED - "
                   TRIM(SHOP-REASON TRAILING) UPON SYSERR
           END-IF.

      *  LOAD THE OPERATOR TABLE - A CARD WITH A BLANK ID, AN UNKNOWN
      *  ROLE OR A BAD ACTIVE FLAG IS REPORTED AND SKIPPED <*
       OPERATOR-LOAD.
           MOVE ZERO TO OPERATOR-CTR OPERATOR-CARD-CTR.
           MOVE "N" TO OPERATOR-EOF-FLAG.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS GREATER THAN 9
      *  AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL
      *  OPEN AND MUST BE CLOSED  *
               OR OPERATOR-STATUS = 5
               DISPLAY "NO OPERATOR FILE - NOBODY CAN SIGN ON"
                   UPON SYSERR
               IF OPERATOR-STATUS = 5
                   CLOSE OPERATOR-FILE
               END-IF
           ELSE
               PERFORM UNTIL OPERATOR-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET OPERATOR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO OPERATOR-CARD-CTR
                           IF OPERATOR-RECORD(1:1) NOT = "*"
                               AND OPERATOR-RECORD NOT = SPACES
                               PERFORM OPERATOR-TAKE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       OPERATOR-TAKE-CARD.
           MOVE SPACES TO OPERATOR-REASON.
           MOVE UPPER-CASE(OPERATOR-REC-ROLE) TO OPERATOR-CARD-ROLE.
           EVALUATE OPERATOR-CARD-ROLE
               WHEN "VIEWER"
                   MOVE 1 TO OPERATOR-CARD-LEVEL
               WHEN "OPERATOR"
                   MOVE 2 TO OPERATOR-CARD-LEVEL
               WHEN "SUPERVISOR"
                   MOVE 3 TO OPERATOR-CARD-LEVEL
               WHEN OTHER
                   MOVE "UNKNOWN ROLE" TO OPERATOR-REASON
           END-EVALUATE.
           IF OPERATOR-REC-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO OPERATOR-REASON
           END-IF.
           IF UPPER-CASE(OPERATOR-REC-ACTIVE) NOT = "Y"
               AND UPPER-CASE(OPERATOR-REC-ACTIVE) NOT = "N"
               MOVE "ACTIVE FLAG MUST BE Y OR N" TO OPERATOR-REASON
           END-IF.
           IF OPERATOR-REASON = SPACES
               AND OPERATOR-CTR >= OPERATOR-MAX
               MOVE "OPERATOR TABLE IS FULL" TO OPERATOR-REASON
           END-IF.
           IF OPERATOR-REASON = SPACES
               ADD 1 TO OPERATOR-CTR
               MOVE UPPER-CASE(OPERATOR-REC-ID)
                 TO OPERATOR-ID(OPERATOR-CTR)
               MOVE OPERATOR-REC-NAME TO OPERATOR-NAME(OPERATOR-CTR)
               MOVE OPERATOR-CARD-ROLE
                 TO OPERATOR-ROLE(OPERATOR-CTR)
               MOVE OPERATOR-CARD-LEVEL
                 TO OPERATOR-LEVEL(OPERATOR-CTR)
               MOVE UPPER-CASE(OPERATOR-REC-ACTIVE)
                 TO OPERATOR-ACTIVE(OPERATOR-CTR)
           ELSE
               DISPLAY "OPERATOR CARD " OPERATOR-CARD-CTR
                   " IGNORED - " TRIM(OPERATOR-REASON TRAILING)
                   UPON SYSERR
           END-IF.

      *  SIGN ON - THREE TRIES AT AN ACTIVE OPERATOR ID; EVERY FAILED
      *  TRY IS A SECURITY EVENT <*
       OPERATOR-SIGN-ON.
           MOVE ZERO TO SIGN-ON-TRIES.
           PERFORM UNTIL OPERATOR-SIGNED-ON
               OR SIGN-ON-TRIES >= SIGN-ON-MAX
               ADD 1 TO SIGN-ON-TRIES
               MOVE "OPERATOR ID? " TO STDOUT-LINE
               WRITE STDOUT-LINE END-WRITE
               IF STDOUT-STATUS GREATER THAN 10
                   PERFORM SOFT-EXCEPTION
               END-IF
               READ STANDARD-IN
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE UPPER-CASE(TRIM(STDIN-LINE(1:80)))
                 TO SIGN-ON-WANTED-ID
               PERFORM OPERATOR-CHECK
           END-PERFORM.

       OPERATOR-CHECK.
           MOVE ZERO TO OPERATOR-FOUND-IDX.
           MOVE SPACES TO OPERATOR-REASON.
           PERFORM VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-CTR
               IF OPERATOR-ID(OPERATOR-IDX) = SIGN-ON-WANTED-ID
                   MOVE OPERATOR-IDX TO OPERATOR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF SIGN-ON-WANTED-ID = SPACES
               MOVE "NO OPERATOR ID GIVEN" TO OPERATOR-REASON
           ELSE
               IF OPERATOR-FOUND-IDX = ZERO
                   MOVE "UNKNOWN OPERATOR ID" TO OPERATOR-REASON
               ELSE
                   IF NOT OPERATOR-IS-ACTIVE(OPERATOR-FOUND-IDX)
                       MOVE "OPERATOR IS NOT ACTIVE"
                         TO OPERATOR-REASON
                   END-IF
               END-IF
           END-IF.
           IF OPERATOR-REASON = SPACES
               SET OPERATOR-SIGNED-ON TO TRUE
               MOVE OPERATOR-ID(OPERATOR-FOUND-IDX) TO SIGNED-ON-ID
               MOVE OPERATOR-NAME(OPERATOR-FOUND-IDX)
                 TO SIGNED-ON-NAME
               MOVE OPERATOR-ROLE(OPERATOR-FOUND-IDX)
                 TO SIGNED-ON-ROLE
               MOVE OPERATOR-LEVEL(OPERATOR-FOUND-IDX)
                 TO SIGNED-ON-LEVEL
               MOVE SPACES TO AUDIT-ENTRY-TEXT
               STRING "SIGN-ON | "   DELIMITED BY SIZE
                      TRIM(SIGNED-ON-NAME TRAILING)
                                     DELIMITED BY SIZE
                      " | "          DELIMITED BY SIZE
                      TRIM(SIGNED-ON-ROLE TRAILING)
                                     DELIMITED BY SIZE
                 INTO AUDIT-ENTRY-TEXT
               PERFORM LOG-WRITE-ENTRY
               DISPLAY "SIGNED ON AS " TRIM(SIGNED-ON-NAME TRAILING)
                   " (" TRIM(SIGNED-ON-ROLE TRAILING) ")"
           ELSE
               DISPLAY "SIGN-ON REFUSED - "
                   TRIM(OPERATOR-REASON TRAILING)
               MOVE SPACES TO SECURITY-TEXT
               STRING "SIGN-ON FAILED | "   DELIMITED BY SIZE
                      SIGN-ON-WANTED-ID     DELIMITED BY SIZE
                      " | "                 DELIMITED BY SIZE
                      TRIM(OPERATOR-REASON TRAILING)
                                            DELIMITED BY SIZE
                 INTO SECURITY-TEXT
               PERFORM LOG-SECURITY-EVENT
           END-IF.

      *  EACH VERB NEEDS A ROLE LEVEL - VIEWERS READ, OPERATORS RUN,
      *  AND ONLY SUPERVISORS PURGE THE LOG OR DEFINE JOBS.  A
      *  REFUSAL IS A SECURITY EVENT <*
       AUTHORIZE-COMMAND.
           MOVE 1 TO VERB-LEVEL.
           EVALUATE TRUE
               WHEN STDIN-LINE(1:12) = "audit purge "
                   MOVE 3 TO VERB-LEVEL
               WHEN STDIN-LINE(1:11) = "job define "
                   MOVE 3 TO VERB-LEVEL
               WHEN STDIN-LINE(1:8) = "job run "
                   MOVE 2 TO VERB-LEVEL
               WHEN STDIN-LINE = "trace on"
               WHEN STDIN-LINE = "trace off"
                   MOVE 2 TO VERB-LEVEL
           END-EVALUATE.
           IF SIGNED-ON-LEVEL >= VERB-LEVEL
               MOVE "Y" TO VERB-ALLOWED-FLAG
           ELSE
               MOVE "N" TO VERB-ALLOWED-FLAG
               DISPLAY "NOT AUTHORIZED - "
                   TRIM(SIGNED-ON-ROLE TRAILING)
                   " MAY NOT USE THAT COMMAND"
               MOVE SPACES TO SECURITY-TEXT
               STRING "REFUSED | "          DELIMITED BY SIZE
                      TRIM(SIGNED-ON-ROLE TRAILING)
                                            DELIMITED BY SIZE
                      " | "                 DELIMITED BY SIZE
                      TRIM(STDIN-LINE(1:80)) DELIMITED BY SIZE
                 INTO SECURITY-TEXT
               PERFORM LOG-SECURITY-EVENT
           END-IF.

      *  RUDIMENTARY CHANGES TO STDIN, SHOW OFF A FEW FUNCTIONS <*
       CLEANSE.
           MOVE TRIM(SUBSTITUTE(LOWER-CASE(STDIN-LINE),
               SET AUDIT-EOF TO TRUE
           END-IF.

      *  THE KEPT LINES ARE SEALED AFRESH FROM ZERO - THE CHAIN
      *  OTHERWISE RUNS BACK INTO LINES NOW IN THE ARCHIVE <*
       AUDIT-PURGE-REWRITE.
           MOVE "N" TO AUDIT-EOF-FLAG.
           MOVE ZERO TO AUDIT-SEAL-VALUE.
           OPEN INPUT AUDIT-WORK-FILE.
           OPEN OUTPUT AUDIT-LOG-FILE.
      *  SAME DISCIPLINE AS THE SPLIT - A FAILED OPEN OR WRITE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-WORK-RECORD TO AUDIT-LOG-LINE
                       PERFORM AUDIT-SEAL-ONE
                       WRITE AUDIT-LOG-RECORD
                           FROM AUDIT-LOG-LINE
                       IF AUDIT-LOG-STATUS GREATER THAN 9
                           PERFORM SOFT-EXCEPTION
                           MOVE "N" TO AUDIT-PURGE-OK-FLAG
               END-IF
               PERFORM JOB-REPORT-WRITE
               CLOSE JOB-REPORT-FILE
               DISPLAY "JOB DONE - SEE "
                   TRIM(JOB-REPORT-ASSIGN-NAME TRAILING)
                   " FOR THE STEP LOG"
           END-IF.

       JOB-RUN-ONE-STEP.

      * ************************************************************** *
      *                    START OF PROGRAM TERMCLOS                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TERMCLOS.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * TERMCLOS CLOSES OUT A TRAINING TERM SO EACH NEW CLASS STARTS   *
      *  LEVEL ON THE STANDINGS WITH THE CADETS WHO CAME BEFORE IT.    *
      *  RUN IT WITH THE BRIDGE CLOSED.  THE TERM IS NAMED BY A TERM   *
      *  ID AND ENTERED ON STARTREK-TERM-REGISTER; THE CLOSE-OUT RUNS  *
      *  IN STEPS, AND THE STEP REACHED IS KEPT ON THE REGISTER CARD:  *
      *    1  STARTREK-TERM-ARCHIVE-<TERM ID> WRITTEN - THE TERM, EACH *
      *       CAPTAIN'S SERVICE RECORD AS IT STANDS, AND THE FINAL     *
      *       STANDINGS RANKED BY BEST EFFICIENCY IN THE TERM          *
      *    2  STARTREK-TERM-HISTORY-<TERM ID> WRITTEN WITH THE TERM'S  *
      *       MISSIONS FROM STARTREK-MISSION-HISTORY, AND              *
      *       STARTREK-TERM-WORK WITH ONE TERM SUMMARY PER CAPTAIN     *
      *    3  REPLACING STARTREK-MISSION-HISTORY WITH THE SUMMARIES    *
      *       BEGUN                                                    *
      *    4  STARTREK-MISSION-HISTORY REPLACED                        *
      *    5  RESETTING THE TERM-TO-DATE FIGURES ON THE SERVICE MASTER *
      *       BEGUN - THE CAREER FIGURES ARE KEPT                      *
      *    6  THE TERM IS CLOSED                                       *
      *  A CLOSE-OUT THAT STOPS PART WAY IS RESUMED BY RUNNING IT      *
      *  AGAIN FOR THE SAME TERM; IT CARRIES ON AFTER THE LAST STEP    *
      *  FINISHED.  A TERM ALREADY CLOSED IS NEVER CLOSED AGAIN.       *
      *                                                                *
      * A TERM SUMMARY IS A MISSION HISTORY RECORD WITH RESULT S - THE *
      *  CAPTAIN'S MISSIONS CONCLUDED AND GRADES EARNED, THE HOSTILES, *
      *  ENERGY, TORPEDOES AND STARDATES SUMMED AND THE BEST           *
      *  EFFICIENCY, OVER EVERY TERM CLOSED SO FAR.  IT CARRIES THE    *
      *  TERM ID OF THE LAST TERM IT TOOK MISSIONS FROM.  THE REPORT   *
      *  GOES TO STARTREK-TERM-REPORT AND THE CLOSE-OUT IS ENTERED ON  *
      *  STARTREK-AUDIT-LOG.                                           *
      *                                                                *
      * PARAMETERS (ENVIRONMENT):                                      *
      *  TERMCLOS-TERM      TERM ID - UP TO 8 LETTERS, DIGITS OR '-'   *
      *                                                                *
      * RETURN CODE 0 - TERM CLOSED                                    *
      *             8 - REFUSED (BAD TERM ID, TERM ALREADY CLOSED,     *
      *                 ANOTHER CLOSE-OUT NOT FINISHED, MISSIONS       *
      *                 STILL BEING FILED)                             *
      *            12 - A FILE COULD NOT BE READ OR WRITTEN - RUN      *
      *                 AGAIN TO RESUME ONCE IT IS PUT RIGHT           *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
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

       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO 'STARTREK-MISSION-HISTORY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

      * STARTREK-TERM-HISTORY-<TERM ID> - THE TERM'S MISSIONS.
       SELECT OPTIONAL TERM-HISTORY-FILE
       ASSIGN TO WS-TERM-HISTORY-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-TERM-HISTORY-FILE-STATUS.

      * THE TERM SUMMARIES THAT WILL REPLACE THE MISSION HISTORY.
       SELECT OPTIONAL TERM-WORK-FILE
       ASSIGN TO 'STARTREK-TERM-WORK'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-WORK-FILE-STATUS.

       SELECT OPTIONAL TERM-REGISTER-FILE
       ASSIGN TO 'STARTREK-TERM-REGISTER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REGISTER-FILE-STATUS.

      * STARTREK-TERM-ARCHIVE-<TERM ID>.
       SELECT OPTIONAL TERM-ARCHIVE-FILE
       ASSIGN TO WS-ARCHIVE-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ARCHIVE-FILE-STATUS.

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

       SELECT OPTIONAL TERM-REPORT-FILE
       ASSIGN TO 'STARTREK-TERM-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

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
                88 MH-TERM-SUMMARY     VALUE 'S'.
             03 MH-STARDATES-USED      PIC 9(05)V9(01).
             03 MH-HOSTILES-DESTROYED  PIC 9(09).
             03 MH-ENERGY-EXPENDED     PIC 9(09).
             03 MH-TORPS-EXPENDED      PIC 9(04).
             03 MH-EFFICIENCY          PIC 9(04)V9(02).
             03 MH-SHIP-CLASS          PIC X(13).
      * A TERM SUMMARY (RESULT S) LEFT BY TERMCLOS STANDS FOR ALL OF A
      * CAPTAIN'S CONCLUDED MISSIONS IN THE CLOSED TERMS - THEIR COUNT
      * AND THE GRADES THEY EARNED TAKE THE PLACE OF THE SHIP CLASS.
             03 MH-SUMMARY-COUNTS REDEFINES MH-SHIP-CLASS.
                05 MH-SUM-MISSIONS     PIC 9(05).
                05 MH-SUM-GRADES       PIC 9(05).
                05 FILLER              PIC X(03).
             03 MH-HULL-REGISTER       PIC X(08).
             03 MH-HULL-NAME           PIC X(16).
             03 MH-PARM-SET-ID         PIC X(08).
      * THE REPLAY SCRIPT AND FIXED SEED THE MISSION RAN UNDER, AND
      * THE STARDATE IT ENDED ON - BLANK ON RECORDS WRITTEN BEFORE
      * REPLAYS WERE HELD TO A BASELINE.  SCRIPT BLANK AND SEED ZERO
      * FOR A MISSION FLOWN AT THE CONSOLE WITHOUT A FIXED SEED.
             03 MH-SCRIPT-NAME         PIC X(40).
             03 MH-SEED                PIC 9(09).
             03 MH-FINAL-STARDATE      PIC 9(05)V9(01).

      * THE TERM'S MISSIONS, COPIED WHOLE FROM MH-RECORD.
       FD TERM-HISTORY-FILE.
          01 TERM-HISTORY-RECORD       PIC X(175).

      * THE TERM SUMMARIES, ONE PER CAPTAIN.  MUST MATCH MH-RECORD.
       FD TERM-WORK-FILE.
          01 TW-RECORD.
             03 TW-RUN-DATE            PIC X(08).
             03 TW-NAME                PIC X(30).
             03 TW-DIFFICULTY          PIC 9(02).
             03 TW-RESULT              PIC X(01).
             03 TW-STARDATES-USED      PIC 9(05)V9(01).
             03 TW-HOSTILES-DESTROYED  PIC 9(09).
             03 TW-ENERGY-EXPENDED     PIC 9(09).
             03 TW-TORPS-EXPENDED      PIC 9(04).
             03 TW-EFFICIENCY          PIC 9(04)V9(02).
             03 TW-SUMMARY-COUNTS.
                05 TW-SUM-MISSIONS     PIC 9(05).
                05 TW-SUM-GRADES       PIC 9(05).
                05 FILLER              PIC X(03).
             03 TW-HULL-REGISTER       PIC X(08).
             03 TW-HULL-NAME           PIC X(16).
             03 TW-PARM-SET-ID         PIC X(08).
             03 TW-SCRIPT-NAME         PIC X(40).
             03 TW-SEED                PIC 9(09).
             03 TW-FINAL-STARDATE      PIC 9(05)V9(01).

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

       FD TERM-REPORT-FILE.
          01 TERM-REPORT-RECORD        PIC X(80).

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
          03 WS-TERM-HISTORY-FILE-STATUS.
             05 WS-TERM-HISTORY-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-TERM-HISTORY-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-WORK-FILE-STATUS.
             05 WS-WORK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-WORK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-REGISTER-FILE-STATUS.
             05 WS-REGISTER-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-REGISTER-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-ARCHIVE-FILE-STATUS.
             05 WS-ARCHIVE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-ARCHIVE-STATUS-2 PIC  9(01)  VALUE ZEROES.
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
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-AUDIT-TAIL-FILE-STATUS.
             05 WS-AUDIT-TAIL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-TAIL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

       01 WS-TERM-HISTORY-ASSIGN-NAME
                                    PIC  X(256) VALUE SPACES.
       01 WS-ARCHIVE-ASSIGN-NAME    PIC  X(256) VALUE SPACES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-REPORT-OPEN-SW      PIC  X(01)  VALUE 'N'.
             88 WS-REPORT-IS-OPEN               VALUE 'Y'.
      * SET WHEN A CLOSE-OUT STOPPED PART WAY THROUGH THE RESET OF THE
      * TERM FIGURES IS RESUMED - SEE 8600.
          03 WS-RESET-RESUMED-SW    PIC  X(01)  VALUE 'N'.
             88 WS-RESET-RESUMED                VALUE 'Y'.

      * THE TERM BEING CLOSED.
       01 WS-TERM-AREA.
          03 WS-TERM-ENV            PIC  X(20)  VALUE SPACES.
          03 WS-TERM-WORK           PIC  X(20)  VALUE SPACES.
          03 WS-TERM-ID             PIC  X(08)  VALUE SPACES.
          03 WS-TERM-POS            PIC  9(02)  VALUE ZEROES.
          03 WS-TERM-CHAR           PIC  X(01)  VALUE SPACE.
          03 WS-TERM-END-SW         PIC  X(01)  VALUE 'N'.
             88 WS-TERM-AT-END                  VALUE 'Y'.
          03 WS-TERM-REASON         PIC  X(60)  VALUE SPACES.
          03 WS-TERM-TODAY          PIC  X(08)  VALUE SPACES.
          03 WS-TERM-LAST-CLOSE     PIC  X(08)  VALUE ZEROES.

      * THE REGISTER IS HELD IN STORAGE AND WRITTEN BACK WHOLE EACH
      * TIME THE CARD OF THE TERM BEING CLOSED MOVES ON A STEP.
       01 WS-REGISTER-AREA.
          03 WS-RG-MAX              PIC  9(03)  VALUE 200.
          03 WS-RG-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-RG-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-RG-CUR-IDX          PIC  9(03)  VALUE ZEROES.
          03 WS-RG-TABLE.
             05 WS-RG-CARD          PIC  X(80)  OCCURS 200 TIMES.

      * THE CARD OF THE TERM BEING CLOSED.  MUST MATCH TRG-RECORD.
       01 WS-CUR-CARD.
          03 WS-CC-TERM-ID          PIC  X(08).
          03 FILLER                 PIC  X(01).
          03 WS-CC-STATUS           PIC  X(01).
             88 WS-CC-CLOSED                    VALUE 'C'.
             88 WS-CC-IN-PROGRESS               VALUE 'P'.
          03 FILLER                 PIC  X(01).
          03 WS-CC-STEP             PIC  9(01).
             88 WS-CC-OPENED                    VALUE 0.
             88 WS-CC-ARCHIVE-WRITTEN           VALUE 1.
             88 WS-CC-HISTORY-SPLIT             VALUE 2.
             88 WS-CC-REPLACE-BEGUN             VALUE 3.
             88 WS-CC-HISTORY-REPLACED          VALUE 4.
             88 WS-CC-RESET-BEGUN               VALUE 5.
             88 WS-CC-TERM-CLOSED               VALUE 6.
          03 FILLER                 PIC  X(01).
          03 WS-CC-FROM-DATE        PIC  X(08).
          03 FILLER                 PIC  X(01).
          03 WS-CC-CLOSE-DATE       PIC  X(08).
          03 FILLER                 PIC  X(01).
          03 WS-CC-CAPTAINS         PIC  9(05).
          03 FILLER                 PIC  X(01).
          03 WS-CC-HISTORY-CTR      PIC  9(07).
          03 FILLER                 PIC  X(01).
          03 WS-CC-MOVED-CTR        PIC  9(07).
          03 FILLER                 PIC  X(01).
          03 WS-CC-SUMMARY-CTR      PIC  9(05).
          03 FILLER                 PIC  X(22).

      * THE SERVICE MASTER AS IT STANDS AT THE CLOSE, FOR THE ARCHIVE.
       01 WS-SERVICE-AREA.
          03 WS-SVC-MAX             PIC  9(03)  VALUE 999.
          03 WS-SVC-CTR             PIC  9(03)  VALUE ZEROES.
          03 WS-SVC-IDX             PIC  9(03)  VALUE ZEROES.
          03 WS-SVC-ON-FILE         PIC  9(05)  VALUE ZEROES.
          03 WS-SVC-RESET           PIC  9(05)  VALUE ZEROES.
          03 WS-SVC-TABLE.
             05 WS-SVC-ENTRY        OCCURS 999 TIMES.
                07 WS-SV-NAME       PIC  X(30).
                07 WS-SV-MISSIONS   PIC  9(05).
                07 WS-SV-HOSTILES   PIC  9(09).
                07 WS-SV-EFF-LAST   PIC  9(04)V9(02).
                07 WS-SV-EFF-BEST   PIC  9(04)V9(02).
                07 WS-SV-KOBAYASHI  PIC  9(03).
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

      * FINAL STANDINGS ORDER - THE SERVICE TABLE ITSELF IS NEVER
      * MOVED.
       01 WS-RANKING-AREA.
          03 WS-RNK-IDX             PIC  9(03)  VALUE ZEROES.
          03 WS-RNK-JDX             PIC  9(03)  VALUE ZEROES.
          03 WS-RNK-SWAP            PIC  9(03)  VALUE ZEROES.
          03 WS-RNK-ORDER-TABLE.
             05 WS-RNK-ORDER        PIC  9(03)  OCCURS 999 TIMES.

      * ONE TERM SUMMARY PER CAPTAIN NAME ON THE MISSION HISTORY, IN
      * THE ORDER THE NAMES FIRST APPEAR.  THE SUMS START FROM THE
      * CAPTAIN'S SUMMARY OF THE TERMS CLOSED BEFORE, IF ANY.
       01 WS-SUMMARY-AREA.
          03 WS-SM-MAX              PIC  9(04)  VALUE 2000.
          03 WS-SM-CTR              PIC  9(04)  VALUE ZEROES.
          03 WS-SM-IDX              PIC  9(04)  VALUE ZEROES.
          03 WS-SM-FOUND-IDX        PIC  9(04)  VALUE ZEROES.
          03 WS-SM-OVERFLOW         PIC  9(07)  VALUE ZEROES.
          03 WS-SM-TABLE.
             05 WS-SM-ENTRY         OCCURS 2000 TIMES.
                07 WS-SM-NAME       PIC  X(30).
                07 WS-SM-RUN-DATE   PIC  X(08).
                07 WS-SM-TERM-ID    PIC  X(08).
                07 WS-SM-PRIOR-SW   PIC  X(01).
                   88 WS-SM-HAS-PRIOR           VALUE 'Y'.
                07 WS-SM-CONCLUDED  PIC  9(05).
                07 WS-SM-MISSIONS   PIC  9(05).
                07 WS-SM-GRADES     PIC  9(05).
                07 WS-SM-STARDATES  PIC  9(05)V9(01).
                07 WS-SM-HOSTILES   PIC  9(09).
                07 WS-SM-ENERGY     PIC  9(09).
                07 WS-SM-TORPS      PIC  9(04).
                07 WS-SM-EFF-BEST   PIC  9(04)V9(02).

       01 WS-CLOSE-TOTALS.
          03 WS-CT-HISTORY-READ     PIC  9(07)  VALUE ZEROES.
          03 WS-CT-HISTORY-NOW      PIC  9(07)  VALUE ZEROES.
          03 WS-CT-COPIED           PIC  9(07)  VALUE ZEROES.
          03 WS-CT-GRADE-CREDIT     PIC  9(01)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT           PIC  Z(06)9.
          03 WS-PRT-STEP            PIC  9(01)  VALUE ZEROES.

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

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8) TO WS-TERM-TODAY.

           PERFORM 1000-GET-TERM-ID
              THRU 1000-END.

           IF WS-TERM-REASON NOT = SPACES
              DISPLAY 'Term close-out refused - '
                      FUNCTION TRIM (WS-TERM-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 1100-LOAD-REGISTER
              THRU 1100-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-END
           END-IF.

           IF WS-TERM-REASON NOT = SPACES
              DISPLAY 'Term close-out refused - '
                      FUNCTION TRIM (WS-TERM-REASON) '.'
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-ARCHIVE-ASSIGN-NAME
                          WS-TERM-HISTORY-ASSIGN-NAME.
           STRING 'STARTREK-TERM-ARCHIVE-'    DELIMITED BY SIZE
                  WS-TERM-ID                  DELIMITED BY SPACE
             INTO WS-ARCHIVE-ASSIGN-NAME.
           STRING 'STARTREK-TERM-HISTORY-'    DELIMITED BY SIZE
                  WS-TERM-ID                  DELIMITED BY SPACE
             INTO WS-TERM-HISTORY-ASSIGN-NAME.

      * A CARD STILL IN PROGRESS FOR THE TERM MEANS A CLOSE-OUT THAT
      * STOPPED PART WAY - IT IS TAKEN UP WHERE IT LEFT OFF.
           IF WS-RG-CUR-IDX = ZEROES
              PERFORM 1200-OPEN-TERM-CARD
                 THRU 1200-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-END
              END-IF
           ELSE
              DISPLAY 'Resuming the close-out of term '
                      FUNCTION TRIM (WS-TERM-ID) ' after step '
                      WS-CC-STEP '.'
           END-IF.

           OPEN OUTPUT TERM-REPORT-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-REPORT, status '
                      WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           SET WS-REPORT-IS-OPEN TO TRUE.

           MOVE 'TRAINING TERM CLOSE-OUT' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           STRING 'TERM '                     DELIMITED BY SIZE
                  WS-TERM-ID                  DELIMITED BY SPACE
                  ' - FROM '                  DELIMITED BY SIZE
                  WS-CC-FROM-DATE             DELIMITED BY SIZE
                  ' - CLOSED '                DELIMITED BY SIZE
                  WS-CC-CLOSE-DATE            DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF NOT WS-CC-OPENED
              MOVE WS-CC-STEP TO WS-PRT-STEP
              STRING 'RESUMED AFTER STEP '    DELIMITED BY SIZE
                     WS-PRT-STEP              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * STEP 1 - THE TERM ARCHIVE.
           IF WS-CC-STEP < 1
              PERFORM 2000-WRITE-ARCHIVE
                 THRU 2000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
              MOVE 1 TO WS-CC-STEP
              PERFORM 7000-SAVE-REGISTER
                 THRU 7000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
           END-IF.

           MOVE WS-CC-CAPTAINS TO WS-PRT-COUNT.
           STRING 'STEP 1 ARCHIVE ......... '  DELIMITED BY SIZE
                  WS-PRT-COUNT                DELIMITED BY SIZE
                  ' CAPTAINS TO '             DELIMITED BY SIZE
                  WS-ARCHIVE-ASSIGN-NAME      DELIMITED BY SPACE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * STEP 2 - THE TERM HISTORY AND THE SUMMARIES.
           IF WS-CC-STEP < 2
              PERFORM 3000-SPLIT-HISTORY
                 THRU 3000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
              MOVE 2 TO WS-CC-STEP
              PERFORM 7000-SAVE-REGISTER
                 THRU 7000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
           END-IF.

           MOVE WS-CC-MOVED-CTR TO WS-PRT-COUNT.
           STRING 'STEP 2 TERM HISTORY .... '  DELIMITED BY SIZE
                  WS-PRT-COUNT                DELIMITED BY SIZE
                  ' MISSIONS TO '             DELIMITED BY SIZE
                  WS-TERM-HISTORY-ASSIGN-NAME DELIMITED BY SPACE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * STEP 3 - THE MISSION HISTORY IS REPLACED ONLY IF IT HAS NOT
      * GROWN SINCE IT WAS SPLIT; A MISSION FILED IN BETWEEN MEANS THE
      * SPLIT IS MADE AGAIN.
           IF WS-CC-STEP < 3
              PERFORM 4000-COUNT-HISTORY
                 THRU 4000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
              IF WS-CT-HISTORY-NOW NOT = WS-CC-HISTORY-CTR
                 DISPLAY 'The mission history changed since it was '
                         'split - splitting it again.'
                 PERFORM 3000-SPLIT-HISTORY
                    THRU 3000-END
                 IF RETURN-CODE NOT = ZEROES
                    GO TO 0000-WRAP-UP
                 END-IF
                 PERFORM 7000-SAVE-REGISTER
                    THRU 7000-END
                 IF RETURN-CODE NOT = ZEROES
                    GO TO 0000-WRAP-UP
                 END-IF
                 PERFORM 4000-COUNT-HISTORY
                    THRU 4000-END
                 IF RETURN-CODE NOT = ZEROES
                    GO TO 0000-WRAP-UP
                 END-IF
                 IF WS-CT-HISTORY-NOW NOT = WS-CC-HISTORY-CTR
                    DISPLAY 'Term close-out refused - missions are '
                            'still being filed; close the bridge '
                            'and run it again.' UPON SYSERR
                    MOVE 8 TO RETURN-CODE
                    GO TO 0000-WRAP-UP
                 END-IF
              END-IF
              MOVE 3 TO WS-CC-STEP
              PERFORM 7000-SAVE-REGISTER
                 THRU 7000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
           END-IF.

      * STEP 4 - ONCE BEGUN, THE REPLACEMENT IS SIMPLY MADE AGAIN FROM
      * THE WORK FILE IF IT WAS CUT SHORT.
           IF WS-CC-STEP < 4
              PERFORM 4100-REPLACE-HISTORY
                 THRU 4100-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
              MOVE 4 TO WS-CC-STEP
              PERFORM 7000-SAVE-REGISTER
                 THRU 7000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
           END-IF.

           MOVE WS-CC-SUMMARY-CTR TO WS-PRT-COUNT.
           STRING 'STEP 4 MISSION HISTORY . '  DELIMITED BY SIZE
                  WS-PRT-COUNT                DELIMITED BY SIZE
                  ' TERM SUMMARIES LEFT'      DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * STEP 5 - THE TERM FIGURES.  THE MASTER IS HELD TO ITS SEAL
      * BEFORE THE RESET BEGINS, AND THE SERVICE LATCH IS HELD FROM
      * THAT CHECK TO THE RESEAL.
           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           IF WS-CC-STEP < 5
              PERFORM 8600-CHECK-SERVICE-SEAL
                 THRU 8600-END
              MOVE 5 TO WS-CC-STEP
              PERFORM 7000-SAVE-REGISTER
                 THRU 7000-END
              IF RETURN-CODE NOT = ZEROES
                 GO TO 0000-WRAP-UP
              END-IF
           ELSE
              SET WS-RESET-RESUMED TO TRUE
              PERFORM 8600-CHECK-SERVICE-SEAL
                 THRU 8600-END
           END-IF.

           PERFORM 5000-RESET-TERM-FIGURES
              THRU 5000-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-WRAP-UP
           END-IF.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

           MOVE WS-SVC-RESET TO WS-PRT-COUNT.
           STRING 'STEP 5 TERM FIGURES .... '  DELIMITED BY SIZE
                  WS-PRT-COUNT                DELIMITED BY SIZE
                  ' SERVICE RECORDS RESET'    DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * STEP 6 - THE TERM IS CLOSED.
           SET WS-CC-CLOSED TO TRUE.
           MOVE 6 TO WS-CC-STEP.
           PERFORM 7000-SAVE-REGISTER
              THRU 7000-END.
           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-WRAP-UP
           END-IF.

           MOVE 'TERMCLOS' TO WS-AUD-WHO.
           MOVE SPACES TO WS-AUD-EVENT-TEXT.
           STRING 'TERM '                     DELIMITED BY SIZE
                  WS-TERM-ID                  DELIMITED BY SPACE
                  ' CLOSED '                  DELIMITED BY SIZE
                  WS-CC-CLOSE-DATE            DELIMITED BY SIZE
                  ' | CAPTAINS '              DELIMITED BY SIZE
                  WS-CC-CAPTAINS              DELIMITED BY SIZE
                  ' | MISSIONS MOVED '        DELIMITED BY SIZE
                  WS-CC-MOVED-CTR             DELIMITED BY SIZE
                  ' | SUMMARIES '             DELIMITED BY SIZE
                  WS-CC-SUMMARY-CTR           DELIMITED BY SIZE
             INTO WS-AUD-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.
           STRING 'TERM '                     DELIMITED BY SIZE
                  WS-TERM-ID                  DELIMITED BY SPACE
                  ' CLOSED'                   DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       0000-WRAP-UP.

      * A STEP THAT STOPPED UNDER THE SERVICE LATCH LETS IT GO HERE.
           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

           IF RETURN-CODE NOT = ZEROES
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE WS-CC-STEP TO WS-PRT-STEP
              STRING 'CLOSE-OUT STOPPED AFTER STEP '
                                              DELIMITED BY SIZE
                     WS-PRT-STEP              DELIMITED BY SIZE
                     ' - RUN AGAIN FOR THE SAME TERM TO RESUME'
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           IF WS-REPORT-IS-OPEN
              CLOSE TERM-REPORT-FILE
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Term close-out report written to '
                      'STARTREK-TERM-REPORT.'
           END-IF.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1000-GET-TERM-ID SECTION.

           MOVE SPACES TO WS-TERM-REASON.

           ACCEPT WS-TERM-ENV FROM ENVIRONMENT 'TERMCLOS-TERM'.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-TERM-ENV))
             TO WS-TERM-WORK.

           IF WS-TERM-WORK = SPACES
              MOVE 'NO TERM ID - SET TERMCLOS-TERM'
                TO WS-TERM-REASON
              GO TO 1000-END
           END-IF.

           IF WS-TERM-WORK (9:12) NOT = SPACES
              MOVE 'TERM ID IS LONGER THAN 8 CHARACTERS'
                TO WS-TERM-REASON
              GO TO 1000-END
           END-IF.

      * CURRENT IS THE WORD THE REPORTS TAKE FOR THE TERM NOW RUNNING.
           IF WS-TERM-WORK = 'CURRENT'
              MOVE 'CURRENT CANNOT BE USED AS A TERM ID'
                TO WS-TERM-REASON
              GO TO 1000-END
           END-IF.

      * THE TERM ID BECOMES PART OF A FILE NAME - LETTERS, DIGITS AND
      * HYPHENS ONLY, WITH NO GAP.
           MOVE 'N' TO WS-TERM-END-SW.
           PERFORM VARYING WS-TERM-POS FROM 1 BY 1
             UNTIL WS-TERM-POS > 8
              MOVE WS-TERM-WORK (WS-TERM-POS:1) TO WS-TERM-CHAR
              EVALUATE TRUE
                  WHEN WS-TERM-CHAR = SPACE
                       SET WS-TERM-AT-END TO TRUE
                  WHEN WS-TERM-AT-END
                       MOVE 'TERM ID HAS A SPACE IN IT'
                         TO WS-TERM-REASON
                  WHEN WS-TERM-CHAR >= 'A' AND WS-TERM-CHAR <= 'Z'
                       CONTINUE
                  WHEN WS-TERM-CHAR >= '0' AND WS-TERM-CHAR <= '9'
                       CONTINUE
                  WHEN WS-TERM-CHAR = '-'
                       CONTINUE
                  WHEN OTHER
                       MOVE SPACES TO WS-TERM-REASON
                       STRING 'TERM ID MAY HOLD ONLY LETTERS, '
                                              DELIMITED BY SIZE
                              'DIGITS AND HYPHENS'
                                              DELIMITED BY SIZE
                         INTO WS-TERM-REASON
              END-EVALUATE
           END-PERFORM.

           MOVE WS-TERM-WORK (1:8) TO WS-TERM-ID.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-REGISTER SECTION.

           MOVE ZEROES TO WS-RG-CTR
                          WS-RG-CUR-IDX.
           MOVE ZEROES TO WS-TERM-LAST-CLOSE.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TERM-REGISTER-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
      * NO REGISTER - THIS IS THE FIRST TERM TO BE CLOSED.
           IF WS-REGISTER-STATUS-1 = 0 AND WS-REGISTER-STATUS-2 = 5
              CLOSE TERM-REGISTER-FILE
              GO TO 1100-END
           END-IF.

           IF WS-REGISTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-REGISTER, status '
                      WS-REGISTER-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-REGISTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    PERFORM 1110-TAKE-CARD
                       THRU 1110-END
              END-READ
           END-PERFORM.

           CLOSE TERM-REGISTER-FILE.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1110-TAKE-CARD SECTION.

           IF WS-RG-CTR >= WS-RG-MAX
              IF RETURN-CODE = ZEROES
                 DISPLAY 'STARTREK-TERM-REGISTER holds more than '
                         WS-RG-MAX ' terms.' UPON SYSERR
              END-IF
              MOVE 12 TO RETURN-CODE
              GO TO 1110-END
           END-IF.

           ADD 1 TO WS-RG-CTR.
           MOVE TRG-RECORD TO WS-RG-CARD (WS-RG-CTR).

      * THE NEW TERM BEGAN THE DAY THE LATEST TERM CLOSED.
           IF TRG-CLOSED
              AND TRG-CLOSE-DATE > WS-TERM-LAST-CLOSE
              MOVE TRG-CLOSE-DATE TO WS-TERM-LAST-CLOSE
           END-IF.

           IF TRG-TERM-ID = WS-TERM-ID
              IF TRG-CLOSED
                 STRING 'TERM '               DELIMITED BY SIZE
                        WS-TERM-ID            DELIMITED BY SPACE
                        ' WAS CLOSED OUT ON ' DELIMITED BY SIZE
                        TRG-CLOSE-DATE        DELIMITED BY SIZE
                   INTO WS-TERM-REASON
              ELSE
                 MOVE WS-RG-CTR  TO WS-RG-CUR-IDX
                 MOVE TRG-RECORD TO WS-CUR-CARD
              END-IF
              GO TO 1110-END
           END-IF.

      * ONE CLOSE-OUT AT A TIME - AN UNFINISHED ONE IS RESUMED FIRST.
           IF TRG-IN-PROGRESS
              STRING 'THE CLOSE-OUT OF TERM '  DELIMITED BY SIZE
                     TRG-TERM-ID              DELIMITED BY SPACE
                     ' IS NOT FINISHED'       DELIMITED BY SIZE
                INTO WS-TERM-REASON
           END-IF.

       1110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-OPEN-TERM-CARD SECTION.

           IF WS-RG-CTR >= WS-RG-MAX
              DISPLAY 'STARTREK-TERM-REGISTER holds more than '
                      WS-RG-MAX ' terms.' UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1200-END
           END-IF.

           ADD 1 TO WS-RG-CTR.
           MOVE WS-RG-CTR TO WS-RG-CUR-IDX.

           MOVE SPACES              TO WS-CUR-CARD.
           MOVE WS-TERM-ID          TO WS-CC-TERM-ID.
           SET WS-CC-IN-PROGRESS    TO TRUE.
           MOVE ZEROES              TO WS-CC-STEP
                                       WS-CC-CAPTAINS
                                       WS-CC-HISTORY-CTR
                                       WS-CC-MOVED-CTR
                                       WS-CC-SUMMARY-CTR.
           MOVE WS-TERM-LAST-CLOSE  TO WS-CC-FROM-DATE.
           MOVE WS-TERM-TODAY       TO WS-CC-CLOSE-DATE.

           PERFORM 7000-SAVE-REGISTER
              THRU 7000-END.

           DISPLAY 'Closing out term ' FUNCTION TRIM (WS-TERM-ID)
                   ' (from ' WS-CC-FROM-DATE ').'.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-WRITE-ARCHIVE SECTION.

           PERFORM 2100-LOAD-SERVICE-TABLE
              THRU 2100-END.

           IF RETURN-CODE NOT = ZEROES
              GO TO 2000-END
           END-IF.

           PERFORM 2200-RANK-BY-TERM-EFFICIENCY
              THRU 2200-END.

           OPEN OUTPUT TERM-ARCHIVE-FILE.

           IF WS-ARCHIVE-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-ARCHIVE-ASSIGN-NAME)
                      ', status ' WS-ARCHIVE-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 2000-END
           END-IF.

           MOVE SPACES             TO TA-RECORD.
           SET TA-IS-HEADER        TO TRUE.
           MOVE WS-TERM-ID         TO TA-H-TERM-ID.
           MOVE WS-CC-FROM-DATE    TO TA-H-FROM-DATE.
           MOVE WS-CC-CLOSE-DATE   TO TA-H-CLOSE-DATE.
           MOVE WS-SVC-CTR         TO TA-H-CAPTAINS.
           WRITE TA-RECORD.

      * EACH SERVICE RECORD WHOLE, IN NAME ORDER.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
             UNTIL WS-SVC-IDX > WS-SVC-CTR
              MOVE SPACES TO TA-RECORD
              SET TA-IS-SERVICE TO TRUE
              MOVE WS-SVC-ENTRY (WS-SVC-IDX) TO TA-S-RECORD
              WRITE TA-RECORD
           END-PERFORM.

      * THE FINAL STANDINGS OF THE TERM.
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
             UNTIL WS-RNK-IDX > WS-SVC-CTR
              MOVE WS-RNK-ORDER (WS-RNK-IDX) TO WS-SVC-IDX
              MOVE SPACES TO TA-RECORD
              SET TA-IS-STANDING TO TRUE
              MOVE WS-RNK-IDX TO TA-R-PLACE
              MOVE WS-SV-NAME (WS-SVC-IDX) TO TA-R-NAME
              MOVE WS-SV-TERM-MISSIONS (WS-SVC-IDX)
                TO TA-R-MISSIONS
              MOVE WS-SV-TERM-HOSTILES (WS-SVC-IDX)
                TO TA-R-HOSTILES
              MOVE WS-SV-TERM-EFF-BEST (WS-SVC-IDX)
                TO TA-R-EFF-BEST
              MOVE WS-SV-EARNED-RANK (WS-SVC-IDX)
                TO TA-R-EARNED-RANK
              WRITE TA-RECORD
           END-PERFORM.

           CLOSE TERM-ARCHIVE-FILE.

           MOVE WS-SVC-CTR TO WS-CC-CAPTAINS.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-LOAD-SERVICE-TABLE SECTION.

           MOVE ZEROES TO WS-SVC-CTR
                          WS-SVC-ON-FILE.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 2100-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-SERVICE-MASTER, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 2100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SVC-ON-FILE
                    IF WS-SVC-CTR < WS-SVC-MAX
                       ADD 1 TO WS-SVC-CTR
                       MOVE SVC-RECORD TO WS-SVC-ENTRY (WS-SVC-CTR)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

      * THE ARCHIVE MUST HOLD EVERY CAPTAIN WHOSE TERM FIGURES ARE
      * ABOUT TO BE RESET.
           IF WS-SVC-ON-FILE > WS-SVC-CTR
              DISPLAY 'The service master holds ' WS-SVC-ON-FILE
                      ' captains - more than the ' WS-SVC-MAX
                      ' the term archive can take.' UPON SYSERR
              MOVE 12 TO RETURN-CODE
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2200-RANK-BY-TERM-EFFICIENCY SECTION.

           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
             UNTIL WS-RNK-IDX > WS-SVC-CTR
              MOVE WS-RNK-IDX TO WS-RNK-ORDER (WS-RNK-IDX)
           END-PERFORM.

      * A STRAIGHT EXCHANGE SORT, AS ON THE STANDINGS BOARD - EQUAL
      * EFFICIENCIES STAY IN NAME ORDER.
           PERFORM VARYING WS-RNK-IDX FROM 1 BY 1
             UNTIL WS-RNK-IDX >= WS-SVC-CTR

              PERFORM VARYING WS-RNK-JDX FROM 1 BY 1
                UNTIL WS-RNK-JDX >= WS-SVC-CTR

                 IF WS-SV-TERM-EFF-BEST
                       (WS-RNK-ORDER (WS-RNK-JDX)) <
                    WS-SV-TERM-EFF-BEST
                       (WS-RNK-ORDER (WS-RNK-JDX + 1))
                    MOVE WS-RNK-ORDER (WS-RNK-JDX)
                      TO WS-RNK-SWAP
                    MOVE WS-RNK-ORDER (WS-RNK-JDX + 1)
                      TO WS-RNK-ORDER (WS-RNK-JDX)
                    MOVE WS-RNK-SWAP
                      TO WS-RNK-ORDER (WS-RNK-JDX + 1)
                 END-IF

              END-PERFORM

           END-PERFORM.

       2200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-SPLIT-HISTORY SECTION.

           MOVE ZEROES TO WS-SM-CTR
                          WS-SM-OVERFLOW
                          WS-CT-HISTORY-READ
                          WS-CC-HISTORY-CTR
                          WS-CC-MOVED-CTR
                          WS-CC-SUMMARY-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
      * NO HISTORY - THE TERM HISTORY AND WORK FILE ARE LEFT EMPTY.
           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              SET WS-EOF-TRUE TO TRUE
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-MISSION-HISTORY, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 3000-END
           END-IF.

           OPEN OUTPUT TERM-HISTORY-FILE.

           IF WS-TERM-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-TERM-HISTORY-ASSIGN-NAME)
                      ', status ' WS-TERM-HISTORY-FILE-STATUS
                      UPON SYSERR
              CLOSE MISSION-HISTORY-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 3000-END
           END-IF.

      * EVERY MISSION ON THE HISTORY NOW BELONGS TO THE TERM BEING
      * CLOSED - THOSE OF EARLIER TERMS WENT WHEN THEY WERE CLOSED.
      * AN ABANDONED MISSION MOVES WITH THE REST BUT IS NOT SUMMED.
           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CT-HISTORY-READ
                    PERFORM 3050-FIND-SUMMARY
                       THRU 3050-END
                    EVALUATE TRUE
                        WHEN MH-TERM-SUMMARY
                             PERFORM 3100-TAKE-PRIOR-SUMMARY
                                THRU 3100-END
                        WHEN OTHER
                             WRITE TERM-HISTORY-RECORD FROM MH-RECORD
                             ADD 1 TO WS-CC-MOVED-CTR
                             IF NOT MH-ABANDONED
                                PERFORM 3200-TAKE-MISSION
                                   THRU 3200-END
                             END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE
                 TERM-HISTORY-FILE.

           MOVE WS-CT-HISTORY-READ TO WS-CC-HISTORY-CTR.

      * A CAPTAIN LEFT OUT OF THE SUMMARIES WOULD LOSE THEIR CAREER
      * MISSIONS FROM THE HISTORY - NOTHING IS REPLACED.
           IF WS-SM-OVERFLOW > ZEROES
              DISPLAY 'The mission history holds more than '
                      WS-SM-MAX ' captains - the term cannot be '
                      'summarized.' UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 3000-END
           END-IF.

           PERFORM 3300-WRITE-SUMMARIES
              THRU 3300-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3050-FIND-SUMMARY SECTION.

           MOVE ZEROES TO WS-SM-FOUND-IDX.

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
             UNTIL WS-SM-IDX > WS-SM-CTR
                OR WS-SM-FOUND-IDX > ZEROES
              IF WS-SM-NAME (WS-SM-IDX) = MH-NAME
                 MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-SM-FOUND-IDX > ZEROES
              GO TO 3050-END
           END-IF.

           IF WS-SM-CTR >= WS-SM-MAX
              ADD 1 TO WS-SM-OVERFLOW
              GO TO 3050-END
           END-IF.

           ADD 1 TO WS-SM-CTR.
           MOVE WS-SM-CTR TO WS-SM-FOUND-IDX.
           MOVE MH-NAME   TO WS-SM-NAME (WS-SM-CTR).
           MOVE ZEROES    TO WS-SM-RUN-DATE (WS-SM-CTR).
           MOVE SPACES    TO WS-SM-TERM-ID (WS-SM-CTR).
           MOVE 'N'       TO WS-SM-PRIOR-SW (WS-SM-CTR).
           MOVE ZEROES    TO WS-SM-CONCLUDED (WS-SM-CTR)
                             WS-SM-MISSIONS (WS-SM-CTR)
                             WS-SM-GRADES (WS-SM-CTR)
                             WS-SM-STARDATES (WS-SM-CTR)
                             WS-SM-HOSTILES (WS-SM-CTR)
                             WS-SM-ENERGY (WS-SM-CTR)
                             WS-SM-TORPS (WS-SM-CTR)
                             WS-SM-EFF-BEST (WS-SM-CTR).

       3050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-TAKE-PRIOR-SUMMARY SECTION.

      * THE SUMMARY LEFT BY THE LAST CLOSE-OUT IS THE STARTING POINT.
           IF WS-SM-FOUND-IDX = ZEROES
              GO TO 3100-END
           END-IF.

           MOVE WS-SM-FOUND-IDX TO WS-SM-IDX.
           SET WS-SM-HAS-PRIOR (WS-SM-IDX) TO TRUE.
           MOVE MH-PARM-SET-ID TO WS-SM-TERM-ID (WS-SM-IDX).

           IF MH-RUN-DATE > WS-SM-RUN-DATE (WS-SM-IDX)
              MOVE MH-RUN-DATE TO WS-SM-RUN-DATE (WS-SM-IDX)
           END-IF.

           IF MH-EFFICIENCY > WS-SM-EFF-BEST (WS-SM-IDX)
              MOVE MH-EFFICIENCY TO WS-SM-EFF-BEST (WS-SM-IDX)
           END-IF.

           ADD MH-SUM-MISSIONS TO WS-SM-MISSIONS (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 99999 TO WS-SM-MISSIONS (WS-SM-IDX)
           END-ADD.
           ADD MH-SUM-GRADES TO WS-SM-GRADES (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 99999 TO WS-SM-GRADES (WS-SM-IDX)
           END-ADD.

           PERFORM 3150-ADD-FIGURES
              THRU 3150-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3150-ADD-FIGURES SECTION.

      * THE SUMS STOP AT THE TOP OF THEIR FIELDS RATHER THAN WRAP.
           ADD MH-STARDATES-USED TO WS-SM-STARDATES (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 99999.9 TO WS-SM-STARDATES (WS-SM-IDX)
           END-ADD.
           ADD MH-HOSTILES-DESTROYED TO WS-SM-HOSTILES (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 999999999 TO WS-SM-HOSTILES (WS-SM-IDX)
           END-ADD.
           ADD MH-ENERGY-EXPENDED TO WS-SM-ENERGY (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 999999999 TO WS-SM-ENERGY (WS-SM-IDX)
           END-ADD.
           ADD MH-TORPS-EXPENDED TO WS-SM-TORPS (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 9999 TO WS-SM-TORPS (WS-SM-IDX)
           END-ADD.

       3150-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-TAKE-MISSION SECTION.

           IF WS-SM-FOUND-IDX = ZEROES
              GO TO 3200-END
           END-IF.

           MOVE WS-SM-FOUND-IDX TO WS-SM-IDX.
           ADD 1 TO WS-SM-CONCLUDED (WS-SM-IDX).

           IF MH-RUN-DATE > WS-SM-RUN-DATE (WS-SM-IDX)
              MOVE MH-RUN-DATE TO WS-SM-RUN-DATE (WS-SM-IDX)
           END-IF.

           IF MH-EFFICIENCY > WS-SM-EFF-BEST (WS-SM-IDX)
              MOVE MH-EFFICIENCY TO WS-SM-EFF-BEST (WS-SM-IDX)
           END-IF.

      * THE SAME GRADES 9050 IN THE BRIDGE AWARDS AT MISSION END.
           EVALUATE TRUE
               WHEN MH-VICTORIOUS
                    MOVE 2 TO WS-CT-GRADE-CREDIT
               WHEN MH-EFFICIENCY >= 20
                    MOVE 1 TO WS-CT-GRADE-CREDIT
               WHEN OTHER
                    MOVE 0 TO WS-CT-GRADE-CREDIT
           END-EVALUATE.

           ADD 1 TO WS-SM-MISSIONS (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 99999 TO WS-SM-MISSIONS (WS-SM-IDX)
           END-ADD.
           ADD WS-CT-GRADE-CREDIT TO WS-SM-GRADES (WS-SM-IDX)
              ON SIZE ERROR
                 MOVE 99999 TO WS-SM-GRADES (WS-SM-IDX)
           END-ADD.

           PERFORM 3150-ADD-FIGURES
              THRU 3150-END.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3300-WRITE-SUMMARIES SECTION.

           OPEN OUTPUT TERM-WORK-FILE.

           IF WS-WORK-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-WORK, status '
                      WS-WORK-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 3300-END
           END-IF.

      * A CAPTAIN WITH NO MISSION CONCLUDED IN THE TERM KEEPS THE
      * SUMMARY AS IT WAS; ONE WITH NOTHING BUT ABANDONED MISSIONS AND
      * NO SUMMARY BEFORE HAS NOTHING TO LEAVE BEHIND.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
             UNTIL WS-SM-IDX > WS-SM-CTR
              IF WS-SM-CONCLUDED (WS-SM-IDX) > ZEROES
                 MOVE WS-TERM-ID TO WS-SM-TERM-ID (WS-SM-IDX)
              END-IF
              IF WS-SM-CONCLUDED (WS-SM-IDX) > ZEROES
                 OR WS-SM-HAS-PRIOR (WS-SM-IDX)
                 MOVE SPACES TO TW-RECORD
                 MOVE WS-SM-RUN-DATE (WS-SM-IDX)  TO TW-RUN-DATE
                 MOVE WS-SM-NAME (WS-SM-IDX)      TO TW-NAME
                 MOVE ZEROES                      TO TW-DIFFICULTY
                 MOVE 'S'                         TO TW-RESULT
                 MOVE WS-SM-STARDATES (WS-SM-IDX) TO TW-STARDATES-USED
                 MOVE WS-SM-HOSTILES (WS-SM-IDX)
                   TO TW-HOSTILES-DESTROYED
                 MOVE WS-SM-ENERGY (WS-SM-IDX)
                   TO TW-ENERGY-EXPENDED
                 MOVE WS-SM-TORPS (WS-SM-IDX)     TO TW-TORPS-EXPENDED
                 MOVE WS-SM-EFF-BEST (WS-SM-IDX)  TO TW-EFFICIENCY
                 MOVE WS-SM-MISSIONS (WS-SM-IDX)  TO TW-SUM-MISSIONS
                 MOVE WS-SM-GRADES (WS-SM-IDX)    TO TW-SUM-GRADES
                 MOVE WS-SM-TERM-ID (WS-SM-IDX)   TO TW-PARM-SET-ID
                 MOVE ZEROES                      TO TW-SEED
                                                     TW-FINAL-STARDATE
                 WRITE TW-RECORD
                 ADD 1 TO WS-CC-SUMMARY-CTR
              END-IF
           END-PERFORM.

           CLOSE TERM-WORK-FILE.

       3300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-COUNT-HISTORY SECTION.

           MOVE ZEROES TO WS-CT-HISTORY-NOW.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 4000-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-MISSION-HISTORY, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 4000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CT-HISTORY-NOW
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-REPLACE-HISTORY SECTION.

           MOVE ZEROES TO WS-CT-COPIED.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TERM-WORK-FILE.

      * THE WORK FILE IS THE ONLY COPY OF THE SUMMARIES ONCE THE
      * REPLACEMENT HAS BEGUN - WITHOUT IT NOTHING CAN GO ON.
           IF WS-WORK-STATUS-1 = 0 AND WS-WORK-STATUS-2 = 5
              CLOSE TERM-WORK-FILE
              DISPLAY 'STARTREK-TERM-WORK is missing - the mission '
                      'history cannot be replaced.' UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 4100-END
           END-IF.

           IF WS-WORK-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TERM-WORK, status '
                      WS-WORK-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 4100-END
           END-IF.

           OPEN OUTPUT MISSION-HISTORY-FILE.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-MISSION-HISTORY, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              CLOSE TERM-WORK-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 4100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ TERM-WORK-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    WRITE MH-RECORD FROM TW-RECORD
                    ADD 1 TO WS-CT-COPIED
              END-READ
           END-PERFORM.

           CLOSE TERM-WORK-FILE
                 MISSION-HISTORY-FILE.

           IF WS-CT-COPIED NOT = WS-CC-SUMMARY-CTR
              DISPLAY 'STARTREK-TERM-WORK holds ' WS-CT-COPIED
                      ' summaries, not ' WS-CC-SUMMARY-CTR '.'
                      UPON SYSERR
              MOVE 12 TO RETURN-CODE
           END-IF.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-RESET-TERM-FIGURES SECTION.

           MOVE ZEROES TO WS-SVC-RESET.
           SET WS-EOF-FALSE TO TRUE.

           OPEN I-O SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS CREATED
      * EMPTY BY THE OPEN - THERE IS NOTHING TO RESET.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 5000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-SERVICE-MASTER, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 5000-END
           END-IF.

      * THE CAREER FIGURES ARE NEVER TOUCHED.
           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE ZEROES TO SVC-TERM-MISSIONS
                                   SVC-TERM-HOSTILES
                                   SVC-TERM-EFF-LAST
                                   SVC-TERM-EFF-BEST
                    REWRITE SVC-RECORD
                       INVALID KEY
                          DISPLAY 'Service record rewrite failed, '
                                  'status ' WS-SERVICE-FILE-STATUS
                                  UPON SYSERR
                          MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                          ADD 1 TO WS-SVC-RESET
                    END-REWRITE
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE TERM-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-SAVE-REGISTER SECTION.

      * THE WHOLE REGISTER IS WRITTEN BACK WITH THE CARD OF THE TERM
      * BEING CLOSED IN ITS PLACE.
           MOVE WS-CUR-CARD TO WS-RG-CARD (WS-RG-CUR-IDX).

           OPEN OUTPUT TERM-REGISTER-FILE.

           IF WS-REGISTER-STATUS-1 NOT = 0
              DISPLAY 'Error writing STARTREK-TERM-REGISTER, status '
                      WS-REGISTER-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 7000-END
           END-IF.

           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
             UNTIL WS-RG-IDX > WS-RG-CTR
              MOVE WS-RG-CARD (WS-RG-IDX) TO TRG-RECORD
              WRITE TRG-RECORD
           END-PERFORM.

           CLOSE TERM-REGISTER-FILE.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8500-WRITE-AUDIT SECTION.

      * THE CLOSE-OUT GOES ON THE BRIDGE'S OWN AUDIT LOG IN ITS
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

      * A CLOSE-OUT THAT STOPPED PART WAY THROUGH THE RESET LEAVES THE
      * MASTER UNLIKE ITS SEAL BY ITS OWN HAND; THE MASTER WAS HELD TO
      * THE SEAL WHEN THE RESET BEGAN.
           IF WS-RESET-RESUMED
              GO TO 8600-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
             TO WS-SEAL-BREAK-STAMP.
           MOVE 'TERMCLOS' TO WS-SEAL-BREAK-BY.
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
           MOVE 'TERMCLOS'           TO SSL-SEALED-BY.

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
        END PROGRAM TERMCLOS.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM TERMCLOS                    *
      * ************************************************************** *

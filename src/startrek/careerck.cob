      * ************************************************************** *
      *                    START OF PROGRAM CAREERCK                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAREERCK.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * CAREERCK IS THE NIGHTLY RECONCILIATION OF THE CAREER FILES.    *
      *  HEALTHCK BALANCES EACH CHECKPOINT AGAINST ITS TRAILER; THIS   *
      *  PROGRAM BALANCES THE CAREER FILES AGAINST EACH OTHER.  EVERY  *
      *  FILE IS READ ONLY:                                            *
      *   - SVC-MISSIONS MUST EQUAL THE CAPTAIN'S CONCLUDED MISSIONS   *
      *     ON STARTREK-MISSION-HISTORY (AN ABANDONED MISSION IS NOT   *
      *     CREDITED UNTIL IT CONCLUDES, SO RESULT Q IS NOT COUNTED)   *
      *   - SVC-HOSTILES MUST EQUAL THE SUM OF MH-HOSTILES-DESTROYED   *
      *     OVER THOSE SAME MISSIONS                                   *
      *   - SVC-TERM-MISSIONS AND SVC-TERM-HOSTILES MUST AGREE THE     *
      *     SAME WAY WITH THE MISSIONS OF THE TERM NOW RUNNING - THE   *
      *     HISTORY NOT YET FOLDED INTO A TERM SUMMARY (RESULT S)      *
      *   - CONCLUDED HISTORY MUST BELONG TO A SERVICE RECORD, OR TO   *
      *     ONE RETIRED TO THE ARCHIVE                                 *
      *   - SVC-EARNED-RANK MUST LIE BETWEEN THE LEAST AND THE MOST    *
      *     THE HISTORY COULD HAVE EARNED                              *
      *   - EVERY ROSTER SLOT'S CAPTAIN MUST HAVE A SERVICE RECORD     *
      *   - NO SLOT LOCK MAY NAME A CAPTAIN WHO IS NOT ON THE ROSTER   *
      *  HISTORY FILED UNDER A NAME SVCMAINT HAS SINCE MERGED OR       *
      *  RENAMED IS CREDITED TO THE SURVIVING NAME, FROM THE           *
      *  SVCMAINT-AUDIT-LOG.  EACH BREAK IS LISTED ON                  *
      *  STARTREK-RECONCILE-REPORT WITH THE CORRECTION TO MAKE.        *
      *                                                                *
      * RANK BOUNDS - EACH CONCLUDED MISSION EARNS TWO GRADES FOR A    *
      *  VICTORY, ELSE ONE FOR AN EFFICIENCY OF 20 OR BETTER, CAPPED   *
      *  AT 17; A CLOSED BOARD OF INQUIRY RANK REDUCTION TAKES ITS     *
      *  GRADES BACK.  THE LEAST IS THE GRADES EARNED LESS THE GRADES  *
      *  REDUCED.  A CAPTAIN NAMES ANY STARTING RANK AT A FIRST        *
      *  SIGN-ON, SO THE MOST IS ONLY KNOWN FOR AN ENROLLED CADET      *
      *  (STARTING RANK ON STARTREK-ENROLLMENT) WHOSE RECORD HAS NOT   *
      *  ABSORBED ANOTHER BY A MERGE.                                  *
      *                                                                *
      * RETURN CODE 0 - THE CAREER FILES AGREE                         *
      *             4 - WARNINGS ONLY (A FIRST MISSION STILL IN        *
      *                 FLIGHT, A SERVICE MASTER TOO LARGE TO CHECK    *
      *                 IN FULL)                                       *
      *             8 - ONE OR MORE BREAKS                             *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB MISSION HISTORY LAYOUT EXTENDED WITH THE REPLAY   *
      *              SCRIPT, FIXED SEED AND FINAL STARDATE.            *
      * 20261015 RJB A TERM SUMMARY LEFT ON THE MISSION HISTORY BY     *
      *              TERMCLOS CREDITS ITS MISSIONS AND GRADES; THE     *
      *              TERM-TO-DATE FIGURES ARE BALANCED AGAINST THE     *
      *              HISTORY OF THE TERM NOW RUNNING.                  *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB RECONCILIATION REPORT NAME TAKEN FROM THE SHOP    *
      *              CONFIGURATION FILE.                               *
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

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO 'STARTREK-MISSION-HISTORY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

       SELECT OPTIONAL MAINT-AUDIT-FILE
       ASSIGN TO 'SVCMAINT-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-MAINT-AUDIT-FILE-STATUS.

       SELECT OPTIONAL ENROLLMENT-FILE
       ASSIGN TO 'STARTREK-ENROLLMENT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ENROLLMENT-FILE-STATUS.

       SELECT OPTIONAL INQUIRY-FILE
       ASSIGN TO 'STARTREK-INQUIRY-CASES'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IC-CASE-NO
       STATUS WS-INQUIRY-FILE-STATUS.

       SELECT OPTIONAL ROSTER-FILE
       ASSIGN TO WS-SC-ROSTER-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

       SELECT OPTIONAL SLOT-LOCK-FILE
       ASSIGN TO WS-LOCK-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LOCK-FILE-STATUS.

       SELECT OPTIONAL RECONCILE-REPORT-FILE
       ASSIGN TO WS-SC-RECONCILE-REPORT
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
             03 SVC-EARNED-RANK-X REDEFINES SVC-EARNED-RANK
                                       PIC X(02).
             03 SVC-KM-GRADE           PIC X(01).
      * TERM-TO-DATE FIGURES - THE SAME COUNTS FOR THE TRAINING TERM
      * NOW RUNNING, SET BACK TO ZERO WHEN THE TERM IS CLOSED OUT.
      * THE CAREER FIGURES ABOVE ARE NEVER RESET.
             03 SVC-TERM-MISSIONS      PIC 9(05).
             03 SVC-TERM-HOSTILES      PIC 9(09).
             03 SVC-TERM-EFF-LAST      PIC 9(04)V9(02).
             03 SVC-TERM-EFF-BEST      PIC 9(04)V9(02).

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

      * THE SVCMAINT TRAIL - 'CCYY-MM-DD HH:MM:SS | EVENT | ...' WITH
      * THE EVENT FIELDS SEPARATED BY ' | '.
       FD MAINT-AUDIT-FILE.
          01 MAINT-AUDIT-RECORD        PIC X(132).

      * ENROLLMENT-FILE - MUST MATCH THE LAYOUT ENROLL WRITES.
       FD ENROLLMENT-FILE.
          01 ENR-RECORD.
             03 ENR-NAME               PIC X(30).
             03 ENR-CLASS-ID           PIC X(08).
             03 ENR-START-RANK         PIC 9(02).
             03 ENR-HOME-CONSOLE       PIC X(08).
             03 ENR-ENROLL-DATE        PIC X(08).

      * INQUIRY-FILE - MUST MATCH THE LAYOUT STARTREK WRITES.  ONLY
      * THE CLOSING DISPOSITION IS READ HERE.
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

       FD ROSTER-FILE.
          01 ROSTER-RECORD.
             03 RST-SLOT               PIC 9(01).
             03 RST-NAME               PIC X(30).
             03 RST-RANK               PIC X(25).
             03 RST-DIFFICULTY         PIC 9(02).
             03 RST-STAMP              PIC X(14).

      * SLOT-LOCK-FILE CARRIES THE SESSION IDENTITY HOLDING A SLOT -
      * AN EMPTY OR ABSENT FILE MEANS THE SLOT IS FREE.
       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
             03 LK-NAME                PIC X(30).
             03 LK-STAMP               PIC X(14).

       FD RECONCILE-REPORT-FILE.
          01 RECONCILE-REPORT-RECORD   PIC X(80).

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
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-HISTORY-FILE-STATUS.
             05 WS-HISTORY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-HISTORY-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-MAINT-AUDIT-FILE-STATUS.
             05 WS-MAINT-AUDIT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-MAINT-AUDIT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-ENROLLMENT-FILE-STATUS.
             05 WS-ENROLLMENT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-INQUIRY-FILE-STATUS.
             05 WS-INQUIRY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-INQUIRY-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-ROSTER-FILE-STATUS.
             05 WS-ROSTER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-ROSTER-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-LOCK-FILE-STATUS.
             05 WS-LOCK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-LOCK-STATUS-2    PIC  9(01)  VALUE ZEROES.
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

       01 WS-LOCK-ASSIGN-NAME       PIC  X(256) VALUE
          'STARTREK-LOCK-1'.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.

      * ONE ENTRY PER CAPTAIN ON THE SERVICE MASTER, WITH WHAT THE
      * OTHER CAREER FILES SAY THE RECORD SHOULD HOLD.  A MASTER
      * LARGER THAN THE TABLE IS COUNTED AND THE EXCESS IS NOTED AS
      * NOT CHECKED.
       01 WS-CAPTAIN-AREA.
          03 WS-CP-MAX              PIC  9(03)  VALUE 999.
          03 WS-CP-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-CP-FOUND-IDX        PIC  9(03)  VALUE ZEROES.
          03 WS-CP-ON-FILE          PIC  9(05)  VALUE ZEROES.
          03 WS-CP-TABLE.
             05 WS-CP-ENTRY         OCCURS 999 TIMES.
                07 WS-CP-NAME       PIC  X(30).
                07 WS-CP-SVC-MISSIONS
                                    PIC  9(05).
                07 WS-CP-SVC-HOSTILES
                                    PIC  9(09).
                07 WS-CP-SVC-RANK-X PIC  X(02).
                07 WS-CP-MH-MISSIONS
                                    PIC  9(05).
                07 WS-CP-MH-HOSTILES
                                    PIC  9(11).
                07 WS-CP-GRADES-EARNED
                                    PIC  9(05).
                07 WS-CP-GRADES-REDUCED
                                    PIC  9(03).
                07 WS-CP-ENROLLED-SW
                                    PIC  X(01).
                   88 WS-CP-ENROLLED            VALUE 'Y'.
                07 WS-CP-START-RANK PIC  9(02).
                07 WS-CP-MERGED-SW  PIC  X(01).
                   88 WS-CP-MERGED              VALUE 'Y'.
                07 WS-CP-SVC-TERM-MISSIONS
                                    PIC  9(05).
                07 WS-CP-SVC-TERM-HOSTILES
                                    PIC  9(09).
                07 WS-CP-TM-MISSIONS
                                    PIC  9(05).
                07 WS-CP-TM-HOSTILES
                                    PIC  9(11).

      * CONCLUDED HISTORY THAT NO SERVICE RECORD CLAIMS, BY THE NAME
      * IT RESOLVES TO.
       01 WS-ORPHAN-AREA.
          03 WS-OH-MAX              PIC  9(03)  VALUE 999.
          03 WS-OH-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-OH-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-OH-FOUND-IDX        PIC  9(03)  VALUE ZEROES.
          03 WS-OH-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-OH-TABLE.
             05 WS-OH-ENTRY         OCCURS 999 TIMES.
                07 WS-OH-NAME       PIC  X(30).
                07 WS-OH-MISSIONS   PIC  9(05).
                07 WS-OH-HOSTILES   PIC  9(11).

      * NAMES SVCMAINT HAS MERGED AWAY OR RENAMED, WITH THE DAY IT
      * HAPPENED - HISTORY FILED UNDER THE OLD NAME ON OR BEFORE THAT
      * DAY FOLLOWS THE RECORD TO ITS NEW NAME.  RETIRED NAMES ARE
      * KEPT SO THEIR HISTORY IS NOT REPORTED AS UNCLAIMED.
       01 WS-ALIAS-AREA.
          03 WS-AL-MAX              PIC  9(03)  VALUE 500.
          03 WS-AL-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-AL-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-AL-FOUND-IDX        PIC  9(03)  VALUE ZEROES.
          03 WS-AL-TABLE.
             05 WS-AL-ENTRY         OCCURS 500 TIMES.
                07 WS-AL-FROM       PIC  X(30).
                07 WS-AL-TO         PIC  X(30).
                07 WS-AL-DATE       PIC  X(08).
                07 WS-AL-KIND       PIC  X(01).
                   88 WS-AL-IS-MERGE            VALUE 'M'.
                   88 WS-AL-IS-RENAME           VALUE 'R'.
          03 WS-RT-MAX              PIC  9(03)  VALUE 500.
          03 WS-RT-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-RT-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-RT-TABLE.
             05 WS-RT-NAME          PIC  X(30)  OCCURS 500 TIMES.
          03 WS-RT-FOUND-SW         PIC  X(01)  VALUE 'N'.
             88 WS-RT-FOUND                     VALUE 'Y'.
          03 WS-AL-OVERFLOW         PIC  9(05)  VALUE ZEROES.

      * THE SVCMAINT TRAIL LINE TAKEN APART.
       01 WS-MAINT-LINE-AREA.
          03 WS-MA-STAMP            PIC  X(19)  VALUE SPACES.
          03 WS-MA-EVENT            PIC  X(10)  VALUE SPACES.
          03 WS-MA-NAME-1           PIC  X(30)  VALUE SPACES.
          03 WS-MA-WORD             PIC  X(40)  VALUE SPACES.
          03 WS-MA-NAME-2           PIC  X(30)  VALUE SPACES.

      * NAME RESOLUTION - A NAME AND THE DAY IT WAS WRITTEN IN, THE
      * NAME IT IS KNOWN BY NOW OUT.
       01 WS-RESOLVE-AREA.
          03 WS-RV-NAME             PIC  X(30)  VALUE SPACES.
          03 WS-RV-DATE             PIC  X(08)  VALUE SPACES.
          03 WS-RV-HOPS             PIC  9(02)  VALUE ZEROES.

      * THE ROSTER AS LOADED, FOR THE LOCK CHECK.
       01 WS-ROSTER-AREA.
          03 WS-RST-IDX             PIC  9(02)  VALUE ZEROES.
          03 WS-RST-SCAN-IDX        PIC  9(02)  VALUE ZEROES.
          03 WS-RST-TABLE.
             05 WS-RS-NAME          PIC  X(30)  OCCURS 9 TIMES.
          03 WS-RST-ON-ROSTER-SW    PIC  X(01)  VALUE 'N'.
             88 WS-RST-ON-ROSTER                VALUE 'Y'.

       01 WS-CHECK-WORK-AREA.
          03 WS-CK-RANK             PIC  9(02)  VALUE ZEROES.
          03 WS-CK-LEAST-RANK       PIC  9(02)  VALUE ZEROES.
          03 WS-CK-MOST-RANK        PIC  9(02)  VALUE ZEROES.
          03 WS-CK-GRADES           PIC S9(05)  VALUE ZEROES.
          03 WS-CK-MISSION-CREDIT   PIC  9(05)  VALUE ZEROES.
          03 WS-CK-GRADE-CREDIT     PIC  9(05)  VALUE ZEROES.
          03 WS-CK-NUMBER-EDIT      PIC  Z(10)9.
          03 WS-CK-NUMBER-EDIT-2    PIC  Z(10)9.

      * ONE EXCEPTION, FILLED BY THE CHECK THAT FOUND IT AND PRINTED
      * AS A FINDING LINE AND A SUGGESTED CORRECTION LINE.
       01 WS-EXCEPTION-AREA.
          03 WS-EX-SEVERITY         PIC  X(01)  VALUE SPACES.
             88 WS-EX-IS-BREAK                  VALUE 'B'.
             88 WS-EX-IS-WARNING                VALUE 'W'.
          03 WS-EX-CHECK            PIC  X(08)  VALUE SPACES.
          03 WS-EX-NAME             PIC  X(30)  VALUE SPACES.
          03 WS-EX-DETAIL           PIC  X(30)  VALUE SPACES.
          03 WS-EX-SUGGEST          PIC  X(70)  VALUE SPACES.

       01 WS-TOTALS-AREA.
          03 WS-TT-HISTORY-READ     PIC  9(07)  VALUE ZEROES.
          03 WS-TT-CONCLUDED        PIC  9(07)  VALUE ZEROES.
          03 WS-TT-ABANDONED        PIC  9(07)  VALUE ZEROES.
          03 WS-TT-SUMMARIES        PIC  9(07)  VALUE ZEROES.
          03 WS-TT-RESOLVED         PIC  9(07)  VALUE ZEROES.
          03 WS-TT-RETIRED          PIC  9(07)  VALUE ZEROES.
          03 WS-TT-ENROLLED         PIC  9(05)  VALUE ZEROES.
          03 WS-TT-REDUCTIONS       PIC  9(05)  VALUE ZEROES.
          03 WS-TT-ROSTER           PIC  9(02)  VALUE ZEROES.
          03 WS-TT-LOCKS-HELD       PIC  9(02)  VALUE ZEROES.
          03 WS-TT-BREAKS           PIC  9(05)  VALUE ZEROES.
          03 WS-TT-WARNINGS         PIC  9(05)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-TL-LABEL-1          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-1          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-LABEL-2          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-2          PIC  9(09)  VALUE ZEROES.

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

           OPEN OUTPUT RECONCILE-REPORT-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-SC-RECONCILE-REPORT)
                      ', status ' WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'NIGHTLY CAREER RECONCILIATION - '
                                              DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * THE TABLES FIRST - THE MASTER, THEN WHAT SVCMAINT HAS DONE TO
      * IT, THEN THE STARTING RANKS AND RANK REDUCTIONS.
           PERFORM 1000-LOAD-SERVICE-MASTER
              THRU 1000-END.

           PERFORM 1100-LOAD-MAINT-TRAIL
              THRU 1100-END.

           PERFORM 1200-LOAD-ENROLLMENT
              THRU 1200-END.

           PERFORM 1300-SWEEP-HISTORY
              THRU 1300-END.

           PERFORM 1400-SWEEP-INQUIRIES
              THRU 1400-END.

           IF WS-FILE-ERROR
              MOVE 'RECONCILIATION ABANDONED - A CAREER FILE COULD NOT '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE 'BE READ (SEE THE CONSOLE LOG)'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              CLOSE RECONCILE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
              PERFORM 2000-CHECK-ONE-CAPTAIN
                 THRU 2000-END
           END-PERFORM.

           PERFORM 2500-CHECK-UNCLAIMED-HISTORY
              THRU 2500-END.

           PERFORM 3000-CHECK-ROSTER
              THRU 3000-END.

           PERFORM 3500-CHECK-LOCKS
              THRU 3500-END.

           IF WS-FILE-ERROR
              CLOSE RECONCILE-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 5000-WRITE-SUMMARY
              THRU 5000-END.

           CLOSE RECONCILE-REPORT-FILE.

           DISPLAY 'Career reconciliation written to '
                   FUNCTION TRIM (WS-SC-RECONCILE-REPORT) '.'.

           EVALUATE TRUE
               WHEN WS-TT-BREAKS > ZEROES
                    MOVE 8 TO RETURN-CODE
               WHEN WS-TT-WARNINGS > ZEROES
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
       1000-LOAD-SERVICE-MASTER SECTION.

           MOVE ZEROES TO WS-CP-CTR
                          WS-CP-ON-FILE.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 1000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CP-ON-FILE
                    IF WS-CP-CTR < WS-CP-MAX
                       ADD 1 TO WS-CP-CTR
                       INITIALIZE WS-CP-ENTRY (WS-CP-CTR)
                       MOVE SVC-NAME
                         TO WS-CP-NAME (WS-CP-CTR)
                       MOVE SVC-MISSIONS
                         TO WS-CP-SVC-MISSIONS (WS-CP-CTR)
                       MOVE SVC-HOSTILES
                         TO WS-CP-SVC-HOSTILES (WS-CP-CTR)
                       MOVE SVC-EARNED-RANK-X
                         TO WS-CP-SVC-RANK-X (WS-CP-CTR)
                       MOVE SVC-TERM-MISSIONS
                         TO WS-CP-SVC-TERM-MISSIONS (WS-CP-CTR)
                       MOVE SVC-TERM-HOSTILES
                         TO WS-CP-SVC-TERM-HOSTILES (WS-CP-CTR)
                       MOVE 'N' TO WS-CP-ENROLLED-SW (WS-CP-CTR)
                                   WS-CP-MERGED-SW (WS-CP-CTR)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

      * THE CAPTAINS BEYOND THE TABLE CANNOT BE BALANCED TONIGHT.
           IF WS-CP-ON-FILE > WS-CP-CTR
              MOVE 'W'        TO WS-EX-SEVERITY
              MOVE 'MASTER'   TO WS-EX-CHECK
              MOVE SPACES     TO WS-EX-NAME
              COMPUTE WS-CK-NUMBER-EDIT = WS-CP-ON-FILE - WS-CP-CTR
              MOVE SPACES     TO WS-EX-DETAIL
              STRING FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' RECORD(S) NOT CHECKED'  DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              STRING 'NONE - THE MASTER HOLDS MORE CAPTAINS THAN '
                                              DELIMITED BY SIZE
                     'ONE RUN CAN BALANCE'    DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-MAINT-TRAIL SECTION.

           MOVE ZEROES TO WS-AL-CTR
                          WS-RT-CTR
                          WS-AL-OVERFLOW.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MAINT-AUDIT-FILE.

           IF WS-MAINT-AUDIT-STATUS-1 = 0
              AND WS-MAINT-AUDIT-STATUS-2 = 5
              CLOSE MAINT-AUDIT-FILE
              GO TO 1100-END
           END-IF.

           IF WS-MAINT-AUDIT-STATUS-1 NOT = 0
              DISPLAY 'Error opening SVCMAINT-AUDIT-LOG, status '
                      WS-MAINT-AUDIT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ MAINT-AUDIT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    PERFORM 1110-TAKE-MAINT-LINE
                       THRU 1110-END
              END-READ
           END-PERFORM.

           CLOSE MAINT-AUDIT-FILE.

      * A TRAIL TOO LONG FOR THE TABLE LEAVES SOME HISTORY UNDER ITS
      * OLD NAME - THOSE BREAKS ARE THEN FALSE, SO SAY SO.
           IF WS-AL-OVERFLOW > ZEROES
              MOVE 'W'        TO WS-EX-SEVERITY
              MOVE 'MAINT'    TO WS-EX-CHECK
              MOVE SPACES     TO WS-EX-NAME
              MOVE WS-AL-OVERFLOW TO WS-CK-NUMBER-EDIT
              MOVE SPACES     TO WS-EX-DETAIL
              STRING FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' EVENT(S) NOT APPLIED'   DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              STRING 'TREAT HISTORY AND RANK BREAKS FOR MERGED OR '
                                              DELIMITED BY SIZE
                     'RENAMED NAMES WITH CARE' DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1110-TAKE-MAINT-LINE SECTION.

           MOVE SPACES TO WS-MAINT-LINE-AREA.

           UNSTRING MAINT-AUDIT-RECORD DELIMITED BY ' | '
               INTO WS-MA-STAMP
                    WS-MA-EVENT
                    WS-MA-NAME-1
                    WS-MA-WORD
                    WS-MA-NAME-2
           END-UNSTRING.

           EVALUATE WS-MA-EVENT
               WHEN 'MERGE'
               WHEN 'RENAME'
                    IF WS-AL-CTR >= WS-AL-MAX
                       ADD 1 TO WS-AL-OVERFLOW
                       GO TO 1110-END
                    END-IF
                    ADD 1 TO WS-AL-CTR
                    MOVE WS-MA-NAME-1 TO WS-AL-FROM (WS-AL-CTR)
                    MOVE WS-MA-NAME-2 TO WS-AL-TO (WS-AL-CTR)
                    MOVE SPACES TO WS-AL-DATE (WS-AL-CTR)
                    STRING WS-MA-STAMP (1:4) DELIMITED BY SIZE
                           WS-MA-STAMP (6:2) DELIMITED BY SIZE
                           WS-MA-STAMP (9:2) DELIMITED BY SIZE
                      INTO WS-AL-DATE (WS-AL-CTR)
                    IF WS-MA-EVENT = 'MERGE'
                       MOVE 'M' TO WS-AL-KIND (WS-AL-CTR)
                    ELSE
                       MOVE 'R' TO WS-AL-KIND (WS-AL-CTR)
                    END-IF
               WHEN 'RETIRE'
                    IF WS-RT-CTR >= WS-RT-MAX
                       ADD 1 TO WS-AL-OVERFLOW
                       GO TO 1110-END
                    END-IF
                    ADD 1 TO WS-RT-CTR
                    MOVE WS-MA-NAME-1 TO WS-RT-NAME (WS-RT-CTR)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LOAD-ENROLLMENT SECTION.

      * A CADET'S STARTING RANK IS THE ONE ENROLL WROTE TO THE
      * SERVICE RECORD - THE CEILING FOR THAT CAPTAIN'S RANK.
           MOVE ZEROES TO WS-TT-ENROLLED.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT ENROLLMENT-FILE.

           IF WS-ENROLLMENT-STATUS-1 = 0
              AND WS-ENROLLMENT-STATUS-2 = 5
              CLOSE ENROLLMENT-FILE
              GO TO 1200-END
           END-IF.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-ENROLLMENT, status '
                      WS-ENROLLMENT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1200-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ ENROLLMENT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE ENR-NAME        TO WS-RV-NAME
                    MOVE ENR-ENROLL-DATE TO WS-RV-DATE
                    PERFORM 1900-RESOLVE-NAME
                       THRU 1900-END
                    PERFORM 1950-FIND-CAPTAIN
                       THRU 1950-END
                    IF WS-CP-FOUND-IDX > ZEROES
                       AND ENR-START-RANK IS NUMERIC
                       ADD 1 TO WS-TT-ENROLLED
                       MOVE 'Y' TO WS-CP-ENROLLED-SW (WS-CP-FOUND-IDX)
                       MOVE ENR-START-RANK
                         TO WS-CP-START-RANK (WS-CP-FOUND-IDX)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

      * A RECORD THAT HAS ABSORBED ANOTHER BY A MERGE KEEPS THE
      * BETTER OF THE TWO RANKS - ITS CEILING IS NO LONGER KNOWN.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
             UNTIL WS-AL-IDX > WS-AL-CTR
              IF WS-AL-IS-MERGE (WS-AL-IDX)
                 MOVE WS-AL-TO (WS-AL-IDX)   TO WS-RV-NAME
                 MOVE WS-AL-DATE (WS-AL-IDX) TO WS-RV-DATE
                 PERFORM 1900-RESOLVE-NAME
                    THRU 1900-END
                 PERFORM 1950-FIND-CAPTAIN
                    THRU 1950-END
                 IF WS-CP-FOUND-IDX > ZEROES
                    MOVE 'Y' TO WS-CP-MERGED-SW (WS-CP-FOUND-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1300-SWEEP-HISTORY SECTION.

           MOVE ZEROES TO WS-TT-HISTORY-READ
                          WS-TT-CONCLUDED
                          WS-TT-ABANDONED
                          WS-TT-SUMMARIES
                          WS-TT-RESOLVED
                          WS-OH-CTR
                          WS-OH-OVERFLOW.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.

           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 1300-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-MISSION-HISTORY, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1300-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TT-HISTORY-READ
                    EVALUATE TRUE
                        WHEN MH-ABANDONED
                             ADD 1 TO WS-TT-ABANDONED
                        WHEN MH-TERM-SUMMARY
                             ADD 1 TO WS-TT-SUMMARIES
                             ADD MH-SUM-MISSIONS TO WS-TT-CONCLUDED
                             PERFORM 1310-TAKE-MISSION
                                THRU 1310-END
                        WHEN OTHER
                             ADD 1 TO WS-TT-CONCLUDED
                             PERFORM 1310-TAKE-MISSION
                                THRU 1310-END
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

       1300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1310-TAKE-MISSION SECTION.

           MOVE MH-NAME     TO WS-RV-NAME.
           MOVE MH-RUN-DATE TO WS-RV-DATE.
           PERFORM 1900-RESOLVE-NAME
              THRU 1900-END.

           IF WS-RV-NAME NOT = MH-NAME
              ADD 1 TO WS-TT-RESOLVED
           END-IF.

           PERFORM 1950-FIND-CAPTAIN
              THRU 1950-END.

      * THE SAME RULE 9050 IN THE BRIDGE APPLIES AT MISSION END.  A
      * TERM SUMMARY CARRIES THE MISSIONS AND GRADES OF THE CLOSED
      * TERMS ALREADY COUNTED.
           EVALUATE TRUE
               WHEN MH-TERM-SUMMARY
                    MOVE MH-SUM-MISSIONS TO WS-CK-MISSION-CREDIT
                    MOVE MH-SUM-GRADES   TO WS-CK-GRADE-CREDIT
               WHEN MH-VICTORIOUS
                    MOVE 1 TO WS-CK-MISSION-CREDIT
                    MOVE 2 TO WS-CK-GRADE-CREDIT
               WHEN MH-EFFICIENCY >= 20
                    MOVE 1 TO WS-CK-MISSION-CREDIT
                    MOVE 1 TO WS-CK-GRADE-CREDIT
               WHEN OTHER
                    MOVE 1 TO WS-CK-MISSION-CREDIT
                    MOVE 0 TO WS-CK-GRADE-CREDIT
           END-EVALUATE.

           IF WS-CP-FOUND-IDX > ZEROES
              ADD WS-CK-MISSION-CREDIT
                TO WS-CP-MH-MISSIONS (WS-CP-FOUND-IDX)
              ADD MH-HOSTILES-DESTROYED
                TO WS-CP-MH-HOSTILES (WS-CP-FOUND-IDX)
              ADD WS-CK-GRADE-CREDIT
                TO WS-CP-GRADES-EARNED (WS-CP-FOUND-IDX)
      * ONLY THE MISSIONS STILL ON FILE ONE BY ONE BELONG TO THE TERM
      * NOW RUNNING.
              IF NOT MH-TERM-SUMMARY
                 ADD 1 TO WS-CP-TM-MISSIONS (WS-CP-FOUND-IDX)
                 ADD MH-HOSTILES-DESTROYED
                   TO WS-CP-TM-HOSTILES (WS-CP-FOUND-IDX)
              END-IF
              GO TO 1310-END
           END-IF.

           MOVE ZEROES TO WS-OH-FOUND-IDX.
           PERFORM VARYING WS-OH-IDX FROM 1 BY 1
             UNTIL WS-OH-IDX > WS-OH-CTR
                OR WS-OH-FOUND-IDX > ZEROES
              IF WS-OH-NAME (WS-OH-IDX) = WS-RV-NAME
                 MOVE WS-OH-IDX TO WS-OH-FOUND-IDX
              END-IF
           END-PERFORM.

           IF WS-OH-FOUND-IDX = ZEROES
              IF WS-OH-CTR >= WS-OH-MAX
                 ADD 1 TO WS-OH-OVERFLOW
                 GO TO 1310-END
              END-IF
              ADD 1 TO WS-OH-CTR
              MOVE WS-OH-CTR  TO WS-OH-FOUND-IDX
              MOVE WS-RV-NAME TO WS-OH-NAME (WS-OH-CTR)
              MOVE ZEROES     TO WS-OH-MISSIONS (WS-OH-CTR)
                                 WS-OH-HOSTILES (WS-OH-CTR)
           END-IF.

           ADD WS-CK-MISSION-CREDIT TO WS-OH-MISSIONS (WS-OH-FOUND-IDX).
           ADD MH-HOSTILES-DESTROYED
             TO WS-OH-HOSTILES (WS-OH-FOUND-IDX).

       1310-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1400-SWEEP-INQUIRIES SECTION.

      * A CLOSED CASE DISPOSED BY RANK REDUCTION TOOK GRADES OFF THE
      * CAPTAIN'S RECORD THAT NO MISSION HISTORY SHOWS.
           MOVE ZEROES TO WS-TT-REDUCTIONS.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT INQUIRY-FILE.

           IF WS-INQUIRY-STATUS-1 = 0 AND WS-INQUIRY-STATUS-2 = 5
              CLOSE INQUIRY-FILE
              GO TO 1400-END
           END-IF.

           IF WS-INQUIRY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-INQUIRY-CASES, status '
                      WS-INQUIRY-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1400-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ INQUIRY-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF IC-CLOSED AND IC-RANK-REDUCTION
                       AND IC-RANK-BEFORE > IC-RANK-AFTER
                       MOVE IC-NAME              TO WS-RV-NAME
                       MOVE IC-CLOSED-STAMP (1:8) TO WS-RV-DATE
                       PERFORM 1900-RESOLVE-NAME
                          THRU 1900-END
                       PERFORM 1950-FIND-CAPTAIN
                          THRU 1950-END
                       IF WS-CP-FOUND-IDX > ZEROES
                          ADD 1 TO WS-TT-REDUCTIONS
                          COMPUTE WS-CP-GRADES-REDUCED
                                  (WS-CP-FOUND-IDX) =
                                  WS-CP-GRADES-REDUCED
                                  (WS-CP-FOUND-IDX) +
                                  IC-RANK-BEFORE - IC-RANK-AFTER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE INQUIRY-FILE.

       1400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1900-RESOLVE-NAME SECTION.

      * FOLLOW THE NAME THROUGH EVERY MERGE OR RENAME MADE ON OR
      * AFTER THE DAY IT WAS WRITTEN - THE EARLIEST FIRST, SINCE A
      * NAME MERGED AWAY MAY LATER BE TAKEN AGAIN BY A NEW CAPTAIN.
      * THE HOP LIMIT GUARDS AGAINST A TRAIL THAT LOOPS.
           MOVE ZEROES TO WS-RV-HOPS.

       1900-NEXT-HOP.

           MOVE ZEROES TO WS-AL-FOUND-IDX.

           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
             UNTIL WS-AL-IDX > WS-AL-CTR
              IF WS-AL-FROM (WS-AL-IDX) = WS-RV-NAME
                 AND WS-AL-DATE (WS-AL-IDX) >= WS-RV-DATE
                 IF WS-AL-FOUND-IDX = ZEROES
                    MOVE WS-AL-IDX TO WS-AL-FOUND-IDX
                 ELSE
                    IF WS-AL-DATE (WS-AL-IDX) <
                       WS-AL-DATE (WS-AL-FOUND-IDX)
                       MOVE WS-AL-IDX TO WS-AL-FOUND-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-AL-FOUND-IDX = ZEROES
              GO TO 1900-END
           END-IF.

           MOVE WS-AL-TO (WS-AL-FOUND-IDX) TO WS-RV-NAME.
           ADD 1 TO WS-RV-HOPS.

           IF WS-RV-HOPS < 20
              GO TO 1900-NEXT-HOP
           END-IF.

       1900-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1950-FIND-CAPTAIN SECTION.

           MOVE ZEROES TO WS-CP-FOUND-IDX.

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
             UNTIL WS-CP-IDX > WS-CP-CTR
                OR WS-CP-FOUND-IDX > ZEROES
              IF WS-CP-NAME (WS-CP-IDX) = WS-RV-NAME
                 MOVE WS-CP-IDX TO WS-CP-FOUND-IDX
              END-IF
           END-PERFORM.

       1950-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-CHECK-ONE-CAPTAIN SECTION.

           IF WS-CP-SVC-MISSIONS (WS-CP-IDX) NOT =
              WS-CP-MH-MISSIONS (WS-CP-IDX)
              MOVE 'B'        TO WS-EX-SEVERITY
              MOVE 'MISSIONS' TO WS-EX-CHECK
              MOVE WS-CP-NAME (WS-CP-IDX) TO WS-EX-NAME
              MOVE WS-CP-SVC-MISSIONS (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT
              MOVE WS-CP-MH-MISSIONS (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT-2
              MOVE SPACES     TO WS-EX-DETAIL
              STRING 'RECORD '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' HISTORY '              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE SPACES     TO WS-EX-SUGGEST
              STRING 'SET SVC-MISSIONS TO '   DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                     ', THE CONCLUDED MISSIONS ON HISTORY'
                                              DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

           IF WS-CP-SVC-HOSTILES (WS-CP-IDX) NOT =
              WS-CP-MH-HOSTILES (WS-CP-IDX)
              MOVE 'B'        TO WS-EX-SEVERITY
              MOVE 'HOSTILES' TO WS-EX-CHECK
              MOVE WS-CP-NAME (WS-CP-IDX) TO WS-EX-NAME
              MOVE WS-CP-SVC-HOSTILES (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT
              MOVE WS-CP-MH-HOSTILES (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT-2
              MOVE SPACES     TO WS-EX-DETAIL
              STRING 'RECORD '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' HISTORY '              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE SPACES     TO WS-EX-SUGGEST
              STRING 'SET SVC-HOSTILES TO '   DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                     ', THE SUM OF MH-HOSTILES-DESTROYED'
                                              DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

           IF WS-CP-SVC-TERM-MISSIONS (WS-CP-IDX) NOT =
              WS-CP-TM-MISSIONS (WS-CP-IDX)
              MOVE 'B'        TO WS-EX-SEVERITY
              MOVE 'TERM-MSN' TO WS-EX-CHECK
              MOVE WS-CP-NAME (WS-CP-IDX) TO WS-EX-NAME
              MOVE WS-CP-SVC-TERM-MISSIONS (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT
              MOVE WS-CP-TM-MISSIONS (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT-2
              MOVE SPACES     TO WS-EX-DETAIL
              STRING 'RECORD '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' HISTORY '              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE SPACES     TO WS-EX-SUGGEST
              STRING 'SET SVC-TERM-MISSIONS TO '
                                              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                     ', THIS TERM ON HISTORY' DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

           IF WS-CP-SVC-TERM-HOSTILES (WS-CP-IDX) NOT =
              WS-CP-TM-HOSTILES (WS-CP-IDX)
              MOVE 'B'        TO WS-EX-SEVERITY
              MOVE 'TERM-HOS' TO WS-EX-CHECK
              MOVE WS-CP-NAME (WS-CP-IDX) TO WS-EX-NAME
              MOVE WS-CP-SVC-TERM-HOSTILES (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT
              MOVE WS-CP-TM-HOSTILES (WS-CP-IDX)
                TO WS-CK-NUMBER-EDIT-2
              MOVE SPACES     TO WS-EX-DETAIL
              STRING 'RECORD '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' HISTORY '              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE SPACES     TO WS-EX-SUGGEST
              STRING 'SET SVC-TERM-HOSTILES TO '
                                              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                     ', THIS TERM ON HISTORY' DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

           PERFORM 2100-CHECK-RANK
              THRU 2100-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-CHECK-RANK SECTION.

      * THE LEAST RANK THE HISTORY PUTS ON THE RECORD, WHATEVER RANK
      * THE CAPTAIN STARTED AT.
           IF WS-CP-GRADES-EARNED (WS-CP-IDX) > 17
              MOVE 17 TO WS-CK-GRADES
           ELSE
              MOVE WS-CP-GRADES-EARNED (WS-CP-IDX) TO WS-CK-GRADES
           END-IF.
           SUBTRACT WS-CP-GRADES-REDUCED (WS-CP-IDX) FROM WS-CK-GRADES.
           IF WS-CK-GRADES < ZEROES
              MOVE ZEROES TO WS-CK-GRADES
           END-IF.
           MOVE WS-CK-GRADES TO WS-CK-LEAST-RANK.

      * THE MOST - ONLY BELOW THE TOP OF THE LADDER FOR A CADET
      * ENROLLED AT A KNOWN RANK WHOSE RECORD NO MERGE HAS RAISED.
           MOVE 17 TO WS-CK-MOST-RANK.
           IF WS-CP-ENROLLED (WS-CP-IDX)
              AND NOT WS-CP-MERGED (WS-CP-IDX)
              COMPUTE WS-CK-GRADES =
                      WS-CP-START-RANK (WS-CP-IDX) +
                      WS-CP-GRADES-EARNED (WS-CP-IDX)
              IF WS-CK-GRADES < 17
                 MOVE WS-CK-GRADES TO WS-CK-MOST-RANK
              END-IF
           END-IF.

           IF WS-CK-LEAST-RANK > WS-CK-MOST-RANK
              MOVE WS-CK-MOST-RANK TO WS-CK-LEAST-RANK
           END-IF.

           MOVE 'B'        TO WS-EX-SEVERITY.
           MOVE 'RANK'     TO WS-EX-CHECK.
           MOVE WS-CP-NAME (WS-CP-IDX) TO WS-EX-NAME.
           MOVE SPACES     TO WS-EX-DETAIL
                              WS-EX-SUGGEST.

           IF WS-CP-SVC-RANK-X (WS-CP-IDX) IS NOT NUMERIC
              STRING 'EARNED RANK '''         DELIMITED BY SIZE
                     WS-CP-SVC-RANK-X (WS-CP-IDX)
                                              DELIMITED BY SIZE
                     ''' NOT NUMERIC'         DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              STRING 'SET SVC-EARNED-RANK TO ' DELIMITED BY SIZE
                     WS-CK-LEAST-RANK         DELIMITED BY SIZE
                     ', THE LEAST THE HISTORY EARNED'
                                              DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
              GO TO 2100-END
           END-IF.

           MOVE WS-CP-SVC-RANK-X (WS-CP-IDX) TO WS-CK-RANK.

           EVALUATE TRUE
               WHEN WS-CK-RANK > WS-CK-MOST-RANK
                    STRING 'EARNED RANK '     DELIMITED BY SIZE
                           WS-CK-RANK         DELIMITED BY SIZE
                           ' ABOVE MOST '     DELIMITED BY SIZE
                           WS-CK-MOST-RANK    DELIMITED BY SIZE
                      INTO WS-EX-DETAIL
                    IF WS-CK-RANK > 17
                       STRING 'SET SVC-EARNED-RANK TO '
                                              DELIMITED BY SIZE
                              WS-CK-MOST-RANK DELIMITED BY SIZE
                              ' - THE LADDER ENDS AT 17'
                                              DELIMITED BY SIZE
                         INTO WS-EX-SUGGEST
                    ELSE
                       STRING 'SET SVC-EARNED-RANK TO '
                                              DELIMITED BY SIZE
                              WS-CK-MOST-RANK DELIMITED BY SIZE
                              ', THE ENROLLED RANK PLUS '
                                              DELIMITED BY SIZE
                              'GRADES EARNED' DELIMITED BY SIZE
                         INTO WS-EX-SUGGEST
                    END-IF
                    PERFORM 7000-WRITE-EXCEPTION
                       THRU 7000-END
               WHEN WS-CK-RANK < WS-CK-LEAST-RANK
                    STRING 'EARNED RANK '     DELIMITED BY SIZE
                           WS-CK-RANK         DELIMITED BY SIZE
                           ' BELOW LEAST '    DELIMITED BY SIZE
                           WS-CK-LEAST-RANK   DELIMITED BY SIZE
                      INTO WS-EX-DETAIL
                    STRING 'SET SVC-EARNED-RANK TO '
                                              DELIMITED BY SIZE
                           WS-CK-LEAST-RANK   DELIMITED BY SIZE
                           ', GRADES EARNED LESS GRADES REDUCED'
                                              DELIMITED BY SIZE
                      INTO WS-EX-SUGGEST
                    PERFORM 7000-WRITE-EXCEPTION
                       THRU 7000-END
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2500-CHECK-UNCLAIMED-HISTORY SECTION.

      * CONCLUDED MISSIONS UNDER A NAME WITH NO SERVICE RECORD - THE
      * CAREER WAS LOST, OR FILED UNDER A MISTYPED NAME THAT WAS
      * NEVER MERGED.  A NAME RETIRED TO THE ARCHIVE OWNS ITS HISTORY.
           MOVE ZEROES TO WS-TT-RETIRED.

           PERFORM VARYING WS-OH-IDX FROM 1 BY 1
             UNTIL WS-OH-IDX > WS-OH-CTR

              MOVE 'N' TO WS-RT-FOUND-SW
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-CTR
                 IF WS-RT-NAME (WS-RT-IDX) = WS-OH-NAME (WS-OH-IDX)
                    MOVE 'Y' TO WS-RT-FOUND-SW
                 END-IF
              END-PERFORM

              IF WS-RT-FOUND
                 ADD WS-OH-MISSIONS (WS-OH-IDX) TO WS-TT-RETIRED
              ELSE
                 MOVE 'B'        TO WS-EX-SEVERITY
                 MOVE 'HISTORY'  TO WS-EX-CHECK
                 MOVE WS-OH-NAME (WS-OH-IDX) TO WS-EX-NAME
                 MOVE WS-OH-MISSIONS (WS-OH-IDX) TO WS-CK-NUMBER-EDIT
                 MOVE WS-OH-HOSTILES (WS-OH-IDX)
                   TO WS-CK-NUMBER-EDIT-2
                 MOVE SPACES     TO WS-EX-DETAIL
                 STRING FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                        ' MISSION(S), NO RECORD'
                                              DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
                 MOVE SPACES     TO WS-EX-SUGGEST
                 STRING 'MERGE INTO THE RIGHT CAPTAIN WITH SVCMAINT, '
                                              DELIMITED BY SIZE
                        'OR RESTORE - '       DELIMITED BY SIZE
                        FUNCTION TRIM (WS-CK-NUMBER-EDIT-2)
                                              DELIMITED BY SIZE
                        ' HOSTILES'           DELIMITED BY SIZE
                   INTO WS-EX-SUGGEST
                 PERFORM 7000-WRITE-EXCEPTION
                    THRU 7000-END
              END-IF

           END-PERFORM.

           IF WS-OH-OVERFLOW > ZEROES
              MOVE 'W'        TO WS-EX-SEVERITY
              MOVE 'HISTORY'  TO WS-EX-CHECK
              MOVE SPACES     TO WS-EX-NAME
              MOVE WS-OH-OVERFLOW TO WS-CK-NUMBER-EDIT
              MOVE SPACES     TO WS-EX-DETAIL
              STRING FUNCTION TRIM (WS-CK-NUMBER-EDIT)
                                              DELIMITED BY SIZE
                     ' MISSION(S) NOT CHECKED' DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE 'NONE - TOO MANY UNCLAIMED NAMES TO LIST IN ONE RUN'
                TO WS-EX-SUGGEST
              PERFORM 7000-WRITE-EXCEPTION
                 THRU 7000-END
           END-IF.

       2500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-CHECK-ROSTER SECTION.

           MOVE SPACES TO WS-RST-TABLE.
           MOVE ZEROES TO WS-TT-ROSTER.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT ROSTER-FILE.

           IF WS-ROSTER-STATUS-1 = 0 AND WS-ROSTER-STATUS-2 = 5
              CLOSE ROSTER-FILE
              GO TO 3000-END
           END-IF.

           IF WS-ROSTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-SC-ROSTER-FILE)
                      ', status ' WS-ROSTER-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ ROSTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF RST-SLOT >= 1
                       AND RST-SLOT <= WS-SC-ROSTER-SIZE
                       AND RST-NAME NOT = SPACES
                       ADD 1 TO WS-TT-ROSTER
                       MOVE RST-NAME TO WS-RS-NAME (RST-SLOT)
                       PERFORM 3100-CHECK-ROSTER-CAPTAIN
                          THRU 3100-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ROSTER-FILE.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-CHECK-ROSTER-CAPTAIN SECTION.

      * THE ROSTER CARRIES THE NAME AS SIGNED ON - NO RESOLUTION.  A
      * CAPTAIN BEYOND THE TABLE IS LOOKED UP ON THE MASTER ITSELF.
           MOVE RST-NAME TO WS-RV-NAME.
           PERFORM 1950-FIND-CAPTAIN
              THRU 1950-END.

           IF WS-CP-FOUND-IDX > ZEROES
              GO TO 3100-END
           END-IF.

           IF WS-CP-ON-FILE > WS-CP-CTR
              OPEN INPUT SERVICE-RECORD-FILE
              IF WS-SERVICE-STATUS-1 = 0
                 MOVE RST-NAME TO SVC-NAME
                 READ SERVICE-RECORD-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 IF WS-SERVICE-STATUS-1 = 0
                    CLOSE SERVICE-RECORD-FILE
                    GO TO 3100-END
                 END-IF
              END-IF
              CLOSE SERVICE-RECORD-FILE
           END-IF.

      * THE BRIDGE WRITES THE SERVICE RECORD WHEN A MISSION ENDS, SO
      * A CAPTAIN ON A FIRST MISSION HAS NONE YET - UNLESS HISTORY
      * SHOWS A MISSION ALREADY CONCLUDED UNDER THE NAME.
           MOVE ZEROES TO WS-OH-FOUND-IDX.
           PERFORM VARYING WS-OH-IDX FROM 1 BY 1
             UNTIL WS-OH-IDX > WS-OH-CTR
              IF WS-OH-NAME (WS-OH-IDX) = RST-NAME
                 MOVE WS-OH-IDX TO WS-OH-FOUND-IDX
              END-IF
           END-PERFORM.

           MOVE 'ROSTER'   TO WS-EX-CHECK.
           MOVE RST-NAME   TO WS-EX-NAME.
           MOVE SPACES     TO WS-EX-DETAIL
                              WS-EX-SUGGEST.

           IF WS-OH-FOUND-IDX = ZEROES
              MOVE 'W'     TO WS-EX-SEVERITY
              STRING 'SLOT '                  DELIMITED BY SIZE
                     RST-SLOT                 DELIMITED BY SIZE
                     ', NO RECORD YET'        DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              STRING 'NONE IF THE MISSION IS STILL TO BE FLOWN, ELSE '
                                              DELIMITED BY SIZE
                     'DELETE SLOT '           DELIMITED BY SIZE
                     RST-SLOT                 DELIMITED BY SIZE
                INTO WS-EX-SUGGEST
           ELSE
              MOVE 'B'     TO WS-EX-SEVERITY
              STRING 'SLOT '                  DELIMITED BY SIZE
                     RST-SLOT                 DELIMITED BY SIZE
                     ', NO SERVICE RECORD'    DELIMITED BY SIZE
                INTO WS-EX-DETAIL
              MOVE 'RESTORE THE SERVICE RECORD - SEE THE HISTORY BREAK'
                TO WS-EX-SUGGEST
           END-IF.

           PERFORM 7000-WRITE-EXCEPTION
              THRU 7000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3500-CHECK-LOCKS SECTION.

           MOVE ZEROES TO WS-TT-LOCKS-HELD.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
             UNTIL WS-RST-IDX > WS-SC-ROSTER-SIZE
              PERFORM 3510-CHECK-ONE-LOCK
                 THRU 3510-END
           END-PERFORM.

       3500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3510-CHECK-ONE-LOCK SECTION.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RST-IDX (2:1)       DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 3510-END
           END-IF.

           IF WS-LOCK-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-LOCK-ASSIGN-NAME)
                      ', status ' WS-LOCK-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 3510-END
           END-IF.

           MOVE SPACES TO LK-RECORD.
           READ SLOT-LOCK-FILE
              AT END
                 MOVE SPACES TO LK-RECORD
           END-READ.

           CLOSE SLOT-LOCK-FILE.

           IF LK-NAME = SPACES
              GO TO 3510-END
           END-IF.

           ADD 1 TO WS-TT-LOCKS-HELD.

           MOVE 'N' TO WS-RST-ON-ROSTER-SW.
           PERFORM VARYING WS-RST-SCAN-IDX FROM 1 BY 1
             UNTIL WS-RST-SCAN-IDX > WS-SC-ROSTER-SIZE
              IF WS-RS-NAME (WS-RST-SCAN-IDX) = LK-NAME
                 MOVE 'Y' TO WS-RST-ON-ROSTER-SW
              END-IF
           END-PERFORM.

           IF WS-RST-ON-ROSTER
              GO TO 3510-END
           END-IF.

           MOVE 'B'        TO WS-EX-SEVERITY.
           MOVE 'LOCK'     TO WS-EX-CHECK.
           MOVE LK-NAME    TO WS-EX-NAME.
           MOVE SPACES     TO WS-EX-DETAIL
                              WS-EX-SUGGEST.
           STRING 'SLOT '                     DELIMITED BY SIZE
                  WS-RST-IDX (2:1)            DELIMITED BY SIZE
                  ' LOCKED '                  DELIMITED BY SIZE
                  LK-STAMP (1:8)              DELIMITED BY SIZE
             INTO WS-EX-DETAIL.
           STRING 'NOT ON THE ROSTER - WITH NO SESSION SIGNED ON, '
                                              DELIMITED BY SIZE
                  'EMPTY '                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOCK-ASSIGN-NAME)
                                              DELIMITED BY SIZE
             INTO WS-EX-SUGGEST.
           PERFORM 7000-WRITE-EXCEPTION
              THRU 7000-END.

       3510-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-SUMMARY SECTION.

           IF WS-TT-BREAKS = ZEROES AND WS-TT-WARNINGS = ZEROES
              MOVE 'NO EXCEPTIONS - THE CAREER FILES AGREE'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'SERVICE RECORDS........' TO WS-TL-LABEL-1.
           MOVE WS-CP-ON-FILE           TO WS-TL-COUNT-1.
           MOVE 'ENROLLED CADETS........' TO WS-TL-LABEL-2.
           MOVE WS-TT-ENROLLED          TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'HISTORY RECORDS........' TO WS-TL-LABEL-1.
           MOVE WS-TT-HISTORY-READ      TO WS-TL-COUNT-1.
           MOVE 'ABANDONED (Q)..........' TO WS-TL-LABEL-2.
           MOVE WS-TT-ABANDONED         TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'UNDER A FORMER NAME....' TO WS-TL-LABEL-1.
           MOVE WS-TT-RESOLVED          TO WS-TL-COUNT-1.
           MOVE 'OF RETIRED CAPTAINS....' TO WS-TL-LABEL-2.
           MOVE WS-TT-RETIRED           TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'RANK REDUCTIONS........' TO WS-TL-LABEL-1.
           MOVE WS-TT-REDUCTIONS        TO WS-TL-COUNT-1.
           MOVE 'ROSTER SLOTS...........' TO WS-TL-LABEL-2.
           MOVE WS-TT-ROSTER            TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'SLOT LOCKS HELD........' TO WS-TL-LABEL-1.
           MOVE WS-TT-LOCKS-HELD        TO WS-TL-COUNT-1.
           MOVE 'TERM SUMMARIES (S).....' TO WS-TL-LABEL-2.
           MOVE WS-TT-SUMMARIES         TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'BREAKS.................' TO WS-TL-LABEL-1.
           MOVE WS-TT-BREAKS            TO WS-TL-COUNT-1.
           MOVE 'WARNINGS...............' TO WS-TL-LABEL-2.
           MOVE WS-TT-WARNINGS          TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           EVALUATE TRUE
               WHEN WS-TT-BREAKS > ZEROES
                    STRING 'VERDICT: OUT OF BALANCE - MAKE THE '
                                              DELIMITED BY SIZE
                           'CORRECTIONS SHOWN' DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-TT-WARNINGS > ZEROES
                    MOVE 'VERDICT: IN BALANCE WITH WARNINGS'
                      TO WS-PRT-LINE
               WHEN OTHER
                    MOVE 'VERDICT: IN BALANCE'
                      TO WS-PRT-LINE
           END-EVALUATE.
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
           MOVE WS-TL-COUNT-1     TO WS-CK-NUMBER-EDIT.
           MOVE WS-CK-NUMBER-EDIT TO WS-PRT-LINE (25:11).

           IF WS-TL-LABEL-2 NOT = SPACES
              MOVE WS-TL-LABEL-2     TO WS-PRT-LINE (41:24)
              MOVE WS-TL-COUNT-2     TO WS-CK-NUMBER-EDIT
              MOVE WS-CK-NUMBER-EDIT TO WS-PRT-LINE (65:11)
           END-IF.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       5100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE RECONCILE-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-WRITE-EXCEPTION SECTION.

      * FINDING: SEVERITY, CHECK, CAPTAIN, DETAIL.  THEN THE
      * CORRECTION, INDENTED UNDER IT.
           IF WS-EX-IS-BREAK
              ADD 1 TO WS-TT-BREAKS
              MOVE 'BREAK' TO WS-PRT-LINE
           ELSE
              ADD 1 TO WS-TT-WARNINGS
              MOVE 'WARN'  TO WS-PRT-LINE
           END-IF.

           MOVE WS-EX-CHECK  TO WS-PRT-LINE (7:8).
           MOVE WS-EX-NAME   TO WS-PRT-LINE (16:30).
           MOVE WS-EX-DETAIL TO WS-PRT-LINE (47:30).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE '-> '         TO WS-PRT-LINE (7:3).
           MOVE WS-EX-SUGGEST TO WS-PRT-LINE (10:70).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-EXCEPTION-AREA.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM CAREERCK.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM CAREERCK                    *
      * ************************************************************** *

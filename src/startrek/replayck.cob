      * ************************************************************** *
      *                    START OF PROGRAM REPLAYCK                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPLAYCK.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * REPLAYCK HOLDS THE NIGHTLY REPLAY RUNS TO THEIR BASELINES.     *
      *  STARTREK-REPLAY-BASELINE CATALOGS, FOR EACH REPLAY SCRIPT AND *
      *  FIXED SEED, THE MISSION RESULT, HOSTILES DESTROYED,           *
      *  TORPEDOES AND ENERGY EXPENDED, FINAL STARDATE AND EFFICIENCY  *
      *  THE SCRIPT IS EXPECTED TO PRODUCE.  THE NIGHT'S RECORDS ON    *
      *  STARTREK-MISSION-HISTORY THAT CARRY A SCRIPT AND SEED ARE     *
      *  MATCHED TO THE CATALOG AND STARTREK-REPLAY-REPORT PRINTS A    *
      *  LINE PER SCRIPT:                                              *
      *   PASS    - EVERY FIELD MATCHES ITS BASELINE                   *
      *   FAIL    - FOLLOWED BY EACH FIELD THAT DRIFTED, ITS BASELINE, *
      *             THE NIGHT'S FIGURE AND THE DRIFT BETWEEN THEM      *
      *   NEW     - THE SCRIPT AND SEED HAVE NO BASELINE YET           *
      *   NOT RUN - A BASELINE WITH NO RUN THAT NIGHT                  *
      *  A SCRIPT RUN MORE THAN ONCE IS JUDGED ON ITS LAST RUN.        *
      *                                                                *
      * AFTER AN INTENDED CHANGE A SUPERVISOR ON SAMPLE-OPERATORS      *
      *  PROMOTES THE NIGHT'S RESULTS TO BE THE NEW BASELINE - EVERY   *
      *  SCRIPT RUN THAT NIGHT, OR THE ONE SCRIPT NAMED.  A PROMOTION, *
      *  OR A REFUSED ONE, IS ENTERED ON STARTREK-AUDIT-LOG.           *
      *                                                                *
      * PARAMETERS (ENVIRONMENT):                                      *
      *  REPLAYCK-DATE      RUN DATE OF THE REPLAYS, CCYYMMDD          *
      *                     (BLANK - TODAY)                            *
      *  REPLAYCK-PROMOTE   SUPERVISOR OPERATOR ID TO PROMOTE THE      *
      *                     NIGHT'S RESULTS TO BASELINE                *
      *  REPLAYCK-SCRIPT    THE ONE SCRIPT TO PROMOTE (BLANK - ALL)    *
      *                                                                *
      * RETURN CODE 0 - EVERY SCRIPT PASSED (OR WAS PROMOTED)          *
      *             4 - A SCRIPT WITH NO BASELINE, OR A BASELINE NOT   *
      *                 RUN THAT NIGHT                                 *
      *             8 - A SCRIPT DRIFTED FROM ITS BASELINE, THE        *
      *                 PROMOTION WAS REFUSED, OR REPLAYCK-DATE IS     *
      *                 NOT A DATE                                     *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB REPORT NAME TAKEN FROM THE SHOP CONFIGURATION     *
      *              FILE.                                             *
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

       SELECT OPTIONAL MISSION-HISTORY-FILE
       ASSIGN TO 'STARTREK-MISSION-HISTORY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-HISTORY-FILE-STATUS.

       SELECT OPTIONAL BASELINE-FILE
       ASSIGN TO 'STARTREK-REPLAY-BASELINE'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BASELINE-FILE-STATUS.

       SELECT OPTIONAL REPLAY-REPORT-FILE
       ASSIGN TO WS-SC-REPLAY-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.

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

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
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
             03 MH-STARDATES-USED      PIC 9(05)V9(01).
             03 MH-HOSTILES-DESTROYED  PIC 9(09).
             03 MH-ENERGY-EXPENDED     PIC 9(09).
             03 MH-TORPS-EXPENDED      PIC 9(04).
             03 MH-EFFICIENCY          PIC 9(04)V9(02).
             03 MH-SHIP-CLASS          PIC X(13).
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

      * BASELINE-FILE - ONE BASELINE PER REPLAY SCRIPT AND SEED, WITH
      * THE DATE IT WAS PROMOTED AND THE SUPERVISOR WHO PROMOTED IT.
       FD BASELINE-FILE.
          01 RB-RECORD.
             03 RB-SCRIPT-NAME         PIC X(40).
             03 FILLER                 PIC X(01).
             03 RB-SEED                PIC 9(09).
             03 FILLER                 PIC X(01).
             03 RB-RESULT              PIC X(01).
             03 FILLER                 PIC X(01).
             03 RB-HOSTILES-DESTROYED  PIC 9(09).
             03 FILLER                 PIC X(01).
             03 RB-TORPS-EXPENDED      PIC 9(04).
             03 FILLER                 PIC X(01).
             03 RB-ENERGY-EXPENDED     PIC 9(09).
             03 FILLER                 PIC X(01).
             03 RB-FINAL-STARDATE      PIC 9(05)V9(01).
             03 FILLER                 PIC X(01).
             03 RB-EFFICIENCY          PIC 9(04)V9(02).
             03 FILLER                 PIC X(01).
             03 RB-PROMOTED-DATE       PIC X(08).
             03 FILLER                 PIC X(01).
             03 RB-PROMOTED-BY         PIC X(08).

       FD REPLAY-REPORT-FILE.
          01 REPLAY-REPORT-RECORD      PIC X(80).

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
          03 WS-HISTORY-FILE-STATUS.
             05 WS-HISTORY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-HISTORY-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-BASELINE-FILE-STATUS.
             05 WS-BASELINE-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-BASELINE-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.
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
          03 WS-DRIFT-SW            PIC  X(01)  VALUE 'N'.
             88 WS-DRIFTED                      VALUE 'Y'.

       01 WS-PARAMETER-AREA.
          03 WS-DATE-ENV            PIC  X(20)  VALUE SPACES.
          03 WS-DATE-WORD           PIC  X(20)  VALUE SPACES.
          03 WS-PROMOTE-ENV         PIC  X(20)  VALUE SPACES.
          03 WS-SCRIPT-ENV          PIC  X(40)  VALUE SPACES.

      * THE NIGHT THE REPLAYS RAN.
       01 WS-RUN-DATE-AREA.
          03 WS-RUN-DATE            PIC  X(08)  VALUE SPACES.
          03 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                    PIC  9(08).
          03 WS-RUN-DATE-RED REDEFINES WS-RUN-DATE.
             05 WS-RUN-DATE-CCYY    PIC  X(04).
             05 WS-RUN-DATE-MM      PIC  X(02).
             05 WS-RUN-DATE-DD      PIC  X(02).

      * THE BASELINE CATALOG, IN FILE ORDER, EACH ENTRY MARKED WHEN
      * IT WAS RUN THAT NIGHT.
       01 WS-BASELINE-TABLE-AREA.
          03 WS-BL-MAX              PIC  9(03)  VALUE 200.
          03 WS-BL-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-BL-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-BL-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-BL-TABLE.
             05 WS-BL-ENTRY         OCCURS 200 TIMES.
                07 WS-BL-SCRIPT-NAME
                                    PIC  X(40).
                07 WS-BL-SEED       PIC  9(09).
                07 WS-BL-RESULT     PIC  X(01).
                07 WS-BL-HOSTILES   PIC  9(09).
                07 WS-BL-TORPS      PIC  9(04).
                07 WS-BL-ENERGY     PIC  9(09).
                07 WS-BL-STARDATE   PIC  9(05)V9(01).
                07 WS-BL-EFFICIENCY PIC  9(04)V9(02).
                07 WS-BL-PROMOTED-DATE
                                    PIC  X(08).
                07 WS-BL-PROMOTED-BY
                                    PIC  X(08).
                07 WS-BL-RUN-SW     PIC  X(01).
                   88 WS-BL-WAS-RUN             VALUE 'Y'.

      * THE NIGHT'S REPLAYS, ONE ENTRY PER SCRIPT AND SEED IN THE
      * ORDER FIRST RUN, HOLDING THE LAST RUN'S FIGURES AND WHAT THE
      * COMPARISON FOUND.
       01 WS-TONIGHT-TABLE-AREA.
          03 WS-TN-MAX              PIC  9(03)  VALUE 200.
          03 WS-TN-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-TN-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-TN-OVERFLOW         PIC  9(05)  VALUE ZEROES.
          03 WS-TN-TABLE.
             05 WS-TN-ENTRY         OCCURS 200 TIMES.
                07 WS-TN-SCRIPT-NAME
                                    PIC  X(40).
                07 WS-TN-SEED       PIC  9(09).
                07 WS-TN-RESULT     PIC  X(01).
                07 WS-TN-HOSTILES   PIC  9(09).
                07 WS-TN-TORPS      PIC  9(04).
                07 WS-TN-ENERGY     PIC  9(09).
                07 WS-TN-STARDATE   PIC  9(05)V9(01).
                07 WS-TN-EFFICIENCY PIC  9(04)V9(02).
                07 WS-TN-RUNS       PIC  9(03).
                07 WS-TN-BASELINE   PIC  9(03).
                07 WS-TN-VERDICT    PIC  X(01).
                   88 WS-TN-PASSED              VALUE 'P'.
                   88 WS-TN-FAILED              VALUE 'F'.
                   88 WS-TN-NEW                 VALUE 'N'.
                07 WS-TN-PROMOTE-SW PIC  X(01).
                   88 WS-TN-PROMOTED            VALUE 'Y'.

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

      * ONE DRIFTED FIELD - ITS NAME, THE BASELINE AND NIGHT'S
      * FIGURES AND THE DRIFT, EDITED FOR THE REPORT.
       01 WS-DRIFT-AREA.
          03 WS-DR-LABEL            PIC  X(18)  VALUE SPACES.
          03 WS-DR-BASELINE         PIC  X(14)  VALUE SPACES.
          03 WS-DR-TONIGHT          PIC  X(14)  VALUE SPACES.
          03 WS-DR-DRIFT            PIC  X(14)  VALUE SPACES.
          03 WS-DR-DIFF             PIC S9(10)V9(02) VALUE ZEROES.
          03 WS-DR-INT-EDIT         PIC  Z(13)9.
          03 WS-DR-INT-DRIFT-EDIT   PIC  +(13)9.
          03 WS-DR-SD-EDIT          PIC  Z(11)9.9.
          03 WS-DR-SD-DRIFT-EDIT    PIC  +(11)9.9.
          03 WS-DR-EFF-EDIT         PIC  Z(10)9.99.
          03 WS-DR-EFF-DRIFT-EDIT   PIC  +(10)9.99.

       01 WS-TOTALS-AREA.
          03 WS-TT-HISTORY-READ     PIC  9(07)  VALUE ZEROES.
          03 WS-TT-REPLAYS          PIC  9(05)  VALUE ZEROES.
          03 WS-TT-SCRIPTS          PIC  9(05)  VALUE ZEROES.
          03 WS-TT-BASELINES        PIC  9(05)  VALUE ZEROES.
          03 WS-TT-PASSED           PIC  9(05)  VALUE ZEROES.
          03 WS-TT-FAILED           PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NEW              PIC  9(05)  VALUE ZEROES.
          03 WS-TT-NOT-RUN          PIC  9(05)  VALUE ZEROES.
          03 WS-TT-PROMOTED         PIC  9(05)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-TL-LABEL-1          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-1          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-LABEL-2          PIC  X(24)  VALUE SPACES.
          03 WS-TL-COUNT-2          PIC  9(09)  VALUE ZEROES.
          03 WS-TL-NUMBER-EDIT      PIC  Z(10)9.
          03 WS-PR-RUNS-EDIT        PIC  ZZ9.

       01 WS-AUDIT-AREA.
          03 WS-AUD-WHO             PIC  X(30)  VALUE SPACES.
          03 WS-AUD-EVENT-TEXT      PIC  X(90)  VALUE SPACES.
          03 WS-AUD-LINE            PIC  X(132) VALUE SPACES.

      * TAMPER SEALS - A RUNNING CHECK VALUE, FOLDED ONE CHARACTER AT
      * A TIME AS VALUE * 31 + THE CHARACTER'S ORDINAL, MODULO THE
      * PRIME 9999999967.  A SEALED AUDIT LINE KEEPS ITS TEXT IN
      * COLUMNS 1-121, A '#' IN COLUMN 122 AND IN COLUMNS 123-132 THE
      * VALUE FOLDED ON FROM THE SEAL OF THE LINE BEFORE IT.  MUST
      * MATCH IN EVERY PROGRAM THAT WRITES OR CHECKS A SEAL.
       01 WS-SEAL-AREA.
          03 WS-SEAL-PRIME          PIC  9(10)  VALUE 9999999967.
          03 WS-SEAL-VALUE          PIC  9(10)  VALUE ZEROES.
          03 WS-SEAL-WORK           PIC  9(12)  VALUE ZEROES.
          03 WS-SEAL-TEXT           PIC  X(132) VALUE SPACES.
          03 WS-SEAL-LEN            PIC  9(03)  VALUE ZEROES.
          03 WS-SEAL-POS            PIC  9(03)  VALUE ZEROES.
          03 WS-SEAL-EOF-SW         PIC  X(01)  VALUE 'N'.
             88 WS-SEAL-AT-EOF                  VALUE 'Y'.
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

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           PERFORM 1000-SET-DATE
              THRU 1000-END.

           IF WS-RUN-DATE = SPACES
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           OPEN OUTPUT REPLAY-REPORT-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-SC-REPLAY-REPORT)
                      ', status ' WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'REPLAY REGRESSION CHECK - RUN DATE '
                                            DELIMITED BY SIZE
                  WS-RUN-DATE-CCYY          DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-DATE-MM            DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-RUN-DATE-DD            DELIMITED BY SIZE
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

           PERFORM 1100-LOAD-BASELINES
              THRU 1100-END.

           PERFORM 1200-LOAD-REPLAYS
              THRU 1200-END.

           IF WS-FILE-ERROR
              MOVE 'REPLAY CHECK ABANDONED - A FILE COULD NOT BE READ '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE '(SEE THE CONSOLE LOG)'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              CLOSE REPLAY-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 2000-COMPARE-REPLAYS
              THRU 2000-END.

      * A SUPERVISOR'S PROMOTION IS TAKEN ONLY AFTER THE NIGHT HAS
      * BEEN COMPARED WITH THE BASELINE IT REPLACES.
           ACCEPT WS-PROMOTE-ENV FROM ENVIRONMENT 'REPLAYCK-PROMOTE'.

           IF WS-PROMOTE-ENV NOT = SPACES
              PERFORM 4000-PROMOTE-BASELINES
                 THRU 4000-END
           END-IF.

           PERFORM 5000-WRITE-SUMMARY
              THRU 5000-END.

           CLOSE REPLAY-REPORT-FILE.

           DISPLAY 'Replay check written to '
                   FUNCTION TRIM (WS-SC-REPLAY-REPORT) '.'.

      * A PROMOTED SCRIPT NOW MATCHES ITS BASELINE, SO IT NO LONGER
      * COUNTS AS A FAILURE OR AS NEW.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                    MOVE 12 TO RETURN-CODE
               WHEN WS-PROMOTE-ENV NOT = SPACES
                AND NOT WS-OVR-OK
                    MOVE 8 TO RETURN-CODE
               WHEN WS-TT-FAILED > ZEROES
                    MOVE 8 TO RETURN-CODE
               WHEN WS-TT-NEW > ZEROES
                 OR WS-TT-NOT-RUN > ZEROES
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
       1000-SET-DATE SECTION.

      * TODAY UNLESS REPLAYCK-DATE NAMES ANOTHER NIGHT.  A DATE THAT
      * IS NOT A DATE LEAVES WS-RUN-DATE BLANK.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8) TO WS-RUN-DATE.

           ACCEPT WS-DATE-ENV FROM ENVIRONMENT 'REPLAYCK-DATE'.

           IF WS-DATE-ENV = SPACES
              GO TO 1000-END
           END-IF.

           MOVE FUNCTION TRIM (WS-DATE-ENV) TO WS-DATE-WORD.
           MOVE WS-DATE-WORD TO WS-RUN-DATE.

           IF WS-RUN-DATE IS NOT NUMERIC
              OR WS-DATE-WORD (9:) NOT = SPACES
              DISPLAY 'REPLAYCK-DATE must be CCYYMMDD - '
                      FUNCTION TRIM (WS-DATE-WORD)
                      ' is not.' UPON SYSERR
              MOVE SPACES TO WS-RUN-DATE
              GO TO 1000-END
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-RUN-DATE-N) NOT = 0
              DISPLAY 'REPLAYCK-DATE ' WS-RUN-DATE
                      ' is not a date.' UPON SYSERR
              MOVE SPACES TO WS-RUN-DATE
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-BASELINES SECTION.

           MOVE ZEROES TO WS-BL-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT BASELINE-FILE.

      * NO CATALOG YET - EVERY SCRIPT RUN IS NEW.
           IF WS-BASELINE-STATUS-1 = 0 AND WS-BASELINE-STATUS-2 = 5
              CLOSE BASELINE-FILE
              GO TO 1100-END
           END-IF.

           IF WS-BASELINE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-REPLAY-BASELINE, status '
                      WS-BASELINE-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ BASELINE-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF WS-BL-CTR < WS-BL-MAX
                       ADD 1 TO WS-BL-CTR
                       MOVE RB-SCRIPT-NAME
                         TO WS-BL-SCRIPT-NAME (WS-BL-CTR)
                       MOVE RB-SEED     TO WS-BL-SEED (WS-BL-CTR)
                       MOVE RB-RESULT   TO WS-BL-RESULT (WS-BL-CTR)
                       MOVE RB-HOSTILES-DESTROYED
                         TO WS-BL-HOSTILES (WS-BL-CTR)
                       MOVE RB-TORPS-EXPENDED
                         TO WS-BL-TORPS (WS-BL-CTR)
                       MOVE RB-ENERGY-EXPENDED
                         TO WS-BL-ENERGY (WS-BL-CTR)
                       MOVE RB-FINAL-STARDATE
                         TO WS-BL-STARDATE (WS-BL-CTR)
                       MOVE RB-EFFICIENCY
                         TO WS-BL-EFFICIENCY (WS-BL-CTR)
                       MOVE RB-PROMOTED-DATE
                         TO WS-BL-PROMOTED-DATE (WS-BL-CTR)
                       MOVE RB-PROMOTED-BY
                         TO WS-BL-PROMOTED-BY (WS-BL-CTR)
                       MOVE 'N' TO WS-BL-RUN-SW (WS-BL-CTR)
                    ELSE
                       ADD 1 TO WS-BL-OVERFLOW
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BASELINE-FILE.

      * A CATALOG TOO BIG TO HOLD CANNOT BE REWRITTEN WHOLE, SO IT
      * IS NOT USED AT ALL.
           IF WS-BL-OVERFLOW > ZEROES
              DISPLAY 'STARTREK-REPLAY-BASELINE holds more than '
                      WS-BL-MAX ' baselines.' UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
           END-IF.

           MOVE WS-BL-CTR TO WS-TT-BASELINES.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LOAD-REPLAYS SECTION.

           MOVE ZEROES TO WS-TN-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT MISSION-HISTORY-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-HISTORY-STATUS-1 = 0 AND WS-HISTORY-STATUS-2 = 5
              CLOSE MISSION-HISTORY-FILE
              GO TO 1200-END
           END-IF.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-MISSION-HISTORY, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1200-END
           END-IF.

      * ONLY THE NIGHT'S MISSIONS FLOWN FROM A SCRIPT UNDER A FIXED
      * SEED ARE REPLAYS.
           PERFORM UNTIL WS-EOF-TRUE
              READ MISSION-HISTORY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TT-HISTORY-READ
                    IF MH-RUN-DATE = WS-RUN-DATE
                       AND MH-SCRIPT-NAME NOT = SPACES
                       AND MH-SEED IS NUMERIC
                       AND MH-SEED > ZEROES
                       PERFORM 1210-TAKE-REPLAY
                          THRU 1210-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE MISSION-HISTORY-FILE.

           IF WS-TN-OVERFLOW > ZEROES
              DISPLAY WS-TN-OVERFLOW ' replay(s) of scripts beyond the '
                      'first ' WS-TN-MAX ' are not checked.'
                      UPON SYSERR
           END-IF.

           MOVE WS-TN-CTR TO WS-TT-SCRIPTS.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1210-TAKE-REPLAY SECTION.

           ADD 1 TO WS-TT-REPLAYS.

      * A LATER RUN OF THE SAME SCRIPT AND SEED REPLACES THE EARLIER.
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
             UNTIL WS-TN-IDX > WS-TN-CTR
              IF WS-TN-SCRIPT-NAME (WS-TN-IDX) = MH-SCRIPT-NAME
                 AND WS-TN-SEED (WS-TN-IDX) = MH-SEED
                 GO TO 1210-SET-FIGURES
              END-IF
           END-PERFORM.

           IF WS-TN-CTR NOT < WS-TN-MAX
              ADD 1 TO WS-TN-OVERFLOW
              GO TO 1210-END
           END-IF.

           ADD 1 TO WS-TN-CTR.
           MOVE WS-TN-CTR      TO WS-TN-IDX.
           MOVE MH-SCRIPT-NAME TO WS-TN-SCRIPT-NAME (WS-TN-IDX).
           MOVE MH-SEED        TO WS-TN-SEED (WS-TN-IDX).
           MOVE ZEROES         TO WS-TN-RUNS (WS-TN-IDX)
                                  WS-TN-BASELINE (WS-TN-IDX).
           MOVE SPACES         TO WS-TN-VERDICT (WS-TN-IDX).
           MOVE 'N'            TO WS-TN-PROMOTE-SW (WS-TN-IDX).

       1210-SET-FIGURES.

           ADD 1 TO WS-TN-RUNS (WS-TN-IDX).
           MOVE MH-RESULT             TO WS-TN-RESULT (WS-TN-IDX).
           MOVE MH-HOSTILES-DESTROYED TO WS-TN-HOSTILES (WS-TN-IDX).
           MOVE MH-TORPS-EXPENDED     TO WS-TN-TORPS (WS-TN-IDX).
           MOVE MH-ENERGY-EXPENDED    TO WS-TN-ENERGY (WS-TN-IDX).
           MOVE MH-FINAL-STARDATE     TO WS-TN-STARDATE (WS-TN-IDX).
           MOVE MH-EFFICIENCY         TO WS-TN-EFFICIENCY (WS-TN-IDX).

       1210-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-COMPARE-REPLAYS SECTION.

           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
             UNTIL WS-TN-IDX > WS-TN-CTR
              PERFORM 2100-COMPARE-ONE
                 THRU 2100-END
           END-PERFORM.

           IF WS-TN-CTR = ZEROES
              MOVE 'NO REPLAYS WERE RUN ON THE NIGHT' TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

      * BASELINES THE NIGHT DID NOT RUN - A SCRIPT DROPPED FROM THE
      * NIGHTLY JOB, OR ONE THAT NO LONGER REACHES THE MISSION END.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
             UNTIL WS-BL-IDX > WS-BL-CTR
              IF NOT WS-BL-WAS-RUN (WS-BL-IDX)
                 ADD 1 TO WS-TT-NOT-RUN
                 MOVE 'NOT RUN' TO WS-PRT-LINE (1:7)
                 MOVE WS-BL-SCRIPT-NAME (WS-BL-IDX)
                                TO WS-PRT-LINE (9:40)
                 MOVE 'SEED'    TO WS-PRT-LINE (50:4)
                 MOVE WS-BL-SEED (WS-BL-IDX)
                                TO WS-PRT-LINE (55:9)
                 PERFORM 6000-WRITE-REPORT-LINE
                    THRU 6000-END
              END-IF
           END-PERFORM.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-COMPARE-ONE SECTION.

           MOVE 'N' TO WS-DRIFT-SW.

           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
             UNTIL WS-BL-IDX > WS-BL-CTR
                OR WS-TN-BASELINE (WS-TN-IDX) NOT = ZEROES
              IF WS-BL-SCRIPT-NAME (WS-BL-IDX)
                 = WS-TN-SCRIPT-NAME (WS-TN-IDX)
                 AND WS-BL-SEED (WS-BL-IDX) = WS-TN-SEED (WS-TN-IDX)
                 MOVE WS-BL-IDX TO WS-TN-BASELINE (WS-TN-IDX)
                 SET WS-BL-WAS-RUN (WS-BL-IDX) TO TRUE
              END-IF
           END-PERFORM.

           IF WS-TN-BASELINE (WS-TN-IDX) = ZEROES
              SET WS-TN-NEW (WS-TN-IDX) TO TRUE
              ADD 1 TO WS-TT-NEW
              MOVE 'NEW' TO WS-PRT-LINE (1:7)
              PERFORM 2900-WRITE-SCRIPT-LINE
                 THRU 2900-END
              GO TO 2100-END
           END-IF.

           MOVE WS-TN-BASELINE (WS-TN-IDX) TO WS-BL-IDX.

           IF WS-TN-RESULT (WS-TN-IDX) = WS-BL-RESULT (WS-BL-IDX)
              AND WS-TN-HOSTILES (WS-TN-IDX)
                  = WS-BL-HOSTILES (WS-BL-IDX)
              AND WS-TN-TORPS (WS-TN-IDX) = WS-BL-TORPS (WS-BL-IDX)
              AND WS-TN-ENERGY (WS-TN-IDX) = WS-BL-ENERGY (WS-BL-IDX)
              AND WS-TN-STARDATE (WS-TN-IDX)
                  = WS-BL-STARDATE (WS-BL-IDX)
              AND WS-TN-EFFICIENCY (WS-TN-IDX)
                  = WS-BL-EFFICIENCY (WS-BL-IDX)
              SET WS-TN-PASSED (WS-TN-IDX) TO TRUE
              ADD 1 TO WS-TT-PASSED
              MOVE 'PASS' TO WS-PRT-LINE (1:7)
              PERFORM 2900-WRITE-SCRIPT-LINE
                 THRU 2900-END
              GO TO 2100-END
           END-IF.

           SET WS-TN-FAILED (WS-TN-IDX) TO TRUE.
           ADD 1 TO WS-TT-FAILED.
           MOVE 'FAIL' TO WS-PRT-LINE (1:7).
           PERFORM 2900-WRITE-SCRIPT-LINE
              THRU 2900-END.

           MOVE 'FIELD'    TO WS-PRT-LINE (11:5).
           MOVE 'BASELINE' TO WS-PRT-LINE (36:8).
           MOVE 'TONIGHT'  TO WS-PRT-LINE (51:7).
           MOVE 'DRIFT'    TO WS-PRT-LINE (67:5).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

      * EACH FIELD THAT DRIFTED, WITH THE DRIFT AS TONIGHT LESS THE
      * BASELINE.
           IF WS-TN-RESULT (WS-TN-IDX) NOT = WS-BL-RESULT (WS-BL-IDX)
              MOVE 'MISSION RESULT'          TO WS-DR-LABEL
              MOVE SPACES TO WS-DR-BASELINE
                             WS-DR-TONIGHT
              MOVE WS-BL-RESULT (WS-BL-IDX)  TO WS-DR-BASELINE (14:1)
              MOVE WS-TN-RESULT (WS-TN-IDX)  TO WS-DR-TONIGHT (14:1)
              MOVE '       CHANGED'          TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

           IF WS-TN-HOSTILES (WS-TN-IDX)
              NOT = WS-BL-HOSTILES (WS-BL-IDX)
              MOVE 'HOSTILES DESTROYED'      TO WS-DR-LABEL
              MOVE WS-BL-HOSTILES (WS-BL-IDX) TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-BASELINE
              MOVE WS-TN-HOSTILES (WS-TN-IDX) TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-TONIGHT
              COMPUTE WS-DR-DIFF = WS-TN-HOSTILES (WS-TN-IDX)
                                 - WS-BL-HOSTILES (WS-BL-IDX)
              MOVE WS-DR-DIFF                TO WS-DR-INT-DRIFT-EDIT
              MOVE WS-DR-INT-DRIFT-EDIT      TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

           IF WS-TN-TORPS (WS-TN-IDX) NOT = WS-BL-TORPS (WS-BL-IDX)
              MOVE 'TORPEDOES EXPENDED'      TO WS-DR-LABEL
              MOVE WS-BL-TORPS (WS-BL-IDX)   TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-BASELINE
              MOVE WS-TN-TORPS (WS-TN-IDX)   TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-TONIGHT
              COMPUTE WS-DR-DIFF = WS-TN-TORPS (WS-TN-IDX)
                                 - WS-BL-TORPS (WS-BL-IDX)
              MOVE WS-DR-DIFF                TO WS-DR-INT-DRIFT-EDIT
              MOVE WS-DR-INT-DRIFT-EDIT      TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

           IF WS-TN-ENERGY (WS-TN-IDX) NOT = WS-BL-ENERGY (WS-BL-IDX)
              MOVE 'ENERGY EXPENDED'         TO WS-DR-LABEL
              MOVE WS-BL-ENERGY (WS-BL-IDX)  TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-BASELINE
              MOVE WS-TN-ENERGY (WS-TN-IDX)  TO WS-DR-INT-EDIT
              MOVE WS-DR-INT-EDIT            TO WS-DR-TONIGHT
              COMPUTE WS-DR-DIFF = WS-TN-ENERGY (WS-TN-IDX)
                                 - WS-BL-ENERGY (WS-BL-IDX)
              MOVE WS-DR-DIFF                TO WS-DR-INT-DRIFT-EDIT
              MOVE WS-DR-INT-DRIFT-EDIT      TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

           IF WS-TN-STARDATE (WS-TN-IDX)
              NOT = WS-BL-STARDATE (WS-BL-IDX)
              MOVE 'FINAL STARDATE'          TO WS-DR-LABEL
              MOVE WS-BL-STARDATE (WS-BL-IDX) TO WS-DR-SD-EDIT
              MOVE WS-DR-SD-EDIT             TO WS-DR-BASELINE
              MOVE WS-TN-STARDATE (WS-TN-IDX) TO WS-DR-SD-EDIT
              MOVE WS-DR-SD-EDIT             TO WS-DR-TONIGHT
              COMPUTE WS-DR-DIFF = WS-TN-STARDATE (WS-TN-IDX)
                                 - WS-BL-STARDATE (WS-BL-IDX)
              MOVE WS-DR-DIFF                TO WS-DR-SD-DRIFT-EDIT
              MOVE WS-DR-SD-DRIFT-EDIT       TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

           IF WS-TN-EFFICIENCY (WS-TN-IDX)
              NOT = WS-BL-EFFICIENCY (WS-BL-IDX)
              MOVE 'EFFICIENCY'              TO WS-DR-LABEL
              MOVE WS-BL-EFFICIENCY (WS-BL-IDX)
                                             TO WS-DR-EFF-EDIT
              MOVE WS-DR-EFF-EDIT            TO WS-DR-BASELINE
              MOVE WS-TN-EFFICIENCY (WS-TN-IDX)
                                             TO WS-DR-EFF-EDIT
              MOVE WS-DR-EFF-EDIT            TO WS-DR-TONIGHT
              COMPUTE WS-DR-DIFF = WS-TN-EFFICIENCY (WS-TN-IDX)
                                 - WS-BL-EFFICIENCY (WS-BL-IDX)
              MOVE WS-DR-DIFF                TO WS-DR-EFF-DRIFT-EDIT
              MOVE WS-DR-EFF-DRIFT-EDIT      TO WS-DR-DRIFT
              PERFORM 2800-WRITE-DRIFT-LINE
                 THRU 2800-END
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2800-WRITE-DRIFT-LINE SECTION.

           MOVE WS-DR-LABEL    TO WS-PRT-LINE (11:18).
           MOVE WS-DR-BASELINE TO WS-PRT-LINE (30:14).
           MOVE WS-DR-TONIGHT  TO WS-PRT-LINE (44:14).
           MOVE WS-DR-DRIFT    TO WS-PRT-LINE (58:14).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2800-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2900-WRITE-SCRIPT-LINE SECTION.

      * THE VERDICT IS ALREADY IN COLUMNS 1-7.
           MOVE WS-TN-SCRIPT-NAME (WS-TN-IDX) TO WS-PRT-LINE (9:40).
           MOVE 'SEED'                        TO WS-PRT-LINE (50:4).
           MOVE WS-TN-SEED (WS-TN-IDX)        TO WS-PRT-LINE (55:9).
           IF WS-TN-RUNS (WS-TN-IDX) > 1
              MOVE 'LAST OF'                  TO WS-PRT-LINE (66:7)
              MOVE WS-TN-RUNS (WS-TN-IDX)     TO WS-PR-RUNS-EDIT
              MOVE WS-PR-RUNS-EDIT            TO WS-PRT-LINE (74:3)
           END-IF.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2900-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-PROMOTE-BASELINES SECTION.

           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 4100-CHECK-SUPERVISOR
              THRU 4100-END.

           IF NOT WS-OVR-OK
              MOVE SPACES TO WS-PRT-LINE
              STRING 'PROMOTION REFUSED - '      DELIMITED BY SIZE
                     WS-OVR-REASON               DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              DISPLAY 'Replay baseline promotion refused - '
                      FUNCTION TRIM (WS-OVR-REASON) '.'
                      UPON SYSERR
              MOVE 'REPLAYCK' TO WS-AUD-WHO
              MOVE SPACES TO WS-AUD-EVENT-TEXT
              STRING 'REPLAY BASELINE PROMOTION FOR RUN DATE '
                                                 DELIMITED BY SIZE
                     WS-RUN-DATE                 DELIMITED BY SIZE
                     ' REFUSED - '               DELIMITED BY SIZE
                     WS-OVR-REASON               DELIMITED BY SIZE
                INTO WS-AUD-EVENT-TEXT
              PERFORM 8500-WRITE-AUDIT
                 THRU 8500-END
              GO TO 4000-END
           END-IF.

      * EVERY SCRIPT RUN ON THE NIGHT, OR THE ONE REPLAYCK-SCRIPT
      * NAMES, REPLACES ITS BASELINE OR IS ADDED TO THE CATALOG.
           ACCEPT WS-SCRIPT-ENV FROM ENVIRONMENT 'REPLAYCK-SCRIPT'.

           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
             UNTIL WS-TN-IDX > WS-TN-CTR
              IF WS-SCRIPT-ENV = SPACES
                 OR WS-SCRIPT-ENV = WS-TN-SCRIPT-NAME (WS-TN-IDX)
                 PERFORM 4200-PROMOTE-ONE
                    THRU 4200-END
              END-IF
           END-PERFORM.

           IF WS-TT-PROMOTED = ZEROES
              MOVE 'PROMOTION - NO REPLAY ON THE NIGHT TO PROMOTE'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 4000-END
           END-IF.

           OPEN OUTPUT BASELINE-FILE.

           IF WS-BASELINE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-REPLAY-BASELINE, status '
                      WS-BASELINE-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              MOVE 'PROMOTION FAILED - THE CATALOG COULD NOT BE WRITTEN'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 4000-END
           END-IF.

           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
             UNTIL WS-BL-IDX > WS-BL-CTR
              MOVE SPACES TO RB-RECORD
              MOVE WS-BL-SCRIPT-NAME (WS-BL-IDX) TO RB-SCRIPT-NAME
              MOVE WS-BL-SEED (WS-BL-IDX)        TO RB-SEED
              MOVE WS-BL-RESULT (WS-BL-IDX)      TO RB-RESULT
              MOVE WS-BL-HOSTILES (WS-BL-IDX)
                TO RB-HOSTILES-DESTROYED
              MOVE WS-BL-TORPS (WS-BL-IDX)       TO RB-TORPS-EXPENDED
              MOVE WS-BL-ENERGY (WS-BL-IDX)      TO RB-ENERGY-EXPENDED
              MOVE WS-BL-STARDATE (WS-BL-IDX)    TO RB-FINAL-STARDATE
              MOVE WS-BL-EFFICIENCY (WS-BL-IDX)  TO RB-EFFICIENCY
              MOVE WS-BL-PROMOTED-DATE (WS-BL-IDX)
                TO RB-PROMOTED-DATE
              MOVE WS-BL-PROMOTED-BY (WS-BL-IDX) TO RB-PROMOTED-BY
              WRITE RB-RECORD
           END-PERFORM.

           CLOSE BASELINE-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'BASELINE PROMOTED BY '   DELIMITED BY SIZE
                  WS-OVR-ID                 DELIMITED BY SPACE
                  ' ('                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OVR-NAME)
                                            DELIMITED BY SIZE
                  ') - '                    DELIMITED BY SIZE
                  WS-TT-PROMOTED            DELIMITED BY SIZE
                  ' SCRIPT(S)'              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE WS-OVR-ID TO WS-AUD-WHO.
           MOVE SPACES TO WS-AUD-EVENT-TEXT.
           STRING 'REPLAY BASELINE PROMOTED FROM RUN DATE '
                                            DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
                  ', '                      DELIMITED BY SIZE
                  WS-TT-PROMOTED            DELIMITED BY SIZE
                  ' SCRIPT(S)'              DELIMITED BY SIZE
             INTO WS-AUD-EVENT-TEXT.
           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-CHECK-SUPERVISOR SECTION.

      * THE PROMOTER IS A SUPERVISOR'S OPERATOR ID - THE SAME
      * OPERATOR FILE AND ROLES SAMPLE SIGNS ON AGAINST.
           MOVE 'N' TO WS-OVR-OK-SW
                       WS-OVR-FOUND-SW
                       WS-OVR-EOF-SW.
           MOVE SPACES TO WS-OVR-REASON
                          WS-OVR-NAME
                          WS-OVR-ROLE
                          WS-OVR-ACTIVE.

           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-PROMOTE-ENV))
             TO WS-OVR-ID.

           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-STATUS-1 = 0 AND WS-OPERATOR-STATUS-2 = 5
              CLOSE OPERATOR-FILE
              MOVE 'NO OPERATOR FILE - SUPERVISOR NOT CHECKED'
                TO WS-OVR-REASON
              GO TO 4100-END
           END-IF.

           IF WS-OPERATOR-STATUS-1 NOT = 0
              DISPLAY 'Error opening SAMPLE-OPERATORS, status '
                      WS-OPERATOR-FILE-STATUS UPON SYSERR
              MOVE 'OPERATOR FILE UNREADABLE - SUPERVISOR NOT CHECKED'
                TO WS-OVR-REASON
              GO TO 4100-END
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
                    MOVE 'PROMOTER ID IS NOT ON THE OPERATOR FILE'
                      TO WS-OVR-REASON
               WHEN FUNCTION UPPER-CASE (WS-OVR-ACTIVE) NOT = 'Y'
                    MOVE 'PROMOTER IS NOT ACTIVE'
                      TO WS-OVR-REASON
               WHEN FUNCTION UPPER-CASE (WS-OVR-ROLE)
                    NOT = 'SUPERVISOR'
                    MOVE 'PROMOTER IS NOT A SUPERVISOR'
                      TO WS-OVR-REASON
               WHEN OTHER
                    SET WS-OVR-OK TO TRUE
           END-EVALUATE.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4200-PROMOTE-ONE SECTION.

           IF WS-TN-BASELINE (WS-TN-IDX) = ZEROES
              IF WS-BL-CTR NOT < WS-BL-MAX
                 DISPLAY 'Catalog full - '
                         FUNCTION TRIM (WS-TN-SCRIPT-NAME (WS-TN-IDX))
                         ' not promoted.' UPON SYSERR
                 GO TO 4200-END
              END-IF
              ADD 1 TO WS-BL-CTR
              MOVE WS-BL-CTR TO WS-TN-BASELINE (WS-TN-IDX)
           END-IF.

           MOVE WS-TN-BASELINE (WS-TN-IDX) TO WS-BL-IDX.

           MOVE WS-TN-SCRIPT-NAME (WS-TN-IDX)
             TO WS-BL-SCRIPT-NAME (WS-BL-IDX).
           MOVE WS-TN-SEED (WS-TN-IDX)     TO WS-BL-SEED (WS-BL-IDX).
           MOVE WS-TN-RESULT (WS-TN-IDX)   TO WS-BL-RESULT (WS-BL-IDX).
           MOVE WS-TN-HOSTILES (WS-TN-IDX)
             TO WS-BL-HOSTILES (WS-BL-IDX).
           MOVE WS-TN-TORPS (WS-TN-IDX)    TO WS-BL-TORPS (WS-BL-IDX).
           MOVE WS-TN-ENERGY (WS-TN-IDX)   TO WS-BL-ENERGY (WS-BL-IDX).
           MOVE WS-TN-STARDATE (WS-TN-IDX)
             TO WS-BL-STARDATE (WS-BL-IDX).
           MOVE WS-TN-EFFICIENCY (WS-TN-IDX)
             TO WS-BL-EFFICIENCY (WS-BL-IDX).
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
             TO WS-BL-PROMOTED-DATE (WS-BL-IDX).
           MOVE WS-OVR-ID TO WS-BL-PROMOTED-BY (WS-BL-IDX).
           SET WS-BL-WAS-RUN (WS-BL-IDX) TO TRUE.

      * THE SCRIPT NOW MATCHES ITS BASELINE.
           EVALUATE TRUE
               WHEN WS-TN-FAILED (WS-TN-IDX)
                    SUBTRACT 1 FROM WS-TT-FAILED
                    ADD 1 TO WS-TT-PASSED
               WHEN WS-TN-NEW (WS-TN-IDX)
                    SUBTRACT 1 FROM WS-TT-NEW
                    ADD 1 TO WS-TT-PASSED
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           SET WS-TN-PASSED (WS-TN-IDX) TO TRUE.
           SET WS-TN-PROMOTED (WS-TN-IDX) TO TRUE.
           ADD 1 TO WS-TT-PROMOTED.

           MOVE 'PROMOTED' TO WS-PRT-LINE (1:8).
           MOVE WS-TN-SCRIPT-NAME (WS-TN-IDX) TO WS-PRT-LINE (10:40).
           MOVE 'SEED'                        TO WS-PRT-LINE (51:4).
           MOVE WS-TN-SEED (WS-TN-IDX)        TO WS-PRT-LINE (56:9).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       4200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-SUMMARY SECTION.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'HISTORY RECORDS READ...' TO WS-TL-LABEL-1.
           MOVE WS-TT-HISTORY-READ      TO WS-TL-COUNT-1.
           MOVE 'REPLAYS ON THE NIGHT...' TO WS-TL-LABEL-2.
           MOVE WS-TT-REPLAYS           TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'SCRIPTS CHECKED........' TO WS-TL-LABEL-1.
           MOVE WS-TT-SCRIPTS           TO WS-TL-COUNT-1.
           MOVE 'BASELINES ON FILE......' TO WS-TL-LABEL-2.
           MOVE WS-TT-BASELINES         TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'PASSED.................' TO WS-TL-LABEL-1.
           MOVE WS-TT-PASSED            TO WS-TL-COUNT-1.
           MOVE 'FAILED.................' TO WS-TL-LABEL-2.
           MOVE WS-TT-FAILED            TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'NEW - NO BASELINE......' TO WS-TL-LABEL-1.
           MOVE WS-TT-NEW               TO WS-TL-COUNT-1.
           MOVE 'BASELINES NOT RUN......' TO WS-TL-LABEL-2.
           MOVE WS-TT-NOT-RUN           TO WS-TL-COUNT-2.
           PERFORM 5100-WRITE-TOTALS-LINE
              THRU 5100-END.

           MOVE 'PROMOTED...............' TO WS-TL-LABEL-1.
           MOVE WS-TT-PROMOTED          TO WS-TL-COUNT-1.
           MOVE SPACES                  TO WS-TL-LABEL-2.
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

           WRITE REPLAY-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       8500-WRITE-AUDIT SECTION.

      * PROMOTIONS GO ON THE BRIDGE'S OWN AUDIT LOG IN ITS
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
        END PROGRAM REPLAYCK.
      *                                                                *
      * ************************************************************** *
      *                    END OF PROGRAM REPLAYCK                     *
      * ************************************************************** *

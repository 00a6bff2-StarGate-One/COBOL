      * ************************************************************** *
      *                    START OF PROGRAM CKPTCONV                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CKPTCONV.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  WEDNESDAY OCTOBER 14, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * CKPTCONV BRINGS THE SAVE LIBRARY UP TO THE CURRENT CHECKPOINT  *
      *  LAYOUT AFTER A RELEASE GROWS THE SAVE HEADER.  EACH OF THE    *
      *  NINE STARTREK-CHECKPOINT-N FILES IS EXAMINED IN TURN:         *
      *   - A SAVE ALREADY ON THE CURRENT LAYOUT IS LEFT ALONE         *
      *   - A SAVE WRITTEN UNDER LAYOUT 08 OR LATER IS COPIED AS A     *
      *     BEFORE-IMAGE (STARTREK-CHECKPOINT-N-BEFORE), ITS HEADER IS *
      *     WIDENED WITH THE MISSION-START DEFAULTS THE BRIDGE USES    *
      *     FOR EVERY FIELD ADDED SINCE, AND A FRESH TRAILER IS        *
      *     BALANCED AGAINST THE SLOT'S GALAXY STORE                   *
      *   - AN OLDER OR UNRECOGNIZABLE SAVE, OR A SLOT HELD BY A       *
      *     RUNNING SESSION, IS REPORTED AND NOT TOUCHED               *
      *  THE CONVERSION REPORT (STARTREK-CONVERT-REPORT) SHOWS EACH    *
      *  SLOT'S OLD AND NEW LAYOUT AND EVERY HEADER AREA DEFAULTED.    *
      *  RETURN CODE 8 MEANS AT LEAST ONE SAVE COULD NOT BE CONVERTED. *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261014 RJB PROGRAM WRITTEN.                                  *
      * 20261014 RJB LAYOUT 17 - SHIP CLASS AND HULL DEFAULTED TO THE  *
      *              CONSTITUTION CLASS ENTERPRISE FOR OLDER SAVES.    *
      * 20261015 RJB LAYOUT 18 - MISSION START STAMP DEFAULTED TO THE  *
      *              CONVERSION TIME FOR OLDER SAVES.                  *
      * 20261015 RJB LAYOUT 19 - FLEET EXERCISE AND BERTH DEFAULTED TO *
      *              ZERO FOR OLDER SAVES.                             *
      * 20261015 RJB CHECKPOINT, GALAXY AND LOCK NAMES AND THE ROSTER  *
      *              SIZE TAKEN FROM THE SHOP CONFIGURATION FILE.      *
      * 20261015 RJB HEADER LENGTHS OF LAYOUTS 08 TO 11 CORRECTED -    *
      *              SAVES IN THOSE LAYOUTS WERE REFUSED AS DAMAGED.   *
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

       SELECT OPTIONAL CHECKPOINT-FILE
       ASSIGN TO WS-CHECKPOINT-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CHECKPOINT-FILE-STATUS.

      * THE BEFORE-IMAGE IS A RECORD-FOR-RECORD COPY OF THE SAVE AS
      * IT STOOD BEFORE CONVERSION.
       SELECT OPTIONAL BEFORE-IMAGE-FILE
       ASSIGN TO WS-BEFORE-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BEFORE-FILE-STATUS.

       SELECT OPTIONAL GALAXY-FILE
       ASSIGN TO WS-GALAXY-ASSIGN-NAME
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY GX-SECTOR-ID
       STATUS WS-GALAXY-FILE-STATUS.

       SELECT OPTIONAL SLOT-LOCK-FILE
       ASSIGN TO WS-LOCK-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LOCK-FILE-STATUS.

       SELECT OPTIONAL CONVERT-REPORT-FILE
       ASSIGN TO 'STARTREK-CONVERT-REPORT'
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

      * THE HEADER DESCRIPTION MUST MATCH THE CK-HEADER-RECORD LAYOUT
      * STARTREK WRITES - IT IS THE TARGET OF EVERY CONVERSION.  THE
      * RAW VIEW CARRIES THE OTHER RECORD TYPES THROUGH UNCHANGED.
       FD CHECKPOINT-FILE.
          01 CK-RAW-RECORD             PIC X(4000).
          01 CK-HEADER-RECORD.
             03 CK-REC-TYPE            PIC X(01).
                88 CK-IS-HEADER        VALUE 'H'.
             03 CK-NAME                PIC X(30).
             03 CK-RANK                PIC X(25).
             03 CK-RANK-CHOICES        PIC 9(02).
             03 CK-RANK-NAME           PIC X(55).
             03 CK-DIFFICULTY-FACTOR   PIC 9(02).
             03 CK-DIFFICULTY-FACTOR-SQD
                                       PIC 9(04).
             03 CK-ITEM-COUNTER        PIC X(225).
             03 CK-ITEM-MAX-COUNTER    PIC X(225).
             03 CK-SHIP-POSITION       PIC X(13).
             03 CK-SHIP-STATUS         PIC X(17).
             03 CK-DAMAGE-TABLE        PIC X(14).
             03 CK-STARDATE-AREA       PIC X(12).
             03 CK-HOSTILE-CENSUS      PIC X(18).
             03 CK-MISSION-LEDGER      PIC X(13).
             03 CK-KOBAYASHI-AREA      PIC X(11).
             03 CK-PROBE-TABLE         PIC X(70).
             03 CK-BI-NEXT-RESUPPLY    PIC 9(05)V9(01).
             03 CK-HAIL-XFER-POOL      PIC 9(04).
             03 CK-QUAD-CENSUS-TABLE   PIC X(1800).
      * CREW COMPLEMENT AND MORALE - APPENDED WITH LAYOUT VERSION 08.
             03 CK-CREW-AREA.
                05 CK-SHIP-CREW        PIC 9(04).
                05 CK-SHIP-MORALE      PIC 9(03).
                05 CK-CREW-LOST        PIC 9(04).
      * ROAMING V'GER TRACK - APPENDED WITH LAYOUT VERSION 09.
             03 CK-VGER-AREA.
                05 CK-VG-ACTIVE        PIC X(01).
                05 CK-VG-QUAD          PIC 9(01).
                05 CK-VG-X             PIC 9(02).
                05 CK-VG-Y             PIC 9(02).
                05 CK-VG-Z             PIC 9(02).
                05 CK-VG-NEXT-MOVE     PIC 9(05)V9(01).
      * SCIENCE DISCOVERY TALLY - APPENDED WITH LAYOUT VERSION 10.
             03 CK-DISCOVERY-CTR       PIC 9(04).
      * TREATY INCIDENT LEDGER - APPENDED WITH LAYOUT VERSION 11.
             03 CK-DIP-INCIDENT-CTR    PIC 9(03).
      * STARBASE SIEGE STATE - APPENDED WITH LAYOUT VERSION 12.
             03 CK-SIEGE-AREA.
                05 CK-SG-ACTIVE        PIC X(01).
                05 CK-SG-QUAD          PIC 9(01).
                05 CK-SG-X             PIC 9(02).
                05 CK-SG-Y             PIC 9(02).
                05 CK-SG-Z             PIC 9(02).
                05 CK-SG-SECT-X        PIC 9(02).
                05 CK-SG-SECT-Y        PIC 9(02).
                05 CK-SG-SECT-Z        PIC 9(02).
                05 CK-SG-DEADLINE      PIC 9(05)V9(01).
                05 CK-SG-NEXT-CHECK    PIC 9(05)V9(01).
      * NOVA COLLAPSE FUSE - APPENDED WITH LAYOUT VERSION 13.
             03 CK-NOVA-FUSE           PIC 9(05)V9(01).
      * MISSION TYPE AND PROGRESS - APPENDED WITH LAYOUT VERSION 14.
             03 CK-MISSION-TYPE-AREA.
                05 CK-MSN-TYPE         PIC X(01).
                05 CK-MSN-NAME         PIC X(40).
                05 CK-MSN-GOAL         PIC 9(04).
                05 CK-MSN-EFF-WEIGHT   PIC 9(01)V9(02).
                05 CK-MSN-PROGRESS     PIC 9(04).
                05 CK-MSN-QUAD-FLAGS   PIC X(04).
      * POWER ALLOCATION - APPENDED WITH LAYOUT VERSION 15.
             03 CK-POWER-AREA.
                05 CK-PWR-WEAPONS      PIC 9(03).
                05 CK-PWR-SHIELDS      PIC 9(03).
                05 CK-PWR-ENGINES      PIC 9(03).
                05 CK-PWR-ENGINEERING  PIC 9(03).
      * ALERT CONDITION - APPENDED WITH LAYOUT VERSION 16.
             03 CK-ALERT-CONDITION     PIC X(01).
      * SHIP CLASS AND HULL - APPENDED WITH LAYOUT VERSION 17.
             03 CK-SHIP-CLASS-AREA.
                05 CK-SHIP-CLASS       PIC X(13).
                05 CK-SHIP-HULL-REGISTER
                                       PIC X(08).
                05 CK-SHIP-HULL-NAME   PIC X(16).
      * MISSION START STAMP - APPENDED WITH LAYOUT VERSION 18.
             03 CK-MISSION-STAMP       PIC X(14).
      * FLEET EXERCISE AND BERTH - APPENDED WITH LAYOUT VERSION 19.
             03 CK-FX-EXERCISE-NO      PIC 9(01).
             03 CK-FX-BERTH            PIC 9(01).
             03 CK-LAYOUT-VERSION      PIC 9(02).
          01 CK-TRAILER-RECORD.
             03 CK-TRL-REC-TYPE        PIC X(01).
                88 CK-IS-TRAILER       VALUE 'T'.
             03 CK-TRL-CELL-COUNT      PIC 9(09).
             03 CK-TRL-QUAD-CELLS      PIC 9(09)
                                       OCCURS 4 TIMES.
             03 CK-TRL-STARSHIP-COUNT  PIC 9(04).
             03 CK-TRL-LEDGER-COUNT    PIC 9(03).

       FD BEFORE-IMAGE-FILE.
          01 BI-RAW-RECORD             PIC X(4000).

       FD GALAXY-FILE.
          01 GX-CUBE-RECORD.
             03 GX-SECTOR-ID.
                05 GX-QUAD-ID          PIC 9(01).
                05 GX-QUAD-X-ID        PIC 9(02).
                05 GX-QUAD-Y-ID        PIC 9(02).
                05 GX-QUAD-Z-ID        PIC 9(02).
             03 GX-SECTOR-CONTENTS     PIC X(1000).

       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
             03 LK-NAME                PIC X(30).
             03 LK-STAMP               PIC X(14).

       FD CONVERT-REPORT-FILE.
          01 CONVERT-REPORT-RECORD     PIC X(80).

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
          03 WS-CHECKPOINT-FILE-STATUS.
             05 WS-CHECKPOINT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-CHECKPOINT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-BEFORE-FILE-STATUS.
             05 WS-BEFORE-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-BEFORE-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-GALAXY-FILE-STATUS.
             05 WS-GALAXY-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-GALAXY-STATUS-2  PIC  9(01)  VALUE ZEROES.
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

       01 WS-CHECKPOINT-ASSIGN-NAME PIC  X(256) VALUE
          'STARTREK-CHECKPOINT-1'.
       01 WS-BEFORE-ASSIGN-NAME     PIC  X(256) VALUE
          'STARTREK-CHECKPOINT-1-BEFORE'.
       01 WS-GALAXY-ASSIGN-NAME     PIC  X(256) VALUE
          'STARTREK-GALAXY-1'.
       01 WS-LOCK-ASSIGN-NAME       PIC  X(256) VALUE
          'STARTREK-LOCK-1'.

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
          03 WS-RUN-VERDICT         PIC  X(01)  VALUE 'G'.
             88 WS-RUN-IS-CLEAN                 VALUE 'G'.
             88 WS-RUN-HAD-REFUSAL              VALUE 'N'.

      * HEADER LENGTH BY LAYOUT - THE NUMBER OF HEADER BYTES THAT
      * PRECEDE THE TWO-DIGIT LAYOUT VERSION UNDER EACH CONVERTIBLE
      * LAYOUT.  A SAVE WHOSE LINE LENGTH DOES NOT AGREE WITH ITS OWN
      * VERSION NUMBER IS DAMAGED AND IS NOT CONVERTED.
       01 WS-LAYOUT-LENGTH-VALUES.
          03 FILLER                 PIC  X(06)  VALUE '082558'.
          03 FILLER                 PIC  X(06)  VALUE '092572'.
          03 FILLER                 PIC  X(06)  VALUE '102576'.
          03 FILLER                 PIC  X(06)  VALUE '112579'.
          03 FILLER                 PIC  X(06)  VALUE '122605'.
          03 FILLER                 PIC  X(06)  VALUE '132611'.
          03 FILLER                 PIC  X(06)  VALUE '142667'.
          03 FILLER                 PIC  X(06)  VALUE '152679'.
          03 FILLER                 PIC  X(06)  VALUE '162680'.
          03 FILLER                 PIC  X(06)  VALUE '172717'.
          03 FILLER                 PIC  X(06)  VALUE '182731'.
          03 FILLER                 PIC  X(06)  VALUE '192733'.
       01 WS-LAYOUT-LENGTH-TABLE REDEFINES WS-LAYOUT-LENGTH-VALUES.
          03 WS-LL-ENTRY            OCCURS 12 TIMES.
             05 WS-LL-VERSION       PIC  9(02).
             05 WS-LL-DATA-LEN      PIC  9(04).

       01 WS-CONVERT-WORK-AREA.
          03 WS-CV-SLOT-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-CV-SLOT-MAX         PIC  9(02)  VALUE 9.
      * THE BRIDGE'S CURRENT CHECKPOINT LAYOUT - THE TARGET OF EVERY
      * CONVERSION.
          03 WS-CV-CURRENT-LAYOUT   PIC  9(02)  VALUE 19.
          03 WS-CV-OLDEST-LAYOUT    PIC  9(02)  VALUE 08.
          03 WS-CV-LL-IDX           PIC  9(02)  VALUE ZEROES.
          03 WS-CV-LL-MAX           PIC  9(02)  VALUE 12.
          03 WS-CV-HDR-LEN          PIC  9(05)  VALUE ZEROES.
          03 WS-CV-DATA-LEN         PIC  9(05)  VALUE ZEROES.
          03 WS-CV-LAYOUT-FOUND     PIC  X(02)  VALUE SPACES.
          03 WS-CV-OLD-LAYOUT       PIC  9(02)  VALUE ZEROES.
          03 WS-CV-HEADER-SAVE      PIC  X(4000)
                                                VALUE SPACES.
          03 WS-CV-HEADER-SEEN      PIC  X(01)  VALUE 'N'.
             88 WS-CV-HAS-HEADER                VALUE 'Y'.
          03 WS-CV-TRAILER-SEEN     PIC  X(01)  VALUE 'N'.
             88 WS-CV-HAS-TRAILER               VALUE 'Y'.
          03 WS-CV-SLOT-STATE       PIC  X(01)  VALUE SPACES.
             88 WS-CV-SLOT-EMPTY                VALUE 'E'.
             88 WS-CV-SLOT-IN-USE               VALUE 'U'.
             88 WS-CV-SLOT-CURRENT              VALUE 'C'.
             88 WS-CV-SLOT-CONVERTED            VALUE 'V'.
             88 WS-CV-SLOT-REFUSED              VALUE 'R'.
          03 WS-CV-REFUSE-REASON    PIC  X(40)  VALUE SPACES.
          03 WS-CV-LOCK-HOLDER      PIC  X(30)  VALUE SPACES.
          03 WS-CV-RECORD-CTR       PIC  9(09)  VALUE ZEROES.
          03 WS-CV-STARSHIP-CTR     PIC  9(04)  VALUE ZEROES.
          03 WS-CV-LEDGER-CTR       PIC  9(03)  VALUE ZEROES.
          03 WS-CV-DIFFICULTY       PIC  9(02)  VALUE ZEROES.
          03 WS-CV-CUBE-CTR         PIC  9(09)  VALUE ZEROES.
          03 WS-CV-QUAD-CUBES.
             05 WS-CV-QUAD-CUBE     PIC  9(09)  OCCURS 4 TIMES.
          03 WS-CV-QUAD-IDX         PIC  9(01)  VALUE ZEROES.
          03 WS-CV-BAD-CUBES        PIC  9(09)  VALUE ZEROES.
          03 WS-CV-DEFAULTED-CTR    PIC  9(02)  VALUE ZEROES.
          03 WS-CV-DEFAULTED-AREA   PIC  X(40)  VALUE SPACES.
          03 WS-CV-DEFAULTED-TABLE.
             05 WS-CV-DEFAULT-NAME  PIC  X(40)  OCCURS 20 TIMES.

       01 WS-RUN-TOTALS.
          03 WS-TOT-EXAMINED        PIC  9(02)  VALUE ZEROES.
          03 WS-TOT-CONVERTED       PIC  9(02)  VALUE ZEROES.
          03 WS-TOT-CURRENT         PIC  9(02)  VALUE ZEROES.
          03 WS-TOT-REFUSED         PIC  9(02)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  ZZZZZZZZ9.

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

           MOVE WS-SC-ROSTER-SIZE TO WS-CV-SLOT-MAX.

           OPEN OUTPUT CONVERT-REPORT-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CHECKPOINT LAYOUT CONVERSION - '
                                              DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (9:6)
                                              DELIMITED BY SIZE
                  '  TARGET LAYOUT '          DELIMITED BY SIZE
                  WS-CV-CURRENT-LAYOUT        DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-CV-SLOT-IDX FROM 1 BY 1
             UNTIL WS-CV-SLOT-IDX > WS-CV-SLOT-MAX

              PERFORM 1000-CONVERT-ONE-SLOT
                 THRU 1000-END

           END-PERFORM.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SAVES EXAMINED '           DELIMITED BY SIZE
                  WS-TOT-EXAMINED             DELIMITED BY SIZE
                  '  CONVERTED '              DELIMITED BY SIZE
                  WS-TOT-CONVERTED            DELIMITED BY SIZE
                  '  ALREADY CURRENT '        DELIMITED BY SIZE
                  WS-TOT-CURRENT              DELIMITED BY SIZE
                  '  NOT CONVERTED '          DELIMITED BY SIZE
                  WS-TOT-REFUSED              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           CLOSE CONVERT-REPORT-FILE.

           DISPLAY 'Conversion report written to '
                   'STARTREK-CONVERT-REPORT.'.

           IF WS-RUN-HAD-REFUSAL
              MOVE 8 TO RETURN-CODE
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
       1000-CONVERT-ONE-SLOT SECTION.

           MOVE SPACES TO WS-CV-SLOT-STATE
                          WS-CV-REFUSE-REASON
                          WS-CV-LAYOUT-FOUND
                          WS-CV-HEADER-SAVE.
           MOVE 'N'    TO WS-CV-HEADER-SEEN
                          WS-CV-TRAILER-SEEN.
           MOVE ZEROES TO WS-CV-OLD-LAYOUT
                          WS-CV-RECORD-CTR
                          WS-CV-STARSHIP-CTR
                          WS-CV-LEDGER-CTR
                          WS-CV-DEFAULTED-CTR.

           MOVE SPACES TO WS-CHECKPOINT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CV-SLOT-IDX (2:1)   DELIMITED BY SIZE
             INTO WS-CHECKPOINT-ASSIGN-NAME.
           MOVE SPACES TO WS-BEFORE-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CV-SLOT-IDX (2:1)   DELIMITED BY SIZE
                  '-BEFORE'              DELIMITED BY SIZE
             INTO WS-BEFORE-ASSIGN-NAME.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CV-SLOT-IDX (2:1)   DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

           PERFORM 1100-EXAMINE-HEADER
              THRU 1100-END.

           IF WS-CV-SLOT-EMPTY
              GO TO 1000-END
           END-IF.

           ADD 1 TO WS-TOT-EXAMINED.

           IF WS-CV-SLOT-STATE = SPACES
              PERFORM 1200-CHECK-LOCK
                 THRU 1200-END
           END-IF.

      * ONLY A RECOGNIZED OLDER LAYOUT IN A FREE SLOT GOES ON TO THE
      * BEFORE-IMAGE AND THE REWRITE.
           IF WS-CV-SLOT-STATE = SPACES
              PERFORM 2000-TAKE-BEFORE-IMAGE
                 THRU 2000-END
           END-IF.

           IF WS-CV-SLOT-STATE = SPACES
              PERFORM 3000-WRITE-CONVERTED-SAVE
                 THRU 3000-END
           END-IF.

           PERFORM 5000-REPORT-SLOT
              THRU 5000-END.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-EXAMINE-HEADER SECTION.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT CHECKPOINT-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-CHECKPOINT-STATUS-1 = 0 AND WS-CHECKPOINT-STATUS-2 = 5
              CLOSE CHECKPOINT-FILE
              SET WS-CV-SLOT-EMPTY TO TRUE
              GO TO 1100-END
           END-IF.

           IF WS-CHECKPOINT-STATUS-1 NOT = 0
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'CHECKPOINT FILE UNREADABLE'
                TO WS-CV-REFUSE-REASON
              GO TO 1100-END
           END-IF.

           READ CHECKPOINT-FILE
              AT END
                 SET WS-EOF-TRUE TO TRUE
           END-READ.

           IF WS-EOF-TRUE
              CLOSE CHECKPOINT-FILE
              SET WS-CV-SLOT-EMPTY TO TRUE
              GO TO 1100-END
           END-IF.

           IF CK-RAW-RECORD (1:1) NOT = 'H'
              CLOSE CHECKPOINT-FILE
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'FIRST RECORD IS NOT A SAVE HEADER'
                TO WS-CV-REFUSE-REASON
              GO TO 1100-END
           END-IF.

           MOVE CK-RAW-RECORD TO WS-CV-HEADER-SAVE.

      * THE LAYOUT VERSION CLOSES THE HEADER LINE - ITS NUMERIC
      * FIELDS MEAN THE TRIMMED LINE ALWAYS ENDS ON THOSE TWO
      * DIGITS, WHATEVER LAYOUT WROTE IT.
           COMPUTE WS-CV-HDR-LEN =
                   FUNCTION LENGTH (
                   FUNCTION TRIM (CK-RAW-RECORD TRAILING)).

           CLOSE CHECKPOINT-FILE.

           IF WS-CV-HDR-LEN >= 2
              MOVE WS-CV-HEADER-SAVE (WS-CV-HDR-LEN - 1 : 2)
                TO WS-CV-LAYOUT-FOUND
           END-IF.

           IF WS-CV-LAYOUT-FOUND IS NOT NUMERIC
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'HEADER CARRIES NO LAYOUT VERSION'
                TO WS-CV-REFUSE-REASON
              GO TO 1100-END
           END-IF.

           MOVE WS-CV-LAYOUT-FOUND TO WS-CV-OLD-LAYOUT.

           IF WS-CV-OLD-LAYOUT = WS-CV-CURRENT-LAYOUT
              SET WS-CV-SLOT-CURRENT TO TRUE
              GO TO 1100-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < WS-CV-OLDEST-LAYOUT
              OR WS-CV-OLD-LAYOUT > WS-CV-CURRENT-LAYOUT
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'LAYOUT IS NOT CONVERTIBLE'
                TO WS-CV-REFUSE-REASON
              GO TO 1100-END
           END-IF.

           MOVE ZEROES TO WS-CV-DATA-LEN.
           PERFORM VARYING WS-CV-LL-IDX FROM 1 BY 1
             UNTIL WS-CV-LL-IDX > WS-CV-LL-MAX
              IF WS-LL-VERSION (WS-CV-LL-IDX) = WS-CV-OLD-LAYOUT
                 MOVE WS-LL-DATA-LEN (WS-CV-LL-IDX)
                   TO WS-CV-DATA-LEN
              END-IF
           END-PERFORM.

      * A LINE SHORTER OR LONGER THAN ITS OWN LAYOUT CALLS FOR HAS
      * BEEN TRUNCATED OR HAND-EDITED - CONVERTING IT WOULD SHIFT
      * EVERY FIELD BEHIND THE DAMAGE.
           IF WS-CV-DATA-LEN = ZEROES
              OR WS-CV-HDR-LEN NOT = WS-CV-DATA-LEN + 2
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'HEADER LENGTH DOES NOT MATCH ITS LAYOUT'
                TO WS-CV-REFUSE-REASON
              GO TO 1100-END
           END-IF.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-CHECK-LOCK SECTION.

      * A SLOT HELD BY A RUNNING SESSION WILL BE OVERWRITTEN AT ITS
      * NEXT AUTOSAVE - CONVERTING IT NOW WOULD BE WASTED AT BEST.
           MOVE SPACES TO WS-CV-LOCK-HOLDER.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CV-SLOT-IDX (2:1)   DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 1200-END
           END-IF.

           IF WS-LOCK-STATUS-1 NOT = 0
              GO TO 1200-END
           END-IF.

           READ SLOT-LOCK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF LK-NAME NOT = SPACES
                    MOVE LK-NAME TO WS-CV-LOCK-HOLDER
                    SET WS-CV-SLOT-IN-USE TO TRUE
                 END-IF
           END-READ.

           CLOSE SLOT-LOCK-FILE.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-TAKE-BEFORE-IMAGE SECTION.

      * COPY THE SAVE RECORD FOR RECORD, COUNTING THE STARSHIP AND
      * LEDGER RECORDS THE NEW TRAILER MUST BALANCE TO.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT CHECKPOINT-FILE.

           IF WS-CHECKPOINT-STATUS-1 NOT = 0
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'CHECKPOINT FILE UNREADABLE'
                TO WS-CV-REFUSE-REASON
              GO TO 2000-END
           END-IF.

           OPEN OUTPUT BEFORE-IMAGE-FILE.

           IF WS-BEFORE-STATUS-1 NOT = 0
              CLOSE CHECKPOINT-FILE
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'BEFORE-IMAGE COULD NOT BE WRITTEN'
                TO WS-CV-REFUSE-REASON
              GO TO 2000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ CHECKPOINT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CV-RECORD-CTR
                    EVALUATE CK-RAW-RECORD (1:1)
                        WHEN 'S'
                             ADD 1 TO WS-CV-STARSHIP-CTR
                        WHEN 'L'
                             ADD 1 TO WS-CV-LEDGER-CTR
                        WHEN 'T'
                             SET WS-CV-HAS-TRAILER TO TRUE
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
                    WRITE BI-RAW-RECORD FROM CK-RAW-RECORD
              END-READ
           END-PERFORM.

           CLOSE CHECKPOINT-FILE
                 BEFORE-IMAGE-FILE.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-WRITE-CONVERTED-SAVE SECTION.

      * THE TRAILER MUST BALANCE AGAINST THE GALAXY STORE, SO THE
      * STORE IS SWEPT FIRST - A SLOT WITHOUT ONE CANNOT RESUME AND
      * IS LEFT AS IT WAS.
           MOVE WS-CV-HEADER-SAVE (114:2) TO WS-CV-DIFFICULTY.

           PERFORM 3200-COUNT-GALAXY-CUBES
              THRU 3200-END.

           IF WS-CV-SLOT-REFUSED
              GO TO 3000-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT BEFORE-IMAGE-FILE.

           IF WS-BEFORE-STATUS-1 NOT = 0
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'BEFORE-IMAGE COULD NOT BE READ BACK'
                TO WS-CV-REFUSE-REASON
              GO TO 3000-END
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.

           IF WS-CHECKPOINT-STATUS-1 NOT = 0
              CLOSE BEFORE-IMAGE-FILE
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'CHECKPOINT FILE COULD NOT BE REWRITTEN'
                TO WS-CV-REFUSE-REASON
              GO TO 3000-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ BEFORE-IMAGE-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    EVALUATE BI-RAW-RECORD (1:1)
                        WHEN 'H'
                             PERFORM 3100-WIDEN-HEADER
                                THRU 3100-END
                             WRITE CK-HEADER-RECORD
      * THE OLD TRAILER IS REPLACED BY THE ONE BALANCED BELOW.
                        WHEN 'T'
                             CONTINUE
                        WHEN OTHER
                             WRITE CK-RAW-RECORD FROM BI-RAW-RECORD
                    END-EVALUATE
              END-READ
           END-PERFORM.

           SET CK-IS-TRAILER TO TRUE.
           MOVE WS-CV-CUBE-CTR        TO CK-TRL-CELL-COUNT.
           PERFORM VARYING WS-CV-QUAD-IDX FROM 1 BY 1
             UNTIL WS-CV-QUAD-IDX > 4
              MOVE WS-CV-QUAD-CUBE (WS-CV-QUAD-IDX)
                TO CK-TRL-QUAD-CELLS (WS-CV-QUAD-IDX)
           END-PERFORM.
           MOVE WS-CV-STARSHIP-CTR    TO CK-TRL-STARSHIP-COUNT.
           MOVE WS-CV-LEDGER-CTR      TO CK-TRL-LEDGER-COUNT.
           WRITE CK-TRAILER-RECORD.

           CLOSE BEFORE-IMAGE-FILE
                 CHECKPOINT-FILE.

           SET WS-CV-SLOT-CONVERTED TO TRUE.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-WIDEN-HEADER SECTION.

      * CARRY THE OLD HEADER ACROSS BYTE FOR BYTE UP TO (NOT
      * INCLUDING) ITS LAYOUT VERSION, THEN GIVE EVERY AREA ADDED
      * SINCE THAT LAYOUT THE VALUE 1033-RESET-SHIP-STATE GIVES IT AT
      * MISSION START.
           MOVE SPACES TO CK-RAW-RECORD.
           MOVE WS-CV-HEADER-SAVE (1:WS-CV-DATA-LEN)
             TO CK-RAW-RECORD (1:WS-CV-DATA-LEN).

           IF WS-CV-OLD-LAYOUT < 09
              MOVE 'N'    TO CK-VG-ACTIVE
              MOVE ZEROES TO CK-VG-QUAD
                             CK-VG-X
                             CK-VG-Y
                             CK-VG-Z
                             CK-VG-NEXT-MOVE
              MOVE 'CK-VGER-AREA (V''GER INACTIVE)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 10
              MOVE ZEROES TO CK-DISCOVERY-CTR
              MOVE 'CK-DISCOVERY-CTR (ZERO)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 11
              MOVE ZEROES TO CK-DIP-INCIDENT-CTR
              MOVE 'CK-DIP-INCIDENT-CTR (ZERO)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 12
              MOVE 'N'    TO CK-SG-ACTIVE
              MOVE ZEROES TO CK-SG-QUAD
                             CK-SG-X
                             CK-SG-Y
                             CK-SG-Z
                             CK-SG-SECT-X
                             CK-SG-SECT-Y
                             CK-SG-SECT-Z
                             CK-SG-DEADLINE
                             CK-SG-NEXT-CHECK
              MOVE 'CK-SIEGE-AREA (NO SIEGE)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 13
              MOVE ZEROES TO CK-NOVA-FUSE
              MOVE 'CK-NOVA-FUSE (UNLIT)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 14
              MOVE 'D'    TO CK-MSN-TYPE
              MOVE 'Classic patrol - clear the galaxy'
                          TO CK-MSN-NAME
              MOVE ZEROES TO CK-MSN-GOAL
                             CK-MSN-PROGRESS
              MOVE 1.00   TO CK-MSN-EFF-WEIGHT
              MOVE 'NNNN' TO CK-MSN-QUAD-FLAGS
              MOVE 'CK-MISSION-TYPE-AREA (CLASSIC PATROL)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 15
              MOVE 25     TO CK-PWR-WEAPONS
                             CK-PWR-SHIELDS
                             CK-PWR-ENGINES
                             CK-PWR-ENGINEERING
              MOVE 'CK-POWER-AREA (25/25/25/25)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           IF WS-CV-OLD-LAYOUT < 16
              MOVE 'G'    TO CK-ALERT-CONDITION
              MOVE 'CK-ALERT-CONDITION (GREEN)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

      * EVERY SAVE BEFORE LAYOUT 17 WAS FLOWN IN THE ONE SHIP THE
      * BRIDGE THEN KNEW - THE CONSTITUTION CLASS ENTERPRISE.
           IF WS-CV-OLD-LAYOUT < 17
              MOVE 'Constitution' TO CK-SHIP-CLASS
              MOVE 'NCC-1701'     TO CK-SHIP-HULL-REGISTER
              MOVE 'Enterprise'   TO CK-SHIP-HULL-NAME
              MOVE 'CK-SHIP-CLASS-AREA (NCC-1701 ENTERPRISE)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

      * A SAVE BEFORE LAYOUT 18 NEVER RECORDED WHEN ITS MISSION
      * BEGAN - THE CONVERSION RUN STANDS IN FOR IT.
           IF WS-CV-OLD-LAYOUT < 18
              MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                TO CK-MISSION-STAMP
              MOVE 'CK-MISSION-STAMP (CONVERSION TIME)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

      * A SAVE BEFORE LAYOUT 19 WAS NEVER FLOWN IN A FLEET EXERCISE.
           IF WS-CV-OLD-LAYOUT < 19
              MOVE ZEROES TO CK-FX-EXERCISE-NO
                             CK-FX-BERTH
              MOVE 'CK-FX-EXERCISE-NO (NOT AN EXERCISE)'
                TO WS-CV-DEFAULTED-AREA
              PERFORM 3150-LIST-DEFAULT
                 THRU 3150-END
           END-IF.

           MOVE WS-CV-CURRENT-LAYOUT TO CK-LAYOUT-VERSION.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3150-LIST-DEFAULT SECTION.

      * THE DEFAULTED AREAS PRINT UNDER THE SLOT LINE, SO THEY ARE
      * HELD HERE UNTIL THE SLOT'S OUTCOME IS KNOWN.
           IF WS-CV-DEFAULTED-CTR < 20
              ADD 1 TO WS-CV-DEFAULTED-CTR
              MOVE WS-CV-DEFAULTED-AREA
                TO WS-CV-DEFAULT-NAME (WS-CV-DEFAULTED-CTR)
           END-IF.

       3150-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-COUNT-GALAXY-CUBES SECTION.

           MOVE ZEROES TO WS-CV-CUBE-CTR
                          WS-CV-QUAD-CUBES
                          WS-CV-BAD-CUBES.

           OPEN INPUT GALAXY-FILE.

           IF (WS-GALAXY-STATUS-1 = 0 AND WS-GALAXY-STATUS-2 = 5)
              OR WS-GALAXY-STATUS-1 NOT = 0
              CLOSE GALAXY-FILE
              SET WS-CV-SLOT-REFUSED TO TRUE
              MOVE 'SLOT HAS NO GALAXY STORE'
                TO WS-CV-REFUSE-REASON
              GO TO 3200-END
           END-IF.

           MOVE LOW-VALUES TO GX-SECTOR-ID.
           START GALAXY-FILE KEY >= GX-SECTOR-ID
              INVALID KEY
                 CONTINUE
           END-START.

           SET WS-EOF-FALSE TO TRUE.

      * CUBES OUTSIDE THE SAVED GALAXY DIMENSIONS ARE LEFT OUT OF THE
      * TRAILER - THE BRIDGE WILL STILL REFUSE THEM AT RESUME, AND
      * THE REPORT SAYS SO.
           PERFORM UNTIL WS-EOF-TRUE
              READ GALAXY-FILE NEXT
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF GX-QUAD-ID < 1 OR GX-QUAD-ID > 4
                       OR GX-QUAD-X-ID < 1
                       OR GX-QUAD-X-ID > WS-CV-DIFFICULTY
                       OR GX-QUAD-Y-ID < 1
                       OR GX-QUAD-Y-ID > WS-CV-DIFFICULTY
                       OR GX-QUAD-Z-ID < 1
                       OR GX-QUAD-Z-ID > WS-CV-DIFFICULTY
                       ADD 1 TO WS-CV-BAD-CUBES
                    ELSE
                       ADD 1 TO WS-CV-CUBE-CTR
                       ADD 1 TO WS-CV-QUAD-CUBE (GX-QUAD-ID)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE GALAXY-FILE.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-REPORT-SLOT SECTION.

           MOVE SPACES TO WS-PRT-LINE.

           EVALUATE TRUE
               WHEN WS-CV-SLOT-CURRENT
                    ADD 1 TO WS-TOT-CURRENT
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-CV-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           ' LAYOUT '         DELIMITED BY SIZE
                           WS-CV-OLD-LAYOUT   DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-CV-OLD-LAYOUT   DELIMITED BY SIZE
                           '  ALREADY CURRENT - NOT TOUCHED'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-CV-SLOT-IN-USE
                    ADD 1 TO WS-TOT-REFUSED
                    SET WS-RUN-HAD-REFUSAL TO TRUE
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-CV-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           ' LAYOUT '         DELIMITED BY SIZE
                           WS-CV-OLD-LAYOUT   DELIMITED BY SIZE
                           '  NOT CONVERTED - IN USE BY '
                                              DELIMITED BY SIZE
                           WS-CV-LOCK-HOLDER  DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN WS-CV-SLOT-CONVERTED
                    ADD 1 TO WS-TOT-CONVERTED
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-CV-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           ' LAYOUT '         DELIMITED BY SIZE
                           WS-CV-OLD-LAYOUT   DELIMITED BY SIZE
                           ' -> '             DELIMITED BY SIZE
                           WS-CV-CURRENT-LAYOUT
                                              DELIMITED BY SIZE
                           '  CONVERTED, BEFORE-IMAGE KEPT'
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
               WHEN OTHER
                    ADD 1 TO WS-TOT-REFUSED
                    SET WS-RUN-HAD-REFUSAL TO TRUE
                    STRING 'SLOT '            DELIMITED BY SIZE
                           WS-CV-SLOT-IDX (2:1)
                                              DELIMITED BY SIZE
                           ' LAYOUT '         DELIMITED BY SIZE
                           WS-CV-LAYOUT-FOUND DELIMITED BY SIZE
                           '  NOT CONVERTED - '
                                              DELIMITED BY SIZE
                           WS-CV-REFUSE-REASON
                                              DELIMITED BY SIZE
                      INTO WS-PRT-LINE
           END-EVALUATE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF NOT WS-CV-SLOT-CONVERTED
              GO TO 5000-END
           END-IF.

           PERFORM VARYING WS-CV-LL-IDX FROM 1 BY 1
             UNTIL WS-CV-LL-IDX > WS-CV-DEFAULTED-CTR
              MOVE SPACES TO WS-PRT-LINE
              STRING '       DEFAULTED '      DELIMITED BY SIZE
                     WS-CV-DEFAULT-NAME (WS-CV-LL-IDX)
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-PERFORM.

           IF WS-CV-TRAILER-SEEN NOT = 'Y'
              MOVE '       NO TRAILER ON THE OLD SAVE - ONE WAS ADDED'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           MOVE WS-CV-CUBE-CTR TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '       TRAILER REBALANCED - CUBES '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
                  '  STARSHIPS '              DELIMITED BY SIZE
                  WS-CV-STARSHIP-CTR          DELIMITED BY SIZE
                  '  LEDGER '                 DELIMITED BY SIZE
                  WS-CV-LEDGER-CTR            DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-CV-BAD-CUBES > ZEROES
              MOVE WS-CV-BAD-CUBES TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '       WARNING - '      DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT        DELIMITED BY SIZE
                     ' CUBE(S) OUTSIDE THE GALAXY, RESUME WILL '
                                              DELIMITED BY SIZE
                     'REFUSE'                 DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE CONVERT-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM CKPTCONV.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM CKPTCONV                    *
      * ************************************************************** *

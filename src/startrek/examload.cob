      * ************************************************************** *
      *                    START OF PROGRAM EXAMLOAD                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXAMLOAD.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  WEDNESDAY OCTOBER 14, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * EXAMLOAD BUILDS AN INSTRUCTOR-AUTHORED EXAM GALAXY INTO ONE    *
      *  SAVE SLOT SO THE CADET SIGNS ON STRAIGHT INTO IT.  THE        *
      *  INSTRUCTOR'S DECK (STARTREK-EXAM-DECK) CARRIES:               *
      *   H  ONE HEADER CARD - SLOT, CADET NAME, RANK, DIFFICULTY,     *
      *      STARDATE ALLOWANCE, FILL MODE AND EXAM TITLE              *
      *   P  AN OPTIONAL START-POSITION CARD FOR THE CADET'S SHIP      *
      *   S  AN OPTIONAL SHIP CARD - CLASS, REGISTRY AND HULL NAME;    *
      *      WITHOUT ONE THE CADET COMMANDS THE CONSTITUTION CLASS     *
      *      ENTERPRISE                                                *
      *   O  ONE CARD PER OBJECT - QUADRANT, CUBE, SECTOR AND GLYPH,   *
      *      USING THE SAME GLYPHS AS THE BRIDGE'S SECTOR ITEMS        *
      *   *  COMMENT CARDS, IGNORED                                    *
      *  EVERY PLACEMENT IS CHECKED AGAINST THE GALAXY DIMENSIONS, THE *
      *  NEUTRAL-ZONE AND BARRIER PLANES, THE SQUARE ALREADY TAKEN AND *
      *  THE HIGHEST CAP THE GALAXY BUILD COULD ROLL FOR THE ITEM AT   *
      *  THAT DIFFICULTY.  REJECTED CARDS GO TO THE EXAM LISTING       *
      *  (STARTREK-EXAM-LISTING) WITH THE REASON.  THE ACCEPTED CUBES  *
      *  ARE FILED IN THE SLOT'S GALAXY STORE AND A MATCHING SAVE IS   *
      *  WRITTEN - HEADER, STARSHIP LOG AND A BALANCED TRAILER - WITH  *
      *  THE ROSTER ENTRY, SO THE CADET'S RESUME PASSES RECONCILIATION.*
      *  FILL MODE A (THE DEFAULT) LEAVES EVERY CUBE NOT ON THE DECK   *
      *  EMPTY SPACE; FILL MODE R LETS THE BRIDGE ROLL THEM AS USUAL.  *
      *  A SLOT HELD BY A RUNNING SESSION IS NEVER LOADED.             *
      *  RETURN CODE 4 MEANS CARDS WERE REJECTED BUT THE GALAXY WAS    *
      *  LOADED; RETURN CODE 8 MEANS NOTHING WAS LOADED.               *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261014 RJB PROGRAM WRITTEN.                                  *
      * 20261014 RJB EXAM DECK S CARD PICKS THE SHIP CLASS AND HULL.   *
      * 20261015 RJB CHECKPOINT LAYOUT 18 - MISSION START STAMP SET TO *
      *              THE LOAD TIME.                                    *
      * 20261015 RJB CHECKPOINT LAYOUT 19 - AN EXAM SAVE IS NEVER A    *
      *              FLEET EXERCISE.                                   *
      * 20261015 RJB CHECKPOINT, GALAXY, LOCK AND ROSTER NAMES AND THE *
      *              ROSTER SIZE TAKEN FROM THE SHOP CONFIGURATION     *
      *              FILE.                                             *
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

       SELECT OPTIONAL EXAM-DECK-FILE
       ASSIGN TO 'STARTREK-EXAM-DECK'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-DECK-FILE-STATUS.

       SELECT OPTIONAL CHECKPOINT-FILE
       ASSIGN TO WS-CHECKPOINT-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CHECKPOINT-FILE-STATUS.

       SELECT OPTIONAL GALAXY-FILE
       ASSIGN TO WS-GALAXY-ASSIGN-NAME
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY GX-SECTOR-ID
       STATUS WS-GALAXY-FILE-STATUS.

       SELECT OPTIONAL ROSTER-FILE
       ASSIGN TO WS-SC-ROSTER-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

       SELECT OPTIONAL SLOT-LOCK-FILE
       ASSIGN TO WS-LOCK-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LOCK-FILE-STATUS.

       SELECT OPTIONAL SHIP-CLASS-FILE
       ASSIGN TO 'STARTREK-SHIP-CLASSES'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHIP-CLASS-FILE-STATUS.

       SELECT OPTIONAL EXAM-LISTING-FILE
       ASSIGN TO 'STARTREK-EXAM-LISTING'
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

      * THE EXAM DECK - ONE 80-COLUMN CARD PER LINE, TOLD APART BY
      * THE CARD TYPE IN COLUMN 1.
       FD EXAM-DECK-FILE.
          01 ED-HEADER-CARD.
             03 ED-CARD-TYPE           PIC X(01).
                88 ED-IS-HEADER        VALUE 'H'.
                88 ED-IS-POSITION      VALUE 'P'.
                88 ED-IS-OBJECT        VALUE 'O'.
                88 ED-IS-SHIP          VALUE 'S'.
                88 ED-IS-COMMENT       VALUE '*'.
             03 ED-HDR-SLOT            PIC 9(01).
             03 ED-HDR-NAME            PIC X(30).
             03 ED-HDR-RANK            PIC 9(02).
             03 ED-HDR-DIFFICULTY      PIC 9(02).
             03 ED-HDR-ALLOWANCE-X     PIC X(03).
             03 ED-HDR-ALLOWANCE REDEFINES
                ED-HDR-ALLOWANCE-X     PIC 9(03).
             03 ED-HDR-FILL-MODE       PIC X(01).
             03 ED-HDR-TITLE           PIC X(40).
          01 ED-PLACEMENT-CARD.
             03 FILLER                 PIC X(01).
             03 ED-PL-QUAD             PIC 9(01).
             03 ED-PL-CUBE-X           PIC 9(02).
             03 ED-PL-CUBE-Y           PIC 9(02).
             03 ED-PL-CUBE-Z           PIC 9(02).
             03 ED-PL-SECT-X           PIC 9(02).
             03 ED-PL-SECT-Y           PIC 9(02).
             03 ED-PL-SECT-Z           PIC 9(02).
             03 ED-PL-GLYPH            PIC X(01).
             03 FILLER                 PIC X(01).
             03 ED-PL-REGISTER         PIC X(08).
             03 ED-PL-SHIP-NAME        PIC X(16).
             03 FILLER                 PIC X(38).
          01 ED-SHIP-CARD.
             03 FILLER                 PIC X(01).
             03 ED-SH-CLASS            PIC X(13).
             03 FILLER                 PIC X(01).
             03 ED-SH-REGISTER         PIC X(08).
             03 FILLER                 PIC X(01).
             03 ED-SH-NAME             PIC X(16).
             03 FILLER                 PIC X(40).

      * THE HEADER AND TRAILER DESCRIPTIONS MUST MATCH THE LAYOUTS
      * STARTREK WRITES AND RECONCILES AT RESUME.
       FD CHECKPOINT-FILE.
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
             03 CK-SHIP-POSITION.
                05 CK-CURR-QUAD        PIC 9(01).
                05 CK-CURR-QUAD-X      PIC 9(02).
                05 CK-CURR-QUAD-Y      PIC 9(02).
                05 CK-CURR-QUAD-Z      PIC 9(02).
                05 CK-CURR-SECT-X      PIC 9(02).
                05 CK-CURR-SECT-Y      PIC 9(02).
                05 CK-CURR-SECT-Z      PIC 9(02).
             03 CK-SHIP-STATUS.
                05 CK-SHIP-SHIELDS     PIC X(01).
                05 CK-SHIP-SHIELD-UNITS
                                       PIC 9(05).
                05 CK-SHIP-ENERGY      PIC 9(05).
                05 CK-SHIP-TORPEDOES   PIC 9(02).
                05 CK-SHIP-PROBES      PIC 9(02).
                05 CK-SHIP-DAMAGE      PIC 9(01).
                05 CK-SHIP-DOCKED      PIC X(01).
             03 CK-DAMAGE-TABLE        PIC X(14).
             03 CK-STARDATE-AREA.
                05 CK-STARDATE         PIC 9(05)V9(01).
                05 CK-STARDATE-LIMIT   PIC 9(05)V9(01).
             03 CK-HOSTILE-CENSUS.
                05 CK-GALAXY-HOSTILE-CTR
                                       PIC 9(09).
                05 CK-HOSTILES-DESTROYED
                                       PIC 9(09).
             03 CK-MISSION-LEDGER.
                05 CK-ENERGY-EXPENDED  PIC 9(09).
                05 CK-TORPS-EXPENDED   PIC 9(04).
             03 CK-KOBAYASHI-AREA.
                05 CK-KOBAYASHI-RESPONSE
                                       PIC X(01).
                05 CK-KM-STATE         PIC X(01).
                05 CK-KM-SURVIVED-TURNS
                                       PIC 9(04).
                05 CK-KM-AMBUSH-ENERGY PIC 9(05).
             03 CK-PROBE-TABLE         PIC X(70).
             03 CK-BI-NEXT-RESUPPLY    PIC 9(05)V9(01).
             03 CK-HAIL-XFER-POOL      PIC 9(04).
             03 CK-QUAD-CENSUS-TABLE   PIC X(1800).
             03 CK-CREW-AREA.
                05 CK-SHIP-CREW        PIC 9(04).
                05 CK-SHIP-MORALE      PIC 9(03).
                05 CK-CREW-LOST        PIC 9(04).
             03 CK-VGER-AREA.
                05 CK-VG-ACTIVE        PIC X(01).
                05 CK-VG-QUAD          PIC 9(01).
                05 CK-VG-X             PIC 9(02).
                05 CK-VG-Y             PIC 9(02).
                05 CK-VG-Z             PIC 9(02).
                05 CK-VG-NEXT-MOVE     PIC 9(05)V9(01).
             03 CK-DISCOVERY-CTR       PIC 9(04).
             03 CK-DIP-INCIDENT-CTR    PIC 9(03).
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
             03 CK-NOVA-FUSE           PIC 9(05)V9(01).
             03 CK-MISSION-TYPE-AREA.
                05 CK-MSN-TYPE         PIC X(01).
                05 CK-MSN-NAME         PIC X(40).
                05 CK-MSN-GOAL         PIC 9(04).
                05 CK-MSN-EFF-WEIGHT   PIC 9(01)V9(02).
                05 CK-MSN-PROGRESS     PIC 9(04).
                05 CK-MSN-QUAD-FLAGS   PIC X(04).
             03 CK-POWER-AREA.
                05 CK-PWR-WEAPONS      PIC 9(03).
                05 CK-PWR-SHIELDS      PIC 9(03).
                05 CK-PWR-ENGINES      PIC 9(03).
                05 CK-PWR-ENGINEERING  PIC 9(03).
             03 CK-ALERT-CONDITION     PIC X(01).
             03 CK-SHIP-CLASS-AREA.
                05 CK-SHIP-CLASS       PIC X(13).
                05 CK-SHIP-HULL-REGISTER
                                       PIC X(08).
                05 CK-SHIP-HULL-NAME   PIC X(16).
             03 CK-MISSION-STAMP       PIC X(14).
             03 CK-FX-EXERCISE-NO      PIC 9(01).
             03 CK-FX-BERTH            PIC 9(01).
             03 CK-LAYOUT-VERSION      PIC 9(02).
          01 CK-STARSHIP-RECORD.
             03 CK-SL-REC-TYPE         PIC X(01).
                88 CK-IS-STARSHIP      VALUE 'S'.
             03 CK-SL-QUAD-ID          PIC 9(01).
             03 CK-SL-QUAD-X-ID        PIC 9(02).
             03 CK-SL-QUAD-Y-ID        PIC 9(02).
             03 CK-SL-QUAD-Z-ID        PIC 9(02).
             03 CK-SL-SECTOR-X         PIC 9(02).
             03 CK-SL-SECTOR-Y         PIC 9(02).
             03 CK-SL-SECTOR-Z         PIC 9(02).
             03 CK-SL-REGISTER         PIC X(08).
             03 CK-SL-NAME             PIC X(16).
          01 CK-TRAILER-RECORD.
             03 CK-TRL-REC-TYPE        PIC X(01).
                88 CK-IS-TRAILER       VALUE 'T'.
             03 CK-TRL-CELL-COUNT      PIC 9(09).
             03 CK-TRL-QUAD-CELLS      PIC 9(09)
                                       OCCURS 4 TIMES.
             03 CK-TRL-STARSHIP-COUNT  PIC 9(04).
             03 CK-TRL-LEDGER-COUNT    PIC 9(03).

       FD GALAXY-FILE.
          01 GX-CUBE-RECORD.
             03 GX-SECTOR-ID.
                05 GX-QUAD-ID          PIC 9(01).
                05 GX-QUAD-X-ID        PIC 9(02).
                05 GX-QUAD-Y-ID        PIC 9(02).
                05 GX-QUAD-Z-ID        PIC 9(02).
             03 GX-SECTOR-CONTENTS     PIC X(1000).

       FD ROSTER-FILE.
          01 ROSTER-RECORD.
             03 RST-SLOT               PIC 9(01).
             03 RST-NAME               PIC X(30).
             03 RST-RANK               PIC X(25).
             03 RST-DIFFICULTY         PIC 9(02).
             03 RST-STAMP              PIC X(14).

       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
             03 LK-NAME                PIC X(30).
             03 LK-STAMP               PIC X(14).

      * SHIP-CLASS-FILE - THE SAME CARDS THE BRIDGE READS AT SIGN-ON.
      * ONLY THE STORES AND CREW MATTER HERE; THE FACTORS ARE APPLIED
      * BY THE BRIDGE WHEN THE CADET RESUMES.
       FD SHIP-CLASS-FILE.
          01 SHC-RECORD.
             03 SHC-CLASS-NAME         PIC X(13).
             03 SHC-MIN-RANK           PIC 9(02).
             03 SHC-ENERGY             PIC 9(05).
             03 SHC-TORPEDOES          PIC 9(02).
             03 SHC-PROBES             PIC 9(02).
             03 SHC-CREW               PIC 9(04).
             03 SHC-SHIELD-MAX         PIC 9(05).
             03 SHC-WARP-FACTOR        PIC 9(01)V9(02).
             03 SHC-REPAIR-RATE        PIC 9(01)V9(02).

       FD EXAM-LISTING-FILE.
          01 EXAM-LISTING-RECORD       PIC X(80).

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
          03 WS-DECK-FILE-STATUS.
             05 WS-DECK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-DECK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-CHECKPOINT-FILE-STATUS.
             05 WS-CHECKPOINT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-CHECKPOINT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-GALAXY-FILE-STATUS.
             05 WS-GALAXY-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-GALAXY-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-ROSTER-FILE-STATUS.
             05 WS-ROSTER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-ROSTER-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-LOCK-FILE-STATUS.
             05 WS-LOCK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-LOCK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-SHIP-CLASS-FILE-STATUS.
             05 WS-SHIP-CLASS-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHIP-CLASS-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.

       01 WS-CHECKPOINT-ASSIGN-NAME PIC  X(256) VALUE
          'STARTREK-CHECKPOINT-1'.
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
             88 WS-RUN-HAD-REJECTS              VALUE 'R'.
             88 WS-RUN-NOT-LOADED               VALUE 'N'.
          03 WS-HEADER-SW           PIC  X(01)  VALUE 'N'.
             88 WS-HEADER-ACCEPTED              VALUE 'Y'.
          03 WS-POSITION-SW         PIC  X(01)  VALUE 'N'.
             88 WS-POSITION-GIVEN               VALUE 'Y'.
          03 WS-SHIP-SW             PIC  X(01)  VALUE 'N'.
             88 WS-SHIP-GIVEN                   VALUE 'Y'.
          03 WS-CLASS-EOF           PIC  X(01)  VALUE 'N'.
             88 WS-CLASS-EOF-TRUE               VALUE 'Y'.

      * RANK TITLES IN RANK-CHOICE ORDER - THE SAME WORDING THE
      * BRIDGE PUTS ON THE SAVE HEADER AND THE ROSTER.
       01 WS-RANK-TITLE-VALUES.
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
       01 WS-RANK-TITLE-TABLE REDEFINES WS-RANK-TITLE-VALUES.
          03 WS-RANK-TITLE          PIC  X(25)  OCCURS 18 TIMES.

      * THE SHIP CLASSES IN THE BRIDGE'S STANDING TABLE - NAME,
      * ENERGY, TORPEDOES, PROBES AND CREW, THEN THE HULL THE CLASS
      * SAILS WHEN THE SHIP CARD NAMES NO REGISTRY.  A CLASS CARD ON
      * STARTREK-SHIP-CLASSES REPLACES THE STORES AND CREW.
       01 WS-SHIP-CLASS-VALUES.
          03 FILLER PIC X(50) VALUE
             'Constellation0350012040535NCC-2893Stargazer       '.
          03 FILLER PIC X(50) VALUE
             'Constitution 0300010030430NCC-1701Enterprise      '.
          03 FILLER PIC X(50) VALUE
             'Excelsior    0400014040750NCC-2000Excelsior       '.
          03 FILLER PIC X(50) VALUE
             'Miranda      0250008020220NCC-1864Reliant         '.
          03 FILLER PIC X(50) VALUE
             'Soyuz        0220006020180NCC-1941Bozeman         '.
          03 FILLER PIC X(50) VALUE
             'Sydney       0180004010080NCC-2010Jenolan         '.
       01 WS-SHIP-CLASS-TABLE REDEFINES WS-SHIP-CLASS-VALUES.
          03 WS-SC-ENTRY            OCCURS 6 TIMES.
             05 WS-SC-NAME          PIC  X(13).
             05 WS-SC-ENERGY        PIC  9(05).
             05 WS-SC-TORPS         PIC  9(02).
             05 WS-SC-PROBES        PIC  9(02).
             05 WS-SC-CREW          PIC  9(04).
             05 WS-SC-REGISTER      PIC  X(08).
             05 WS-SC-HULL-NAME     PIC  X(16).

      * THE CENSUS ITEMS IN CHECKPOINT COUNTER ORDER - GLYPH, HOSTILE
      * FLAG, AND THE MULTIPLIER AND DIVISOR 1050-CALCULATE-MAX-ITEMS
      * APPLIES TO THE SQUARED DIFFICULTY FACTOR.  A MULTIPLIER OF
      * ZERO MARKS THE KOBAYASHI MARU, WHICH IS ONE SHIP IN THE ALPHA
      * QUADRANT ONLY.
       01 WS-ITEM-VALUES.
          03 FILLER PIC X(23) VALUE '.N10050ANOMALY         '.
          03 FILLER PIC X(23) VALUE 'aN10010ASTEROID        '.
          03 FILLER PIC X(23) VALUE 'bN10025BLACK HOLE      '.
          03 FILLER PIC X(23) VALUE 'BY10001BORG            '.
          03 FILLER PIC X(23) VALUE 'CY10001CARDASSIAN      '.
          03 FILLER PIC X(23) VALUE 'cN10075COMET           '.
          03 FILLER PIC X(23) VALUE '1Y10001UNALIGNED 1     '.
          03 FILLER PIC X(23) VALUE '2Y10001UNALIGNED 2     '.
          03 FILLER PIC X(23) VALUE 'fN10001FERENGI         '.
          03 FILLER PIC X(23) VALUE 'KY10001KLINGON         '.
          03 FILLER PIC X(23) VALUE '!N00001KOBAYASHI MARU  '.
          03 FILLER PIC X(23) VALUE 'mN10004MOON            '.
          03 FILLER PIC X(23) VALUE 'xN11500NEXUS           '.
          03 FILLER PIC X(23) VALUE 'nN10500NOVA            '.
          03 FILLER PIC X(23) VALUE 'pN20001PLANET          '.
          03 FILLER PIC X(23) VALUE 'QY10001Q               '.
          03 FILLER PIC X(23) VALUE 'RY10001ROMULAN         '.
          03 FILLER PIC X(23) VALUE '*N10002STAR            '.
          03 FILLER PIC X(23) VALUE '#N10001STAR BASE       '.
          03 FILLER PIC X(23) VALUE '^N10001STAR SHIP       '.
          03 FILLER PIC X(23) VALUE 'sN10750SUPER NOVA      '.
          03 FILLER PIC X(23) VALUE 'uN11000UNKNOWN         '.
          03 FILLER PIC X(23) VALUE 'VY10100V''GER           '.
          03 FILLER PIC X(23) VALUE 'vN10001VULCAN          '.
          03 FILLER PIC X(23) VALUE 'wN10010WORM HOLE       '.
       01 WS-ITEM-TABLE REDEFINES WS-ITEM-VALUES.
          03 WS-ITEM-ENTRY          OCCURS 25 TIMES.
             05 WS-IT-GLYPH         PIC  X(01).
             05 WS-IT-HOSTILE       PIC  X(01).
                88 WS-IT-IS-HOSTILE             VALUE 'Y'.
             05 WS-IT-MULTIPLIER    PIC  9(01).
             05 WS-IT-DIVISOR       PIC  9(04).
             05 WS-IT-LABEL         PIC  X(16).

      * PER-QUADRANT CENSUS IN THE BRIDGE'S OWN LAYOUT - 25 COUNTERS
      * THEN 25 CAPS PER QUADRANT - SO IT MOVES STRAIGHT INTO THE
      * SAVE HEADER.
       01 WS-EX-CENSUS-TABLE.
          03 WS-EX-QUAD-CENSUS      OCCURS 4 TIMES.
             05 WS-EX-QC-COUNTERS.
                07 WS-EX-QC-CTR     PIC  9(09)  OCCURS 25 TIMES.
             05 WS-EX-QC-MAXIMUMS.
                07 WS-EX-QC-MAX     PIC  9(09)  OCCURS 25 TIMES.

      * THE HIGHEST CAP THE GALAXY BUILD COULD ROLL PER ITEM AT THE
      * EXAM DIFFICULTY - PLACEMENTS BEYOND IT ARE REJECTED.
       01 WS-EX-CEILING-TABLE.
          03 WS-EX-CEILING          PIC  9(09)  OCCURS 25 TIMES.

      * CUBES NAMED ON THE DECK, HELD IN STORAGE UNTIL THE DECK HAS
      * BEEN READ THROUGH AND THE SLOT IS KNOWN TO BE FREE.
       01 WS-EX-CUBE-AREA.
          03 WS-EX-CUBE-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-EX-CUBE-MAX         PIC  9(04)  VALUE 0500.
          03 WS-EX-CUBE-IDX         PIC  9(04)  VALUE ZEROES.
          03 WS-EX-CUBE-FOUND-IDX   PIC  9(04)  VALUE ZEROES.
          03 WS-EX-CUBE-ENTRY       OCCURS 500 TIMES.
             05 WS-EX-CUBE-ID.
                07 WS-EX-CUBE-QUAD  PIC  9(01).
                07 WS-EX-CUBE-X     PIC  9(02).
                07 WS-EX-CUBE-Y     PIC  9(02).
                07 WS-EX-CUBE-Z     PIC  9(02).
             05 WS-EX-CUBE-CONTENTS.
                07 WS-EX-SECTOR-X-AXIS
                                    OCCURS 10 TIMES.
                   09 WS-EX-SECTOR-Y-AXIS
                                    OCCURS 10 TIMES.
                      11 WS-EX-SECTOR-LOCATION
                                    PIC  X(01)  OCCURS 10 TIMES.

      * STARSHIPS PLACED ON THE DECK - SAVED AS THE BRIDGE'S
      * STARSHIP LOG SO HAILS AND PATROLS KNOW THEM BY NAME.
       01 WS-EX-SHIP-AREA.
          03 WS-EX-SHIP-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-EX-SHIP-MAX         PIC  9(04)  VALUE 0500.
          03 WS-EX-SHIP-IDX         PIC  9(04)  VALUE ZEROES.
          03 WS-EX-SHIP-ENTRY       OCCURS 500 TIMES.
             05 WS-EX-SL-QUAD       PIC  9(01).
             05 WS-EX-SL-X          PIC  9(02).
             05 WS-EX-SL-Y          PIC  9(02).
             05 WS-EX-SL-Z          PIC  9(02).
             05 WS-EX-SL-SECT-X     PIC  9(02).
             05 WS-EX-SL-SECT-Y     PIC  9(02).
             05 WS-EX-SL-SECT-Z     PIC  9(02).
             05 WS-EX-SL-REGISTER   PIC  X(08).
             05 WS-EX-SL-NAME       PIC  X(16).

      * THE SAVE LIBRARY ROSTER, READ WHOLE AND WRITTEN BACK WITH
      * THE EXAM SLOT'S ENTRY REPLACED.
       01 WS-EX-ROSTER-AREA.
          03 WS-EX-RST-IDX          PIC  9(02)  VALUE ZEROES.
          03 WS-EX-RST-MAX          PIC  9(02)  VALUE 09.
          03 WS-EX-RST-ENTRY        OCCURS 9 TIMES.
             05 WS-EX-RS-USED       PIC  X(01).
                88 WS-EX-RS-IS-USED             VALUE 'Y'.
             05 WS-EX-RS-NAME       PIC  X(30).
             05 WS-EX-RS-RANK       PIC  X(25).
             05 WS-EX-RS-DIFF       PIC  9(02).
             05 WS-EX-RS-STAMP      PIC  X(14).

      * MISSION-START PROBE TABLE - FIVE BAYS, NONE IN FLIGHT.
       01 WS-EX-PROBE-TABLE.
          03 WS-EX-PRB-ENTRY        OCCURS 5 TIMES.
             05 WS-EX-PRB-ACTIVE    PIC  X(01)  VALUE 'N'.
             05 WS-EX-PRB-QUAD      PIC  9(01)  VALUE ZEROES.
             05 WS-EX-PRB-X         PIC  9(02)  VALUE ZEROES.
             05 WS-EX-PRB-Y         PIC  9(02)  VALUE ZEROES.
             05 WS-EX-PRB-Z         PIC  9(02)  VALUE ZEROES.
             05 WS-EX-PRB-ARRIVAL   PIC  9(05)V9(01)
                                                VALUE ZEROES.

       01 WS-EXAM-WORK-AREA.
          03 WS-EX-SLOT             PIC  9(01)  VALUE ZEROES.
          03 WS-EX-NAME             PIC  X(30)  VALUE SPACES.
          03 WS-EX-RANK-CHOICE      PIC  9(02)  VALUE ZEROES.
          03 WS-EX-RANK             PIC  X(25)  VALUE SPACES.
          03 WS-EX-RANK-NAME        PIC  X(55)  VALUE SPACES.
          03 WS-EX-DIFFICULTY       PIC  9(02)  VALUE ZEROES.
          03 WS-EX-FACTOR           PIC  9(02)  VALUE ZEROES.
          03 WS-EX-FACTOR-SQD       PIC  9(04)  VALUE ZEROES.
          03 WS-EX-ALLOWANCE        PIC  9(03)  VALUE ZEROES.
          03 WS-EX-FILL-MODE        PIC  X(01)  VALUE 'A'.
             88 WS-EX-FILL-AUTHORED             VALUE 'A'.
             88 WS-EX-FILL-ROLLED               VALUE 'R'.
          03 WS-EX-TITLE            PIC  X(40)  VALUE SPACES.
          03 WS-EX-START-POSITION.
             05 WS-EX-START-QUAD    PIC  9(01)  VALUE 1.
             05 WS-EX-START-X       PIC  9(02)  VALUE 05.
             05 WS-EX-START-Y       PIC  9(02)  VALUE 05.
             05 WS-EX-START-Z       PIC  9(02)  VALUE 05.
             05 WS-EX-START-SECT-X  PIC  9(02)  VALUE 05.
             05 WS-EX-START-SECT-Y  PIC  9(02)  VALUE 05.
             05 WS-EX-START-SECT-Z  PIC  9(02)  VALUE 05.
          03 WS-EX-STARDATE-BASE    PIC  9(05)V9(01) VALUE 41000.0.
          03 WS-EX-STARDATE-LIMIT   PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-EX-VG-MOVE-INTERVAL PIC  9(01)V9(01) VALUE 2.0.
          03 WS-EX-SECTOR-MAX       PIC  9(02)  VALUE 10.
          03 WS-EX-SECTOR-CAPACITY  PIC  9(04)  VALUE 1000.
          03 WS-EX-CKPT-LAYOUT      PIC  9(02)  VALUE 19.
          03 WS-EX-SC-MAX           PIC  9(02)  VALUE 06.
          03 WS-EX-SC-IDX           PIC  9(02)  VALUE ZEROES.
          03 WS-EX-SC-FOUND-IDX     PIC  9(02)  VALUE ZEROES.
          03 WS-EX-SC-CHOICE        PIC  9(02)  VALUE 02.
          03 WS-EX-SC-WANTED        PIC  X(13)  VALUE SPACES.
          03 WS-EX-SHIP-REGISTER    PIC  X(08)  VALUE 'NCC-1701'.
          03 WS-EX-SHIP-HULL-NAME   PIC  X(16)  VALUE 'Enterprise'.
          03 WS-EX-ITEM-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-EX-IDX-SCAN         PIC  9(02)  VALUE ZEROES.
          03 WS-EX-ITEM-SUM         PIC  9(09)  VALUE ZEROES.
          03 WS-EX-QUAD-IDX        PIC  9(01)  VALUE ZEROES.
          03 WS-EX-Y-IDX            PIC  9(02)  VALUE ZEROES.
          03 WS-EX-Z-IDX            PIC  9(02)  VALUE ZEROES.
          03 WS-EX-CARD-CTR         PIC  9(05)  VALUE ZEROES.
          03 WS-EX-REJECT-REASON    PIC  X(40)  VALUE SPACES.
          03 WS-EX-HOSTILE-CTR      PIC  9(09)  VALUE ZEROES.
          03 WS-EX-RANDOM           PIC  V9(09) VALUE ZEROES.
          03 WS-EX-SEED             PIC  9(08)  VALUE ZEROES.
          03 WS-EX-LOCK-HOLDER      PIC  X(30)  VALUE SPACES.
          03 WS-EX-KOBAYASHI        PIC  X(01)  VALUE 'N'.
          03 WS-EX-VGER-AREA.
             05 WS-EX-VG-ACTIVE     PIC  X(01)  VALUE 'N'.
                88 WS-EX-VG-PLACED              VALUE 'Y'.
             05 WS-EX-VG-QUAD       PIC  9(01)  VALUE ZEROES.
             05 WS-EX-VG-X          PIC  9(02)  VALUE ZEROES.
             05 WS-EX-VG-Y          PIC  9(02)  VALUE ZEROES.
             05 WS-EX-VG-Z          PIC  9(02)  VALUE ZEROES.
          03 WS-EX-QUAD-CUBES.
             05 WS-EX-QUAD-CUBE-CTR PIC  9(09)  OCCURS 4 TIMES.

       01 WS-LOAD-TOTALS.
          03 WS-TOT-CARDS           PIC  9(05)  VALUE ZEROES.
          03 WS-TOT-PLACED          PIC  9(05)  VALUE ZEROES.
          03 WS-TOT-REJECTED        PIC  9(05)  VALUE ZEROES.

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

           OPEN OUTPUT EXAM-LISTING-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'EXAM GALAXY LOAD - '       DELIMITED BY SIZE
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

           PERFORM 1500-LOAD-SHIP-CLASSES
              THRU 1500-END.

           PERFORM 1000-READ-DECK
              THRU 1000-END.

           IF NOT WS-RUN-NOT-LOADED
              PERFORM 2000-CHECK-SLOT-LOCK
                 THRU 2000-END
           END-IF.

           IF NOT WS-RUN-NOT-LOADED
              PERFORM 3000-BUILD-CENSUS
                 THRU 3000-END
              PERFORM 4000-WRITE-GALAXY-STORE
                 THRU 4000-END
           END-IF.

           IF NOT WS-RUN-NOT-LOADED
              PERFORM 5000-WRITE-CHECKPOINT
                 THRU 5000-END
              PERFORM 5100-SAVE-ROSTER
                 THRU 5100-END
           END-IF.

           PERFORM 5500-REPORT-SUMMARY
              THRU 5500-END.

           CLOSE EXAM-LISTING-FILE.

           DISPLAY 'Exam listing written to STARTREK-EXAM-LISTING.'.

           EVALUATE TRUE
               WHEN WS-RUN-NOT-LOADED
                    MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-HAD-REJECTS
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

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
       1000-READ-DECK SECTION.

           OPEN INPUT EXAM-DECK-FILE.

           IF WS-DECK-STATUS-1 = 0 AND WS-DECK-STATUS-2 = 5
              CLOSE EXAM-DECK-FILE
              MOVE 'NO STARTREK-EXAM-DECK FILE - NOTHING TO LOAD.'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-RUN-NOT-LOADED TO TRUE
              GO TO 1000-END
           END-IF.

           IF WS-DECK-STATUS-1 NOT = 0
              DISPLAY 'Error opening exam deck, status '
                      WS-DECK-FILE-STATUS UPON SYSERR
              SET WS-RUN-NOT-LOADED TO TRUE
              GO TO 1000-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE
              READ EXAM-DECK-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EX-CARD-CTR
                    PERFORM 1050-PROCESS-CARD
                       THRU 1050-END
              END-READ
           END-PERFORM.

           CLOSE EXAM-DECK-FILE.

           IF NOT WS-HEADER-ACCEPTED
              MOVE 'THE DECK HAS NO VALID HEADER CARD - NOTHING LOADED.'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-RUN-NOT-LOADED TO TRUE
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1050-PROCESS-CARD SECTION.

           IF ED-IS-COMMENT OR ED-HEADER-CARD = SPACES
              GO TO 1050-END
           END-IF.

           ADD 1 TO WS-TOT-CARDS.
           MOVE SPACES TO WS-EX-REJECT-REASON.

           EVALUATE TRUE
               WHEN ED-IS-HEADER
                    PERFORM 1100-PROCESS-HEADER
                       THRU 1100-END
               WHEN NOT WS-HEADER-ACCEPTED
                    MOVE 'CARD PRECEDES A VALID HEADER CARD'
                      TO WS-EX-REJECT-REASON
               WHEN ED-IS-POSITION
                    PERFORM 1200-PROCESS-POSITION
                       THRU 1200-END
               WHEN ED-IS-OBJECT
                    PERFORM 1300-PROCESS-OBJECT
                       THRU 1300-END
               WHEN ED-IS-SHIP
                    PERFORM 1250-PROCESS-SHIP
                       THRU 1250-END
               WHEN OTHER
                    MOVE 'UNKNOWN CARD TYPE'
                      TO WS-EX-REJECT-REASON
           END-EVALUATE.

           IF WS-EX-REJECT-REASON NOT = SPACES
              PERFORM 1400-REJECT-CARD
                 THRU 1400-END
           END-IF.

       1050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-PROCESS-HEADER SECTION.

           IF WS-HEADER-ACCEPTED
              MOVE 'SECOND HEADER CARD IGNORED'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-SLOT IS NOT NUMERIC OR ED-HDR-SLOT = ZERO
              MOVE 'SLOT MUST BE 1 THROUGH 9'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-SLOT > WS-SC-ROSTER-SIZE
              MOVE 'SLOT IS BEYOND THE SHOP ROSTER SIZE'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

      * THE SAME NOT-BLANK RULE THE BRIDGE APPLIES AT SIGN-ON - THE
      * CADET MUST TYPE THIS NAME EXACTLY TO RESUME THE EXAM.
           IF ED-HDR-NAME = SPACES OR ED-HDR-NAME = LOW-VALUES
              MOVE 'CADET NAME IS BLANK'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-RANK IS NOT NUMERIC OR ED-HDR-RANK > 17
              MOVE 'RANK MUST BE 00 THROUGH 17'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-DIFFICULTY IS NOT NUMERIC
              OR ED-HDR-DIFFICULTY > 17
              MOVE 'DIFFICULTY MUST BE 00 THROUGH 17'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-ALLOWANCE-X NOT = SPACES
              AND ED-HDR-ALLOWANCE IS NOT NUMERIC
              MOVE 'STARDATE ALLOWANCE IS NOT NUMERIC'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           IF ED-HDR-FILL-MODE NOT = SPACE AND 'A' AND 'R'
              MOVE 'FILL MODE MUST BE A OR R'
                TO WS-EX-REJECT-REASON
              GO TO 1100-END
           END-IF.

           SET WS-HEADER-ACCEPTED TO TRUE.

           MOVE ED-HDR-SLOT       TO WS-EX-SLOT.
           MOVE ED-HDR-NAME       TO WS-EX-NAME.
           MOVE ED-HDR-RANK       TO WS-EX-RANK-CHOICE.
           MOVE ED-HDR-DIFFICULTY TO WS-EX-DIFFICULTY.
           MOVE WS-RANK-TITLE (WS-EX-RANK-CHOICE + 1)
             TO WS-EX-RANK.

           IF ED-HDR-FILL-MODE = 'R'
              SET WS-EX-FILL-ROLLED TO TRUE
           ELSE
              SET WS-EX-FILL-AUTHORED TO TRUE
           END-IF.

           IF ED-HDR-TITLE = SPACES
              MOVE 'Instructor exam galaxy' TO WS-EX-TITLE
           ELSE
              MOVE ED-HDR-TITLE TO WS-EX-TITLE
           END-IF.

      * THE SAME GALAXY SIZE AND MISSION CLOCK 1010-FORMAT-RANK-NAME
      * DERIVES FROM THE DIFFICULTY CHOICE.
           COMPUTE WS-EX-FACTOR = ((WS-EX-DIFFICULTY + 1) * 2) + 4.
           COMPUTE WS-EX-FACTOR-SQD = WS-EX-FACTOR * WS-EX-FACTOR.

           IF ED-HDR-ALLOWANCE-X = SPACES OR ED-HDR-ALLOWANCE = ZERO
              COMPUTE WS-EX-ALLOWANCE = WS-EX-FACTOR * 2
           ELSE
              MOVE ED-HDR-ALLOWANCE TO WS-EX-ALLOWANCE
           END-IF.
           COMPUTE WS-EX-STARDATE-LIMIT =
                   WS-EX-STARDATE-BASE + WS-EX-ALLOWANCE.

           MOVE SPACES TO WS-EX-RANK-NAME.
           STRING FUNCTION TRIM (WS-EX-RANK) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-NAME) DELIMITED BY SIZE
                  ' ! ! !'                   DELIMITED BY SIZE
             INTO WS-EX-RANK-NAME.

           PERFORM VARYING WS-EX-ITEM-IDX FROM 1 BY 1
             UNTIL WS-EX-ITEM-IDX > 25
              IF WS-IT-MULTIPLIER (WS-EX-ITEM-IDX) = ZERO
                 MOVE 1 TO WS-EX-CEILING (WS-EX-ITEM-IDX)
              ELSE
                 COMPUTE WS-EX-CEILING (WS-EX-ITEM-IDX) =
                         WS-EX-FACTOR-SQD *
                         WS-IT-MULTIPLIER (WS-EX-ITEM-IDX) /
                         WS-IT-DIVISOR (WS-EX-ITEM-IDX) +
                         WS-EX-FACTOR
              END-IF
              IF WS-EX-CEILING (WS-EX-ITEM-IDX) >
                 WS-EX-SECTOR-CAPACITY
                 MOVE WS-EX-SECTOR-CAPACITY
                   TO WS-EX-CEILING (WS-EX-ITEM-IDX)
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SLOT '                     DELIMITED BY SIZE
                  WS-EX-SLOT                  DELIMITED BY SIZE
                  '  CADET '                  DELIMITED BY SIZE
                  WS-EX-NAME                  DELIMITED BY SIZE
                  '  DIFFICULTY '             DELIMITED BY SIZE
                  WS-EX-DIFFICULTY            DELIMITED BY SIZE
                  '  FILL '                   DELIMITED BY SIZE
                  WS-EX-FILL-MODE             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'RANK '                     DELIMITED BY SIZE
                  WS-EX-RANK                  DELIMITED BY SIZE
                  ' EXAM '                    DELIMITED BY SIZE
                  WS-EX-TITLE                 DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-PROCESS-POSITION SECTION.

           IF WS-POSITION-GIVEN
              MOVE 'SECOND START-POSITION CARD IGNORED'
                TO WS-EX-REJECT-REASON
              GO TO 1200-END
           END-IF.

           PERFORM 1310-CHECK-PLACEMENT
              THRU 1310-END.

           IF WS-EX-REJECT-REASON NOT = SPACES
              GO TO 1200-END
           END-IF.

      * THE ENTERPRISE CANNOT MATERIALIZE ON AN OBJECT ALREADY PLACED.
           PERFORM 1320-FIND-CUBE
              THRU 1320-END.

           IF WS-EX-CUBE-FOUND-IDX > ZEROES
              IF WS-EX-SECTOR-LOCATION
                  (WS-EX-CUBE-FOUND-IDX ED-PL-SECT-X ED-PL-SECT-Y
                   ED-PL-SECT-Z) NOT = '0'
                 MOVE 'START SECTOR IS ALREADY OCCUPIED'
                   TO WS-EX-REJECT-REASON
                 GO TO 1200-END
              END-IF
           END-IF.

           SET WS-POSITION-GIVEN TO TRUE.
           MOVE ED-PL-QUAD   TO WS-EX-START-QUAD.
           MOVE ED-PL-CUBE-X TO WS-EX-START-X.
           MOVE ED-PL-CUBE-Y TO WS-EX-START-Y.
           MOVE ED-PL-CUBE-Z TO WS-EX-START-Z.
           MOVE ED-PL-SECT-X TO WS-EX-START-SECT-X.
           MOVE ED-PL-SECT-Y TO WS-EX-START-SECT-Y.
           MOVE ED-PL-SECT-Z TO WS-EX-START-SECT-Z.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1250-PROCESS-SHIP SECTION.

           IF WS-SHIP-GIVEN
              MOVE 'SECOND SHIP CARD IGNORED'
                TO WS-EX-REJECT-REASON
              GO TO 1250-END
           END-IF.

           MOVE ED-SH-CLASS TO WS-EX-SC-WANTED.
           PERFORM 1510-FIND-SHIP-CLASS
              THRU 1510-END.

           IF WS-EX-SC-FOUND-IDX = ZEROES
              MOVE 'UNKNOWN SHIP CLASS'
                TO WS-EX-REJECT-REASON
              GO TO 1250-END
           END-IF.

           IF ED-SH-REGISTER NOT = SPACES AND ED-SH-NAME = SPACES
              MOVE 'HULL NAME IS BLANK'
                TO WS-EX-REJECT-REASON
              GO TO 1250-END
           END-IF.

           SET WS-SHIP-GIVEN TO TRUE.
           MOVE WS-EX-SC-FOUND-IDX TO WS-EX-SC-CHOICE.

      * NO REGISTRY MEANS THE HULL THE CLASS SAILS BY DEFAULT.
           IF ED-SH-REGISTER = SPACES
              MOVE WS-SC-REGISTER  (WS-EX-SC-CHOICE)
                TO WS-EX-SHIP-REGISTER
              MOVE WS-SC-HULL-NAME (WS-EX-SC-CHOICE)
                TO WS-EX-SHIP-HULL-NAME
           ELSE
              MOVE ED-SH-REGISTER TO WS-EX-SHIP-REGISTER
              MOVE ED-SH-NAME     TO WS-EX-SHIP-HULL-NAME
           END-IF.

       1250-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1300-PROCESS-OBJECT SECTION.

           MOVE ZEROES TO WS-EX-ITEM-IDX.

           PERFORM VARYING WS-EX-IDX-SCAN FROM 1 BY 1
             UNTIL WS-EX-IDX-SCAN > 25
              IF WS-IT-GLYPH (WS-EX-IDX-SCAN) = ED-PL-GLYPH
                 MOVE WS-EX-IDX-SCAN TO WS-EX-ITEM-IDX
              END-IF
           END-PERFORM.

           IF WS-EX-ITEM-IDX = ZEROES
              MOVE 'GLYPH IS NOT A PLACEABLE SECTOR ITEM'
                TO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

           PERFORM 1310-CHECK-PLACEMENT
              THRU 1310-END.

           IF WS-EX-REJECT-REASON NOT = SPACES
              GO TO 1300-END
           END-IF.

           IF WS-EX-START-QUAD = ED-PL-QUAD
              AND WS-EX-START-X = ED-PL-CUBE-X
              AND WS-EX-START-Y = ED-PL-CUBE-Y
              AND WS-EX-START-Z = ED-PL-CUBE-Z
              AND WS-EX-START-SECT-X = ED-PL-SECT-X
              AND WS-EX-START-SECT-Y = ED-PL-SECT-Y
              AND WS-EX-START-SECT-Z = ED-PL-SECT-Z
              MOVE 'SECTOR IS THE ENTERPRISE START POSITION'
                TO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

      * THE KOBAYASHI MARU ONLY EVER APPEARS IN THE ALPHA QUADRANT.
           IF WS-IT-MULTIPLIER (WS-EX-ITEM-IDX) = ZERO
              AND ED-PL-QUAD NOT = 1
              MOVE 'KOBAYASHI MARU IS ALPHA QUADRANT ONLY'
                TO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

           IF WS-EX-QC-CTR (ED-PL-QUAD WS-EX-ITEM-IDX) >=
              WS-EX-CEILING (WS-EX-ITEM-IDX)
              MOVE WS-EX-CEILING (WS-EX-ITEM-IDX)
                TO WS-PRT-COUNT-EDIT
              STRING 'EXCEEDS '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-IT-LABEL (WS-EX-ITEM-IDX))
                                               DELIMITED BY SIZE
                     ' CAP OF '                DELIMITED BY SIZE
                     FUNCTION TRIM (WS-PRT-COUNT-EDIT)
                                               DELIMITED BY SIZE
                INTO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

           PERFORM 1320-FIND-CUBE
              THRU 1320-END.

           IF WS-EX-CUBE-FOUND-IDX = ZEROES
              PERFORM 1330-ADD-CUBE
                 THRU 1330-END
           END-IF.

           IF WS-EX-REJECT-REASON NOT = SPACES
              GO TO 1300-END
           END-IF.

           IF WS-EX-SECTOR-LOCATION
               (WS-EX-CUBE-FOUND-IDX ED-PL-SECT-X ED-PL-SECT-Y
                ED-PL-SECT-Z) NOT = '0'
              MOVE 'SECTOR IS ALREADY OCCUPIED'
                TO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

           IF ED-PL-GLYPH = '^'
              AND WS-EX-SHIP-CTR >= WS-EX-SHIP-MAX
              MOVE 'STARSHIP LOG IS FULL'
                TO WS-EX-REJECT-REASON
              GO TO 1300-END
           END-IF.

           MOVE ED-PL-GLYPH
             TO WS-EX-SECTOR-LOCATION
                 (WS-EX-CUBE-FOUND-IDX ED-PL-SECT-X ED-PL-SECT-Y
                  ED-PL-SECT-Z).
           ADD 1 TO WS-EX-QC-CTR (ED-PL-QUAD WS-EX-ITEM-IDX).
           ADD 1 TO WS-TOT-PLACED.

           IF WS-IT-IS-HOSTILE (WS-EX-ITEM-IDX)
              ADD 1 TO WS-EX-HOSTILE-CTR
           END-IF.

           EVALUATE ED-PL-GLYPH
               WHEN '^'
                    PERFORM 1340-LOG-STARSHIP
                       THRU 1340-END
      * THE FIRST V'GER ON THE DECK BECOMES THE ROAMING THREAT, JUST
      * AS THE FIRST ONE ROLLED DOES IN A LIVE BUILD.
               WHEN 'V'
                    IF NOT WS-EX-VG-PLACED
                       SET WS-EX-VG-PLACED TO TRUE
                       MOVE ED-PL-QUAD   TO WS-EX-VG-QUAD
                       MOVE ED-PL-CUBE-X TO WS-EX-VG-X
                       MOVE ED-PL-CUBE-Y TO WS-EX-VG-Y
                       MOVE ED-PL-CUBE-Z TO WS-EX-VG-Z
                    END-IF
               WHEN '!'
                    MOVE 'Y' TO WS-EX-KOBAYASHI
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1310-CHECK-PLACEMENT SECTION.

      * COORDINATE CHECKS SHARED BY START-POSITION AND OBJECT CARDS.
           IF ED-PL-QUAD IS NOT NUMERIC
              OR ED-PL-CUBE-X IS NOT NUMERIC
              OR ED-PL-CUBE-Y IS NOT NUMERIC
              OR ED-PL-CUBE-Z IS NOT NUMERIC
              OR ED-PL-SECT-X IS NOT NUMERIC
              OR ED-PL-SECT-Y IS NOT NUMERIC
              OR ED-PL-SECT-Z IS NOT NUMERIC
              MOVE 'COORDINATES ARE NOT NUMERIC'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

           IF ED-PL-QUAD < 1 OR ED-PL-QUAD > 4
              MOVE 'QUADRANT MUST BE 1 THROUGH 4'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

           IF ED-PL-CUBE-X < 1 OR ED-PL-CUBE-X > WS-EX-FACTOR
              OR ED-PL-CUBE-Y < 1 OR ED-PL-CUBE-Y > WS-EX-FACTOR
              OR ED-PL-CUBE-Z < 1 OR ED-PL-CUBE-Z > WS-EX-FACTOR
              MOVE 'CUBE LIES OUTSIDE THE GALAXY'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

           IF ED-PL-SECT-X < 1 OR ED-PL-SECT-X > WS-EX-SECTOR-MAX
              OR ED-PL-SECT-Y < 1 OR ED-PL-SECT-Y > WS-EX-SECTOR-MAX
              OR ED-PL-SECT-Z < 1 OR ED-PL-SECT-Z > WS-EX-SECTOR-MAX
              MOVE 'SECTOR LIES OUTSIDE THE CUBE'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

      * SECTOR X 1 IS THE NEUTRAL-ZONE PLANE AND SECTOR X 10 THE
      * GALAXY BARRIER IN EVERY CUBE - 1090-POPULATE-SECTOR FILLS
      * THEM AND NOTHING MAY BE PLACED ON EITHER.
           IF ED-PL-SECT-X = 1
              MOVE 'SECTOR IS ON THE NEUTRAL-ZONE PLANE'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

           IF ED-PL-SECT-X = WS-EX-SECTOR-MAX
              MOVE 'SECTOR IS ON THE GALAXY BARRIER PLANE'
                TO WS-EX-REJECT-REASON
              GO TO 1310-END
           END-IF.

       1310-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1320-FIND-CUBE SECTION.

           MOVE ZEROES TO WS-EX-CUBE-FOUND-IDX.

           PERFORM VARYING WS-EX-CUBE-IDX FROM 1 BY 1
             UNTIL WS-EX-CUBE-IDX > WS-EX-CUBE-CTR
                OR WS-EX-CUBE-FOUND-IDX > ZEROES
              IF WS-EX-CUBE-QUAD (WS-EX-CUBE-IDX) = ED-PL-QUAD
                 AND WS-EX-CUBE-X (WS-EX-CUBE-IDX) = ED-PL-CUBE-X
                 AND WS-EX-CUBE-Y (WS-EX-CUBE-IDX) = ED-PL-CUBE-Y
                 AND WS-EX-CUBE-Z (WS-EX-CUBE-IDX) = ED-PL-CUBE-Z
                 MOVE WS-EX-CUBE-IDX TO WS-EX-CUBE-FOUND-IDX
              END-IF
           END-PERFORM.

       1320-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1330-ADD-CUBE SECTION.

           IF WS-EX-CUBE-CTR >= WS-EX-CUBE-MAX
              MOVE 'TOO MANY CUBES ON THE DECK'
                TO WS-EX-REJECT-REASON
              GO TO 1330-END
           END-IF.

           ADD 1 TO WS-EX-CUBE-CTR.
           MOVE WS-EX-CUBE-CTR TO WS-EX-CUBE-FOUND-IDX.

           MOVE ED-PL-QUAD   TO WS-EX-CUBE-QUAD (WS-EX-CUBE-CTR).
           MOVE ED-PL-CUBE-X TO WS-EX-CUBE-X    (WS-EX-CUBE-CTR).
           MOVE ED-PL-CUBE-Y TO WS-EX-CUBE-Y    (WS-EX-CUBE-CTR).
           MOVE ED-PL-CUBE-Z TO WS-EX-CUBE-Z    (WS-EX-CUBE-CTR).

      * AN AUTHORED CUBE STARTS AS EMPTY SPACE WITH ITS TWO PLANES
      * LAID DOWN EXACTLY AS THE GALAXY BUILD LAYS THEM.
           MOVE ALL '0' TO WS-EX-CUBE-CONTENTS (WS-EX-CUBE-CTR).

           PERFORM VARYING WS-EX-Y-IDX FROM 1 BY 1
             UNTIL WS-EX-Y-IDX > WS-EX-SECTOR-MAX
              PERFORM VARYING WS-EX-Z-IDX FROM 1 BY 1
                UNTIL WS-EX-Z-IDX > WS-EX-SECTOR-MAX
                 MOVE '-' TO WS-EX-SECTOR-LOCATION
                     (WS-EX-CUBE-CTR 1 WS-EX-Y-IDX WS-EX-Z-IDX)
                 MOVE '+' TO WS-EX-SECTOR-LOCATION
                     (WS-EX-CUBE-CTR WS-EX-SECTOR-MAX WS-EX-Y-IDX
                      WS-EX-Z-IDX)
              END-PERFORM
           END-PERFORM.

           ADD 1 TO WS-EX-QUAD-CUBE-CTR (ED-PL-QUAD).

       1330-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1340-LOG-STARSHIP SECTION.

           ADD 1 TO WS-EX-SHIP-CTR.

           MOVE ED-PL-QUAD   TO WS-EX-SL-QUAD   (WS-EX-SHIP-CTR).
           MOVE ED-PL-CUBE-X TO WS-EX-SL-X      (WS-EX-SHIP-CTR).
           MOVE ED-PL-CUBE-Y TO WS-EX-SL-Y      (WS-EX-SHIP-CTR).
           MOVE ED-PL-CUBE-Z TO WS-EX-SL-Z      (WS-EX-SHIP-CTR).
           MOVE ED-PL-SECT-X TO WS-EX-SL-SECT-X (WS-EX-SHIP-CTR).
           MOVE ED-PL-SECT-Y TO WS-EX-SL-SECT-Y (WS-EX-SHIP-CTR).
           MOVE ED-PL-SECT-Z TO WS-EX-SL-SECT-Z (WS-EX-SHIP-CTR).

      * AN UNNAMED STARSHIP IS GIVEN AN EXAM REGISTRY SO EVERY HAIL
      * STILL ANSWERS TO A NAME.
           MOVE WS-EX-SHIP-CTR TO WS-PRT-COUNT-EDIT.

           IF ED-PL-REGISTER = SPACES
              STRING 'NCC-E'                   DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT (7:3)   DELIMITED BY SIZE
                INTO WS-EX-SL-REGISTER (WS-EX-SHIP-CTR)
              INSPECT WS-EX-SL-REGISTER (WS-EX-SHIP-CTR)
                 REPLACING ALL SPACE BY '0'
           ELSE
              MOVE ED-PL-REGISTER
                TO WS-EX-SL-REGISTER (WS-EX-SHIP-CTR)
           END-IF.

           IF ED-PL-SHIP-NAME = SPACES
              MOVE 'EXAM CONTACT'
                TO WS-EX-SL-NAME (WS-EX-SHIP-CTR)
           ELSE
              MOVE ED-PL-SHIP-NAME
                TO WS-EX-SL-NAME (WS-EX-SHIP-CTR)
           END-IF.

       1340-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1400-REJECT-CARD SECTION.

           ADD 1 TO WS-TOT-REJECTED.

           IF NOT WS-RUN-NOT-LOADED
              SET WS-RUN-HAD-REJECTS TO TRUE
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'REJECTED CARD '            DELIMITED BY SIZE
                  WS-EX-CARD-CTR              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  ED-HEADER-CARD (1:15)       DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-REJECT-REASON         DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       1400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1500-LOAD-SHIP-CLASSES SECTION.

           OPEN INPUT SHIP-CLASS-FILE.

           IF WS-SHIP-CLASS-STATUS-1 = 0
              AND WS-SHIP-CLASS-STATUS-2 = 5
              CLOSE SHIP-CLASS-FILE
              GO TO 1500-END
           END-IF.

           IF WS-SHIP-CLASS-STATUS-1 NOT = 0
              DISPLAY 'Error opening ship class file, status '
                      WS-SHIP-CLASS-FILE-STATUS UPON SYSERR
              GO TO 1500-END
           END-IF.

           MOVE 'N' TO WS-CLASS-EOF.

           PERFORM UNTIL WS-CLASS-EOF-TRUE
              READ SHIP-CLASS-FILE
                 AT END
                    SET WS-CLASS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF SHC-CLASS-NAME NOT = SPACES
                       AND SHC-CLASS-NAME (1:1) NOT = '*'
                       PERFORM 1520-APPLY-CLASS-CARD
                          THRU 1520-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SHIP-CLASS-FILE.

       1500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1510-FIND-SHIP-CLASS SECTION.

           MOVE ZEROES TO WS-EX-SC-FOUND-IDX.

           PERFORM VARYING WS-EX-SC-IDX FROM 1 BY 1
             UNTIL WS-EX-SC-IDX > WS-EX-SC-MAX
                OR WS-EX-SC-FOUND-IDX > ZEROES
              IF FUNCTION UPPER-CASE (WS-SC-NAME (WS-EX-SC-IDX)) =
                 FUNCTION UPPER-CASE (WS-EX-SC-WANTED)
                 MOVE WS-EX-SC-IDX TO WS-EX-SC-FOUND-IDX
              END-IF
           END-PERFORM.

       1510-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1520-APPLY-CLASS-CARD SECTION.

           MOVE SHC-CLASS-NAME TO WS-EX-SC-WANTED.
           PERFORM 1510-FIND-SHIP-CLASS
              THRU 1510-END.

           IF WS-EX-SC-FOUND-IDX = ZEROES
              GO TO 1520-END
           END-IF.

      * THE SAME RULES THE BRIDGE APPLIES - A BLANK OR BADLY PUNCHED
      * FIGURE, OR A ZERO BUNKER OR CREW, KEEPS THE STANDING VALUE.
           IF SHC-ENERGY IS NUMERIC AND SHC-ENERGY > ZEROES
              MOVE SHC-ENERGY
                TO WS-SC-ENERGY (WS-EX-SC-FOUND-IDX)
           END-IF.
           IF SHC-TORPEDOES IS NUMERIC
              MOVE SHC-TORPEDOES
                TO WS-SC-TORPS (WS-EX-SC-FOUND-IDX)
           END-IF.
           IF SHC-PROBES IS NUMERIC
              MOVE SHC-PROBES
                TO WS-SC-PROBES (WS-EX-SC-FOUND-IDX)
           END-IF.
           IF SHC-CREW IS NUMERIC AND SHC-CREW > ZEROES
              MOVE SHC-CREW
                TO WS-SC-CREW (WS-EX-SC-FOUND-IDX)
           END-IF.

       1520-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-CHECK-SLOT-LOCK SECTION.

      * A SLOT HELD BY A RUNNING SESSION WOULD BE OVERWRITTEN AT ITS
      * NEXT AUTOSAVE - THE EXAM IS NOT LOADED OVER IT.
           MOVE SPACES TO WS-EX-LOCK-HOLDER.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-EX-SLOT             DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 2000-END
           END-IF.

           IF WS-LOCK-STATUS-1 NOT = 0
              GO TO 2000-END
           END-IF.

           READ SLOT-LOCK-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF LK-NAME NOT = SPACES
                    MOVE LK-NAME TO WS-EX-LOCK-HOLDER
                 END-IF
           END-READ.

           CLOSE SLOT-LOCK-FILE.

           IF WS-EX-LOCK-HOLDER NOT = SPACES
              MOVE SPACES TO WS-PRT-LINE
              STRING 'SLOT '                  DELIMITED BY SIZE
                     WS-EX-SLOT               DELIMITED BY SIZE
                     ' IS IN USE BY '         DELIMITED BY SIZE
                     WS-EX-LOCK-HOLDER        DELIMITED BY SIZE
                     ' - NOTHING LOADED.'     DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-RUN-NOT-LOADED TO TRUE
           END-IF.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-BUILD-CENSUS SECTION.

      * AUTHORED FILL CAPS EVERY ITEM AT THE COUNT PLACED, SO THE
      * CUBES NOT ON THE DECK GENERATE AS EMPTY SPACE.  ROLLED FILL
      * DRAWS THE CAPS THE WAY 1050-CALCULATE-MAX-ITEMS DOES AND THE
      * REST OF THE GALAXY GENERATES AROUND THE AUTHORED CUBES.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (9:8) TO WS-EX-SEED.
           COMPUTE WS-EX-RANDOM = FUNCTION RANDOM (WS-EX-SEED).

           PERFORM VARYING WS-EX-QUAD-IDX FROM 1 BY 1
             UNTIL WS-EX-QUAD-IDX > 4
              PERFORM VARYING WS-EX-ITEM-IDX FROM 1 BY 1
                UNTIL WS-EX-ITEM-IDX > 25
                 PERFORM 3100-SET-ONE-CAP
                    THRU 3100-END
              END-PERFORM
           END-PERFORM.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-SET-ONE-CAP SECTION.

           IF WS-EX-FILL-AUTHORED
              MOVE WS-EX-QC-CTR (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
                TO WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
              GO TO 3100-END
           END-IF.

           IF WS-IT-MULTIPLIER (WS-EX-ITEM-IDX) = ZERO
              MOVE WS-EX-QC-CTR (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
                TO WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
              GO TO 3100-END
           END-IF.

           COMPUTE WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX) =
                   WS-EX-FACTOR-SQD * FUNCTION RANDOM *
                   WS-IT-MULTIPLIER (WS-EX-ITEM-IDX) /
                   WS-IT-DIVISOR (WS-EX-ITEM-IDX) +
                   WS-EX-FACTOR.

           IF WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX) >
              WS-EX-SECTOR-CAPACITY
              MOVE WS-EX-SECTOR-CAPACITY
                TO WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
           END-IF.

           IF WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX) <
              WS-EX-QC-CTR (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
              MOVE WS-EX-QC-CTR (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
                TO WS-EX-QC-MAX (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
           END-IF.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-WRITE-GALAXY-STORE SECTION.

           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-EX-SLOT             DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

      * OPEN OUTPUT EMPTIES THE STORE - WHATEVER GALAXY THE SLOT HELD
      * BEFORE IS REPLACED WHOLE BY THE EXAM.
           OPEN OUTPUT GALAXY-FILE.

           IF WS-GALAXY-STATUS-1 NOT = 0
              DISPLAY 'Galaxy store cannot be opened, status '
                      WS-GALAXY-FILE-STATUS UPON SYSERR
              MOVE 'THE GALAXY STORE COULD NOT BE OPENED - NOT LOADED.'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-RUN-NOT-LOADED TO TRUE
              GO TO 4000-END
           END-IF.

           PERFORM VARYING WS-EX-CUBE-IDX FROM 1 BY 1
             UNTIL WS-EX-CUBE-IDX > WS-EX-CUBE-CTR
              MOVE WS-EX-CUBE-ID (WS-EX-CUBE-IDX)
                TO GX-SECTOR-ID
              MOVE WS-EX-CUBE-CONTENTS (WS-EX-CUBE-IDX)
                TO GX-SECTOR-CONTENTS
              WRITE GX-CUBE-RECORD
                 INVALID KEY
                    DISPLAY 'Galaxy store write failed, status '
                            WS-GALAXY-FILE-STATUS UPON SYSERR
                    SET WS-RUN-NOT-LOADED TO TRUE
              END-WRITE
           END-PERFORM.

           CLOSE GALAXY-FILE.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-CHECKPOINT SECTION.

           MOVE SPACES TO WS-CHECKPOINT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-EX-SLOT             DELIMITED BY SIZE
             INTO WS-CHECKPOINT-ASSIGN-NAME.

           OPEN OUTPUT CHECKPOINT-FILE.

           IF WS-CHECKPOINT-STATUS-1 NOT = 0
              DISPLAY 'Error opening checkpoint file, status '
                      WS-CHECKPOINT-FILE-STATUS UPON SYSERR
              SET WS-RUN-NOT-LOADED TO TRUE
              GO TO 5000-END
           END-IF.

      * EVERY FIELD NOT SET BY THE DECK CARRIES THE MISSION-START
      * VALUE 1033-RESET-SHIP-STATE AND 1040-BUILD-GALAXY USE.
           MOVE SPACES                   TO CK-HEADER-RECORD.
           SET CK-IS-HEADER              TO TRUE.
           MOVE WS-EX-NAME               TO CK-NAME.
           MOVE WS-EX-RANK               TO CK-RANK.
           MOVE WS-EX-RANK-CHOICE        TO CK-RANK-CHOICES.
           MOVE WS-EX-RANK-NAME          TO CK-RANK-NAME.
           MOVE WS-EX-FACTOR             TO CK-DIFFICULTY-FACTOR.
           MOVE WS-EX-FACTOR-SQD         TO CK-DIFFICULTY-FACTOR-SQD.
           MOVE WS-EX-QC-COUNTERS (WS-EX-START-QUAD)
                                         TO CK-ITEM-COUNTER.
           MOVE WS-EX-QC-MAXIMUMS (WS-EX-START-QUAD)
                                         TO CK-ITEM-MAX-COUNTER.
           MOVE WS-EX-START-POSITION     TO CK-SHIP-POSITION.
           MOVE 'D'                      TO CK-SHIP-SHIELDS.
           MOVE ZEROES                   TO CK-SHIP-SHIELD-UNITS.
           MOVE WS-SC-ENERGY (WS-EX-SC-CHOICE)
                                         TO CK-SHIP-ENERGY.
           MOVE WS-SC-TORPS  (WS-EX-SC-CHOICE)
                                         TO CK-SHIP-TORPEDOES.
           MOVE WS-SC-PROBES (WS-EX-SC-CHOICE)
                                         TO CK-SHIP-PROBES.
           MOVE ZEROES                   TO CK-SHIP-DAMAGE.
           MOVE 'N'                      TO CK-SHIP-DOCKED.
           MOVE ALL '0'                  TO CK-DAMAGE-TABLE.
           MOVE WS-EX-STARDATE-BASE      TO CK-STARDATE.
           MOVE WS-EX-STARDATE-LIMIT     TO CK-STARDATE-LIMIT.
           MOVE WS-EX-HOSTILE-CTR        TO CK-GALAXY-HOSTILE-CTR.
           MOVE ZEROES                   TO CK-HOSTILES-DESTROYED.
           MOVE ZEROES                   TO CK-ENERGY-EXPENDED
                                            CK-TORPS-EXPENDED.
           MOVE WS-EX-KOBAYASHI          TO CK-KOBAYASHI-RESPONSE.
           MOVE 'N'                      TO CK-KM-STATE.
           MOVE ZEROES                   TO CK-KM-SURVIVED-TURNS
                                            CK-KM-AMBUSH-ENERGY.
           MOVE WS-EX-PROBE-TABLE        TO CK-PROBE-TABLE.
           MOVE ZEROES                   TO CK-BI-NEXT-RESUPPLY.
           MOVE 1200                     TO CK-HAIL-XFER-POOL.
           MOVE WS-EX-CENSUS-TABLE       TO CK-QUAD-CENSUS-TABLE.
           MOVE WS-SC-CREW (WS-EX-SC-CHOICE)
                                         TO CK-SHIP-CREW.
           MOVE 100                      TO CK-SHIP-MORALE.
           MOVE ZEROES                   TO CK-CREW-LOST.
           MOVE WS-EX-VG-ACTIVE          TO CK-VG-ACTIVE.
           MOVE WS-EX-VG-QUAD            TO CK-VG-QUAD.
           MOVE WS-EX-VG-X               TO CK-VG-X.
           MOVE WS-EX-VG-Y               TO CK-VG-Y.
           MOVE WS-EX-VG-Z               TO CK-VG-Z.
           IF WS-EX-VG-PLACED
              COMPUTE CK-VG-NEXT-MOVE =
                      WS-EX-STARDATE-BASE + WS-EX-VG-MOVE-INTERVAL
           ELSE
              MOVE ZEROES                TO CK-VG-NEXT-MOVE
           END-IF.
           MOVE ZEROES                   TO CK-DISCOVERY-CTR.
           MOVE ZEROES                   TO CK-DIP-INCIDENT-CTR.
           MOVE 'N'                      TO CK-SG-ACTIVE.
           MOVE ZEROES                   TO CK-SG-QUAD
                                            CK-SG-X
                                            CK-SG-Y
                                            CK-SG-Z
                                            CK-SG-SECT-X
                                            CK-SG-SECT-Y
                                            CK-SG-SECT-Z
                                            CK-SG-DEADLINE
                                            CK-SG-NEXT-CHECK.
           MOVE ZEROES                   TO CK-NOVA-FUSE.
           MOVE 'D'                      TO CK-MSN-TYPE.
           MOVE WS-EX-TITLE              TO CK-MSN-NAME.
           MOVE ZEROES                   TO CK-MSN-GOAL
                                            CK-MSN-PROGRESS.
           MOVE 1.00                     TO CK-MSN-EFF-WEIGHT.
           MOVE 'NNNN'                   TO CK-MSN-QUAD-FLAGS.
           MOVE 25                       TO CK-PWR-WEAPONS
                                            CK-PWR-SHIELDS
                                            CK-PWR-ENGINES
                                            CK-PWR-ENGINEERING.
           MOVE 'G'                      TO CK-ALERT-CONDITION.
           MOVE WS-SC-NAME (WS-EX-SC-CHOICE)
                                         TO CK-SHIP-CLASS.
           MOVE WS-EX-SHIP-REGISTER      TO CK-SHIP-HULL-REGISTER.
           MOVE WS-EX-SHIP-HULL-NAME     TO CK-SHIP-HULL-NAME.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                         TO CK-MISSION-STAMP.
           MOVE ZEROES                   TO CK-FX-EXERCISE-NO
                                            CK-FX-BERTH.
           MOVE WS-EX-CKPT-LAYOUT        TO CK-LAYOUT-VERSION.

           WRITE CK-HEADER-RECORD.

           PERFORM VARYING WS-EX-SHIP-IDX FROM 1 BY 1
             UNTIL WS-EX-SHIP-IDX > WS-EX-SHIP-CTR
              MOVE SPACES TO CK-STARSHIP-RECORD
              SET CK-IS-STARSHIP TO TRUE
              MOVE WS-EX-SL-QUAD     (WS-EX-SHIP-IDX)
                TO CK-SL-QUAD-ID
              MOVE WS-EX-SL-X        (WS-EX-SHIP-IDX)
                TO CK-SL-QUAD-X-ID
              MOVE WS-EX-SL-Y        (WS-EX-SHIP-IDX)
                TO CK-SL-QUAD-Y-ID
              MOVE WS-EX-SL-Z        (WS-EX-SHIP-IDX)
                TO CK-SL-QUAD-Z-ID
              MOVE WS-EX-SL-SECT-X   (WS-EX-SHIP-IDX)
                TO CK-SL-SECTOR-X
              MOVE WS-EX-SL-SECT-Y   (WS-EX-SHIP-IDX)
                TO CK-SL-SECTOR-Y
              MOVE WS-EX-SL-SECT-Z   (WS-EX-SHIP-IDX)
                TO CK-SL-SECTOR-Z
              MOVE WS-EX-SL-REGISTER (WS-EX-SHIP-IDX)
                TO CK-SL-REGISTER
              MOVE WS-EX-SL-NAME     (WS-EX-SHIP-IDX)
                TO CK-SL-NAME
              WRITE CK-STARSHIP-RECORD
           END-PERFORM.

      * THE TRAILER BALANCES THE SAVE AGAINST THE CUBES JUST FILED -
      * THE SAME CHECK 1039-RECONCILE-CHECKPOINT MAKES AT RESUME.
           MOVE SPACES TO CK-TRAILER-RECORD.
           SET CK-IS-TRAILER TO TRUE.
           MOVE WS-EX-CUBE-CTR           TO CK-TRL-CELL-COUNT.
           MOVE WS-EX-QUAD-CUBE-CTR (1)  TO CK-TRL-QUAD-CELLS (1).
           MOVE WS-EX-QUAD-CUBE-CTR (2)  TO CK-TRL-QUAD-CELLS (2).
           MOVE WS-EX-QUAD-CUBE-CTR (3)  TO CK-TRL-QUAD-CELLS (3).
           MOVE WS-EX-QUAD-CUBE-CTR (4)  TO CK-TRL-QUAD-CELLS (4).
           MOVE WS-EX-SHIP-CTR           TO CK-TRL-STARSHIP-COUNT.
           MOVE ZEROES                   TO CK-TRL-LEDGER-COUNT.
           WRITE CK-TRAILER-RECORD.

           CLOSE CHECKPOINT-FILE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5100-SAVE-ROSTER SECTION.

      * READ THE WHOLE ROSTER, REPLACE THE EXAM SLOT'S ENTRY AND
      * WRITE IT BACK - THE OTHER EIGHT SLOTS ARE CARRIED UNCHANGED.
           PERFORM VARYING WS-EX-RST-IDX FROM 1 BY 1
             UNTIL WS-EX-RST-IDX > WS-EX-RST-MAX
              MOVE 'N'    TO WS-EX-RS-USED (WS-EX-RST-IDX)
              MOVE SPACES TO WS-EX-RS-NAME (WS-EX-RST-IDX)
           END-PERFORM.

           OPEN INPUT ROSTER-FILE.

           IF WS-ROSTER-STATUS-1 = 0 AND WS-ROSTER-STATUS-2 = 5
              CLOSE ROSTER-FILE
           ELSE
              IF WS-ROSTER-STATUS-1 = 0
                 SET WS-EOF-FALSE TO TRUE
                 PERFORM UNTIL WS-EOF-TRUE
                    READ ROSTER-FILE
                       AT END
                          SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                          IF RST-SLOT >= 1 AND RST-SLOT <= 9
                             MOVE 'Y'  TO WS-EX-RS-USED (RST-SLOT)
                             MOVE RST-NAME
                               TO WS-EX-RS-NAME (RST-SLOT)
                             MOVE RST-RANK
                               TO WS-EX-RS-RANK (RST-SLOT)
                             MOVE RST-DIFFICULTY
                               TO WS-EX-RS-DIFF (RST-SLOT)
                             MOVE RST-STAMP
                               TO WS-EX-RS-STAMP (RST-SLOT)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ROSTER-FILE
              END-IF
           END-IF.

           IF WS-EX-RS-IS-USED (WS-EX-SLOT)
              AND WS-EX-RS-NAME (WS-EX-SLOT) NOT = WS-EX-NAME
              MOVE SPACES TO WS-PRT-LINE
              STRING 'REPLACES THE SAVE HELD FOR '
                                              DELIMITED BY SIZE
                     WS-EX-RS-NAME (WS-EX-SLOT)
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-IF.

           MOVE 'Y'              TO WS-EX-RS-USED  (WS-EX-SLOT).
           MOVE WS-EX-NAME       TO WS-EX-RS-NAME  (WS-EX-SLOT).
           MOVE WS-EX-RANK       TO WS-EX-RS-RANK  (WS-EX-SLOT).
           MOVE WS-EX-FACTOR     TO WS-EX-RS-DIFF  (WS-EX-SLOT).
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                 TO WS-EX-RS-STAMP (WS-EX-SLOT).

           OPEN OUTPUT ROSTER-FILE.

           PERFORM VARYING WS-EX-RST-IDX FROM 1 BY 1
             UNTIL WS-EX-RST-IDX > WS-EX-RST-MAX
              IF WS-EX-RS-IS-USED (WS-EX-RST-IDX)
                 MOVE WS-EX-RST-IDX                 TO RST-SLOT
                 MOVE WS-EX-RS-NAME  (WS-EX-RST-IDX) TO RST-NAME
                 MOVE WS-EX-RS-RANK  (WS-EX-RST-IDX) TO RST-RANK
                 MOVE WS-EX-RS-DIFF  (WS-EX-RST-IDX)
                   TO RST-DIFFICULTY
                 MOVE WS-EX-RS-STAMP (WS-EX-RST-IDX) TO RST-STAMP
                 WRITE ROSTER-RECORD
              END-IF
           END-PERFORM.

           CLOSE ROSTER-FILE.

       5100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5500-REPORT-SUMMARY SECTION.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           IF WS-RUN-NOT-LOADED
              MOVE SPACES TO WS-PRT-LINE
              STRING 'CARDS READ '            DELIMITED BY SIZE
                     WS-TOT-CARDS             DELIMITED BY SIZE
                     '  REJECTED '            DELIMITED BY SIZE
                     WS-TOT-REJECTED          DELIMITED BY SIZE
                     '  - EXAM GALAXY NOT LOADED'
                                              DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 5500-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SHIP U.S.S. '              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EX-SHIP-HULL-NAME)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-SHIP-REGISTER         DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SC-NAME (WS-EX-SC-CHOICE))
                                              DELIMITED BY SIZE
                  ' CLASS'                    DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'START POSITION QUADRANT '  DELIMITED BY SIZE
                  WS-EX-START-QUAD            DELIMITED BY SIZE
                  ' CUBE '                    DELIMITED BY SIZE
                  WS-EX-START-X               DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-EX-START-Y               DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-EX-START-Z               DELIMITED BY SIZE
                  ' SECTOR '                  DELIMITED BY SIZE
                  WS-EX-START-SECT-X          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-EX-START-SECT-Y          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-EX-START-SECT-Z          DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CUBES AUTHORED BY QUADRANT '
                                              DELIMITED BY SIZE
                  WS-EX-QUAD-CUBE-CTR (1)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QUAD-CUBE-CTR (2)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QUAD-CUBE-CTR (3)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QUAD-CUBE-CTR (4)     DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-EX-ITEM-IDX FROM 1 BY 1
             UNTIL WS-EX-ITEM-IDX > 25
              PERFORM 5510-REPORT-ONE-ITEM
                 THRU 5510-END
           END-PERFORM.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CARDS READ '               DELIMITED BY SIZE
                  WS-TOT-CARDS                DELIMITED BY SIZE
                  '  OBJECTS PLACED '         DELIMITED BY SIZE
                  WS-TOT-PLACED               DELIMITED BY SIZE
                  '  REJECTED '               DELIMITED BY SIZE
                  WS-TOT-REJECTED             DELIMITED BY SIZE
                  '  HOSTILES '               DELIMITED BY SIZE
                  WS-EX-HOSTILE-CTR           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'EXAM GALAXY LOADED INTO SLOT '
                                              DELIMITED BY SIZE
                  WS-EX-SLOT                  DELIMITED BY SIZE
                  ' - THE CADET SIGNS ON AND RESUMES.'
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       5500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5510-REPORT-ONE-ITEM SECTION.

           MOVE ZEROES TO WS-EX-ITEM-SUM.

           PERFORM VARYING WS-EX-QUAD-IDX FROM 1 BY 1
             UNTIL WS-EX-QUAD-IDX > 4
              ADD WS-EX-QC-CTR (WS-EX-QUAD-IDX WS-EX-ITEM-IDX)
                TO WS-EX-ITEM-SUM
           END-PERFORM.

           IF WS-EX-ITEM-SUM = ZEROES
              GO TO 5510-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '  '                        DELIMITED BY SIZE
                  WS-IT-GLYPH (WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-IT-LABEL (WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
                  ' BY QUADRANT '             DELIMITED BY SIZE
                  WS-EX-QC-CTR (1 WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QC-CTR (2 WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QC-CTR (3 WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EX-QC-CTR (4 WS-EX-ITEM-IDX)
                                              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       5510-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE EXAM-LISTING-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM EXAMLOAD.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM EXAMLOAD                    *
      * ************************************************************** *

      * ************************************************************** *
      *                     START OF PROGRAM GALSIM                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GALSIM.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  TUESDAY SEPTEMBER 01, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * GALSIM IS THE GALAXY BALANCE SIMULATION FOR TRAINING COMMAND.  *
      *  FOR EVERY DIFFICULTY CHOICE FROM 0 TO 17 IT BUILDS A BATCH    *
      *  OF GALAXIES WITH STARTREK'S OWN CUBE GENERATION - THE         *
      *  QUADRANT CENSUS CAPS OF 1050/1052 AND THE CUBE ROLL OF 4020   *
      *  WITH ITS 1070/1080/1090 SECTOR PASSES, COPIED HERE VERBATIM - *
      *  WITHOUT ANYONE FLYING THEM, AND PRINTS THE SPREAD OF WHAT     *
      *  COMES OUT: HOSTILES AND STARBASES PER QUADRANT, THE DISTANCE  *
      *  FROM THE START CUBE TO THE NEAREST STARBASE, THE HAZARD       *
      *  DENSITY AROUND THE START, AND HOW OFTEN A GALAXY CANNOT BE    *
      *  WON BEFORE THE STARDATE DEADLINE.                             *
      *                                                                *
      * EACH QUADRANT IS ROLLED OUTWARD FROM THE ENTRY CUBE (5,5,5)    *
      *  SHELL BY SHELL, THE WAY A CAPTAIN OPENS IT UP, UNTIL EVERY    *
      *  HOSTILE KIND THAT CAN BE ROLLED THERE AND ITS STARBASES HAVE  *
      *  REACHED THEIR CENSUS CAPS - NOTHING ROLLED AFTER THAT CAN     *
      *  CHANGE THE FIGURES, SO THE REST OF THE QUADRANT IS LEFT       *
      *  UNBUILT.  NO GALAXY STORE IS WRITTEN.                         *
      *                                                                *
      * A GALAXY IS UNWINNABLE WHEN THE LEAST STARDATE TIME THE        *
      *  CLASSIC MISSION CAN BE FLOWN IN EXCEEDS THE DEADLINE: THE     *
      *  LONG RANGE SCAN SWEEP NEEDED TO PUT EVERY CUBE OF ALL FOUR    *
      *  QUADRANTS ON FILE, PLUS ONE WEAPONS SHOT FOR EVERY HOSTILE.   *
      *                                                                *
      * PARAMETERS (ENVIRONMENT):                                      *
      *  GALSIM-GALAXIES  GALAXIES PER DIFFICULTY, 1-999 (300)         *
      *  GALSIM-SEED      RANDOM SEED, SO A RUN CAN BE REPEATED        *
      *                   (TAKEN FROM THE CLOCK WHEN NOT GIVEN)        *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB REPORT NAME TAKEN FROM THE SHOP CONFIGURATION     *
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

       SELECT OPTIONAL BALANCE-FILE
       ASSIGN TO WS-SC-BALANCE-REPORT
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BALANCE-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

       FD BALANCE-FILE.
          01 BALANCE-RECORD            PIC X(80).

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
          03 WS-BALANCE-FILE-STATUS.
             05 WS-BALANCE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-BALANCE-STATUS-2 PIC  9(01)  VALUE ZEROES.
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

       01 WS-RANDOM-NUMBERS.
          03 WS-RANDOM-NUMBER       PIC 9(19)V9(19).
          03 WS-RANDOM-NBR REDEFINES
             WS-RANDOM-NUMBER.
             05 WS-RDM-NBR-INT      PIC 9(19).
             05 WS-RDM-NBR-DEC      PIC 9(19).
          03 WS-RANDOM-SEED         PIC 9(09)   VALUE ZEROES.

       01 WS-STARSHIP-RANDOM-NUMBERS.
          03 WS-STARSHIP-RANDOM-NUMBER
                                    PIC 9(19)V9(19).
          03 WS-STARSHIP-RANDOM-NBR REDEFINES
             WS-STARSHIP-RANDOM-NUMBER.
             05 WS-STARSHIP-RDM-NBR-INT
                                    PIC 9(19).
             05 WS-STARSHIP-RDM-NBR-DEC
                                    PIC 9(19).

      * THE DRILL IS NEVER ROLLED IN A BALANCE RUN - NO CAPTAIN OPTS
      * IN, SO THE KOBAYASHI MARU CAP STAYS AT ZERO.
       01 WS-KOBAYASHI-SWITCHES.
          03 WS-KOBAYASHI-RESPONSE  PIC  X(01)  VALUE 'N'.
             88 WS-KOBAYASHI-OPT-IN            VALUE 'Y'.

       01 WS-DIFFICULTY-FACTOR      PIC  9(02)  VALUE ZEROES.
       01 WS-DIFFICULTY-FACTOR-SQD  PIC  9(04)  VALUE ZEROES.

      * SECTOR GLYPHS, COUNTERS AND CONSTANTS USED BY THE GENERATION
      * SECTIONS.  MUST MATCH STARTREK.
       01 WS-SECTOR-ITEMS           PIC  X(01)  VALUE SPACES.
          88 WS-IS-ANOMALLY         VALUE '.'.
          88 WS-IS-ASTEROID         VALUE 'a'.
          88 WS-IS-BLACK-HOLE       VALUE 'b'.
          88 WS-IS-COMET            VALUE 'c'.
          88 WS-IS-EMPTY-SPACE      VALUE '0'.
          88 WS-IS-ENTERPRISE       VALUE '@'.
          88 WS-IS-GALAXY-BARRIER   VALUE '+'.
          88 WS-IS-MOON             VALUE 'm'.
          88 WS-IS-NEUTRAL-ZONE     VALUE '-'.
          88 WS-IS-NEXUS            VALUE 'x'.
          88 WS-IS-NOVA             VALUE 'n'.
          88 WS-IS-PLANET           VALUE 'p'.
          88 WS-IS-STAR             VALUE '*'.
          88 WS-IS-STAR-BASE        VALUE '#'.
          88 WS-IS-STAR-SHIP        VALUE '^'.
          88 WS-IS-STAR-FLEET       VALUE '$'.
          88 WS-IS-SUPER-NOVA       VALUE 's'.
          88 WS-IS-WORM-HOLE        VALUE 'w'.
          88 WS-IS-UNKNOWN          VALUE 'u'.

       01 WS-IS-ENEMY REDEFINES WS-SECTOR-ITEMS
                                    PIC  X(01).
          88 WS-IS-BORG             VALUE 'B'.
          88 WS-IS-CARD             VALUE 'C'.
          88 WS-IS-ENEMY-1          VALUE '1'.
          88 WS-IS-ENEMY-2          VALUE '2'.
          88 WS-IS-KLINGON          VALUE 'K'.
          88 WS-IS-NO-ENEMY         VALUE '0'.
          88 WS-IS-Q                VALUE 'Q'.
          88 WS-IS-ROMULAN          VALUE 'R'.
          88 WS-IS-VGER             VALUE 'V'.

       01 WS-IS-ALLIED REDEFINES WS-SECTOR-ITEMS
                                    PIC  X(01).
          88 WS-IS-FERI             VALUE 'f'.
          88 WS-IS-KOBIASHI         VALUE '!'.
          88 WS-IS-NO-ALLIED        VALUE '0'.
          88 WS-IS-VULCAN           VALUE 'v'.

        01 WS-SECTOR-ARRAY.
           03 WS-SECTOR-ID.
              05 WS-SECTOR-QUAD     PIC  9(01)         VALUE ZEROES.
                 88 WS-ALPHA-QUAD                      VALUE 1.
                 88 WS-BETA-QUAD                       VALUE 2.
                 88 WS-GAMMA-QUAD                      VALUE 3.
                 88 WS-DELTA-QUAD                      VALUE 4.
              05 WS-SECTOR-QUAD-X   PIC  9(02)         VALUE ZEROES.
              05 WS-SECTOR-QUAD-Y   PIC  9(02)         VALUE ZEROES.
              05 WS-SECTOR-QUAD-Z   PIC  9(02)         VALUE ZEROES.
           03 WS-SECTOR-CONTENTS    PIC  X(1000)       VALUE SPACES.
           03 WS-SECTOR-CONTENTS-RED REDEFINES
              WS-SECTOR-CONTENTS.
              05 WS-SECTOR-X-AXIS   OCCURS 10 TIMES.
                 07 WS-SECTOR-Y-AXIS
                                    OCCURS 10 TIMES.
                    09 WS-SECTOR-Z-AXIS
                                    OCCURS 10 TIMES.
                       11 WS-SECTOR-LOCATION
                                    PIC  X(01).

       01 WS-COUNTERS.
          03 WS-QUAD-CTR            PIC  9(01)         VALUE ZEROES.
             88 WS-QUAD-ALPHA       VALUE 1.
             88 WS-QUAD-BETA        VALUE 2.
             88 WS-QUAD-GAMMA       VALUE 3.
             88 WS-QUAD-DELTA       VALUE 4.
          03 WS-QUAD-X-CTR          PIC  9(02)         VALUE ZEROES.
          03 WS-QUAD-Y-CTR          PIC  9(02)         VALUE ZEROES.
          03 WS-QUAD-Z-CTR          PIC  9(02)         VALUE ZEROES.
          03 WS-SECTOR-X-CTR        PIC  9(02)         VALUE ZEROES.
          03 WS-SECTOR-Y-CTR        PIC  9(02)         VALUE ZEROES.
          03 WS-SECTOR-Z-CTR        PIC  9(02)         VALUE ZEROES.
          03 WS-ITEM-COUNTER.
             05 WS-IS-ANOMALLY-CTR     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ASTEROID-CTR     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-BLACK-HOLE-CTR   PIC  9(09)      VALUE ZEROES.
             05 WS-IS-BORG-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-CARD-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-COMET-CTR        PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ENEMY-1-CTR      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ENEMY-2-CTR      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-FERI-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-KLINGON-CTR      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-KOBIASHI-CTR     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-MOON-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-NEXUS-CTR        PIC  9(09)      VALUE ZEROES.
             05 WS-IS-NOVA-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-PLANET-CTR       PIC  9(09)      VALUE ZEROES.
             05 WS-IS-Q-CTR            PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ROMULAN-CTR      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-BASE-CTR    PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-SHIP-CTR    PIC  9(09)      VALUE ZEROES.
             05 WS-IS-SUPER-NOVA-CTR   PIC  9(09)      VALUE ZEROES.
             05 WS-IS-UNKNOWN-CTR      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-VGER-CTR         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-VULCAN-CTR       PIC  9(09)      VALUE ZEROES.
             05 WS-IS-WORM-HOLE-CTR    PIC  9(09)      VALUE ZEROES.
          03 WS-ITEM-MAX-COUNTER.
             05 WS-IS-ANOMALLY-MAX     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ASTEROID-MAX     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-BLACK-HOLE-MAX   PIC  9(09)      VALUE ZEROES.
             05 WS-IS-BORG-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-CARD-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-COMET-MAX        PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ENEMY-1-MAX      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ENEMY-2-MAX      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-FERI-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-KLINGON-MAX      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-KOBIASHI-MAX     PIC  9(09)      VALUE ZEROES.
             05 WS-IS-MOON-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-NEXUS-MAX        PIC  9(09)      VALUE ZEROES.
             05 WS-IS-NOVA-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-PLANET-MAX       PIC  9(09)      VALUE ZEROES.
             05 WS-IS-Q-MAX            PIC  9(09)      VALUE ZEROES.
             05 WS-IS-ROMULAN-MAX      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-BASE-MAX    PIC  9(09)      VALUE ZEROES.
             05 WS-IS-STAR-SHIP-MAX    PIC  9(09)      VALUE ZEROES.
             05 WS-IS-SUPER-NOVA-MAX   PIC  9(09)      VALUE ZEROES.
             05 WS-IS-UNKNOWN-MAX      PIC  9(09)      VALUE ZEROES.
             05 WS-IS-VGER-MAX         PIC  9(09)      VALUE ZEROES.
             05 WS-IS-VULCAN-MAX       PIC  9(09)      VALUE ZEROES.
             05 WS-IS-WORM-HOLE-MAX    PIC  9(09)      VALUE ZEROES.

       01 WS-CONSTANTS.
          03 WS-QUAD-MAX            PIC  9(01)         VALUE 4.
          03 WS-SECTOR-MAX          PIC  9(02)         VALUE 10.
          03 WS-CONTENT-ID          PIC  9(02)         VALUE 90.
          03 WS-SECTOR-CAPACITY     PIC  9(04)         VALUE 1000.

      * THE RUNNING CENSUS OF EACH QUADRANT OF THE GALAXY BEING BUILT.
       01 WS-QUAD-CENSUS-TABLE.
          03 WS-QUAD-CENSUS         OCCURS 4 TIMES.
             05 WS-QC-ITEM-COUNTER  PIC  X(225) VALUE ZEROES.
             05 WS-QC-ITEM-MAX-COUNTER
                                    PIC  X(225) VALUE ZEROES.

       01 WS-PARAMETER-AREA.
          03 WS-GALAXIES-ENV        PIC  X(20)  VALUE SPACES.
          03 WS-SEED-ENV            PIC  X(20)  VALUE SPACES.
          03 WS-GALAXIES            PIC  9(03)  VALUE 300.

      * THE WORK OF BUILDING ONE GALAXY.  THE SHELL IS THE CUBE
      * DISTANCE FROM THE ENTRY CUBE ALONG THE FARTHEST AXIS.
       01 WS-SIM-WORK-AREA.
          03 WS-SIM-CHOICE          PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-CHOICE-IDX      PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-GALAXY          PIC  9(03)  VALUE ZEROES.
          03 WS-SIM-QUAD            PIC  9(01)  VALUE ZEROES.
          03 WS-SIM-SHELL           PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-SHELL-MAX       PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-LO              PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-HI              PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-X               PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-Y               PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-Z               PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-DX              PIC S9(03)  VALUE ZEROES.
          03 WS-SIM-DY              PIC S9(03)  VALUE ZEROES.
          03 WS-SIM-DZ              PIC S9(03)  VALUE ZEROES.
          03 WS-SIM-FILLED-SW       PIC  X(01)  VALUE 'N'.
             88 WS-SIM-FILLED                   VALUE 'Y'.
          03 WS-SIM-DONE-SW         PIC  X(01)  VALUE 'N'.
             88 WS-SIM-DONE                     VALUE 'Y'.
          03 WS-SIM-CUBE-HOSTILES   PIC  9(04)  VALUE ZEROES.
          03 WS-SIM-CUBE-BASES      PIC  9(04)  VALUE ZEROES.
          03 WS-SIM-CUBE-HAZARDS    PIC  9(04)  VALUE ZEROES.
          03 WS-SIM-QUAD-HOSTILES   PIC  9(05)  VALUE ZEROES.
          03 WS-SIM-QUAD-BASES      PIC  9(05)  VALUE ZEROES.
          03 WS-SIM-GALAXY-HOSTILES PIC  9(07)  VALUE ZEROES.
          03 WS-SIM-DISTANCE        PIC  9(02)V9(01)
                                                VALUE ZEROES.
          03 WS-SIM-NEAREST         PIC  9(02)V9(01)
                                                VALUE ZEROES.
          03 WS-SIM-NEAREST-SW      PIC  X(01)  VALUE 'N'.
             88 WS-SIM-BASE-FOUND               VALUE 'Y'.
          03 WS-SIM-RING-HAZARDS    PIC  9(05)  VALUE ZEROES.
          03 WS-SIM-RING-CUBES      PIC  9(02)  VALUE ZEROES.
          03 WS-SIM-HAZARD-DENSITY  PIC  9(03)V9(01)
                                                VALUE ZEROES.
          03 WS-SIM-CLOCK           PIC  9(05)V9(01)
                                                VALUE ZEROES.

      * THE LEAST STARDATE COST OF THE CLASSIC MISSION, FROM THE
      * COMMAND COSTS OF 3200-ADVANCE-STARDATE: A LONG RANGE SCAN PUTS
      * A 7 X 7 X 7 BLOCK OF CUBES ON FILE FOR 0.1, A WARP LEG COSTS
      * 0.5 PLUS 0.2 PER CUBE, AND EVERY HOSTILE TAKES AT LEAST ONE
      * 0.3 WEAPONS SHOT.  THE SWEEP NEEDS P SCAN POSITIONS ALONG
      * EACH AXIS OF EVERY QUADRANT AND THREE JUMPS BETWEEN QUADRANTS.
       01 WS-CLOCK-WORK-AREA.
          03 WS-CLK-SCAN-SPAN       PIC  9(01)  VALUE 7.
          03 WS-CLK-SCAN-COST       PIC  9(01)V9(01)
                                                VALUE 0.1.
          03 WS-CLK-WARP-BASE       PIC  9(01)V9(01)
                                                VALUE 0.5.
          03 WS-CLK-WARP-PER-CUBE   PIC  9(01)V9(01)
                                                VALUE 0.2.
          03 WS-CLK-SHOT-COST       PIC  9(01)V9(01)
                                                VALUE 0.3.
          03 WS-CLK-POSITIONS       PIC  9(02)  VALUE ZEROES.
          03 WS-CLK-SPACING         PIC  9(02)V9(02)
                                                VALUE ZEROES.
          03 WS-CLK-DEADLINE        PIC  9(03)V9(01)
                                                VALUE ZEROES.
          03 WS-CLK-SURVEY          PIC  9(05)V9(01)
                                                VALUE ZEROES.

      * THE RESULTS FOR EACH DIFFICULTY CHOICE.  THE HOSTILE AND
      * STARBASE FIGURES ARE PER QUADRANT, THE REST PER GALAXY.
       01 WS-RESULT-TABLE.
          03 WS-RS-ENTRY            OCCURS 18 TIMES.
             05 WS-RS-FACTOR        PIC  9(02).
             05 WS-RS-DEADLINE      PIC  9(03)V9(01).
             05 WS-RS-SURVEY        PIC  9(05)V9(01).
             05 WS-RS-HOST-MIN      PIC  9(05).
             05 WS-RS-HOST-MAX      PIC  9(05).
             05 WS-RS-HOST-SUM      PIC  9(11).
             05 WS-RS-BASE-MIN      PIC  9(05).
             05 WS-RS-BASE-MAX      PIC  9(05).
             05 WS-RS-BASE-SUM      PIC  9(11).
             05 WS-RS-NEAR-MIN      PIC  9(02)V9(01).
             05 WS-RS-NEAR-MAX      PIC  9(02)V9(01).
             05 WS-RS-NEAR-SUM      PIC  9(07)V9(01).
             05 WS-RS-NEAR-CTR      PIC  9(05).
             05 WS-RS-NEAR-NONE     PIC  9(05).
             05 WS-RS-HAZ-MIN       PIC  9(03)V9(01).
             05 WS-RS-HAZ-MAX       PIC  9(03)V9(01).
             05 WS-RS-HAZ-SUM       PIC  9(07)V9(01).
             05 WS-RS-CLOCK-MIN     PIC  9(05)V9(01).
             05 WS-RS-CLOCK-MAX     PIC  9(05)V9(01).
             05 WS-RS-CLOCK-SUM     PIC  9(09)V9(01).
             05 WS-RS-UNWIN-CTR     PIC  9(05).

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-BAL-LINE-CTR        PIC  9(02)  VALUE 99.
          03 WS-BAL-PAGE-CTR        PIC  9(04)  VALUE ZEROES.
          03 WS-BAL-LINES-PER-PAGE  PIC  9(02)  VALUE 55.
          03 WS-BAL-PAGE-EDIT       PIC  ZZZ9.
          03 WS-BAL-TITLE           PIC  X(40)  VALUE SPACES.
          03 WS-BAL-SAMPLES         PIC  9(05)  VALUE ZEROES.
          03 WS-BAL-AVERAGE         PIC  9(05)V9(01)
                                                VALUE ZEROES.
          03 WS-BAL-PERCENT         PIC  9(03)V9(01)
                                                VALUE ZEROES.
          03 WS-BAL-CHOICE-EDIT     PIC  Z9.
          03 WS-BAL-FACTOR-EDIT     PIC  Z9.
          03 WS-BAL-COUNT-EDIT-1    PIC  ZZZZ9.
          03 WS-BAL-COUNT-EDIT-2    PIC  ZZZZ9.
          03 WS-BAL-COUNT-EDIT-3    PIC  ZZZZ9.
          03 WS-BAL-COUNT-EDIT-4    PIC  ZZZZ9.
          03 WS-BAL-COUNT-EDIT-5    PIC  ZZZZ9.
          03 WS-BAL-DEC-EDIT-1      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-2      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-3      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-4      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-5      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-6      PIC  ZZZZ9.9.
          03 WS-BAL-DEC-EDIT-7      PIC  ZZZZ9.9.
          03 WS-BAL-SEED-EDIT       PIC  Z(08)9.
          03 WS-BAL-GALAXIES-EDIT   PIC  ZZ9.

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

           PERFORM 0100-GET-PARAMETERS
              THRU 0100-END.

           DISPLAY 'Galaxy balance simulation - ' WS-GALAXIES
                   ' galaxies per difficulty, seed ' WS-RANDOM-SEED
                   '.'.

           MOVE ZEROES TO WS-RESULT-TABLE.

           PERFORM VARYING WS-SIM-CHOICE FROM 0 BY 1
             UNTIL WS-SIM-CHOICE > 17

              PERFORM 2000-SIMULATE-DIFFICULTY
                 THRU 2000-END

           END-PERFORM.

           OPEN OUTPUT BALANCE-FILE.

           IF WS-BALANCE-STATUS-1 NOT = 0
              DISPLAY 'Balance report '
                      FUNCTION TRIM (WS-SC-BALANCE-REPORT)
                      ' not opened, status ' WS-BALANCE-FILE-STATUS
                      UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 3000-PRINT-REPORT
              THRU 3000-END.

           CLOSE BALANCE-FILE.

           DISPLAY 'Galaxy balance report written to '
                   FUNCTION TRIM (WS-SC-BALANCE-REPORT)
                   ' (' WS-BAL-PAGE-CTR
                   ' page(s)).'.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       0100-GET-PARAMETERS SECTION.

      * GALAXIES PER DIFFICULTY - SEVERAL HUNDRED UNLESS NAMED.
           ACCEPT WS-GALAXIES-ENV FROM ENVIRONMENT 'GALSIM-GALAXIES'.
           IF WS-GALAXIES-ENV NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-GALAXIES-ENV) = ZERO
                 AND FUNCTION NUMVAL (WS-GALAXIES-ENV) >= 1
                 AND FUNCTION NUMVAL (WS-GALAXIES-ENV) <= 999
                 COMPUTE WS-GALAXIES =
                         FUNCTION NUMVAL (WS-GALAXIES-ENV)
              ELSE
                 DISPLAY 'GALSIM-GALAXIES ' FUNCTION TRIM
                         (WS-GALAXIES-ENV) ' ignored - it must be '
                         '1 to 999; ' WS-GALAXIES ' apply.'
                         UPON SYSERR
              END-IF
           END-IF.

      * THE SEED - A NAMED SEED REPEATS A RUN EXACTLY; OTHERWISE THE
      * CLOCK PICKS ONE, AND THE REPORT SHOWS IT EITHER WAY.
           ACCEPT WS-SEED-ENV FROM ENVIRONMENT 'GALSIM-SEED'.
           IF WS-SEED-ENV NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-SEED-ENV) = ZERO
                 AND FUNCTION NUMVAL (WS-SEED-ENV) >= 1
                 AND FUNCTION NUMVAL (WS-SEED-ENV) <= 999999999
                 COMPUTE WS-RANDOM-SEED =
                         FUNCTION NUMVAL (WS-SEED-ENV)
              ELSE
                 DISPLAY 'GALSIM-SEED ' FUNCTION TRIM (WS-SEED-ENV)
                         ' ignored - it must be a whole number from '
                         '1 to 999999999.' UPON SYSERR
              END-IF
           END-IF.

           IF WS-RANDOM-SEED = ZEROES
              MOVE WS-CURRENT-DATE-TIME-OFFSET (7:8)
                TO WS-RANDOM-SEED
           END-IF.

           COMPUTE WS-RANDOM-NUMBER =
                   FUNCTION RANDOM (WS-RANDOM-SEED).

       0100-END.
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
       1050-CALCULATE-MAX-ITEMS SECTION.

           MOVE ZEROES TO WS-ITEM-COUNTER
                          WS-ITEM-MAX-COUNTER.

           IF WS-QUAD-ALPHA AND WS-KOBAYASHI-OPT-IN
              MOVE 1 TO WS-IS-KOBIASHI-MAX
           END-IF.

           COMPUTE WS-IS-ANOMALLY-MAX   = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 50 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-ASTEROID-MAX   = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 10 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-BLACK-HOLE-MAX = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 25 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-BORG-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-CARD-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-COMET-MAX      = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 75 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-ENEMY-1-MAX    = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-ENEMY-2-MAX    = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-FERI-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-KLINGON-MAX    = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-MOON-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 4 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-NEXUS-MAX      = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 1500 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-NOVA-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 500 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-PLANET-MAX     = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM * 2 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-Q-MAX          = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-ROMULAN-MAX    = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-STAR-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 2 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-STAR-BASE-MAX  = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-STAR-SHIP-MAX  = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-SUPER-NOVA-MAX = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM /750 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-UNKNOWN-MAX    = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 1000 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-VGER-MAX       = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 100 +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-VULCAN-MAX     = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM +
                                          WS-DIFFICULTY-FACTOR.
           COMPUTE WS-IS-WORM-HOLE-MAX  = WS-DIFFICULTY-FACTOR-SQD *
                                          FUNCTION RANDOM / 10 +
                                          WS-DIFFICULTY-FACTOR.

           PERFORM 1052-CAP-MAX-ITEMS
              THRU 1052-END.

       1050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1052-CAP-MAX-ITEMS SECTION.

           IF WS-IS-ANOMALLY-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-ANOMALLY-MAX
           END-IF.
           IF WS-IS-ASTEROID-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-ASTEROID-MAX
           END-IF.
           IF WS-IS-BLACK-HOLE-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-BLACK-HOLE-MAX
           END-IF.
           IF WS-IS-BORG-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-BORG-MAX
           END-IF.
           IF WS-IS-CARD-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-CARD-MAX
           END-IF.
           IF WS-IS-COMET-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-COMET-MAX
           END-IF.
           IF WS-IS-ENEMY-1-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-ENEMY-1-MAX
           END-IF.
           IF WS-IS-ENEMY-2-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-ENEMY-2-MAX
           END-IF.
           IF WS-IS-FERI-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-FERI-MAX
           END-IF.
           IF WS-IS-KLINGON-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-KLINGON-MAX
           END-IF.
           IF WS-IS-MOON-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-MOON-MAX
           END-IF.
           IF WS-IS-NEXUS-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-NEXUS-MAX
           END-IF.
           IF WS-IS-NOVA-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-NOVA-MAX
           END-IF.
           IF WS-IS-PLANET-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-PLANET-MAX
           END-IF.
           IF WS-IS-Q-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-Q-MAX
           END-IF.
           IF WS-IS-ROMULAN-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-ROMULAN-MAX
           END-IF.
           IF WS-IS-STAR-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-STAR-MAX
           END-IF.
           IF WS-IS-STAR-BASE-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-STAR-BASE-MAX
           END-IF.
           IF WS-IS-STAR-SHIP-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-STAR-SHIP-MAX
           END-IF.
           IF WS-IS-SUPER-NOVA-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-SUPER-NOVA-MAX
           END-IF.
           IF WS-IS-UNKNOWN-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-UNKNOWN-MAX
           END-IF.
           IF WS-IS-VGER-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-VGER-MAX
           END-IF.
           IF WS-IS-VULCAN-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-VULCAN-MAX
           END-IF.
           IF WS-IS-WORM-HOLE-MAX > WS-SECTOR-CAPACITY
              MOVE WS-SECTOR-CAPACITY TO WS-IS-WORM-HOLE-MAX
           END-IF.

       1052-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1070-POPULATE-SECTOR-LOCATION SECTION.

           PERFORM VARYING WS-SECTOR-X-CTR FROM 1 BY 1
             UNTIL WS-SECTOR-X-CTR > WS-SECTOR-MAX

             PERFORM VARYING WS-SECTOR-Y-CTR FROM 1 BY 1
               UNTIL WS-SECTOR-Y-CTR > WS-SECTOR-MAX

               PERFORM VARYING WS-SECTOR-Z-CTR FROM 1 BY 1
                 UNTIL WS-SECTOR-Z-CTR > WS-SECTOR-MAX

                 SET WS-IS-EMPTY-SPACE TO TRUE

                 EVALUATE TRUE
                     WHEN WS-ALPHA-QUAD
                          PERFORM 1080-ALPHA-QUAD
                             THRU 1080-ALPHA-QUAD-END
                     WHEN WS-BETA-QUAD
                          PERFORM 1080-BETA-QUAD
                             THRU 1080-BETA-QUAD-END
                     WHEN WS-GAMMA-QUAD
                          PERFORM 1080-GAMMA-QUAD
                             THRU 1080-GAMMA-QUAD-END
                     WHEN WS-DELTA-QUAD
                          PERFORM 1080-DELTA-QUAD
                             THRU 1080-DELTA-QUAD-END
                 END-EVALUATE

               END-PERFORM

             END-PERFORM

           END-PERFORM.

       1070-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1080-ALPHA-QUAD SECTION.

           IF WS-SECTOR-QUAD-X = 5 AND WS-SECTOR-QUAD-Y = 5 AND
              WS-SECTOR-QUAD-Z = 5

              IF WS-SECTOR-Y-CTR = 5 AND WS-SECTOR-Z-CTR = 5 AND
                 WS-SECTOR-X-CTR NOT = 5
                 EVALUATE WS-SECTOR-X-CTR
                     WHEN 1
                      SET WS-IS-STAR TO TRUE
                      ADD 1 TO WS-IS-STAR-CTR
                     WHEN 2
                     WHEN 4
                     WHEN 9
                      SET WS-IS-PLANET TO TRUE
                      ADD 1 TO WS-IS-PLANET-CTR
                     WHEN 6
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN 10
                      SET WS-IS-COMET TO TRUE
                      ADD 1 TO WS-IS-COMET-CTR
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

              IF WS-SECTOR-X-CTR = 5 AND WS-SECTOR-Z-CTR = 5 AND
                 WS-SECTOR-Y-CTR NOT = 5
                 EVALUATE WS-SECTOR-Y-CTR
                     WHEN 2
                     WHEN 9
                      SET WS-IS-PLANET TO TRUE
                      ADD 1 TO WS-IS-PLANET-CTR
                     WHEN 4
                      SET WS-IS-STAR-FLEET TO TRUE
                     WHEN 6
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN 7
                      SET WS-IS-COMET TO TRUE
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

              IF WS-SECTOR-X-CTR = 5 AND WS-SECTOR-Y-CTR = 5 AND
                 WS-SECTOR-Z-CTR NOT = 5
                 EVALUATE WS-SECTOR-Z-CTR
                     WHEN 1
                     WHEN 7
                      SET WS-IS-PLANET TO TRUE
                      ADD 1 TO WS-IS-PLANET-CTR
                     WHEN 2
                          IF WS-KOBAYASHI-OPT-IN
                             AND WS-IS-KOBIASHI-CTR <
                                 WS-IS-KOBIASHI-MAX
                             SET WS-IS-KOBIASHI TO TRUE
                             ADD 1 TO WS-IS-KOBIASHI-CTR
                          END-IF
                     WHEN 3
                      SET WS-IS-STAR-BASE TO TRUE
                      ADD 1 TO WS-IS-STAR-BASE-CTR
                     WHEN 9
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN 10
                      SET WS-IS-COMET TO TRUE
                      ADD 1 TO WS-IS-COMET-CTR
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

      D       IF NOT WS-IS-EMPTY-SPACE
      D          DISPLAY WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR
      D                 'WS-SECTOR-ITEMS->' WS-SECTOR-ITEMS
      D       END-IF

              MOVE WS-SECTOR-ITEMS
                TO WS-SECTOR-LOCATION
                  (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR)
           END-IF.

           PERFORM 1090-POPULATE-SECTOR
              THRU 1090-END.

       1080-ALPHA-QUAD-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1080-BETA-QUAD SECTION.

           IF WS-SECTOR-QUAD-X = 5 AND WS-SECTOR-QUAD-Y = 5 AND
              WS-SECTOR-QUAD-Z = 5

              IF WS-SECTOR-X-CTR = 5 AND WS-SECTOR-Y-CTR = 5 AND
                 WS-SECTOR-Z-CTR = 5
                 SET WS-IS-ROMULAN TO TRUE
                 ADD 1 TO WS-IS-ROMULAN-CTR
              END-IF

              IF WS-SECTOR-Y-CTR = 5 AND WS-SECTOR-Z-CTR = 5 AND
                 WS-SECTOR-X-CTR NOT = 5
                 EVALUATE WS-SECTOR-X-CTR
                     WHEN 3
                     WHEN 7
                      SET WS-IS-ROMULAN TO TRUE
                      ADD 1 TO WS-IS-ROMULAN-CTR
                     WHEN 4
                     WHEN 6
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

              MOVE WS-SECTOR-ITEMS
                TO WS-SECTOR-LOCATION
                  (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR)
           END-IF.

           PERFORM 1090-POPULATE-SECTOR
              THRU 1090-END.

       1080-BETA-QUAD-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1080-GAMMA-QUAD SECTION.

           IF WS-SECTOR-QUAD-X = 5 AND WS-SECTOR-QUAD-Y = 5 AND
              WS-SECTOR-QUAD-Z = 5

              IF WS-SECTOR-X-CTR = 5 AND WS-SECTOR-Y-CTR = 5 AND
                 WS-SECTOR-Z-CTR = 5
                 SET WS-IS-FERI TO TRUE
                 ADD 1 TO WS-IS-FERI-CTR
              END-IF

              IF WS-SECTOR-Y-CTR = 5 AND WS-SECTOR-Z-CTR = 5 AND
                 WS-SECTOR-X-CTR NOT = 5
                 EVALUATE WS-SECTOR-X-CTR
                     WHEN 3
                     WHEN 7
                      SET WS-IS-FERI TO TRUE
                      ADD 1 TO WS-IS-FERI-CTR
                     WHEN 4
                     WHEN 6
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

              MOVE WS-SECTOR-ITEMS
                TO WS-SECTOR-LOCATION
                  (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR)
           END-IF.

           PERFORM 1090-POPULATE-SECTOR
              THRU 1090-END.

       1080-GAMMA-QUAD-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1080-DELTA-QUAD SECTION.

           IF WS-SECTOR-QUAD-X = 5 AND WS-SECTOR-QUAD-Y = 5 AND
              WS-SECTOR-QUAD-Z = 5

              IF WS-SECTOR-X-CTR = 5 AND WS-SECTOR-Y-CTR = 5 AND
                 WS-SECTOR-Z-CTR = 5
                 SET WS-IS-BORG TO TRUE
                 ADD 1 TO WS-IS-BORG-CTR
              END-IF

              IF WS-SECTOR-Y-CTR = 5 AND WS-SECTOR-Z-CTR = 5 AND
                 WS-SECTOR-X-CTR NOT = 5
                 EVALUATE WS-SECTOR-X-CTR
                     WHEN 3
                     WHEN 7
                      SET WS-IS-BORG TO TRUE
                      ADD 1 TO WS-IS-BORG-CTR
                     WHEN 4
                     WHEN 6
                      SET WS-IS-ASTEROID TO TRUE
                      ADD 1 TO WS-IS-ASTEROID-CTR
                     WHEN OTHER
                      SET WS-IS-EMPTY-SPACE TO TRUE
                 END-EVALUATE
              END-IF

              MOVE WS-SECTOR-ITEMS
                TO WS-SECTOR-LOCATION
                  (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR)
           END-IF.

           PERFORM 1090-POPULATE-SECTOR
              THRU 1090-END.

       1080-DELTA-QUAD-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1090-POPULATE-SECTOR SECTION.

           IF WS-IS-EMPTY-SPACE AND WS-SECTOR-X-CTR = 1
              SET WS-IS-NEUTRAL-ZONE TO TRUE
           END-IF.

           IF WS-IS-EMPTY-SPACE AND WS-SECTOR-X-CTR = WS-SECTOR-MAX
              SET WS-IS-GALAXY-BARRIER TO TRUE
           END-IF.

           IF WS-IS-NEUTRAL-ZONE OR
              WS-IS-GALAXY-BARRIER
              GO TO 1090-NEXT
           END-IF.

           IF NOT WS-IS-EMPTY-SPACE
              GO TO 1090-END
           END-IF.

           COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM *
                   WS-CONTENT-ID + 1.

           EVALUATE WS-RDM-NBR-INT
               WHEN  1
                     IF WS-IS-ANOMALLY-CTR <
                        WS-IS-ANOMALLY-MAX
                        SET WS-IS-ANOMALLY TO TRUE
                        ADD 1 TO WS-IS-ANOMALLY-CTR
                     END-IF
               WHEN  3
                     EVALUATE WS-SECTOR-QUAD
                         WHEN 1
                              IF WS-IS-KLINGON-CTR <
                                 WS-IS-KLINGON-MAX
                                 SET WS-IS-KLINGON TO TRUE
                                 ADD 1 TO WS-IS-KLINGON-CTR
                              END-IF
                         WHEN 2
                              IF WS-IS-CARD-CTR <
                                 WS-IS-CARD-MAX
                                 SET WS-IS-CARD TO TRUE
                                 ADD 1 TO WS-IS-CARD-CTR
                              END-IF
                         WHEN 3
                              IF WS-IS-ENEMY-1-CTR <
                                 WS-IS-ENEMY-1-MAX
                                 SET WS-IS-ENEMY-1 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-1-CTR
                              END-IF
                         WHEN 4
                              IF WS-IS-BORG-CTR <
                                 WS-IS-BORG-MAX
                                 SET WS-IS-BORG  TO TRUE
                                 ADD 1 TO WS-IS-BORG-CTR
                              END-IF
                     END-EVALUATE
               WHEN  5
                     IF WS-IS-ASTEROID-CTR <
                        WS-IS-ASTEROID-MAX
                        SET WS-IS-ASTEROID TO TRUE
                        ADD 1 TO WS-IS-ASTEROID-CTR
                     END-IF
               WHEN  9
                     IF WS-IS-NEXUS-CTR <
                        WS-IS-NEXUS-MAX
                        SET WS-IS-NEXUS TO TRUE
                        ADD 1 TO WS-IS-NEXUS-CTR
                     END-IF
               WHEN 11
                     IF WS-IS-VULCAN-CTR <
                        WS-IS-VULCAN-MAX
                        SET WS-IS-VULCAN TO TRUE
                        ADD 1 TO WS-IS-VULCAN-CTR
                     END-IF
               WHEN 13
                     IF WS-IS-NOVA-CTR <
                        WS-IS-NOVA-MAX
                        SET WS-IS-NOVA TO TRUE
                        ADD 1 TO WS-IS-NOVA-CTR
                     END-IF
               WHEN 17
                     IF WS-IS-STAR-SHIP-CTR <
                        WS-IS-STAR-SHIP-MAX
                        SET WS-IS-STAR-SHIP TO TRUE
                        ADD 1 TO WS-IS-STAR-SHIP-CTR
                        PERFORM 1092-ASSIGN-STARSHIP
                           THRU 1092-END
                     END-IF
               WHEN 20
                     IF WS-IS-Q-CTR < WS-IS-Q-MAX
                        SET WS-IS-Q TO TRUE
                        ADD 1 TO WS-IS-Q-CTR
                     END-IF
               WHEN 25
                     EVALUATE WS-SECTOR-QUAD
                         WHEN 1
                              IF WS-IS-BORG-CTR <
                                 WS-IS-BORG-MAX
                                 SET WS-IS-BORG TO TRUE
                                 ADD 1 TO WS-IS-BORG-CTR
                              END-IF
                         WHEN 2
                              IF WS-IS-CARD-CTR <
                                 WS-IS-CARD-MAX
                                 SET WS-IS-CARD TO TRUE
                                 ADD 1 TO WS-IS-CARD-CTR
                              END-IF
                         WHEN 3
                              IF WS-IS-ENEMY-2-CTR <
                                 WS-IS-ENEMY-2-MAX
                                 SET WS-IS-ENEMY-2 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-2-CTR
                              END-IF
                         WHEN 4
                              IF WS-IS-ENEMY-1-CTR <
                                 WS-IS-ENEMY-1-MAX
                                 SET WS-IS-ENEMY-1 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-1-CTR
                              END-IF
                     END-EVALUATE
               WHEN 33
                     EVALUATE WS-SECTOR-QUAD
                         WHEN 1
                              IF WS-IS-VGER-CTR < WS-IS-VGER-MAX
                                 SET WS-IS-VGER TO TRUE
                                 ADD 1 TO WS-IS-VGER-CTR
                              END-IF
                         WHEN 2
                              IF WS-IS-CARD-CTR <
                                 WS-IS-CARD-MAX
                                 SET WS-IS-CARD TO TRUE
                                 ADD 1 TO WS-IS-CARD-CTR
                              END-IF
                         WHEN 3
                              IF WS-IS-ENEMY-1-CTR <
                                 WS-IS-ENEMY-1-MAX
                                 SET WS-IS-ENEMY-1 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-1-CTR
                              END-IF
                         WHEN 4
                              IF WS-IS-BORG-CTR <
                                 WS-IS-BORG-MAX
                                 SET WS-IS-BORG TO TRUE
                                 ADD 1 TO WS-IS-BORG-CTR
                              END-IF
                     END-EVALUATE
               WHEN 36
                     IF WS-IS-STAR-CTR <
                        WS-IS-STAR-MAX
                        SET WS-IS-STAR TO TRUE
                        ADD 1 TO WS-IS-STAR-CTR
                     END-IF
               WHEN 38
                     IF WS-IS-PLANET-CTR <
                        WS-IS-PLANET-MAX
                        SET WS-IS-PLANET TO TRUE
                        ADD 1 TO WS-IS-PLANET-CTR
                     END-IF
               WHEN 40
                     IF WS-IS-STAR-BASE-CTR <
                        WS-IS-STAR-BASE-MAX
                        SET WS-IS-STAR-BASE TO TRUE
                        ADD 1 TO WS-IS-STAR-BASE-CTR
                     END-IF
               WHEN 42
                     IF WS-IS-ANOMALLY-CTR <
                        WS-IS-ANOMALLY-MAX
                        SET WS-IS-ANOMALLY TO TRUE
                        ADD 1 TO WS-IS-ANOMALLY-CTR
                     END-IF
               WHEN 44
                     IF WS-IS-SUPER-NOVA-CTR <
                        WS-IS-SUPER-NOVA-MAX
                        SET WS-IS-SUPER-NOVA TO TRUE
                        ADD 1 TO WS-IS-SUPER-NOVA-CTR
                     END-IF
               WHEN 46
                     IF WS-IS-WORM-HOLE-CTR <
                        WS-IS-WORM-HOLE-MAX
                        SET WS-IS-WORM-HOLE TO TRUE
                        ADD 1 TO WS-IS-WORM-HOLE-CTR
                     END-IF
               WHEN 48
                     IF WS-IS-UNKNOWN-CTR <
                        WS-IS-UNKNOWN-MAX
                        SET WS-IS-UNKNOWN TO TRUE
                        ADD 1 TO WS-IS-UNKNOWN-CTR
                     END-IF
               WHEN 49
                     IF WS-IS-FERI-CTR <
                        WS-IS-FERI-MAX
                        SET WS-IS-FERI TO TRUE
                        ADD 1 TO WS-IS-FERI-CTR
                     END-IF
               WHEN 50
                     IF WS-IS-MOON-CTR <
                        WS-IS-MOON-MAX
                        SET WS-IS-MOON TO TRUE
                        ADD 1 TO WS-IS-MOON-CTR
                     END-IF
               WHEN 54
                     EVALUATE WS-SECTOR-QUAD
                         WHEN 1
                              IF WS-IS-ROMULAN-CTR <
                                 WS-IS-ROMULAN-MAX
                                 SET WS-IS-ROMULAN TO TRUE
                                 ADD 1 TO WS-IS-ROMULAN-CTR
                              END-IF
                         WHEN 2
                              IF WS-IS-ENEMY-1-CTR <
                                 WS-IS-ENEMY-1-MAX
                                 SET WS-IS-ENEMY-1 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-1-CTR
                              END-IF
                         WHEN 3
                              IF WS-IS-ENEMY-2-CTR <
                                 WS-IS-ENEMY-2-MAX
                                 SET WS-IS-ENEMY-2 TO TRUE
                                 ADD 1 TO WS-IS-ENEMY-2-CTR
                              END-IF
                         WHEN 4
                              IF WS-IS-BORG-CTR <
                                 WS-IS-BORG-MAX
                                 SET WS-IS-BORG TO TRUE
                                 ADD 1 TO WS-IS-BORG-CTR
                              END-IF
                     END-EVALUATE
               WHEN 56
                     IF WS-IS-COMET-CTR <
                        WS-IS-COMET-MAX
                        SET WS-IS-COMET TO TRUE
                        ADD 1 TO WS-IS-COMET-CTR
                     END-IF
               WHEN 60
                     IF WS-IS-BLACK-HOLE-CTR <
                        WS-IS-BLACK-HOLE-MAX
                        SET WS-IS-BLACK-HOLE TO TRUE
                        ADD 1 TO WS-IS-BLACK-HOLE-CTR
                     END-IF

      *    88 WS-IS-ENTERPRISE       VALUE '@'.
           END-EVALUATE.

       1090-NEXT.

           IF NOT WS-IS-EMPTY-SPACE
              MOVE WS-SECTOR-ITEMS TO WS-SECTOR-LOCATION
                  (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-SECTOR-Z-CTR)
           END-IF.

       1090-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1092-ASSIGN-STARSHIP SECTION.

      * NO STARSHIP LOG IS KEPT IN A BALANCE RUN, BUT THE HULL ROLL
      * IS STILL DRAWN SO THE RANDOM STREAM RUNS AS IT DOES IN
      * STARTREK.
           COMPUTE WS-STARSHIP-RANDOM-NUMBER =
                   FUNCTION RANDOM * 25 + 1.

       1092-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-SIMULATE-DIFFICULTY SECTION.

      * THE FACTOR AND DEADLINE AS STARTREK SETS THEM FOR THE CHOICE.
           COMPUTE WS-SIM-CHOICE-IDX = WS-SIM-CHOICE + 1.
           COMPUTE WS-DIFFICULTY-FACTOR =
                   ((WS-SIM-CHOICE + 1) * 2) + 4.
           COMPUTE WS-DIFFICULTY-FACTOR-SQD =
                   WS-DIFFICULTY-FACTOR * WS-DIFFICULTY-FACTOR.
           COMPUTE WS-CLK-DEADLINE = WS-DIFFICULTY-FACTOR * 2.

           PERFORM 2050-SURVEY-FLOOR
              THRU 2050-END.

           MOVE WS-DIFFICULTY-FACTOR
             TO WS-RS-FACTOR    (WS-SIM-CHOICE-IDX).
           MOVE WS-CLK-DEADLINE
             TO WS-RS-DEADLINE  (WS-SIM-CHOICE-IDX).
           MOVE WS-CLK-SURVEY
             TO WS-RS-SURVEY    (WS-SIM-CHOICE-IDX).
           MOVE 99999   TO WS-RS-HOST-MIN  (WS-SIM-CHOICE-IDX)
                           WS-RS-BASE-MIN  (WS-SIM-CHOICE-IDX).
           MOVE 99.9    TO WS-RS-NEAR-MIN  (WS-SIM-CHOICE-IDX).
           MOVE 999.9   TO WS-RS-HAZ-MIN   (WS-SIM-CHOICE-IDX).
           MOVE 99999.9 TO WS-RS-CLOCK-MIN (WS-SIM-CHOICE-IDX).

           PERFORM VARYING WS-SIM-GALAXY FROM 1 BY 1
             UNTIL WS-SIM-GALAXY > WS-GALAXIES

              PERFORM 2100-SIMULATE-GALAXY
                 THRU 2100-END

           END-PERFORM.

           DISPLAY 'Difficulty ' WS-SIM-CHOICE ' (factor '
                   WS-DIFFICULTY-FACTOR ') - ' WS-GALAXIES
                   ' galaxies built, '
                   WS-RS-UNWIN-CTR (WS-SIM-CHOICE-IDX)
                   ' unwinnable.'.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2050-SURVEY-FLOOR SECTION.

      * SCAN POSITIONS PER AXIS, ROUNDED UP, AND THE SPACING BETWEEN
      * THEM THAT STILL LEAVES NO CUBE OUT OF SCAN RANGE.
           COMPUTE WS-CLK-POSITIONS =
                   (WS-DIFFICULTY-FACTOR + WS-CLK-SCAN-SPAN - 1) /
                   WS-CLK-SCAN-SPAN.

           IF WS-CLK-POSITIONS > 1
              COMPUTE WS-CLK-SPACING =
                      (WS-DIFFICULTY-FACTOR - WS-CLK-SCAN-SPAN) /
                      (WS-CLK-POSITIONS - 1)
           ELSE
              MOVE ZEROES TO WS-CLK-SPACING
           END-IF.

           COMPUTE WS-CLK-SURVEY ROUNDED =
                   WS-QUAD-MAX * WS-CLK-POSITIONS ** 3 *
                   WS-CLK-SCAN-COST +
                   WS-QUAD-MAX * (WS-CLK-POSITIONS ** 3 - 1) *
                   (WS-CLK-WARP-BASE +
                    WS-CLK-WARP-PER-CUBE * WS-CLK-SPACING) +
                   (WS-QUAD-MAX - 1) * WS-CLK-WARP-BASE.

       2050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-SIMULATE-GALAXY SECTION.

           MOVE ZEROES TO WS-QUAD-CENSUS-TABLE
                          WS-SIM-GALAXY-HOSTILES
                          WS-SIM-NEAREST
                          WS-SIM-RING-HAZARDS
                          WS-SIM-RING-CUBES.
           MOVE 'N' TO WS-SIM-NEAREST-SW.

      * THE CENSUS CAPS OF ALL FOUR QUADRANTS ARE ROLLED FIRST, AS
      * STARTREK ROLLS THEM WHEN THE GALAXY IS CREATED.
           PERFORM VARYING WS-QUAD-CTR FROM 1 BY 1
             UNTIL WS-QUAD-CTR > WS-QUAD-MAX

              PERFORM 1050-CALCULATE-MAX-ITEMS
                 THRU 1050-END

              MOVE WS-ITEM-COUNTER
                TO WS-QC-ITEM-COUNTER (WS-QUAD-CTR)
              MOVE WS-ITEM-MAX-COUNTER
                TO WS-QC-ITEM-MAX-COUNTER (WS-QUAD-CTR)

           END-PERFORM.

           PERFORM VARYING WS-SIM-QUAD FROM 1 BY 1
             UNTIL WS-SIM-QUAD > WS-QUAD-MAX

              PERFORM 2200-BUILD-QUADRANT
                 THRU 2200-END

           END-PERFORM.

      * NEAREST STARBASE BEYOND THE HOME CUBE.
           IF WS-SIM-BASE-FOUND
              ADD 1 TO WS-RS-NEAR-CTR (WS-SIM-CHOICE-IDX)
              ADD WS-SIM-NEAREST
                TO WS-RS-NEAR-SUM (WS-SIM-CHOICE-IDX)
              IF WS-SIM-NEAREST < WS-RS-NEAR-MIN (WS-SIM-CHOICE-IDX)
                 MOVE WS-SIM-NEAREST
                   TO WS-RS-NEAR-MIN (WS-SIM-CHOICE-IDX)
              END-IF
              IF WS-SIM-NEAREST > WS-RS-NEAR-MAX (WS-SIM-CHOICE-IDX)
                 MOVE WS-SIM-NEAREST
                   TO WS-RS-NEAR-MAX (WS-SIM-CHOICE-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-RS-NEAR-NONE (WS-SIM-CHOICE-IDX)
           END-IF.

      * HAZARDS PER CUBE OVER THE 27 CUBES AROUND THE START.
           COMPUTE WS-SIM-HAZARD-DENSITY ROUNDED =
                   WS-SIM-RING-HAZARDS / WS-SIM-RING-CUBES.
           ADD WS-SIM-HAZARD-DENSITY
             TO WS-RS-HAZ-SUM (WS-SIM-CHOICE-IDX).
           IF WS-SIM-HAZARD-DENSITY < WS-RS-HAZ-MIN (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-HAZARD-DENSITY
                TO WS-RS-HAZ-MIN (WS-SIM-CHOICE-IDX)
           END-IF.
           IF WS-SIM-HAZARD-DENSITY > WS-RS-HAZ-MAX (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-HAZARD-DENSITY
                TO WS-RS-HAZ-MAX (WS-SIM-CHOICE-IDX)
           END-IF.

      * THE LEAST STARDATE TIME THE MISSION CAN BE FLOWN IN.
           COMPUTE WS-SIM-CLOCK =
                   WS-CLK-SURVEY +
                   WS-CLK-SHOT-COST * WS-SIM-GALAXY-HOSTILES.
           ADD WS-SIM-CLOCK TO WS-RS-CLOCK-SUM (WS-SIM-CHOICE-IDX).
           IF WS-SIM-CLOCK < WS-RS-CLOCK-MIN (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-CLOCK TO WS-RS-CLOCK-MIN (WS-SIM-CHOICE-IDX)
           END-IF.
           IF WS-SIM-CLOCK > WS-RS-CLOCK-MAX (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-CLOCK TO WS-RS-CLOCK-MAX (WS-SIM-CHOICE-IDX)
           END-IF.
           IF WS-SIM-CLOCK > WS-CLK-DEADLINE
              ADD 1 TO WS-RS-UNWIN-CTR (WS-SIM-CHOICE-IDX)
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2200-BUILD-QUADRANT SECTION.

           MOVE 'N' TO WS-SIM-DONE-SW.

      * THE ENTRY CUBE SITS FOUR CUBES IN FROM THE LOW EDGE.
           IF WS-DIFFICULTY-FACTOR - 5 > 4
              COMPUTE WS-SIM-SHELL-MAX = WS-DIFFICULTY-FACTOR - 5
           ELSE
              MOVE 4 TO WS-SIM-SHELL-MAX
           END-IF.

           PERFORM VARYING WS-SIM-SHELL FROM 0 BY 1
             UNTIL WS-SIM-SHELL > WS-SIM-SHELL-MAX
                OR WS-SIM-DONE

              PERFORM 2210-BUILD-SHELL
                 THRU 2210-END

           END-PERFORM.

      * THE QUADRANT'S FINAL HOSTILE AND STARBASE COUNTS.
           MOVE WS-QC-ITEM-COUNTER (WS-SIM-QUAD) TO WS-ITEM-COUNTER.

           COMPUTE WS-SIM-QUAD-HOSTILES =
                   WS-IS-BORG-CTR    + WS-IS-CARD-CTR    +
                   WS-IS-ENEMY-1-CTR + WS-IS-ENEMY-2-CTR +
                   WS-IS-KLINGON-CTR + WS-IS-Q-CTR       +
                   WS-IS-ROMULAN-CTR + WS-IS-VGER-CTR.
           MOVE WS-IS-STAR-BASE-CTR TO WS-SIM-QUAD-BASES.

           ADD WS-SIM-QUAD-HOSTILES TO WS-SIM-GALAXY-HOSTILES.

           ADD WS-SIM-QUAD-HOSTILES
             TO WS-RS-HOST-SUM (WS-SIM-CHOICE-IDX).
           IF WS-SIM-QUAD-HOSTILES < WS-RS-HOST-MIN (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-QUAD-HOSTILES
                TO WS-RS-HOST-MIN (WS-SIM-CHOICE-IDX)
           END-IF.
           IF WS-SIM-QUAD-HOSTILES > WS-RS-HOST-MAX (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-QUAD-HOSTILES
                TO WS-RS-HOST-MAX (WS-SIM-CHOICE-IDX)
           END-IF.

           ADD WS-SIM-QUAD-BASES
             TO WS-RS-BASE-SUM (WS-SIM-CHOICE-IDX).
           IF WS-SIM-QUAD-BASES < WS-RS-BASE-MIN (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-QUAD-BASES
                TO WS-RS-BASE-MIN (WS-SIM-CHOICE-IDX)
           END-IF.
           IF WS-SIM-QUAD-BASES > WS-RS-BASE-MAX (WS-SIM-CHOICE-IDX)
              MOVE WS-SIM-QUAD-BASES
                TO WS-RS-BASE-MAX (WS-SIM-CHOICE-IDX)
           END-IF.

       2200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2210-BUILD-SHELL SECTION.

      * THE BOX OF CUBES OUT TO THIS SHELL, CLIPPED TO THE QUADRANT.
           IF WS-SIM-SHELL >= 5
              MOVE 1 TO WS-SIM-LO
           ELSE
              COMPUTE WS-SIM-LO = 5 - WS-SIM-SHELL
           END-IF.

           COMPUTE WS-SIM-HI = 5 + WS-SIM-SHELL.
           IF WS-SIM-HI > WS-DIFFICULTY-FACTOR
              MOVE WS-DIFFICULTY-FACTOR TO WS-SIM-HI
           END-IF.

           PERFORM VARYING WS-SIM-X FROM WS-SIM-LO BY 1
             UNTIL WS-SIM-X > WS-SIM-HI
                OR WS-SIM-DONE

              PERFORM VARYING WS-SIM-Y FROM WS-SIM-LO BY 1
                UNTIL WS-SIM-Y > WS-SIM-HI
                   OR WS-SIM-DONE

                 PERFORM 2220-BUILD-COLUMN
                    THRU 2220-END

              END-PERFORM

           END-PERFORM.

       2210-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2220-BUILD-COLUMN SECTION.

      * ON THE SHELL'S X OR Y FACE THE WHOLE COLUMN IS ON THE SHELL;
      * INSIDE THEM ONLY ITS TWO Z FACES ARE.
           COMPUTE WS-SIM-DX = WS-SIM-X - 5.
           COMPUTE WS-SIM-DY = WS-SIM-Y - 5.

           IF FUNCTION ABS (WS-SIM-DX) = WS-SIM-SHELL
              OR FUNCTION ABS (WS-SIM-DY) = WS-SIM-SHELL
              PERFORM VARYING WS-SIM-Z FROM WS-SIM-LO BY 1
                UNTIL WS-SIM-Z > WS-SIM-HI
                   OR WS-SIM-DONE
                 PERFORM 2300-ROLL-CUBE
                    THRU 2300-END
              END-PERFORM
              GO TO 2220-END
           END-IF.

           IF WS-SIM-SHELL < 5
              COMPUTE WS-SIM-Z = 5 - WS-SIM-SHELL
              PERFORM 2300-ROLL-CUBE
                 THRU 2300-END
           END-IF.

           IF WS-SIM-DONE
              GO TO 2220-END
           END-IF.

           COMPUTE WS-SIM-Z = 5 + WS-SIM-SHELL.
           IF WS-SIM-Z <= WS-DIFFICULTY-FACTOR
              PERFORM 2300-ROLL-CUBE
                 THRU 2300-END
           END-IF.

       2220-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2300-ROLL-CUBE SECTION.

           PERFORM 4020-GENERATE-CUBE
              THRU 4020-END.

           IF WS-SIM-QUAD = 1
              PERFORM 2400-TALLY-HOME-CUBE
                 THRU 2400-END
           END-IF.

      * THE QUADRANT IS FILLED WHEN EVERY HOSTILE KIND 1090 CAN ROLL
      * THERE, AND ITS STARBASES, HAVE REACHED THEIR CENSUS CAPS.
           MOVE 'Y' TO WS-SIM-FILLED-SW.

           IF WS-IS-STAR-BASE-CTR < WS-IS-STAR-BASE-MAX
              OR WS-IS-Q-CTR < WS-IS-Q-MAX
              MOVE 'N' TO WS-SIM-FILLED-SW
           END-IF.

           EVALUATE WS-SIM-QUAD
               WHEN 1
                    IF WS-IS-KLINGON-CTR < WS-IS-KLINGON-MAX
                       OR WS-IS-BORG-CTR < WS-IS-BORG-MAX
                       OR WS-IS-VGER-CTR < WS-IS-VGER-MAX
                       OR WS-IS-ROMULAN-CTR < WS-IS-ROMULAN-MAX
                       MOVE 'N' TO WS-SIM-FILLED-SW
                    END-IF
               WHEN 2
                    IF WS-IS-CARD-CTR < WS-IS-CARD-MAX
                       OR WS-IS-ENEMY-1-CTR < WS-IS-ENEMY-1-MAX
                       MOVE 'N' TO WS-SIM-FILLED-SW
                    END-IF
               WHEN 3
                    IF WS-IS-ENEMY-1-CTR < WS-IS-ENEMY-1-MAX
                       OR WS-IS-ENEMY-2-CTR < WS-IS-ENEMY-2-MAX
                       MOVE 'N' TO WS-SIM-FILLED-SW
                    END-IF
               WHEN 4
                    IF WS-IS-BORG-CTR < WS-IS-BORG-MAX
                       OR WS-IS-ENEMY-1-CTR < WS-IS-ENEMY-1-MAX
                       MOVE 'N' TO WS-SIM-FILLED-SW
                    END-IF
           END-EVALUATE.

      * THE HOME QUADRANT IS ALSO BUILT OUT TO THE FULL RING OF 27
      * CUBES AROUND THE START FOR THE HAZARD COUNT.  ONCE THE
      * STARBASE CAP IS MET NO LATER CUBE CAN HOLD A NEARER BASE.
           IF WS-SIM-FILLED
              AND (WS-SIM-QUAD NOT = 1 OR WS-SIM-RING-CUBES >= 27)
              SET WS-SIM-DONE TO TRUE
           END-IF.

       2300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2400-TALLY-HOME-CUBE SECTION.

           COMPUTE WS-SIM-DZ = WS-SIM-Z - 5.

      * THE HOME CUBE ALWAYS HOLDS ITS FIXED STARBASE - THE DISTANCE
      * WANTED IS TO THE NEAREST ONE BEYOND IT, AS THE NAVIGATION
      * COMPUTER MEASURES IT.
           IF WS-SIM-SHELL > 0
              MOVE ZEROES TO WS-SIM-CUBE-BASES
              INSPECT WS-SECTOR-CONTENTS
                 TALLYING WS-SIM-CUBE-BASES FOR ALL '#'
              IF WS-SIM-CUBE-BASES > ZEROES
                 COMPUTE WS-SIM-DISTANCE ROUNDED =
                         FUNCTION SQRT (WS-SIM-DX * WS-SIM-DX +
                                        WS-SIM-DY * WS-SIM-DY +
                                        WS-SIM-DZ * WS-SIM-DZ)
                 IF NOT WS-SIM-BASE-FOUND
                    OR WS-SIM-DISTANCE < WS-SIM-NEAREST
                    MOVE WS-SIM-DISTANCE TO WS-SIM-NEAREST
                    SET WS-SIM-BASE-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-SIM-SHELL <= 1
              MOVE ZEROES TO WS-SIM-CUBE-HAZARDS
              INSPECT WS-SECTOR-CONTENTS
                 TALLYING WS-SIM-CUBE-HAZARDS
                     FOR ALL 'a' ALL 'b' ALL 'c' ALL 'n'
                         ALL 's' ALL 'w' ALL 'x' ALL '.'
              ADD WS-SIM-CUBE-HAZARDS TO WS-SIM-RING-HAZARDS
              ADD 1 TO WS-SIM-RING-CUBES
           END-IF.

       2400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-PRINT-REPORT SECTION.

           MOVE 99 TO WS-BAL-LINE-CTR.
           MOVE ZEROES TO WS-BAL-PAGE-CTR.

           MOVE 'HOSTILES AND STARBASES PER QUADRANT' TO WS-BAL-TITLE.
           PERFORM 3050-SECTION-TITLE
              THRU 3050-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '              HOSTILES PER QUADRANT     STARBASES '
                  'PER QUADRANT'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CHOICE FACTOR   MIN     AVG      MAX     MIN     '
                  'AVG      MAX'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

           PERFORM VARYING WS-SIM-CHOICE-IDX FROM 1 BY 1
             UNTIL WS-SIM-CHOICE-IDX > 18
              PERFORM 3100-PRINT-QUADRANT-LINE
                 THRU 3100-END
           END-PERFORM.

           MOVE 'START CONDITIONS' TO WS-BAL-TITLE.
           PERFORM 3050-SECTION-TITLE
              THRU 3050-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '              NEAREST STARBASE (CUBES)  NONE   '
                  'HAZARDS PER CUBE NEAR START'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CHOICE FACTOR   MIN     AVG     MAX    FOUND    '
                  'MIN       AVG     MAX'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

           PERFORM VARYING WS-SIM-CHOICE-IDX FROM 1 BY 1
             UNTIL WS-SIM-CHOICE-IDX > 18
              PERFORM 3200-PRINT-START-LINE
                 THRU 3200-END
           END-PERFORM.

           MOVE 'MISSION CLOCK' TO WS-BAL-TITLE.
           PERFORM 3050-SECTION-TITLE
              THRU 3050-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '              DEAD-   SURVEY  LEAST STARDATES '
                  'NEEDED      UNWINNABLE'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CHOICE FACTOR  LINE    FLOOR     MIN     AVG     '
                  'MAX   GALAXIES   PCT'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

           PERFORM VARYING WS-SIM-CHOICE-IDX FROM 1 BY 1
             UNTIL WS-SIM-CHOICE-IDX > 18
              PERFORM 3300-PRINT-CLOCK-LINE
                 THRU 3300-END
           END-PERFORM.

           PERFORM 3400-PRINT-NOTES
              THRU 3400-END.

           MOVE 'END OF GALAXY BALANCE SIMULATION' TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3050-SECTION-TITLE SECTION.

      * A SECTION AND ITS TWO HEADING LINES STAY ON ONE PAGE WITH AT
      * LEAST A FEW OF ITS LINES.
           IF WS-BAL-LINE-CTR + 8 > WS-BAL-LINES-PER-PAGE
              MOVE 99 TO WS-BAL-LINE-CTR
           ELSE
              PERFORM 6000-BALANCE-WRITE
                 THRU 6000-END
           END-IF.

           MOVE WS-BAL-TITLE TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-PRINT-QUADRANT-LINE SECTION.

           COMPUTE WS-BAL-CHOICE-EDIT = WS-SIM-CHOICE-IDX - 1.
           MOVE WS-RS-FACTOR (WS-SIM-CHOICE-IDX)
             TO WS-BAL-FACTOR-EDIT.
           COMPUTE WS-BAL-SAMPLES = WS-GALAXIES * WS-QUAD-MAX.

           MOVE WS-RS-HOST-MIN (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-1.
           COMPUTE WS-BAL-AVERAGE ROUNDED =
                   WS-RS-HOST-SUM (WS-SIM-CHOICE-IDX) / WS-BAL-SAMPLES.
           MOVE WS-BAL-AVERAGE TO WS-BAL-DEC-EDIT-1.
           MOVE WS-RS-HOST-MAX (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-2.

           MOVE WS-RS-BASE-MIN (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-3.
           COMPUTE WS-BAL-AVERAGE ROUNDED =
                   WS-RS-BASE-SUM (WS-SIM-CHOICE-IDX) / WS-BAL-SAMPLES.
           MOVE WS-BAL-AVERAGE TO WS-BAL-DEC-EDIT-2.
           MOVE WS-RS-BASE-MAX (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-4.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '  '                  DELIMITED BY SIZE
                  WS-BAL-CHOICE-EDIT    DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  WS-BAL-FACTOR-EDIT    DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-1   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-1     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-2   DELIMITED BY SIZE
                  '   '                 DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-3   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-2     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-4   DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-PRINT-START-LINE SECTION.

           COMPUTE WS-BAL-CHOICE-EDIT = WS-SIM-CHOICE-IDX - 1.
           MOVE WS-RS-FACTOR (WS-SIM-CHOICE-IDX)
             TO WS-BAL-FACTOR-EDIT.

      * A DIFFICULTY WHERE NO GALAXY HAD A SECOND BASE PRINTS ZEROES.
           IF WS-RS-NEAR-CTR (WS-SIM-CHOICE-IDX) = ZEROES
              MOVE ZEROES TO WS-BAL-DEC-EDIT-1
                             WS-BAL-DEC-EDIT-2
                             WS-BAL-DEC-EDIT-3
           ELSE
              MOVE WS-RS-NEAR-MIN (WS-SIM-CHOICE-IDX)
                TO WS-BAL-DEC-EDIT-1
              COMPUTE WS-BAL-AVERAGE ROUNDED =
                      WS-RS-NEAR-SUM (WS-SIM-CHOICE-IDX) /
                      WS-RS-NEAR-CTR (WS-SIM-CHOICE-IDX)
              MOVE WS-BAL-AVERAGE TO WS-BAL-DEC-EDIT-2
              MOVE WS-RS-NEAR-MAX (WS-SIM-CHOICE-IDX)
                TO WS-BAL-DEC-EDIT-3
           END-IF.
           MOVE WS-RS-NEAR-NONE (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-1.

           MOVE WS-RS-HAZ-MIN (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-4.
           COMPUTE WS-BAL-AVERAGE ROUNDED =
                   WS-RS-HAZ-SUM (WS-SIM-CHOICE-IDX) / WS-GALAXIES.
           MOVE WS-BAL-AVERAGE TO WS-BAL-DEC-EDIT-5.
           MOVE WS-RS-HAZ-MAX (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-6.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '  '                  DELIMITED BY SIZE
                  WS-BAL-CHOICE-EDIT    DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  WS-BAL-FACTOR-EDIT    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-1     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-2     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-3     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-1   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-4     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-5     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-6     DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3300-PRINT-CLOCK-LINE SECTION.

           COMPUTE WS-BAL-CHOICE-EDIT = WS-SIM-CHOICE-IDX - 1.
           MOVE WS-RS-FACTOR (WS-SIM-CHOICE-IDX)
             TO WS-BAL-FACTOR-EDIT.

           MOVE WS-RS-DEADLINE (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-1.
           MOVE WS-RS-SURVEY (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-2.
           MOVE WS-RS-CLOCK-MIN (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-3.
           COMPUTE WS-BAL-AVERAGE ROUNDED =
                   WS-RS-CLOCK-SUM (WS-SIM-CHOICE-IDX) / WS-GALAXIES.
           MOVE WS-BAL-AVERAGE TO WS-BAL-DEC-EDIT-4.
           MOVE WS-RS-CLOCK-MAX (WS-SIM-CHOICE-IDX)
             TO WS-BAL-DEC-EDIT-5.
           MOVE WS-RS-UNWIN-CTR (WS-SIM-CHOICE-IDX)
             TO WS-BAL-COUNT-EDIT-1.
           COMPUTE WS-BAL-PERCENT ROUNDED =
                   WS-RS-UNWIN-CTR (WS-SIM-CHOICE-IDX) * 100 /
                   WS-GALAXIES.
           MOVE WS-BAL-PERCENT TO WS-BAL-DEC-EDIT-6.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '  '                  DELIMITED BY SIZE
                  WS-BAL-CHOICE-EDIT    DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  WS-BAL-FACTOR-EDIT    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-1     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-2     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-3     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-4     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-5     DELIMITED BY SIZE
                  '    '                DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT-1   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-BAL-DEC-EDIT-6     DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3400-PRINT-NOTES SECTION.

           IF WS-BAL-LINE-CTR + 14 > WS-BAL-LINES-PER-PAGE
              MOVE 99 TO WS-BAL-LINE-CTR
           ELSE
              PERFORM 6000-BALANCE-WRITE
                 THRU 6000-END
           END-IF.

           MOVE 'NOTES' TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'HOSTILES ARE B C 1 2 K Q R V GLYPHS; HAZARDS ARE '
                  'ANOMALIES, ASTEROIDS,'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' BLACK HOLES, COMETS, NEXUS RIFTS, NOVAE, SUPER '
                  'NOVAE AND WORM HOLES.'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'NEAREST STARBASE IS THE STRAIGHT-LINE CUBE '
                  'DISTANCE FROM THE START CUBE'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' TO THE NEAREST BASE BEYOND IT; NONE FOUND COUNTS '
                  'GALAXIES WITH NO'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' OTHER BASE IN THE HOME QUADRANT.  HAZARDS NEAR '
                  'START COVER THE 27'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE ' CUBES AROUND IT, HOME CUBE INCLUDED.' TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'DEADLINE IS THE FACTOR TIMES 2 STARDATES.  SURVEY '
                  'FLOOR IS THE LEAST'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' LONG RANGE SCAN SWEEP THAT PUTS EVERY CUBE ON '
                  'FILE, AS THE CLASSIC'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' VICTORY REQUIRES.  LEAST STARDATES ADDS ONE 0.3 '
                  'WEAPONS SHOT PER'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           STRING ' HOSTILE.  A GALAXY IS UNWINNABLE WHEN THAT '
                  'EXCEEDS THE DEADLINE.'
                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 6000-BALANCE-WRITE
              THRU 6000-END.

       3400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4020-GENERATE-CUBE SECTION.

      * THE CUBE ROLL OF STARTREK 4020-GENERATE-CUBE - THE OWNING
      * QUADRANT'S RUNNING CENSUS DRIVES THE SECTOR PASSES - LESS THE
      * GALAXY STORE WRITE AND THE V'GER TRACK.
           MOVE WS-QC-ITEM-COUNTER (WS-SIM-QUAD)
             TO WS-ITEM-COUNTER.
           MOVE WS-QC-ITEM-MAX-COUNTER (WS-SIM-QUAD)
             TO WS-ITEM-MAX-COUNTER.

           MOVE ZEROES TO WS-SECTOR-ARRAY.

           MOVE WS-SIM-QUAD TO WS-SECTOR-QUAD
                               WS-QUAD-CTR.
           MOVE WS-SIM-X    TO WS-SECTOR-QUAD-X
                               WS-QUAD-X-CTR.
           MOVE WS-SIM-Y    TO WS-SECTOR-QUAD-Y
                               WS-QUAD-Y-CTR.
           MOVE WS-SIM-Z    TO WS-SECTOR-QUAD-Z
                               WS-QUAD-Z-CTR.

           PERFORM 1070-POPULATE-SECTOR-LOCATION
              THRU 1070-END.

           MOVE WS-ITEM-COUNTER
             TO WS-QC-ITEM-COUNTER (WS-SIM-QUAD).

       4020-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-BALANCE-PAGE-HEADER SECTION.

           ADD 1 TO WS-BAL-PAGE-CTR.
           MOVE WS-BAL-PAGE-CTR TO WS-BAL-PAGE-EDIT.
           MOVE WS-RANDOM-SEED TO WS-BAL-SEED-EDIT.
           MOVE WS-GALAXIES TO WS-BAL-GALAXIES-EDIT.

           MOVE SPACES TO BALANCE-RECORD.
           STRING 'GALAXY BALANCE SIMULATION - TRAINING COMMAND'
                                              DELIMITED BY SIZE
                  '              PAGE '       DELIMITED BY SIZE
                  WS-BAL-PAGE-EDIT            DELIMITED BY SIZE
             INTO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

           MOVE SPACES TO BALANCE-RECORD.
           STRING 'GALAXIES PER DIFFICULTY: ' DELIMITED BY SIZE
                  WS-BAL-GALAXIES-EDIT        DELIMITED BY SIZE
                  '  SEED: '                  DELIMITED BY SIZE
                  WS-BAL-SEED-EDIT            DELIMITED BY SIZE
                  '  PRINTED '                DELIMITED BY SIZE
                  WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                              DELIMITED BY SIZE
             INTO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

           MOVE ALL '=' TO BALANCE-RECORD.
           WRITE BALANCE-RECORD.

           MOVE 3 TO WS-BAL-LINE-CTR.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-BALANCE-WRITE SECTION.

           IF WS-BAL-LINE-CTR >= WS-BAL-LINES-PER-PAGE
              PERFORM 5000-BALANCE-PAGE-HEADER
                 THRU 5000-END
           END-IF.

           WRITE BALANCE-RECORD FROM WS-PRT-LINE.
           ADD 1 TO WS-BAL-LINE-CTR.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM GALSIM.
      *                                                                *
      * ************************************************************** *
      *                      END OF PROGRAM GALSIM                     *
      * ************************************************************** *

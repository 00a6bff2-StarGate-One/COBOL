      * ************************************************************** *
      *                    START OF PROGRAM TREKBKUP                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TREKBKUP.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * TREKBKUP IS THE NIGHTLY BACKUP OF THE WHOLE SAVE LIBRARY.      *
      *  TREKXFER MOVES ONE CAPTAIN; THIS PROGRAM COPIES EVERYTHING A  *
      *  BAD DISK WRITE COULD TAKE AWAY, AS ONE NUMBERED GENERATION:   *
      *   - THE ROSTER                                                 *
      *   - EVERY SLOT'S CHECKPOINT AND ITS INDEXED GALAXY STORE       *
      *   - THE INDEXED SERVICE MASTER AND ITS SEAL                    *
      *   - THE MISSION HISTORY                                        *
      *  EACH GENERATION IS ONE SEQUENTIAL FILE, STARTREK-BACKUP-nn,   *
      *  LAID OUT LIKE A TRANSFER: EVERY FILE IS BRACKETED BY A BEGIN  *
      *  RECORD AND AN END RECORD CARRYING ITS RECORD COUNT, ITS SIZE  *
      *  IN BYTES AND THE TREKXFER CHECKSUM, SO TREKREST CAN PROVE THE *
      *  GENERATION WHOLE BEFORE IT WRITES A BYTE.                     *
      *                                                                *
      * GENERATIONS - THE LAST N ARE KEPT (TREKBKUP-GENERATIONS, 1-99, *
      *  STANDARD 7).  STARTREK-BACKUP-CATALOG LISTS THEM, EACH WITH   *
      *  THE nn OF THE FILE THAT HOLDS IT; THE OLDEST ARE EMPTIED TO   *
      *  MAKE ROOM, AND A GENERATION THAT NEVER FINISHED IS EMPTIED    *
      *  AT THE NEXT RUN.  THE MANIFEST OF THE NEW GENERATION - FILES, *
      *  RECORD COUNTS AND SIZES - AND THE GENERATIONS NOW KEPT ARE    *
      *  PRINTED ON STARTREK-BACKUP-MANIFEST.                          *
      *                                                                *
      * A SLOT HELD BY A LIVE SESSION IS STILL COPIED - ITS CHECKPOINT *
      *  IS THE LAST ONE SAVED - BUT IT IS FLAGGED IN USE, SINCE ITS   *
      *  GALAXY STORE MAY HAVE RUN AHEAD OF THAT CHECKPOINT.           *
      *                                                                *
      * RETURN CODE 0 - GENERATION WRITTEN                             *
      *             4 - WRITTEN, WITH A SLOT IN USE OR A SETTING       *
      *                 DEFAULTED                                      *
      *            12 - A FILE COULD NOT BE OPENED OR WRITTEN - THE    *
      *                 GENERATION IS LEFT INCOMPLETE                  *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB SERVICE RECORDS ARE BACKED UP AT THEIR FULL       *
      *              LENGTH WITH THE TERM-TO-DATE FIGURES.             *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
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

      * EVERY LINE-SEQUENTIAL FILE OF THE LIBRARY IS READ THROUGH THIS
      * ONE SELECT - THE NAME IS SET BEFORE EACH OPEN.
       SELECT OPTIONAL TEXT-FILE
       ASSIGN TO WS-TEXT-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-TEXT-FILE-STATUS.

      * THE SLOT NUMBER IS EDITED INTO THE ASSIGN NAMES BEFORE EACH
      * OPEN - SAME CONVENTION STARTREK ITSELF USES.
       SELECT OPTIONAL GALAXY-FILE
       ASSIGN TO WS-GALAXY-ASSIGN-NAME
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY GX-SECTOR-ID
       STATUS WS-GALAXY-FILE-STATUS.

       SELECT OPTIONAL SERVICE-RECORD-FILE
       ASSIGN TO 'STARTREK-SERVICE-MASTER'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY SVC-NAME
       STATUS WS-SERVICE-FILE-STATUS.

       SELECT OPTIONAL SLOT-LOCK-FILE
       ASSIGN TO WS-LOCK-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LOCK-FILE-STATUS.

      * ONE GENERATION - STARTREK-BACKUP-nn.
       SELECT OPTIONAL BACKUP-FILE
       ASSIGN TO WS-BACKUP-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BACKUP-FILE-STATUS.

       SELECT OPTIONAL CATALOG-FILE
       ASSIGN TO 'STARTREK-BACKUP-CATALOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CATALOG-FILE-STATUS.

       SELECT OPTIONAL MANIFEST-FILE
       ASSIGN TO 'STARTREK-BACKUP-MANIFEST'
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

      * LIBRARY FILES TRAVEL AS OPAQUE TEXT LINES - A NEWER CHECKPOINT
      * LAYOUT RIDES THROUGH UNCHANGED.
       FD TEXT-FILE.
          01 TEXT-RECORD               PIC X(4000).

       FD GALAXY-FILE.
          01 GX-CUBE-RECORD.
             03 GX-SECTOR-ID.
                05 GX-QUAD-ID          PIC 9(01).
                05 GX-QUAD-X-ID        PIC 9(02).
                05 GX-QUAD-Y-ID        PIC 9(02).
                05 GX-QUAD-Z-ID        PIC 9(02).
             03 GX-SECTOR-CONTENTS     PIC X(1000).

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

      * SLOT-LOCK-FILE CARRIES THE SESSION IDENTITY HOLDING A SLOT -
      * SAME LAYOUT THE BRIDGE PROGRAM WRITES.
       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
             03 LK-NAME                PIC X(30).
             03 LK-STAMP               PIC X(14).

      * BACKUP RECORDS - A ONE-BYTE TAG, THEN THE PAYLOAD.
      *   G  GENERATION HEADER
      *   F  A LIBRARY FILE BEGINS - ITS KIND, SLOT AND NAME, AND
      *      WHETHER IT WAS ON FILE AND IN USE
      *   D  ONE RECORD OF THAT FILE
      *   E  THE FILE ENDS - RECORDS, BYTES AND CHECKSUM
      *   T  TRAILER WITH THE GENERATION'S TOTALS
      * FILE KINDS: R ROSTER, C CHECKPOINT, G GALAXY STORE, S SERVICE
      * MASTER, K SERVICE SEAL, M MISSION HISTORY.  MUST MATCH THE
      * LAYOUT TREKREST READS.
       FD BACKUP-FILE.
          01 BK-RECORD.
             03 BK-TAG                 PIC X(01).
                88 BK-IS-HEADER        VALUE 'G'.
                88 BK-IS-FILE-BEGIN    VALUE 'F'.
                88 BK-IS-DATA          VALUE 'D'.
                88 BK-IS-FILE-END      VALUE 'E'.
                88 BK-IS-TRAILER       VALUE 'T'.
             03 BK-PAYLOAD             PIC X(4000).
          01 BK-HEADER-RECORD.
             03 BK-HDR-TAG             PIC X(01).
             03 BK-HDR-GENERATION      PIC 9(06).
             03 BK-HDR-STAMP           PIC X(14).
             03 BK-HDR-ROSTER-SIZE     PIC 9(01).
          01 BK-BEGIN-RECORD.
             03 BK-BEG-TAG             PIC X(01).
             03 BK-BEG-KIND            PIC X(01).
             03 BK-BEG-SLOT            PIC 9(01).
             03 BK-BEG-ON-FILE         PIC X(01).
             03 BK-BEG-IN-USE          PIC X(01).
             03 BK-BEG-NAME            PIC X(59).
          01 BK-END-RECORD.
             03 BK-END-TAG             PIC X(01).
             03 BK-END-KIND            PIC X(01).
             03 BK-END-SLOT            PIC 9(01).
             03 BK-END-RECORDS         PIC 9(09).
             03 BK-END-BYTES           PIC 9(12).
             03 BK-END-CHECKSUM        PIC 9(09).
          01 BK-TRAILER-RECORD.
             03 BK-TRL-TAG             PIC X(01).
             03 BK-TRL-FILES           PIC 9(03).
             03 BK-TRL-RECORDS         PIC 9(09).
             03 BK-TRL-BYTES           PIC 9(12).

      * CATALOG-FILE - ONE RECORD PER GENERATION KEPT, OLDEST FIRST:
      * THE nn OF ITS STARTREK-BACKUP-nn FILE, STATE C COMPLETE OR I
      * INCOMPLETE, ITS TOTALS AND HOW MANY SLOTS WERE IN USE.  MUST
      * MATCH THE LAYOUT TREKREST READS.
       FD CATALOG-FILE.
          01 CATALOG-RECORD.
             03 BC-GENERATION          PIC 9(06).
             03 FILLER                 PIC X(01).
             03 BC-RING                PIC 9(02).
             03 FILLER                 PIC X(01).
             03 BC-STAMP               PIC X(14).
             03 FILLER                 PIC X(01).
             03 BC-STATE               PIC X(01).
             03 FILLER                 PIC X(01).
             03 BC-FILES               PIC 9(03).
             03 FILLER                 PIC X(01).
             03 BC-RECORDS             PIC 9(09).
             03 FILLER                 PIC X(01).
             03 BC-BYTES               PIC 9(12).
             03 FILLER                 PIC X(01).
             03 BC-IN-USE              PIC 9(01).

       FD MANIFEST-FILE.
          01 MANIFEST-RECORD           PIC X(80).

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

       01 WS-STD-FILE-STATUSES.
          03 WS-TEXT-FILE-STATUS.
             05 WS-TEXT-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-TEXT-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-GALAXY-FILE-STATUS.
             05 WS-GALAXY-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-GALAXY-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-LOCK-FILE-STATUS.
             05 WS-LOCK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-LOCK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-BACKUP-FILE-STATUS.
             05 WS-BACKUP-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-BACKUP-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-CATALOG-FILE-STATUS.
             05 WS-CATALOG-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-CATALOG-STATUS-2 PIC  9(01)  VALUE ZEROES.
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

       01 WS-TEXT-ASSIGN-NAME       PIC  X(256) VALUE SPACES.
       01 WS-GALAXY-ASSIGN-NAME     PIC  X(256) VALUE
          'STARTREK-GALAXY-1'.
       01 WS-LOCK-ASSIGN-NAME       PIC  X(256) VALUE
          'STARTREK-LOCK-1'.
       01 WS-BACKUP-ASSIGN-NAME     PIC  X(256) VALUE
          'STARTREK-BACKUP-01'.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.

      * THE GENERATION BEING WRITTEN.  THE FILE TOTALS ARE STARTED
      * AFRESH FOR EACH LIBRARY FILE.
       01 WS-BACKUP-AREA.
          03 WS-BK-PREFIX           PIC  X(30)  VALUE
             'STARTREK-BACKUP-'.
          03 WS-BK-KEEP-X           PIC  X(10)  VALUE SPACES.
          03 WS-BK-KEEP             PIC  9(02)  VALUE 7.
          03 WS-BK-GENERATION       PIC  9(06)  VALUE ZEROES.
          03 WS-BK-RING             PIC  9(02)  VALUE ZEROES.
          03 WS-BK-SLOT             PIC  9(02)  VALUE ZEROES.
          03 WS-BK-KIND             PIC  X(01)  VALUE SPACES.
          03 WS-BK-ON-FILE          PIC  X(01)  VALUE 'N'.
             88 WS-BK-IS-ON-FILE                VALUE 'Y'.
          03 WS-BK-IN-USE           PIC  X(01)  VALUE 'N'.
             88 WS-BK-IS-IN-USE                 VALUE 'Y'.
          03 WS-BK-RECORDS          PIC  9(09)  VALUE ZEROES.
          03 WS-BK-BYTES            PIC  9(12)  VALUE ZEROES.
          03 WS-BK-CHECKSUM         PIC  9(09)  VALUE ZEROES.
          03 WS-BK-SEQ              PIC  9(09)  VALUE ZEROES.
          03 WS-BK-REC-LEN          PIC  9(05)  VALUE ZEROES.
          03 WS-BK-WORK             PIC  9(18)  VALUE ZEROES.
          03 WS-BK-TOT-FILES        PIC  9(03)  VALUE ZEROES.
          03 WS-BK-TOT-RECORDS      PIC  9(09)  VALUE ZEROES.
          03 WS-BK-TOT-BYTES        PIC  9(12)  VALUE ZEROES.
          03 WS-BK-SLOTS-IN-USE     PIC  9(01)  VALUE ZEROES.
          03 WS-BK-WARNINGS         PIC  9(03)  VALUE ZEROES.

      * THE CATALOG AS READ, OLDEST GENERATION FIRST.
       01 WS-CATALOG-AREA.
          03 WS-CT-MAX              PIC  9(02)  VALUE 99.
          03 WS-CT-CTR              PIC  9(02)  VALUE ZEROES.
          03 WS-CT-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-CT-NEXT-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-CT-HIGH-GEN         PIC  9(06)  VALUE ZEROES.
          03 WS-CT-RING-FREE-SW     PIC  X(01)  VALUE 'N'.
             88 WS-CT-RING-IS-FREE              VALUE 'Y'.
          03 WS-CT-TABLE.
             05 WS-CT-ENTRY         OCCURS 99 TIMES.
                07 WS-CT-GENERATION PIC  9(06).
                07 WS-CT-RING       PIC  9(02).
                07 WS-CT-STAMP      PIC  X(14).
                07 WS-CT-STATE      PIC  X(01).
                   88 WS-CT-IS-COMPLETE        VALUE 'C'.
                07 WS-CT-FILES      PIC  9(03).
                07 WS-CT-RECORDS    PIC  9(09).
                07 WS-CT-BYTES      PIC  9(12).
                07 WS-CT-IN-USE     PIC  9(01).

       01 WS-REPORT-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-SLOT            PIC  X(01)  VALUE SPACES.
          03 WS-PRT-FILE-NAME       PIC  X(20)  VALUE SPACES.
          03 WS-PRT-RECORDS-EDIT    PIC  ZZZ,ZZZ,ZZ9.
          03 WS-PRT-BYTES-EDIT      PIC  ZZZ,ZZZ,ZZZ,ZZ9.
          03 WS-PRT-FILES-EDIT      PIC  ZZ9.
          03 WS-PRT-GEN-EDIT        PIC  ZZZZZ9.

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

      * HOW MANY GENERATIONS TO KEEP - A BAD VALUE KEEPS THE STANDARD
      * SEVEN AND IS FLAGGED, SO THE NIGHT'S COPY IS STILL TAKEN.
           ACCEPT WS-BK-KEEP-X
             FROM ENVIRONMENT 'TREKBKUP-GENERATIONS'.
           IF WS-BK-KEEP-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-BK-KEEP-X) = 0
                 AND FUNCTION NUMVAL (WS-BK-KEEP-X) >= 1
                 AND FUNCTION NUMVAL (WS-BK-KEEP-X) <= 99
                 COMPUTE WS-BK-KEEP =
                         FUNCTION NUMVAL (WS-BK-KEEP-X)
              ELSE
                 DISPLAY 'TREKBKUP-GENERATIONS '
                         FUNCTION TRIM (WS-BK-KEEP-X)
                         ' is not a count from 1 to 99 - the standard '
                         '7 generations are kept.' UPON SYSERR
                 ADD 1 TO WS-BK-WARNINGS
              END-IF
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BACKUP-MANIFEST, status '
                      WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 1000-LOAD-CATALOG
              THRU 1000-END.

           IF WS-FILE-ERROR
              CLOSE MANIFEST-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

      * MAKE ROOM FOR THE NEW GENERATION, THEN LIST IT AS INCOMPLETE
      * BEFORE A BYTE OF IT IS WRITTEN - A RUN THAT DIES PART WAY
      * CAN NEVER BE MISTAKEN FOR A GOOD BACKUP.
           PERFORM 1100-EXPIRE-GENERATIONS
              THRU 1100-END.

           PERFORM 1200-CHOOSE-RING
              THRU 1200-END.

           COMPUTE WS-BK-GENERATION = WS-CT-HIGH-GEN + 1.

           ADD 1 TO WS-CT-CTR.
           MOVE WS-BK-GENERATION  TO WS-CT-GENERATION (WS-CT-CTR).
           MOVE WS-BK-RING        TO WS-CT-RING       (WS-CT-CTR).
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                  TO WS-CT-STAMP      (WS-CT-CTR).
           MOVE 'I'               TO WS-CT-STATE      (WS-CT-CTR).
           MOVE ZEROES            TO WS-CT-FILES      (WS-CT-CTR)
                                     WS-CT-RECORDS    (WS-CT-CTR)
                                     WS-CT-BYTES      (WS-CT-CTR)
                                     WS-CT-IN-USE     (WS-CT-CTR).

           PERFORM 3000-WRITE-CATALOG
              THRU 3000-END.

           IF WS-FILE-ERROR
              CLOSE MANIFEST-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE WS-BK-GENERATION TO WS-PRT-GEN-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SAVE LIBRARY BACKUP - GENERATION '
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRT-GEN-EDIT)
                                              DELIMITED BY SIZE
                  ' - '                       DELIMITED BY SIZE
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

           MOVE 'FILE' TO WS-PRT-LINE.
           MOVE 'SLOT' TO WS-PRT-LINE (32:4).
           MOVE 'RECORDS' TO WS-PRT-LINE (41:7).
           MOVE 'BYTES' TO WS-PRT-LINE (59:5).
           MOVE 'NOTE' TO WS-PRT-LINE (66:4).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM 2000-WRITE-GENERATION
              THRU 2000-END.

           IF WS-FILE-ERROR
              MOVE SPACES TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE 'BACKUP ABANDONED - A FILE COULD NOT BE READ OR '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE 'WRITTEN (SEE THE CONSOLE LOG); THE GENERATION IS '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE 'LISTED INCOMPLETE AND WILL BE EMPTIED NEXT RUN'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              CLOSE MANIFEST-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

      * THE GENERATION IS WHOLE - ONLY NOW IS IT LISTED COMPLETE.
           MOVE 'C'                TO WS-CT-STATE   (WS-CT-CTR).
           MOVE WS-BK-TOT-FILES    TO WS-CT-FILES   (WS-CT-CTR).
           MOVE WS-BK-TOT-RECORDS  TO WS-CT-RECORDS (WS-CT-CTR).
           MOVE WS-BK-TOT-BYTES    TO WS-CT-BYTES   (WS-CT-CTR).
           MOVE WS-BK-SLOTS-IN-USE TO WS-CT-IN-USE  (WS-CT-CTR).

           PERFORM 3000-WRITE-CATALOG
              THRU 3000-END.

           IF WS-FILE-ERROR
              CLOSE MANIFEST-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           PERFORM 5000-WRITE-GENERATIONS-KEPT
              THRU 5000-END.

           CLOSE MANIFEST-FILE.

           DISPLAY 'Backup manifest written to '
                   'STARTREK-BACKUP-MANIFEST.'.

           IF WS-BK-WARNINGS > ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

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
       1000-LOAD-CATALOG SECTION.

           MOVE ZEROES TO WS-CT-CTR
                          WS-CT-HIGH-GEN.

           OPEN INPUT CATALOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-CATALOG-STATUS-1 = 0 AND WS-CATALOG-STATUS-2 = 5
              CLOSE CATALOG-FILE
              GO TO 1000-END
           END-IF.

           IF WS-CATALOG-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BACKUP-CATALOG, status '
                      WS-CATALOG-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1000-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE
              READ CATALOG-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF BC-GENERATION IS NUMERIC
                       AND BC-RING IS NUMERIC
                       AND WS-CT-CTR < WS-CT-MAX
                       ADD 1 TO WS-CT-CTR
                       MOVE BC-GENERATION
                         TO WS-CT-GENERATION (WS-CT-CTR)
                       MOVE BC-RING    TO WS-CT-RING    (WS-CT-CTR)
                       MOVE BC-STAMP   TO WS-CT-STAMP   (WS-CT-CTR)
                       MOVE BC-STATE   TO WS-CT-STATE   (WS-CT-CTR)
                       MOVE BC-FILES   TO WS-CT-FILES   (WS-CT-CTR)
                       MOVE BC-RECORDS TO WS-CT-RECORDS (WS-CT-CTR)
                       MOVE BC-BYTES   TO WS-CT-BYTES   (WS-CT-CTR)
                       MOVE BC-IN-USE  TO WS-CT-IN-USE  (WS-CT-CTR)
                       IF BC-GENERATION > WS-CT-HIGH-GEN
                          MOVE BC-GENERATION TO WS-CT-HIGH-GEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CATALOG-FILE.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-EXPIRE-GENERATIONS SECTION.

      * A GENERATION THAT NEVER FINISHED IS OF NO USE TO A RESTORE.
           MOVE 1 TO WS-CT-IDX.

           PERFORM UNTIL WS-CT-IDX > WS-CT-CTR
              IF WS-CT-IS-COMPLETE (WS-CT-IDX)
                 ADD 1 TO WS-CT-IDX
              ELSE
                 PERFORM 1110-EXPIRE-ONE
                    THRU 1110-END
              END-IF
           END-PERFORM.

      * THEN THE OLDEST GO UNTIL THE NEW ONE MAKES THE KEEP COUNT.
           MOVE 1 TO WS-CT-IDX.

           PERFORM UNTIL WS-CT-CTR < WS-BK-KEEP
              PERFORM 1110-EXPIRE-ONE
                 THRU 1110-END
           END-PERFORM.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1110-EXPIRE-ONE SECTION.

      * EMPTY THE GENERATION'S FILE AND CLOSE THE GAP IN THE TABLE.
           MOVE SPACES TO WS-BACKUP-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-BK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CT-RING (WS-CT-IDX) DELIMITED BY SIZE
             INTO WS-BACKUP-ASSIGN-NAME.

           OPEN OUTPUT BACKUP-FILE.
           CLOSE BACKUP-FILE.

           MOVE WS-CT-GENERATION (WS-CT-IDX) TO WS-PRT-GEN-EDIT.
           DISPLAY 'Generation ' FUNCTION TRIM (WS-PRT-GEN-EDIT)
                   ' expired - '
                   FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME) ' emptied.'.

           PERFORM VARYING WS-CT-NEXT-IDX FROM WS-CT-IDX BY 1
             UNTIL WS-CT-NEXT-IDX >= WS-CT-CTR
              MOVE WS-CT-ENTRY (WS-CT-NEXT-IDX + 1)
                TO WS-CT-ENTRY (WS-CT-NEXT-IDX)
           END-PERFORM.

           SUBTRACT 1 FROM WS-CT-CTR.

       1110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-CHOOSE-RING SECTION.

      * THE LOWEST nn NO KEPT GENERATION HOLDS.  AT MOST KEEP - 1 ARE
      * KEPT AT THIS POINT, SO IT IS NEVER ABOVE THE KEEP COUNT.
           MOVE ZEROES TO WS-BK-RING.
           MOVE 'N'    TO WS-CT-RING-FREE-SW.

           PERFORM UNTIL WS-CT-RING-IS-FREE
              ADD 1 TO WS-BK-RING
              MOVE 'Y' TO WS-CT-RING-FREE-SW
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CTR
                 IF WS-CT-RING (WS-CT-IDX) = WS-BK-RING
                    MOVE 'N' TO WS-CT-RING-FREE-SW
                 END-IF
              END-PERFORM
           END-PERFORM.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1500-ADD-TO-CHECKSUM SECTION.

      * THE SEAL: EVERY RECORD'S TRIMMED LENGTH, WEIGHTED BY ITS
      * SEQUENCE NUMBER, SUMMED MODULO A BILLION.  A DROPPED,
      * DUPLICATED OR REORDERED RECORD BREAKS IT.  MUST MATCH
      * TREKXFER AND TREKREST.
           ADD 1 TO WS-BK-SEQ.

           COMPUTE WS-BK-WORK =
                   WS-BK-CHECKSUM +
                   (WS-BK-SEQ * WS-BK-REC-LEN).
           COMPUTE WS-BK-CHECKSUM =
                   FUNCTION MOD (WS-BK-WORK, 1000000000).

       1500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-WRITE-GENERATION SECTION.

           MOVE SPACES TO WS-BACKUP-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-BK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-BK-RING             DELIMITED BY SIZE
             INTO WS-BACKUP-ASSIGN-NAME.

           MOVE ZEROES TO WS-BK-TOT-FILES
                          WS-BK-TOT-RECORDS
                          WS-BK-TOT-BYTES
                          WS-BK-SLOTS-IN-USE.

           OPEN OUTPUT BACKUP-FILE.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2000-END
           END-IF.

           MOVE 'G'                TO BK-HDR-TAG.
           MOVE WS-BK-GENERATION   TO BK-HDR-GENERATION.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                   TO BK-HDR-STAMP.
           MOVE WS-SC-ROSTER-SIZE  TO BK-HDR-ROSTER-SIZE.
           WRITE BK-RECORD FROM BK-HEADER-RECORD.

      * THE ROSTER FIRST, THEN SLOT BY SLOT, THEN THE CAREER FILES.
           MOVE 'R'    TO WS-BK-KIND.
           MOVE ZEROES TO WS-BK-SLOT.
           MOVE WS-SC-ROSTER-FILE TO WS-TEXT-ASSIGN-NAME.
           PERFORM 2100-COPY-TEXT-FILE
              THRU 2100-END.

           PERFORM VARYING WS-BK-SLOT FROM 1 BY 1
             UNTIL WS-BK-SLOT > WS-SC-ROSTER-SIZE
                OR WS-FILE-ERROR

              PERFORM 2500-CHECK-SLOT-LOCK
                 THRU 2500-END

              MOVE 'C' TO WS-BK-KIND
              MOVE SPACES TO WS-TEXT-ASSIGN-NAME
              STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                            DELIMITED BY SIZE
                     WS-BK-SLOT (2:1)       DELIMITED BY SIZE
                INTO WS-TEXT-ASSIGN-NAME
              PERFORM 2100-COPY-TEXT-FILE
                 THRU 2100-END

              IF NOT WS-FILE-ERROR
                 PERFORM 2200-COPY-GALAXY-STORE
                    THRU 2200-END
              END-IF

           END-PERFORM.

           MOVE 'N'    TO WS-BK-IN-USE.
           MOVE ZEROES TO WS-BK-SLOT.

           IF NOT WS-FILE-ERROR
              PERFORM 2300-COPY-SERVICE-MASTER
                 THRU 2300-END
           END-IF.

           IF NOT WS-FILE-ERROR
              MOVE 'K' TO WS-BK-KIND
              MOVE 'STARTREK-SERVICE-SEAL' TO WS-TEXT-ASSIGN-NAME
              PERFORM 2100-COPY-TEXT-FILE
                 THRU 2100-END
           END-IF.

           IF NOT WS-FILE-ERROR
              MOVE 'M' TO WS-BK-KIND
              MOVE 'STARTREK-MISSION-HISTORY' TO WS-TEXT-ASSIGN-NAME
              PERFORM 2100-COPY-TEXT-FILE
                 THRU 2100-END
           END-IF.

           IF WS-FILE-ERROR
              CLOSE BACKUP-FILE
              GO TO 2000-END
           END-IF.

           MOVE 'T'               TO BK-TRL-TAG.
           MOVE WS-BK-TOT-FILES   TO BK-TRL-FILES.
           MOVE WS-BK-TOT-RECORDS TO BK-TRL-RECORDS.
           MOVE WS-BK-TOT-BYTES   TO BK-TRL-BYTES.
           WRITE BK-RECORD FROM BK-TRAILER-RECORD.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error writing '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
           END-IF.

           CLOSE BACKUP-FILE.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE WS-BK-TOT-FILES   TO WS-PRT-FILES-EDIT.
           MOVE WS-BK-TOT-RECORDS TO WS-PRT-RECORDS-EDIT.
           MOVE WS-BK-TOT-BYTES   TO WS-PRT-BYTES-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'TOTAL - '                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRT-FILES-EDIT)
                                              DELIMITED BY SIZE
                  ' FILES'                    DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           MOVE WS-PRT-RECORDS-EDIT TO WS-PRT-LINE (37:11).
           MOVE WS-PRT-BYTES-EDIT   TO WS-PRT-LINE (49:15).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-COPY-TEXT-FILE SECTION.

           MOVE 'N' TO WS-BK-ON-FILE.

           OPEN INPUT TEXT-FILE.

      * A FILE NOT ON DISK IS STILL LISTED, SO A RESTORE PUTS THE
      * LIBRARY BACK EXACTLY AS IT STOOD - WITHOUT IT.
           IF WS-TEXT-STATUS-1 = 0 AND WS-TEXT-STATUS-2 = 5
              CLOSE TEXT-FILE
              PERFORM 2400-BEGIN-FILE
                 THRU 2400-END
              PERFORM 2410-END-FILE
                 THRU 2410-END
              GO TO 2100-END
           END-IF.

           IF WS-TEXT-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-TEXT-ASSIGN-NAME)
                      ', status ' WS-TEXT-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2100-END
           END-IF.

           MOVE 'Y' TO WS-BK-ON-FILE.
           PERFORM 2400-BEGIN-FILE
              THRU 2400-END.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE OR WS-FILE-ERROR
              READ TEXT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE TEXT-RECORD TO BK-PAYLOAD
                    PERFORM 2600-WRITE-DATA-RECORD
                       THRU 2600-END
              END-READ
           END-PERFORM.

           CLOSE TEXT-FILE.

           IF NOT WS-FILE-ERROR
              PERFORM 2410-END-FILE
                 THRU 2410-END
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2200-COPY-GALAXY-STORE SECTION.

           MOVE 'G' TO WS-BK-KIND.
           MOVE 'N' TO WS-BK-ON-FILE.

           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-BK-SLOT (2:1)       DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.
           MOVE WS-GALAXY-ASSIGN-NAME TO WS-TEXT-ASSIGN-NAME.

           OPEN INPUT GALAXY-FILE.

           IF WS-GALAXY-STATUS-1 = 0 AND WS-GALAXY-STATUS-2 = 5
              CLOSE GALAXY-FILE
              PERFORM 2400-BEGIN-FILE
                 THRU 2400-END
              PERFORM 2410-END-FILE
                 THRU 2410-END
              GO TO 2200-END
           END-IF.

           IF WS-GALAXY-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-GALAXY-ASSIGN-NAME)
                      ', status ' WS-GALAXY-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2200-END
           END-IF.

           MOVE 'Y' TO WS-BK-ON-FILE.
           PERFORM 2400-BEGIN-FILE
              THRU 2400-END.

      * EVERY CUBE, IN KEY ORDER.
           MOVE LOW-VALUES TO GX-SECTOR-ID.
           START GALAXY-FILE KEY >= GX-SECTOR-ID
              INVALID KEY
                 CONTINUE
           END-START.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE OR WS-FILE-ERROR
              READ GALAXY-FILE NEXT
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE SPACES TO BK-PAYLOAD
                    MOVE GX-CUBE-RECORD TO BK-PAYLOAD (1:1007)
                    PERFORM 2600-WRITE-DATA-RECORD
                       THRU 2600-END
              END-READ
           END-PERFORM.

           CLOSE GALAXY-FILE.

           IF NOT WS-FILE-ERROR
              PERFORM 2410-END-FILE
                 THRU 2410-END
           END-IF.

       2200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2300-COPY-SERVICE-MASTER SECTION.

           MOVE 'S' TO WS-BK-KIND.
           MOVE 'N' TO WS-BK-ON-FILE.
           MOVE 'STARTREK-SERVICE-MASTER' TO WS-TEXT-ASSIGN-NAME.

           OPEN INPUT SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              PERFORM 2400-BEGIN-FILE
                 THRU 2400-END
              PERFORM 2410-END-FILE
                 THRU 2410-END
              GO TO 2300-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-SERVICE-MASTER, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2300-END
           END-IF.

           MOVE 'Y' TO WS-BK-ON-FILE.
           PERFORM 2400-BEGIN-FILE
              THRU 2400-END.

      * IN KEY ORDER - THE SAME ORDER THE MASTER'S SEAL IS FOLDED IN.
           MOVE LOW-VALUES TO SVC-NAME.
           START SERVICE-RECORD-FILE KEY >= SVC-NAME
              INVALID KEY
                 CONTINUE
           END-START.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE OR WS-FILE-ERROR
              READ SERVICE-RECORD-FILE NEXT
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    MOVE SPACES TO BK-PAYLOAD
                    MOVE SVC-RECORD TO BK-PAYLOAD (1:88)
                    PERFORM 2600-WRITE-DATA-RECORD
                       THRU 2600-END
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

           IF NOT WS-FILE-ERROR
              PERFORM 2410-END-FILE
                 THRU 2410-END
           END-IF.

       2300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2400-BEGIN-FILE SECTION.

           MOVE ZEROES TO WS-BK-RECORDS
                          WS-BK-BYTES
                          WS-BK-CHECKSUM
                          WS-BK-SEQ.

           MOVE SPACES            TO BK-RECORD.
           MOVE 'F'               TO BK-BEG-TAG.
           MOVE WS-BK-KIND        TO BK-BEG-KIND.
           MOVE WS-BK-SLOT (2:1)  TO BK-BEG-SLOT.
           MOVE WS-BK-ON-FILE     TO BK-BEG-ON-FILE.
           MOVE WS-BK-IN-USE      TO BK-BEG-IN-USE.
           MOVE WS-TEXT-ASSIGN-NAME
                                  TO BK-BEG-NAME.
           WRITE BK-RECORD.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error writing '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
           END-IF.

       2400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2410-END-FILE SECTION.

           MOVE SPACES            TO BK-RECORD.
           MOVE 'E'               TO BK-END-TAG.
           MOVE WS-BK-KIND        TO BK-END-KIND.
           MOVE WS-BK-SLOT (2:1)  TO BK-END-SLOT.
           MOVE WS-BK-RECORDS     TO BK-END-RECORDS.
           MOVE WS-BK-BYTES       TO BK-END-BYTES.
           MOVE WS-BK-CHECKSUM    TO BK-END-CHECKSUM.
           WRITE BK-RECORD.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error writing '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2410-END
           END-IF.

           ADD 1             TO WS-BK-TOT-FILES.
           ADD WS-BK-RECORDS TO WS-BK-TOT-RECORDS.
           ADD WS-BK-BYTES   TO WS-BK-TOT-BYTES.

      * ONE MANIFEST LINE PER FILE.
           IF WS-BK-SLOT = ZEROES
              MOVE '-' TO WS-PRT-SLOT
           ELSE
              MOVE WS-BK-SLOT (2:1) TO WS-PRT-SLOT
           END-IF.
           MOVE WS-BK-RECORDS TO WS-PRT-RECORDS-EDIT.
           MOVE WS-BK-BYTES   TO WS-PRT-BYTES-EDIT.

           MOVE WS-TEXT-ASSIGN-NAME TO WS-PRT-LINE (1:30).
           MOVE WS-PRT-SLOT         TO WS-PRT-LINE (33:1).
           MOVE WS-PRT-RECORDS-EDIT TO WS-PRT-LINE (37:11).
           MOVE WS-PRT-BYTES-EDIT   TO WS-PRT-LINE (49:15).
           EVALUATE TRUE
               WHEN NOT WS-BK-IS-ON-FILE
                    MOVE 'NOT ON FILE' TO WS-PRT-LINE (66:11)
               WHEN WS-BK-IS-IN-USE
                    MOVE 'IN USE'      TO WS-PRT-LINE (66:6)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2410-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2500-CHECK-SLOT-LOCK SECTION.

           MOVE 'N' TO WS-BK-IN-USE.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-BK-SLOT (2:1)       DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 2500-END
           END-IF.

           IF WS-LOCK-STATUS-1 NOT = 0
              GO TO 2500-END
           END-IF.

           MOVE SPACES TO LK-RECORD.
           READ SLOT-LOCK-FILE
              AT END
                 MOVE SPACES TO LK-RECORD
           END-READ.

           CLOSE SLOT-LOCK-FILE.

      * THE SAVE IS STILL COPIED - IT IS THE LAST ONE THE SESSION
      * FILED - BUT THE STORE MAY HAVE MOVED ON SINCE.
           IF LK-NAME NOT = SPACES
              MOVE 'Y' TO WS-BK-IN-USE
              ADD 1 TO WS-BK-SLOTS-IN-USE
              ADD 1 TO WS-BK-WARNINGS
              DISPLAY 'Slot ' WS-BK-SLOT (2:1) ' is in use by '
                      FUNCTION TRIM (LK-NAME) ' since ' LK-STAMP
                      ' - copied as it stands.' UPON SYSERR
           END-IF.

       2500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2600-WRITE-DATA-RECORD SECTION.

           MOVE 'D' TO BK-TAG.

           COMPUTE WS-BK-REC-LEN = FUNCTION LENGTH (
                   FUNCTION TRIM (BK-PAYLOAD TRAILING)).
           PERFORM 1500-ADD-TO-CHECKSUM
              THRU 1500-END.

           ADD 1             TO WS-BK-RECORDS.
           ADD WS-BK-REC-LEN TO WS-BK-BYTES.

           WRITE BK-RECORD.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error writing '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
           END-IF.

       2600-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-WRITE-CATALOG SECTION.

           OPEN OUTPUT CATALOG-FILE.

           IF WS-CATALOG-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BACKUP-CATALOG, status '
                      WS-CATALOG-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-END
           END-IF.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
             UNTIL WS-CT-IDX > WS-CT-CTR
              MOVE SPACES TO CATALOG-RECORD
              MOVE WS-CT-GENERATION (WS-CT-IDX) TO BC-GENERATION
              MOVE WS-CT-RING       (WS-CT-IDX) TO BC-RING
              MOVE WS-CT-STAMP      (WS-CT-IDX) TO BC-STAMP
              MOVE WS-CT-STATE      (WS-CT-IDX) TO BC-STATE
              MOVE WS-CT-FILES      (WS-CT-IDX) TO BC-FILES
              MOVE WS-CT-RECORDS    (WS-CT-IDX) TO BC-RECORDS
              MOVE WS-CT-BYTES      (WS-CT-IDX) TO BC-BYTES
              MOVE WS-CT-IN-USE     (WS-CT-IDX) TO BC-IN-USE
              WRITE CATALOG-RECORD
           END-PERFORM.

           CLOSE CATALOG-FILE.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-GENERATIONS-KEPT SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'GENERATIONS KEPT (THE LAST '
                                              DELIMITED BY SIZE
                  WS-BK-KEEP                  DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE 'GEN' TO WS-PRT-LINE (4:3).
           MOVE 'TAKEN' TO WS-PRT-LINE (9:5).
           MOVE 'FILE' TO WS-PRT-LINE (26:4).
           MOVE 'FILES' TO WS-PRT-LINE (46:5).
           MOVE 'RECORDS' TO WS-PRT-LINE (56:7).
           MOVE 'NOTE' TO WS-PRT-LINE (66:4).
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           PERFORM VARYING WS-CT-IDX FROM WS-CT-CTR BY -1
             UNTIL WS-CT-IDX < 1
              MOVE WS-CT-GENERATION (WS-CT-IDX) TO WS-PRT-GEN-EDIT
              MOVE WS-CT-FILES      (WS-CT-IDX) TO WS-PRT-FILES-EDIT
              MOVE WS-CT-RECORDS    (WS-CT-IDX) TO WS-PRT-RECORDS-EDIT
              MOVE WS-PRT-GEN-EDIT     TO WS-PRT-LINE (1:6)
              MOVE WS-CT-STAMP (WS-CT-IDX) (1:8)
                                       TO WS-PRT-LINE (9:8)
              MOVE WS-CT-STAMP (WS-CT-IDX) (9:6)
                                       TO WS-PRT-LINE (18:6)
              MOVE SPACES TO WS-PRT-FILE-NAME
              STRING FUNCTION TRIM (WS-BK-PREFIX)
                                            DELIMITED BY SIZE
                     WS-CT-RING (WS-CT-IDX) DELIMITED BY SIZE
                INTO WS-PRT-FILE-NAME
              MOVE WS-PRT-FILE-NAME    TO WS-PRT-LINE (26:20)
              MOVE WS-PRT-FILES-EDIT   TO WS-PRT-LINE (48:3)
              MOVE WS-PRT-RECORDS-EDIT TO WS-PRT-LINE (52:11)
              IF WS-CT-IN-USE (WS-CT-IDX) > ZEROES
                 MOVE WS-CT-IN-USE (WS-CT-IDX)
                                       TO WS-PRT-LINE (66:1)
                 MOVE 'IN USE'         TO WS-PRT-LINE (68:6)
              END-IF
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
           END-PERFORM.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE MANIFEST-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM TREKBKUP.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM TREKBKUP                    *
      * ************************************************************** *

      * ************************************************************** *
      *                    START OF PROGRAM TREKREST                   *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TREKREST.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  THURSDAY OCTOBER 15, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * TREKREST PUTS THE SAVE LIBRARY BACK FROM A GENERATION TREKBKUP *
      *  TOOK - EITHER THE WHOLE LIBRARY OR A SINGLE SLOT.  THE        *
      *  OPERATOR PICKS THE GENERATION FROM STARTREK-BACKUP-CATALOG    *
      *  (THE LATEST BY DEFAULT), THEN ALL OR A SLOT NUMBER.           *
      *                                                                *
      *  LIKE A TREKXFER IMPORT IT RUNS TWO STREAMING PASSES: THE      *
      *  FIRST PROVES EVERY FILE IN THE GENERATION AGAINST ITS RECORD  *
      *  COUNT, SIZE AND CHECKSUM, AND ONLY THEN DOES THE SECOND COPY  *
      *  IT OUT.  A SLOT WHOSE LOCK SHOWS IT IN USE IS NEVER RESTORED  *
      *  - FOR ALL, EVERY SLOT MUST BE FREE.  EACH CHECKPOINT PUT BACK *
      *  IS THEN BALANCED AGAINST ITS TRAILER, AS THE BRIDGE DOES AT   *
      *  RESUME.                                                       *
      *                                                                *
      *  ALL REPLACES THE ROSTER, EVERY SLOT, THE SERVICE MASTER WITH  *
      *  ITS SEAL AND THE MISSION HISTORY.  A SLOT RESTORE REPLACES    *
      *  THAT SLOT'S CHECKPOINT AND GALAXY STORE AND ITS LINE ON THE   *
      *  ROSTER ONLY - THE CAREER FILES ARE LEFT AS THEY STAND.  EVERY *
      *  SLOT RESTORED HAS ITS RECOVERY JOURNAL EMPTIED, SINCE THAT    *
      *  JOURNAL FOLLOWED A SAVE THAT IS NO LONGER THERE.              *
      *                                                                *
      *  TREKREST-SCRIPT NAMES A FILE OF ANSWERS FOR AN UNATTENDED     *
      *  RUN, AS TREKXFER-SCRIPT DOES.                                 *
      *                                                                *
      * RETURN CODE 0 - RESTORED, AND EVERY CHECKPOINT BALANCES        *
      *             4 - NOTHING RESTORED - THE OPERATOR DECLINED       *
      *             8 - REFUSED (NO SUCH GENERATION, IT FAILED         *
      *                 VALIDATION, OR A SLOT IS IN USE), OR A         *
      *                 RESTORED CHECKPOINT DOES NOT BALANCE           *
      *            12 - A FILE COULD NOT BE OPENED OR WRITTEN          *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB SERVICE RECORDS ARE RESTORED WITH THE TERM-TO-    *
      *              DATE FIGURES; A BACKUP WITHOUT THEM TAKES THEM    *
      *              FROM THE CAREER FIGURES.                          *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB AN ALL RESTORE PUTS BACK THE SERVICE MASTER AND   *
      *              ITS SEAL UNDER THE SERVICE LATCH.                 *
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

       SELECT OPTIONAL STANDARD-IN
       ASSIGN TO WS-STDIN-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-STDIN-FILE-STATUS.

      * EVERY LINE-SEQUENTIAL FILE OF THE LIBRARY IS WRITTEN THROUGH
      * THIS ONE SELECT - THE NAME IS SET BEFORE EACH OPEN.
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

       SELECT OPTIONAL ROSTER-FILE
       ASSIGN TO WS-SC-ROSTER-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

      * A SLOT'S SESSION LOCK (STARTREK-LOCK-n) - A RESTORE MUST NEVER
      * CLOBBER A SLOT A LIVE SESSION IS HOLDING.
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

      * LIBRARY FILES TRAVEL AS OPAQUE TEXT LINES.  A CHECKPOINT IS
      * READ BACK HERE TOO - ONLY ITS RECORD TYPES AND TRAILER COUNTS
      * MATTER TO THE BALANCE.
       FD TEXT-FILE.
          01 TEXT-RECORD               PIC X(4000).
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

      * SERVICE-LATCH-FILE - ONLY EVER HELD OPEN, NEVER READ OR
      * WRITTEN.
       FD SERVICE-LATCH-FILE.
          01 SERVICE-LATCH-RECORD      PIC X(01).

       FD ROSTER-FILE.
          01 ROSTER-RECORD.
             03 RST-SLOT               PIC 9(01).
             03 RST-NAME               PIC X(30).
             03 RST-RANK               PIC X(25).
             03 RST-DIFFICULTY         PIC 9(02).
             03 RST-STAMP              PIC X(14).

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
      * LAYOUT TREKBKUP WRITES.
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
      * MATCH THE LAYOUT TREKBKUP WRITES.
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
          03 WS-STDIN-FILE-STATUS.
             05 WS-STDIN-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-STDIN-STATUS-2   PIC  9(01)  VALUE ZEROES.
          03 WS-TEXT-FILE-STATUS.
             05 WS-TEXT-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-TEXT-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-GALAXY-FILE-STATUS.
             05 WS-GALAXY-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-GALAXY-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-FILE-STATUS.
             05 WS-SERVICE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-SERVICE-LATCH-FILE-STATUS.
             05 WS-SERVICE-LATCH-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-LATCH-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-ROSTER-FILE-STATUS.
             05 WS-ROSTER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-ROSTER-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-LOCK-FILE-STATUS.
             05 WS-LOCK-STATUS-1    PIC  9(01)  VALUE ZEROES.
             05 WS-LOCK-STATUS-2    PIC  9(01)  VALUE ZEROES.
          03 WS-BACKUP-FILE-STATUS.
             05 WS-BACKUP-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-BACKUP-STATUS-2  PIC  9(01)  VALUE ZEROES.
          03 WS-CATALOG-FILE-STATUS.
             05 WS-CATALOG-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-CATALOG-STATUS-2 PIC  9(01)  VALUE ZEROES.
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
          03 WS-FILE-ERROR-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FILE-ERROR                   VALUE 'Y'.

      * THE CATALOG AS READ, OLDEST GENERATION FIRST.
       01 WS-CATALOG-AREA.
          03 WS-CT-MAX              PIC  9(02)  VALUE 99.
          03 WS-CT-CTR              PIC  9(02)  VALUE ZEROES.
          03 WS-CT-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-CT-FOUND-IDX        PIC  9(02)  VALUE ZEROES.
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

      * THE RESTORE - WHICH GENERATION, ALL OR ONE SLOT, AND THE
      * RUNNING TOTALS OF THE FILE BEING PROVED OR COPIED.
       01 WS-RESTORE-AREA.
          03 WS-BK-PREFIX           PIC  X(30)  VALUE
             'STARTREK-BACKUP-'.
          03 WS-RS-JOURNAL-PREFIX   PIC  X(30)  VALUE
             'STARTREK-JOURNAL-'.
          03 WS-RS-GENERATION       PIC  9(06)  VALUE ZEROES.
          03 WS-RS-GEN-EDIT         PIC  ZZZZZ9.
          03 WS-RS-MODE             PIC  X(01)  VALUE SPACES.
             88 WS-RS-ALL                       VALUE 'A'.
             88 WS-RS-ONE-SLOT                  VALUE 'S'.
          03 WS-RS-SLOT             PIC  9(02)  VALUE ZEROES.
          03 WS-RS-SLOT-HIGH        PIC  9(02)  VALUE ZEROES.
          03 WS-RS-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-RS-ROSTER-SIZE      PIC  9(01)  VALUE ZEROES.
          03 WS-RS-GEN-STAMP        PIC  X(14)  VALUE SPACES.
          03 WS-RS-RESPONSE         PIC  X(01)  VALUE SPACES.
             88 WS-RS-CONFIRMED                 VALUE 'Y'.
          03 WS-RS-VALID-SW         PIC  X(01)  VALUE 'Y'.
             88 WS-RS-IS-VALID                  VALUE 'Y'.
          03 WS-RS-REASON           PIC  X(60)  VALUE SPACES.
          03 WS-RS-HEADER-SW        PIC  X(01)  VALUE 'N'.
             88 WS-RS-HAS-HEADER                VALUE 'Y'.
          03 WS-RS-TRAILER-SW       PIC  X(01)  VALUE 'N'.
             88 WS-RS-HAS-TRAILER               VALUE 'Y'.
          03 WS-RS-IN-FILE-SW       PIC  X(01)  VALUE 'N'.
             88 WS-RS-IN-FILE                   VALUE 'Y'.
          03 WS-RS-WANTED-SW        PIC  X(01)  VALUE 'N'.
             88 WS-RS-WANTED                    VALUE 'Y'.
          03 WS-RS-ROSTER-SCAN-SW   PIC  X(01)  VALUE 'N'.
             88 WS-RS-ROSTER-SCAN               VALUE 'Y'.
          03 WS-RS-KIND             PIC  X(01)  VALUE SPACES.
          03 WS-RS-FILE-SLOT        PIC  9(01)  VALUE ZEROES.
          03 WS-RS-ON-FILE          PIC  X(01)  VALUE SPACES.
          03 WS-RS-RECORDS          PIC  9(09)  VALUE ZEROES.
          03 WS-RS-BYTES            PIC  9(12)  VALUE ZEROES.
          03 WS-RS-CHECKSUM         PIC  9(09)  VALUE ZEROES.
          03 WS-RS-SEQ              PIC  9(09)  VALUE ZEROES.
          03 WS-RS-REC-LEN          PIC  9(05)  VALUE ZEROES.
          03 WS-RS-WORK             PIC  9(18)  VALUE ZEROES.
          03 WS-RS-TOT-FILES        PIC  9(03)  VALUE ZEROES.
          03 WS-RS-TOT-RECORDS      PIC  9(09)  VALUE ZEROES.
          03 WS-RS-TOT-BYTES        PIC  9(12)  VALUE ZEROES.
          03 WS-RS-FILES-RESTORED   PIC  9(03)  VALUE ZEROES.
          03 WS-RS-LOCKS-HELD       PIC  9(01)  VALUE ZEROES.
          03 WS-RS-SLOTS-BAD        PIC  9(01)  VALUE ZEROES.
      * PER SLOT: THE CHECKPOINT IN THE GENERATION (SPACE NOT IN IT,
      * Y ON FILE, N NOT ON FILE), WHETHER IT WAS IN USE WHEN TAKEN,
      * AND WHETHER THIS RUN PUT IT BACK.
          03 WS-RS-SLOT-TABLE.
             05 WS-RS-SLOT-ENTRY    OCCURS 9 TIMES.
                07 WS-RS-SLOT-CKPT  PIC  X(01).
                07 WS-RS-SLOT-BUSY  PIC  X(01).
                07 WS-RS-SLOT-DONE  PIC  X(01).
      * THE SLOT'S LINE FROM THE GENERATION'S ROSTER, FOR A SLOT
      * RESTORE.
          03 WS-RS-ROSTER-FOUND-SW  PIC  X(01)  VALUE 'N'.
             88 WS-RS-ROSTER-FOUND              VALUE 'Y'.
          03 WS-RS-ROSTER-LINE.
             05 WS-RS-RL-SLOT       PIC  9(01).
             05 WS-RS-RL-NAME       PIC  X(30).
             05 WS-RS-RL-RANK       PIC  X(25).
             05 WS-RS-RL-DIFF       PIC  9(02).
             05 WS-RS-RL-STAMP      PIC  X(14).

       01 WS-ROSTER-AREA.
          03 WS-RST-IDX             PIC  9(02)  VALUE ZEROES.
          03 WS-RST-TABLE.
             05 WS-RST-ENTRY        OCCURS 9 TIMES.
                07 WS-RS-USED       PIC  X(01).
                   88 WS-RS-IS-USED            VALUE 'Y'.
                07 WS-RS-NAME       PIC  X(30).
                07 WS-RS-RANK       PIC  X(25).
                07 WS-RS-DIFF       PIC  9(02).
                07 WS-RS-STAMP      PIC  X(14).

      * THE BALANCE OF A RESTORED CHECKPOINT - THE SAME TEST THE
      * BRIDGE RUNS AT RESUME AND HEALTHCK RUNS EACH MORNING.
       01 WS-BALANCE-AREA.
          03 WS-BL-HEADER-SW        PIC  X(01)  VALUE 'N'.
             88 WS-BL-HAS-HEADER                VALUE 'Y'.
          03 WS-BL-TRAILER-SW       PIC  X(01)  VALUE 'N'.
             88 WS-BL-HAS-TRAILER               VALUE 'Y'.
          03 WS-BL-STARSHIP-CTR     PIC  9(04)  VALUE ZEROES.
          03 WS-BL-LEDGER-CTR       PIC  9(03)  VALUE ZEROES.
          03 WS-BL-TRL-CELLS        PIC  9(09)  VALUE ZEROES.
          03 WS-BL-TRL-QUADS.
             05 WS-BL-TRL-QUAD      PIC  9(09)  OCCURS 4 TIMES.
          03 WS-BL-TRL-SHIPS        PIC  9(04)  VALUE ZEROES.
          03 WS-BL-TRL-LEDGER       PIC  9(03)  VALUE ZEROES.
          03 WS-BL-CUBE-CTR         PIC  9(09)  VALUE ZEROES.
          03 WS-BL-QUAD-CUBES.
             05 WS-BL-QUAD-CUBE     PIC  9(09)  OCCURS 4 TIMES.
          03 WS-BL-QUAD-IDX         PIC  9(01)  VALUE ZEROES.
          03 WS-BL-REASON           PIC  X(50)  VALUE SPACES.
      * THE LAYOUT VERSION CLOSES THE SAVE HEADER, WITH A FLEET
      * EXERCISE SAVE'S EXERCISE NUMBER THREE PLACES AHEAD OF IT.
      * MUST MATCH THE BRIDGE'S CURRENT CHECKPOINT LAYOUT.
          03 WS-BL-CURRENT-LAYOUT   PIC  X(02)  VALUE '19'.
          03 WS-BL-HDR-LEN          PIC  9(05)  VALUE ZEROES.
          03 WS-BL-LAYOUT-FOUND     PIC  X(02)  VALUE SPACES.
          03 WS-BL-FX-NO            PIC  X(01)  VALUE SPACES.
             88 WS-BL-FX-SAVE                   VALUE '1' THRU '9'.
          03 WS-BL-CAPTAIN          PIC  X(30)  VALUE SPACES.

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

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'TREKREST-SCRIPT'.
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

           MOVE 8 TO RETURN-CODE.

           PERFORM 1100-LOAD-CATALOG
              THRU 1100-END.

           IF WS-FILE-ERROR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-CLOSE
           END-IF.

           PERFORM 1200-LIST-GENERATIONS
              THRU 1200-END.

           IF WS-CT-FOUND-IDX = ZEROES
              DISPLAY 'There is no complete backup generation on '
                      'STARTREK-BACKUP-CATALOG - nothing to restore.'
              GO TO 0000-CLOSE
           END-IF.

      * THE GENERATION - THE LATEST COMPLETE ONE UNLESS NAMED.
           DISPLAY 'Restore from which generation (blank for the '
                   'latest)? '.
           PERFORM 1000-GET-INPUT
              THRU 1000-END.

           IF WS-INPUT-LINE NOT = SPACES
              IF FUNCTION TEST-NUMVAL (WS-INPUT-LINE) NOT = ZERO
                 DISPLAY 'There is no such generation.'
                 GO TO 0000-CLOSE
              END-IF
              COMPUTE WS-RS-GENERATION =
                      FUNCTION NUMVAL (WS-INPUT-LINE)
              MOVE ZEROES TO WS-CT-FOUND-IDX
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-CTR
                 IF WS-CT-GENERATION (WS-CT-IDX) = WS-RS-GENERATION
                    AND WS-CT-IS-COMPLETE (WS-CT-IDX)
                    MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-CT-FOUND-IDX = ZEROES
                 DISPLAY 'There is no complete generation '
                         WS-RS-GENERATION ' on the catalog.'
                 GO TO 0000-CLOSE
              END-IF
           END-IF.

           MOVE WS-CT-GENERATION (WS-CT-FOUND-IDX) TO WS-RS-GENERATION.
           MOVE WS-RS-GENERATION TO WS-RS-GEN-EDIT.
           MOVE SPACES TO WS-BACKUP-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-BK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-CT-RING (WS-CT-FOUND-IDX)
                                         DELIMITED BY SIZE
             INTO WS-BACKUP-ASSIGN-NAME.

      * ALL OF THE LIBRARY, OR ONE SLOT.
           DISPLAY 'Restore ALL of the library, or which save slot '
                   '(1-' WS-SC-ROSTER-SIZE ')? '.
           PERFORM 1000-GET-INPUT
              THRU 1000-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE) TO WS-INPUT-LINE.

           EVALUATE TRUE
               WHEN WS-INPUT-LINE = 'ALL'
                    SET WS-RS-ALL TO TRUE
               WHEN FUNCTION TEST-NUMVAL (WS-INPUT-LINE) = ZERO
                    COMPUTE WS-RS-SLOT =
                            FUNCTION NUMVAL (WS-INPUT-LINE)
                    IF WS-RS-SLOT < 1
                       OR WS-RS-SLOT > WS-SC-ROSTER-SIZE
                       DISPLAY 'There is no such slot.'
                       GO TO 0000-CLOSE
                    END-IF
                    SET WS-RS-ONE-SLOT TO TRUE
               WHEN OTHER
                    DISPLAY 'Nothing done - answer ALL or a slot '
                            'number.'
                    GO TO 0000-CLOSE
           END-EVALUATE.

      * FIRST PASS - PROVE THE WHOLE GENERATION BEFORE A BYTE OF THE
      * LIBRARY IS TOUCHED.
           PERFORM 2000-VALIDATE-GENERATION
              THRU 2000-END.

           IF WS-FILE-ERROR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-CLOSE
           END-IF.

           IF NOT WS-RS-IS-VALID
              DISPLAY 'RESTORE REFUSED - generation '
                      FUNCTION TRIM (WS-RS-GEN-EDIT)
                      ' failed validation: '
                      FUNCTION TRIM (WS-RS-REASON) '.'
              DISPLAY 'Nothing was written.'
              GO TO 0000-CLOSE
           END-IF.

           IF WS-RS-ONE-SLOT
              AND WS-RS-SLOT-CKPT (WS-RS-SLOT) = SPACE
              DISPLAY 'RESTORE REFUSED - generation '
                      FUNCTION TRIM (WS-RS-GEN-EDIT)
                      ' holds no slot ' WS-RS-SLOT (2:1) '.'
              GO TO 0000-CLOSE
           END-IF.

      * NO SLOT A LIVE SESSION HOLDS IS EVER OVERWRITTEN.
           PERFORM 2500-CHECK-LOCKS
              THRU 2500-END.

           IF WS-RS-LOCKS-HELD > ZEROES
              DISPLAY 'RESTORE REFUSED - a slot to be restored is in '
                      'use.  Nothing was written.'
              GO TO 0000-CLOSE
           END-IF.

           IF WS-RS-ALL
              DISPLAY 'Generation ' FUNCTION TRIM (WS-RS-GEN-EDIT)
                      ' of ' WS-RS-GEN-STAMP (1:8) ' '
                      WS-RS-GEN-STAMP (9:6)
                      ' will REPLACE the roster, every slot, the '
                      'service master and the mission history.'
           ELSE
              DISPLAY 'Generation ' FUNCTION TRIM (WS-RS-GEN-EDIT)
                      ' of ' WS-RS-GEN-STAMP (1:8) ' '
                      WS-RS-GEN-STAMP (9:6)
                      ' will REPLACE slot ' WS-RS-SLOT (2:1)
                      ' and its roster line.'
              IF WS-RS-SLOT-CKPT (WS-RS-SLOT) = 'N'
                 DISPLAY 'The slot was empty when that generation was '
                         'taken, so the restore empties it.'
              END-IF
           END-IF.
           DISPLAY 'Proceed (Y/N)? '.
           PERFORM 1000-GET-INPUT
              THRU 1000-END.
           MOVE FUNCTION UPPER-CASE (WS-INPUT-LINE (1:1))
             TO WS-RS-RESPONSE.

           IF NOT WS-RS-CONFIRMED
              DISPLAY 'Nothing restored.'
              MOVE 4 TO RETURN-CODE
              GO TO 0000-CLOSE
           END-IF.

      * SECOND PASS - COPY IT OUT.  ALL PUTS BACK THE SERVICE MASTER
      * AND ITS SEAL, SO IT IS DONE UNDER THE SERVICE LATCH.
           IF WS-RS-ALL
              PERFORM 3500-TAKE-SERVICE-LATCH
                 THRU 3500-END
           END-IF.

           PERFORM 3000-RESTORE-GENERATION
              THRU 3000-END.

           PERFORM 3505-RELEASE-SERVICE-LATCH
              THRU 3505-END.

           IF WS-RS-ONE-SLOT AND NOT WS-FILE-ERROR
              PERFORM 3400-UPDATE-ROSTER
                 THRU 3400-END
           END-IF.

           IF WS-FILE-ERROR
              DISPLAY 'RESTORE STOPPED PART WAY - '
                      WS-RS-FILES-RESTORED ' file(s) were put back '
                      'before the error; run the restore again once '
                      'it is cleared.'
              MOVE 12 TO RETURN-CODE
              GO TO 0000-CLOSE
           END-IF.

      * EVERY CHECKPOINT PUT BACK IS BALANCED AGAINST ITS TRAILER.
           MOVE ZEROES TO WS-RS-SLOTS-BAD.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
             UNTIL WS-RS-IDX > 9
              IF WS-RS-SLOT-DONE (WS-RS-IDX) = 'Y'
                 AND WS-RS-SLOT-CKPT (WS-RS-IDX) = 'Y'
                 PERFORM 4000-CHECK-RESTORED-SLOT
                    THRU 4000-END
              END-IF
           END-PERFORM.

           DISPLAY 'Restore from generation '
                   FUNCTION TRIM (WS-RS-GEN-EDIT) ' complete - '
                   WS-RS-FILES-RESTORED ' file(s) put back.'.

           IF WS-RS-SLOTS-BAD > ZEROES
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       0000-CLOSE.

           IF WS-SCRIPT-ACTIVE
              CLOSE STANDARD-IN
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
       1000-GET-INPUT SECTION.

           IF WS-SCRIPT-ACTIVE
              MOVE SPACES TO STDIN-LINE
              READ STANDARD-IN
                 AT END
                    MOVE SPACES TO STDIN-LINE
              END-READ
              MOVE STDIN-LINE TO WS-INPUT-LINE
              DISPLAY '> ' WS-INPUT-LINE
           ELSE
              MOVE SPACES TO WS-INPUT-LINE
              ACCEPT WS-INPUT-LINE FROM CONSOLE
           END-IF.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-LOAD-CATALOG SECTION.

           MOVE ZEROES TO WS-CT-CTR.

           OPEN INPUT CATALOG-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-CATALOG-STATUS-1 = 0 AND WS-CATALOG-STATUS-2 = 5
              CLOSE CATALOG-FILE
              GO TO 1100-END
           END-IF.

           IF WS-CATALOG-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-BACKUP-CATALOG, status '
                      WS-CATALOG-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 1100-END
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
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CATALOG-FILE.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LIST-GENERATIONS SECTION.

      * NEWEST FIRST.  THE LATEST COMPLETE GENERATION IS LEFT IN
      * WS-CT-FOUND-IDX AS THE DEFAULT.
           MOVE ZEROES TO WS-CT-FOUND-IDX.

           IF WS-CT-CTR = ZEROES
              GO TO 1200-END
           END-IF.

           DISPLAY 'Backup generations on file:'.

           PERFORM VARYING WS-CT-IDX FROM WS-CT-CTR BY -1
             UNTIL WS-CT-IDX < 1

              MOVE WS-CT-GENERATION (WS-CT-IDX) TO WS-RS-GEN-EDIT

              IF WS-CT-IS-COMPLETE (WS-CT-IDX)
                 IF WS-CT-FOUND-IDX = ZEROES
                    MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
                 END-IF
                 IF WS-CT-IN-USE (WS-CT-IDX) > ZEROES
                    DISPLAY '  ' WS-RS-GEN-EDIT '  '
                            WS-CT-STAMP (WS-CT-IDX) (1:8) ' '
                            WS-CT-STAMP (WS-CT-IDX) (9:6) '  '
                            WS-CT-FILES (WS-CT-IDX) ' files  '
                            WS-CT-IN-USE (WS-CT-IDX)
                            ' slot(s) were in use'
                 ELSE
                    DISPLAY '  ' WS-RS-GEN-EDIT '  '
                            WS-CT-STAMP (WS-CT-IDX) (1:8) ' '
                            WS-CT-STAMP (WS-CT-IDX) (9:6) '  '
                            WS-CT-FILES (WS-CT-IDX) ' files'
                 END-IF
              ELSE
                 DISPLAY '  ' WS-RS-GEN-EDIT '  '
                         WS-CT-STAMP (WS-CT-IDX) (1:8) ' '
                         WS-CT-STAMP (WS-CT-IDX) (9:6)
                         '  INCOMPLETE - cannot be restored'
              END-IF

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
      * TREKXFER AND TREKBKUP.
           ADD 1 TO WS-RS-SEQ.

           COMPUTE WS-RS-WORK =
                   WS-RS-CHECKSUM +
                   (WS-RS-SEQ * WS-RS-REC-LEN).
           COMPUTE WS-RS-CHECKSUM =
                   FUNCTION MOD (WS-RS-WORK, 1000000000).

       1500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-VALIDATE-GENERATION SECTION.

           MOVE 'Y'    TO WS-RS-VALID-SW.
           MOVE 'N'    TO WS-RS-HEADER-SW
                          WS-RS-TRAILER-SW
                          WS-RS-IN-FILE-SW.
           MOVE SPACES TO WS-RS-REASON
                          WS-RS-SLOT-TABLE.
           MOVE ZEROES TO WS-RS-TOT-FILES
                          WS-RS-TOT-RECORDS
                          WS-RS-TOT-BYTES.

           OPEN INPUT BACKUP-FILE.

           IF WS-BACKUP-STATUS-1 = 0 AND WS-BACKUP-STATUS-2 = 5
              CLOSE BACKUP-FILE
              MOVE 'N' TO WS-RS-VALID-SW
              MOVE 'ITS FILE IS NOT ON DISK' TO WS-RS-REASON
              GO TO 2000-END
           END-IF.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 2000-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE OR NOT WS-RS-IS-VALID
              READ BACKUP-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    PERFORM 2010-TAKE-RECORD
                       THRU 2010-END
              END-READ
           END-PERFORM.

           CLOSE BACKUP-FILE.

           IF WS-RS-IS-VALID AND NOT WS-RS-HAS-TRAILER
              MOVE 'N' TO WS-RS-VALID-SW
              MOVE 'THE FILE ENDS WITHOUT ITS TRAILER' TO WS-RS-REASON
           END-IF.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2010-TAKE-RECORD SECTION.

           MOVE 'N' TO WS-RS-VALID-SW.

           IF WS-RS-HAS-TRAILER
              MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-RS-REASON
              GO TO 2010-END
           END-IF.

           IF NOT WS-RS-HAS-HEADER AND NOT BK-IS-HEADER
              MOVE 'NO GENERATION HEADER' TO WS-RS-REASON
              GO TO 2010-END
           END-IF.

           EVALUATE TRUE
               WHEN BK-IS-HEADER
                    IF WS-RS-HAS-HEADER
                       MOVE 'A SECOND GENERATION HEADER'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    IF BK-HDR-GENERATION NOT = WS-RS-GENERATION
                       MOVE 'THE FILE HOLDS ANOTHER GENERATION'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    SET WS-RS-HAS-HEADER TO TRUE
                    MOVE BK-HDR-STAMP       TO WS-RS-GEN-STAMP
                    MOVE BK-HDR-ROSTER-SIZE TO WS-RS-ROSTER-SIZE

               WHEN BK-IS-FILE-BEGIN
                    IF WS-RS-IN-FILE
                       MOVE 'A FILE BEGINS BEFORE THE LAST ONE ENDED'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    SET WS-RS-IN-FILE TO TRUE
                    MOVE BK-BEG-KIND    TO WS-RS-KIND
                    MOVE BK-BEG-SLOT    TO WS-RS-FILE-SLOT
                    MOVE ZEROES         TO WS-RS-RECORDS
                                           WS-RS-BYTES
                                           WS-RS-CHECKSUM
                                           WS-RS-SEQ
                    IF BK-BEG-KIND = 'C'
                       AND BK-BEG-SLOT >= 1
                       MOVE BK-BEG-ON-FILE
                         TO WS-RS-SLOT-CKPT (BK-BEG-SLOT)
                       MOVE BK-BEG-IN-USE
                         TO WS-RS-SLOT-BUSY (BK-BEG-SLOT)
                    END-IF

               WHEN BK-IS-DATA
                    IF NOT WS-RS-IN-FILE
                       MOVE 'A RECORD OUTSIDE ANY FILE'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    COMPUTE WS-RS-REC-LEN = FUNCTION LENGTH (
                            FUNCTION TRIM (BK-PAYLOAD TRAILING))
                    PERFORM 1500-ADD-TO-CHECKSUM
                       THRU 1500-END
                    ADD 1             TO WS-RS-RECORDS
                    ADD WS-RS-REC-LEN TO WS-RS-BYTES

               WHEN BK-IS-FILE-END
                    IF NOT WS-RS-IN-FILE
                       OR BK-END-KIND NOT = WS-RS-KIND
                       OR BK-END-SLOT NOT = WS-RS-FILE-SLOT
                       MOVE 'A FILE END DOES NOT MATCH ITS BEGINNING'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    IF BK-END-RECORDS  NOT = WS-RS-RECORDS
                       OR BK-END-BYTES    NOT = WS-RS-BYTES
                       OR BK-END-CHECKSUM NOT = WS-RS-CHECKSUM
                       MOVE SPACES TO WS-RS-REASON
                       STRING 'KIND '       DELIMITED BY SIZE
                              WS-RS-KIND    DELIMITED BY SIZE
                              ' SLOT '      DELIMITED BY SIZE
                              WS-RS-FILE-SLOT
                                            DELIMITED BY SIZE
                              ' DOES NOT MATCH ITS COUNTS AND '
                                            DELIMITED BY SIZE
                              'CHECKSUM'    DELIMITED BY SIZE
                         INTO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    MOVE 'N' TO WS-RS-IN-FILE-SW
                    ADD 1             TO WS-RS-TOT-FILES
                    ADD WS-RS-RECORDS TO WS-RS-TOT-RECORDS
                    ADD WS-RS-BYTES   TO WS-RS-TOT-BYTES

               WHEN BK-IS-TRAILER
                    IF WS-RS-IN-FILE
                       MOVE 'THE TRAILER CUTS A FILE SHORT'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    IF BK-TRL-FILES   NOT = WS-RS-TOT-FILES
                       OR BK-TRL-RECORDS NOT = WS-RS-TOT-RECORDS
                       OR BK-TRL-BYTES   NOT = WS-RS-TOT-BYTES
                       MOVE 'THE TRAILER TOTALS DO NOT BALANCE'
                         TO WS-RS-REASON
                       GO TO 2010-END
                    END-IF
                    SET WS-RS-HAS-TRAILER TO TRUE

               WHEN OTHER
                    MOVE 'A RECORD OF UNKNOWN TYPE' TO WS-RS-REASON
                    GO TO 2010-END
           END-EVALUATE.

           MOVE 'Y' TO WS-RS-VALID-SW.

       2010-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2500-CHECK-LOCKS SECTION.

           MOVE ZEROES TO WS-RS-LOCKS-HELD.

           IF WS-RS-ONE-SLOT
              MOVE WS-RS-SLOT TO WS-RS-IDX
              PERFORM 2510-CHECK-ONE-LOCK
                 THRU 2510-END
              GO TO 2500-END
           END-IF.

      * FOR ALL, EVERY SLOT THE LIBRARY HAS NOW OR HAD THEN.
           MOVE WS-SC-ROSTER-SIZE TO WS-RS-SLOT-HIGH.
           IF WS-RS-ROSTER-SIZE > WS-RS-SLOT-HIGH
              MOVE WS-RS-ROSTER-SIZE TO WS-RS-SLOT-HIGH
           END-IF.

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
             UNTIL WS-RS-IDX > WS-RS-SLOT-HIGH
              PERFORM 2510-CHECK-ONE-LOCK
                 THRU 2510-END
           END-PERFORM.

       2500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2510-CHECK-ONE-LOCK SECTION.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RS-IDX (2:1)        DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

           OPEN INPUT SLOT-LOCK-FILE.

           IF WS-LOCK-STATUS-1 = 0 AND WS-LOCK-STATUS-2 = 5
              CLOSE SLOT-LOCK-FILE
              GO TO 2510-END
           END-IF.

      * A LOCK THAT CANNOT BE READ CANNOT BE SHOWN TO BE FREE.
           IF WS-LOCK-STATUS-1 NOT = 0
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' lock '
                      FUNCTION TRIM (WS-LOCK-ASSIGN-NAME)
                      ' cannot be read, status ' WS-LOCK-FILE-STATUS
                      ' - treated as in use.'
              ADD 1 TO WS-RS-LOCKS-HELD
              GO TO 2510-END
           END-IF.

           MOVE SPACES TO LK-RECORD.
           READ SLOT-LOCK-FILE
              AT END
                 MOVE SPACES TO LK-RECORD
           END-READ.

           CLOSE SLOT-LOCK-FILE.

           IF LK-NAME NOT = SPACES
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' is IN USE by '
                      FUNCTION TRIM (LK-NAME) ' since ' LK-STAMP '.'
              DISPLAY '  If that session crashed, clear its lock by '
                      'signing on to the slot first.'
              ADD 1 TO WS-RS-LOCKS-HELD
           END-IF.

       2510-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-RESTORE-GENERATION SECTION.

           MOVE ZEROES TO WS-RS-FILES-RESTORED.
           MOVE 'N'    TO WS-RS-WANTED-SW
                          WS-RS-ROSTER-SCAN-SW
                          WS-RS-ROSTER-FOUND-SW.

      * THE GENERATION HAS PROVED, SO RE-READ IT AND COPY THE FILES
      * WANTED STRAIGHT OUT.  NOTHING WAS WRITTEN BEFORE THIS POINT.
           OPEN INPUT BACKUP-FILE.

           IF WS-BACKUP-STATUS-1 NOT = 0
              DISPLAY 'Error reopening '
                      FUNCTION TRIM (WS-BACKUP-ASSIGN-NAME)
                      ', status ' WS-BACKUP-FILE-STATUS UPON SYSERR
              CLOSE BACKUP-FILE
              SET WS-FILE-ERROR TO TRUE
              GO TO 3000-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE OR WS-FILE-ERROR
              READ BACKUP-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    PERFORM 3010-TAKE-RECORD
                       THRU 3010-END
              END-READ
           END-PERFORM.

           CLOSE BACKUP-FILE.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3010-TAKE-RECORD SECTION.

           EVALUATE TRUE
               WHEN BK-IS-FILE-BEGIN
                    MOVE BK-BEG-KIND TO WS-RS-KIND
                    MOVE BK-BEG-SLOT TO WS-RS-FILE-SLOT
                    MOVE BK-BEG-ON-FILE TO WS-RS-ON-FILE
                    MOVE ZEROES TO WS-RS-RECORDS
                    MOVE 'N' TO WS-RS-WANTED-SW
                                WS-RS-ROSTER-SCAN-SW
      * A SLOT RESTORE TAKES THAT SLOT'S CHECKPOINT AND STORE, AND
      * LOOKS FOR ITS LINE ON THE GENERATION'S ROSTER.
                    EVALUATE TRUE
                        WHEN WS-RS-ALL
                             SET WS-RS-WANTED TO TRUE
                        WHEN (BK-BEG-KIND = 'C' OR 'G')
                         AND BK-BEG-SLOT = WS-RS-SLOT
                             SET WS-RS-WANTED TO TRUE
                        WHEN BK-BEG-KIND = 'R'
                             SET WS-RS-ROSTER-SCAN TO TRUE
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
                    IF WS-RS-WANTED
                       PERFORM 3100-OPEN-TARGET
                          THRU 3100-END
                    END-IF

               WHEN BK-IS-DATA
                    IF WS-RS-WANTED
                       PERFORM 3200-WRITE-TARGET-RECORD
                          THRU 3200-END
                    END-IF
                    IF WS-RS-ROSTER-SCAN
                       AND BK-PAYLOAD (1:1) = WS-RS-SLOT (2:1)
                       MOVE BK-PAYLOAD (1:72) TO WS-RS-ROSTER-LINE
                       SET WS-RS-ROSTER-FOUND TO TRUE
                    END-IF

               WHEN BK-IS-FILE-END
                    IF WS-RS-WANTED
                       PERFORM 3300-CLOSE-TARGET
                          THRU 3300-END
                    END-IF
                    MOVE 'N' TO WS-RS-WANTED-SW
                                WS-RS-ROSTER-SCAN-SW

               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       3010-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-OPEN-TARGET SECTION.

      * THE TARGET IS NAMED FROM TODAY'S SHOP SETTINGS, NOT THE NAME
      * THE FILE HAD WHEN IT WAS TAKEN.  A FILE THAT WAS NOT ON FILE
      * IS OPENED AND CLOSED EMPTY - THE BRIDGE'S OWN WAY OF CLEARING
      * A SLOT.
           MOVE SPACES TO WS-TEXT-ASSIGN-NAME.

           EVALUATE WS-RS-KIND
               WHEN 'R'
                    MOVE WS-SC-ROSTER-FILE TO WS-TEXT-ASSIGN-NAME
               WHEN 'C'
                    STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                              DELIMITED BY SIZE
                           WS-RS-FILE-SLOT    DELIMITED BY SIZE
                      INTO WS-TEXT-ASSIGN-NAME
               WHEN 'G'
                    MOVE SPACES TO WS-GALAXY-ASSIGN-NAME
                    STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                              DELIMITED BY SIZE
                           WS-RS-FILE-SLOT    DELIMITED BY SIZE
                      INTO WS-GALAXY-ASSIGN-NAME
                    MOVE WS-GALAXY-ASSIGN-NAME TO WS-TEXT-ASSIGN-NAME
               WHEN 'S'
                    MOVE 'STARTREK-SERVICE-MASTER'
                      TO WS-TEXT-ASSIGN-NAME
               WHEN 'K'
                    MOVE 'STARTREK-SERVICE-SEAL'
                      TO WS-TEXT-ASSIGN-NAME
               WHEN 'M'
                    MOVE 'STARTREK-MISSION-HISTORY'
                      TO WS-TEXT-ASSIGN-NAME
               WHEN OTHER
                    MOVE 'N' TO WS-RS-WANTED-SW
                    GO TO 3100-END
           END-EVALUATE.

           EVALUATE WS-RS-KIND
               WHEN 'G'
                    OPEN OUTPUT GALAXY-FILE
                    IF WS-GALAXY-STATUS-1 NOT = 0
                       DISPLAY 'Error opening '
                               FUNCTION TRIM (WS-GALAXY-ASSIGN-NAME)
                               ', status ' WS-GALAXY-FILE-STATUS
                               UPON SYSERR
                       SET WS-FILE-ERROR TO TRUE
                    END-IF
               WHEN 'S'
                    OPEN OUTPUT SERVICE-RECORD-FILE
                    IF WS-SERVICE-STATUS-1 NOT = 0
                       DISPLAY 'Error opening STARTREK-SERVICE-MASTER'
                               ', status ' WS-SERVICE-FILE-STATUS
                               UPON SYSERR
                       SET WS-FILE-ERROR TO TRUE
                    END-IF
               WHEN OTHER
                    OPEN OUTPUT TEXT-FILE
                    IF WS-TEXT-STATUS-1 NOT = 0
                       DISPLAY 'Error opening '
                               FUNCTION TRIM (WS-TEXT-ASSIGN-NAME)
                               ', status ' WS-TEXT-FILE-STATUS
                               UPON SYSERR
                       SET WS-FILE-ERROR TO TRUE
                    END-IF
           END-EVALUATE.

           IF WS-FILE-ERROR
              MOVE 'N' TO WS-RS-WANTED-SW
           END-IF.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3200-WRITE-TARGET-RECORD SECTION.

           ADD 1 TO WS-RS-RECORDS.

           EVALUATE WS-RS-KIND
               WHEN 'G'
                    MOVE BK-PAYLOAD (1:1007) TO GX-CUBE-RECORD
                    WRITE GX-CUBE-RECORD
                       INVALID KEY
                          DISPLAY 'Error writing '
                                  FUNCTION TRIM (WS-GALAXY-ASSIGN-NAME)
                                  ', status ' WS-GALAXY-FILE-STATUS
                                  UPON SYSERR
                          SET WS-FILE-ERROR TO TRUE
                    END-WRITE
               WHEN 'S'
                    MOVE BK-PAYLOAD (1:88) TO SVC-RECORD
      * A BACKUP TAKEN BEFORE THE RECORD CARRIED TERM FIGURES - THE
      * WHOLE CAREER SO FAR BELONGS TO THE TERM NOW RUNNING.
                    IF SVC-TERM-MISSIONS NOT NUMERIC
                       MOVE SVC-MISSIONS TO SVC-TERM-MISSIONS
                       MOVE SVC-HOSTILES TO SVC-TERM-HOSTILES
                       MOVE SVC-EFF-LAST TO SVC-TERM-EFF-LAST
                       MOVE SVC-EFF-BEST TO SVC-TERM-EFF-BEST
                    END-IF
                    WRITE SVC-RECORD
                       INVALID KEY
                          DISPLAY 'Error writing '
                                  'STARTREK-SERVICE-MASTER, status '
                                  WS-SERVICE-FILE-STATUS UPON SYSERR
                          SET WS-FILE-ERROR TO TRUE
                    END-WRITE
               WHEN OTHER
                    MOVE BK-PAYLOAD TO TEXT-RECORD
                    WRITE TEXT-RECORD
                    IF WS-TEXT-STATUS-1 NOT = 0
                       DISPLAY 'Error writing '
                               FUNCTION TRIM (WS-TEXT-ASSIGN-NAME)
                               ', status ' WS-TEXT-FILE-STATUS
                               UPON SYSERR
                       SET WS-FILE-ERROR TO TRUE
                    END-IF
           END-EVALUATE.

       3200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3300-CLOSE-TARGET SECTION.

           EVALUATE WS-RS-KIND
               WHEN 'G'
                    CLOSE GALAXY-FILE
               WHEN 'S'
                    CLOSE SERVICE-RECORD-FILE
               WHEN OTHER
                    CLOSE TEXT-FILE
           END-EVALUATE.

           ADD 1 TO WS-RS-FILES-RESTORED.

           IF WS-RS-ON-FILE = 'Y'
              DISPLAY 'Restored ' FUNCTION TRIM (WS-TEXT-ASSIGN-NAME)
                      ' - ' WS-RS-RECORDS ' record(s).'
           ELSE
              DISPLAY 'Emptied  ' FUNCTION TRIM (WS-TEXT-ASSIGN-NAME)
                      ' - it was not on file in that generation.'
           END-IF.

      * A RESTORED SLOT'S RECOVERY JOURNAL FOLLOWED THE SAVE NOW
      * REPLACED - IT IS EMPTIED SO IT IS NEVER OFFERED.
           IF WS-RS-KIND = 'C'
              AND WS-RS-FILE-SLOT >= 1
              MOVE 'Y' TO WS-RS-SLOT-DONE (WS-RS-FILE-SLOT)
              MOVE SPACES TO WS-TEXT-ASSIGN-NAME
              STRING FUNCTION TRIM (WS-RS-JOURNAL-PREFIX)
                                            DELIMITED BY SIZE
                     WS-RS-FILE-SLOT        DELIMITED BY SIZE
                INTO WS-TEXT-ASSIGN-NAME
              OPEN OUTPUT TEXT-FILE
              CLOSE TEXT-FILE
           END-IF.

       3300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3400-UPDATE-ROSTER SECTION.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
             UNTIL WS-RST-IDX > WS-SC-ROSTER-SIZE
              MOVE 'N'    TO WS-RS-USED  (WS-RST-IDX)
              MOVE SPACES TO WS-RS-NAME  (WS-RST-IDX)
              MOVE SPACES TO WS-RS-RANK  (WS-RST-IDX)
              MOVE ZEROES TO WS-RS-DIFF  (WS-RST-IDX)
              MOVE SPACES TO WS-RS-STAMP (WS-RST-IDX)
           END-PERFORM.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT ROSTER-FILE.

           IF WS-ROSTER-STATUS-1 = 0 AND WS-ROSTER-STATUS-2 = 5
              CLOSE ROSTER-FILE
           ELSE
              IF WS-ROSTER-STATUS-1 = 0
                 PERFORM UNTIL WS-EOF-TRUE
                    READ ROSTER-FILE
                       AT END
                          SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                          IF RST-SLOT >= 1
                             AND RST-SLOT <= WS-SC-ROSTER-SIZE
                             MOVE 'Y'
                               TO WS-RS-USED  (RST-SLOT)
                             MOVE RST-NAME
                               TO WS-RS-NAME  (RST-SLOT)
                             MOVE RST-RANK
                               TO WS-RS-RANK  (RST-SLOT)
                             MOVE RST-DIFFICULTY
                               TO WS-RS-DIFF  (RST-SLOT)
                             MOVE RST-STAMP
                               TO WS-RS-STAMP (RST-SLOT)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ROSTER-FILE
              END-IF
           END-IF.

      * THE SLOT'S LINE AS IT STOOD IN THE GENERATION - OR NONE, IF
      * THE SLOT WAS FREE THEN.
           IF WS-RS-ROSTER-FOUND
              MOVE 'Y'            TO WS-RS-USED  (WS-RS-SLOT)
              MOVE WS-RS-RL-NAME  TO WS-RS-NAME  (WS-RS-SLOT)
              MOVE WS-RS-RL-RANK  TO WS-RS-RANK  (WS-RS-SLOT)
              MOVE WS-RS-RL-DIFF  TO WS-RS-DIFF  (WS-RS-SLOT)
              MOVE WS-RS-RL-STAMP TO WS-RS-STAMP (WS-RS-SLOT)
           ELSE
              MOVE 'N'            TO WS-RS-USED  (WS-RS-SLOT)
           END-IF.

           OPEN OUTPUT ROSTER-FILE.

           IF WS-ROSTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening '
                      FUNCTION TRIM (WS-SC-ROSTER-FILE)
                      ', status ' WS-ROSTER-FILE-STATUS UPON SYSERR
              SET WS-FILE-ERROR TO TRUE
              GO TO 3400-END
           END-IF.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
             UNTIL WS-RST-IDX > WS-SC-ROSTER-SIZE

              IF WS-RS-IS-USED (WS-RST-IDX)
                 MOVE WS-RST-IDX               TO RST-SLOT
                 MOVE WS-RS-NAME  (WS-RST-IDX) TO RST-NAME
                 MOVE WS-RS-RANK  (WS-RST-IDX) TO RST-RANK
                 MOVE WS-RS-DIFF  (WS-RST-IDX) TO RST-DIFFICULTY
                 MOVE WS-RS-STAMP (WS-RST-IDX) TO RST-STAMP
                 WRITE ROSTER-RECORD
              END-IF

           END-PERFORM.

           CLOSE ROSTER-FILE.

           ADD 1 TO WS-RS-FILES-RESTORED.
           DISPLAY 'Roster line for slot ' WS-RS-SLOT (2:1)
                   ' put back.'.

       3400-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3500-TAKE-SERVICE-LATCH SECTION.

      * OPEN THE SERVICE LATCH EXCLUSIVELY - WHILE IT IS OPEN NO OTHER
      * PROGRAM CAN CHECK, UPDATE OR RESEAL THE SERVICE MASTER.  THE
      * HOLDER ONLY KEEPS IT FOR ONE UPDATE, SO A LOCKED LATCH (61) IS
      * RETRIED ONCE A SECOND UP TO THE TRY LIMIT.
           MOVE ZEROES TO WS-SVC-LATCH-TRIES.

       3500-TRY.
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
              GO TO 3500-TRY
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 0
              SET WS-SVC-LATCHED TO TRUE
              GO TO 3500-END
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 6
              AND WS-SERVICE-LATCH-STATUS-2 = 1
              AND WS-SVC-LATCH-TRIES < WS-SVC-LATCH-LIMIT
              CALL 'C$SLEEP' USING 1
              GO TO 3500-TRY
           END-IF.

           DISPLAY 'WARNING: the service master could not be '
                   'latched, status ' WS-SERVICE-LATCH-FILE-STATUS
                   UPON SYSERR.

       3500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3505-RELEASE-SERVICE-LATCH SECTION.

      * LET THE NEXT UPDATE OF THE SERVICE MASTER IN.
           IF NOT WS-SVC-LATCHED
              GO TO 3505-END
           END-IF.

           CLOSE SERVICE-LATCH-FILE.

           MOVE 'N' TO WS-SVC-LATCH-SW.

       3505-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-CHECK-RESTORED-SLOT SECTION.

      * THE SAME BALANCE THE BRIDGE RUNS AT RESUME: A HEADER, A
      * TRAILER, AND STORE/RECORD COUNTS THAT MATCH THE TRAILER.
           MOVE 'N'    TO WS-BL-HEADER-SW
                          WS-BL-TRAILER-SW.
           MOVE SPACES TO WS-BL-LAYOUT-FOUND
                          WS-BL-FX-NO
                          WS-BL-REASON
                          WS-BL-CAPTAIN.
           MOVE ZEROES TO WS-BL-STARSHIP-CTR
                          WS-BL-LEDGER-CTR
                          WS-BL-CUBE-CTR
                          WS-BL-QUAD-CUBES.

           IF WS-RS-SLOT-BUSY (WS-RS-IDX) = 'Y'
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' was in use when the '
                      'generation was taken - its store may have run '
                      'ahead of its checkpoint.'
           END-IF.

           MOVE SPACES TO WS-TEXT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RS-IDX (2:1)        DELIMITED BY SIZE
             INTO WS-TEXT-ASSIGN-NAME.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RS-IDX (2:1)        DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

           OPEN INPUT TEXT-FILE.

           IF (WS-TEXT-STATUS-1 = 0 AND WS-TEXT-STATUS-2 = 5)
              OR WS-TEXT-STATUS-1 NOT = 0
              CLOSE TEXT-FILE
              MOVE 'THE CHECKPOINT CANNOT BE READ BACK'
                TO WS-BL-REASON
              GO TO 4000-REPORT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE
              READ TEXT-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    EVALUATE TEXT-RECORD (1:1)
                        WHEN 'H'
                             SET WS-BL-HAS-HEADER TO TRUE
                             MOVE TEXT-RECORD (2:30) TO WS-BL-CAPTAIN
                             COMPUTE WS-BL-HDR-LEN =
                                     FUNCTION LENGTH (
                                     FUNCTION TRIM (
                                     TEXT-RECORD TRAILING))
                             IF WS-BL-HDR-LEN >= 4
                                MOVE TEXT-RECORD
                                     (WS-BL-HDR-LEN - 1 : 2)
                                  TO WS-BL-LAYOUT-FOUND
                                MOVE TEXT-RECORD
                                     (WS-BL-HDR-LEN - 3 : 1)
                                  TO WS-BL-FX-NO
                             END-IF
                        WHEN 'S'
                             ADD 1 TO WS-BL-STARSHIP-CTR
                        WHEN 'L'
                             ADD 1 TO WS-BL-LEDGER-CTR
                        WHEN 'T'
                             SET WS-BL-HAS-TRAILER TO TRUE
                             MOVE CK-TRL-CELL-COUNT
                               TO WS-BL-TRL-CELLS
                             PERFORM VARYING WS-BL-QUAD-IDX
                               FROM 1 BY 1
                               UNTIL WS-BL-QUAD-IDX > 4
                                MOVE CK-TRL-QUAD-CELLS
                                     (WS-BL-QUAD-IDX)
                                  TO WS-BL-TRL-QUAD
                                     (WS-BL-QUAD-IDX)
                             END-PERFORM
                             MOVE CK-TRL-STARSHIP-COUNT
                               TO WS-BL-TRL-SHIPS
                             MOVE CK-TRL-LEDGER-COUNT
                               TO WS-BL-TRL-LEDGER
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE TEXT-FILE.

           EVALUATE TRUE
               WHEN NOT WS-BL-HAS-HEADER
                    MOVE 'NO HEADER RECORD' TO WS-BL-REASON
               WHEN NOT WS-BL-HAS-TRAILER
                    MOVE 'NO TRAILER RECORD' TO WS-BL-REASON
               WHEN WS-BL-STARSHIP-CTR NOT = WS-BL-TRL-SHIPS
                    MOVE 'STARSHIP RECORDS DIFFER FROM THE TRAILER'
                      TO WS-BL-REASON
               WHEN WS-BL-LEDGER-CTR NOT = WS-BL-TRL-LEDGER
                    MOVE 'LEDGER RECORDS DIFFER FROM THE TRAILER'
                      TO WS-BL-REASON
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      * AN EXERCISE SAVE FLIES THE FLEET'S SHARED STORE, WHICH IS NOT
      * PART OF THE LIBRARY - ONLY THE CHECKPOINT ITSELF BALANCES.
           IF WS-BL-REASON NOT = SPACES
              OR WS-BL-FX-SAVE
              GO TO 4000-REPORT
           END-IF.

      * SWEEP THE RESTORED GALAXY STORE AND BALANCE ITS CUBE COUNTS.
           OPEN INPUT GALAXY-FILE.

           IF (WS-GALAXY-STATUS-1 = 0 AND WS-GALAXY-STATUS-2 = 5)
              OR WS-GALAXY-STATUS-1 NOT = 0
              CLOSE GALAXY-FILE
              MOVE 'THE GALAXY STORE CANNOT BE READ BACK'
                TO WS-BL-REASON
              GO TO 4000-REPORT
           END-IF.

           MOVE LOW-VALUES TO GX-SECTOR-ID.
           START GALAXY-FILE KEY >= GX-SECTOR-ID
              INVALID KEY
                 CONTINUE
           END-START.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE
              READ GALAXY-FILE NEXT
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF GX-QUAD-ID >= 1 AND GX-QUAD-ID <= 4
                       ADD 1 TO WS-BL-CUBE-CTR
                       ADD 1 TO WS-BL-QUAD-CUBE (GX-QUAD-ID)
                    ELSE
                       MOVE 'A CUBE LIES OUTSIDE THE FOUR QUADRANTS'
                         TO WS-BL-REASON
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE GALAXY-FILE.

           IF WS-BL-CUBE-CTR NOT = WS-BL-TRL-CELLS
              MOVE 'STORE CUBES DIFFER FROM THE TRAILER'
                TO WS-BL-REASON
           END-IF.

           PERFORM VARYING WS-BL-QUAD-IDX FROM 1 BY 1
             UNTIL WS-BL-QUAD-IDX > 4
              IF WS-BL-QUAD-CUBE (WS-BL-QUAD-IDX) NOT =
                 WS-BL-TRL-QUAD (WS-BL-QUAD-IDX)
                 MOVE 'QUADRANT CUBES DIFFER FROM THE TRAILER'
                   TO WS-BL-REASON
              END-IF
           END-PERFORM.

       4000-REPORT.

           IF WS-BL-REASON NOT = SPACES
              ADD 1 TO WS-RS-SLOTS-BAD
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' checkpoint DOES NOT '
                      'BALANCE - ' FUNCTION TRIM (WS-BL-REASON) '.'
              GO TO 4000-END
           END-IF.

           IF WS-BL-FX-SAVE
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' ('
                      FUNCTION TRIM (WS-BL-CAPTAIN) ') balances '
                      'against its trailer - an exercise save, so its '
                      'fleet store was not checked.'
           ELSE
              DISPLAY 'Slot ' WS-RS-IDX (2:1) ' ('
                      FUNCTION TRIM (WS-BL-CAPTAIN) ') balances '
                      'against its trailer - ' WS-BL-CUBE-CTR
                      ' cubes.'
           END-IF.

      * THE BRIDGE REFUSES A SAVE UNDER ANY OTHER LAYOUT AT RESUME.
           IF WS-BL-LAYOUT-FOUND NOT = WS-BL-CURRENT-LAYOUT
              DISPLAY '  It was saved under checkpoint layout '
                      WS-BL-LAYOUT-FOUND ' and the bridge is at '
                      WS-BL-CURRENT-LAYOUT ' - convert it with '
                      'CKPTCONV before it is resumed.'
           END-IF.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM TREKREST.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM TREKREST                    *
      * ************************************************************** *

      *  THE BETTER EFFICIENCY AND RANK), RENAME A CAPTAIN, AND        *
      *  RETIRE A RECORD TO THE ARCHIVE FILE.  EVERY CHANGE IS         *
      *  REWRITTEN TO DISK AT ONCE AND LOGGED TO ITS OWN AUDIT         *
      *  TRAIL, SO THE FILE IS NEVER EDITED BY HAND AGAIN.  DECOR      *
      *  SHOWS A CAPTAIN'S DECORATIONS FROM STARTREK-DECORATIONS.      *
      *  SEAL RESEALS THE SERVICE MASTER ONCE A BREAK IN ITS SEAL HAS  *
      *  BEEN LOOKED INTO.  A CADET'S CLASS ENROLLMENT CARD FOLLOWS    *
      *  THE RECORD THROUGH A MERGE, RENAME OR RETIREMENT.             *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20260901 RJB PROGRAM WRITTEN.                                  *
      * 20261014 RJB SERVICE RECORD MOVED TO THE INDEXED SERVICE       *
      *              MASTER; RECORDS ARE CHOSEN BY CAPTAIN NAME AND    *
      *              UPDATED IN PLACE.                                 *
      * 20261015 RJB DECOR COMMAND SHOWS A CAPTAIN'S DECORATIONS.      *
      * 20261015 RJB FILE NAMES TAKEN FROM THE SHOP CONFIGURATION      *
      *              FILE.                                             *
      * 20261015 RJB AUDIT LINES SEALED WITH A CHECK VALUE CHAINED     *
      *              FROM THE LINE BEFORE; THE SERVICE MASTER RESEALED *
      *              AFTER EACH CHANGE. SEAL COMMAND CLEARS A BREAK IN *
      *              THE SEAL.                                         *
      * 20261015 RJB BOOKING-RULE ENTRY ADDED TO THE SHOP              *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB SERVICE RECORD CARRIES THE TERM-TO-DATE FIGURES;  *
      *              MERGE SUMS THEM AND KEEPS THE BEST TERM           *
      *              EFFICIENCY.                                       *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB SERVICE MASTER UPDATES NOW HELD UNDER THE SERVICE *
      *              LATCH FROM THE SEAL CHECK TO THE RESEAL.          *
      * 20261015 RJB A CADET'S CARD ON STARTREK-ENROLLMENT NOW FOLLOWS *
      *              THE SERVICE RECORD THROUGH MERGE, RENAME AND      *
      *              RETIRE - A RENAMED OR MERGED CADET KEPT NO CLASS. *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       STATUS WS-STDIN-FILE-STATUS.

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

       SELECT OPTIONAL SERVICE-ARCHIVE-FILE
       ASSIGN TO WS-SC-SERVICE-ARCHIVE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ARCHIVE-FILE-STATUS.

      * THE CLASS ENROLLMENT WRITTEN BY ENROLL - A CADET'S CARD IS
      * KEPT UNDER THE SAME NAME AS THE SERVICE RECORD.
       SELECT OPTIONAL ENROLLMENT-FILE
       ASSIGN TO 'STARTREK-ENROLLMENT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ENROLLMENT-FILE-STATUS.

       SELECT OPTIONAL DECORATION-FILE
       ASSIGN TO 'STARTREK-DECORATIONS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-DECORATION-FILE-STATUS.

       SELECT OPTIONAL MAINT-AUDIT-FILE
       ASSIGN TO 'SVCMAINT-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-FILE-STATUS.

      * THE SAME LOG READ BACK TO FIND THE SEAL OF ITS LAST LINE.
       SELECT OPTIONAL AUDIT-TAIL-FILE
       ASSIGN TO 'SVCMAINT-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-TAIL-FILE-STATUS.

       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.
      *
      * ************************************************************** *
      *
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

       FD SERVICE-ARCHIVE-FILE.
          01 SVC-ARCHIVE-RECORD        PIC X(88).

      * ENROLLMENT-FILE - ONE RECORD PER CADET ENROLLED.  MUST MATCH
      * THE LAYOUT ENROLL WRITES.
       FD ENROLLMENT-FILE.
          01 ENR-RECORD.
             03 ENR-NAME               PIC X(30).
             03 ENR-CLASS-ID           PIC X(08).
             03 ENR-START-RANK         PIC 9(02).
             03 ENR-HOME-CONSOLE       PIC X(08).
             03 ENR-ENROLL-DATE        PIC X(08).

      * MUST MATCH THE DEC-RECORD LAYOUT STARTREK WRITES.
       FD DECORATION-FILE.
          01 DEC-RECORD.
             03 DEC-NAME               PIC X(30).
             03 DEC-CODE               PIC X(06).
             03 DEC-TITLE              PIC X(30).
             03 DEC-RUN-DATE           PIC X(08).
             03 DEC-STARDATE           PIC 9(05)V9(01).
             03 DEC-MSN-TYPE           PIC X(01).
             03 DEC-MSN-NAME           PIC X(40).
             03 DEC-HULL-REGISTER      PIC X(08).

       FD MAINT-AUDIT-FILE.
          01 MAINT-AUDIT-RECORD        PIC X(132).

       FD AUDIT-TAIL-FILE.
          01 AUDIT-TAIL-RECORD         PIC X(132).

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
          03 WS-ARCHIVE-FILE-STATUS.
             05 WS-ARCHIVE-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-ARCHIVE-STATUS-2 PIC  9(01)  VALUE ZEROES.
          03 WS-ENROLLMENT-FILE-STATUS.
             05 WS-ENROLLMENT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-DECORATION-FILE-STATUS.
             05 WS-DECORATION-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-DECORATION-STATUS-2
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

       01 WS-REPLAY-AREA.
          03 WS-STDIN-ASSIGN-NAME   PIC  X(256) VALUE 'KEYBOARD'.
             88 WS-CMD-MERGE                    VALUE 'MERGE'.
             88 WS-CMD-RENAME                   VALUE 'RENAME'.
             88 WS-CMD-RETIRE                   VALUE 'RETIRE'.
             88 WS-CMD-DECOR                    VALUE 'DECOR'.
             88 WS-CMD-SEAL                     VALUE 'SEAL'.
             88 WS-CMD-HELP                     VALUE 'HELP'.
             88 WS-CMD-QUIT                     VALUE 'QUIT'.

      * THE SERVICE-RECORD FILE IS KEYED BY CAPTAIN NAME - EACH
      * COMMAND READS THE RECORDS IT NEEDS BY KEY AND REWRITES ONLY
      * THOSE, SO A BRIDGE FILING A MISSION MEANWHILE IS NOT LOST.
       01 WS-SERVICE-AREA.
          03 WS-SVC-CTR             PIC  9(05)  VALUE ZEROES.
          03 WS-SVC-EFF-EDIT        PIC  ZZZ9.99.
          03 WS-SVC-OPEN-SW         PIC  X(01)  VALUE 'N'.
             88 WS-SVC-IS-OPEN                  VALUE 'Y'.
          03 WS-SVC-FOUND-SW        PIC  X(01)  VALUE 'N'.
             88 WS-SVC-FOUND                    VALUE 'Y'.
             88 WS-SVC-NOT-FOUND                VALUE 'N'.
          03 WS-SVC-ENTRY.
             05 WS-SV-NAME          PIC  X(30).
             05 WS-SV-MISSIONS      PIC  9(05).
             05 WS-SV-HOSTILES      PIC  9(09).
             05 WS-SV-EFF-LAST      PIC  9(04)V9(02).
             05 WS-SV-EFF-BEST      PIC  9(04)V9(02).
             05 WS-SV-KOBAYASHI     PIC  9(03).
             05 WS-SV-EARNED-RANK   PIC  9(02).
             05 WS-SV-KM-GRADE      PIC  X(01).
             05 WS-SV-TERM-MISSIONS PIC  9(05).
             05 WS-SV-TERM-HOSTILES PIC  9(09).
             05 WS-SV-TERM-EFF-LAST PIC  9(04)V9(02).
             05 WS-SV-TERM-EFF-BEST PIC  9(04)V9(02).

       01 WS-MAINT-WORK-AREA.
          03 WS-MNT-FROM-NAME       PIC  X(30)  VALUE SPACES.
          03 WS-MNT-TO-NAME         PIC  X(30)  VALUE SPACES.
          03 WS-MNT-NEW-NAME        PIC  X(30)  VALUE SPACES.
          03 WS-MNT-OLD-NAME        PIC  X(30)  VALUE SPACES.
          03 WS-MNT-CONFIRM         PIC  X(01)  VALUE SPACES.
             88 WS-MNT-CONFIRMED                VALUE 'Y'.
          03 WS-MNT-AUDIT-LINE      PIC  X(132) VALUE SPACES.
          03 WS-MNT-EVENT-TEXT      PIC  X(90)  VALUE SPACES.
          03 WS-MNT-RECORDS-EDIT    PIC  ZZZZ9.
          03 WS-MNT-FROM-ENTRY      PIC  X(88)  VALUE SPACES.
          03 WS-MNT-FROM-RED REDEFINES WS-MNT-FROM-ENTRY.
             05 WS-MF-NAME          PIC  X(30).
             05 WS-MF-MISSIONS      PIC  9(05).
             05 WS-MF-HOSTILES      PIC  9(09).
             05 WS-MF-EFF-LAST      PIC  9(04)V9(02).
             05 WS-MF-EFF-BEST      PIC  9(04)V9(02).
             05 WS-MF-KOBAYASHI     PIC  9(03).
             05 WS-MF-EARNED-RANK   PIC  9(02).
             05 WS-MF-KM-GRADE      PIC  X(01).
             05 WS-MF-TERM-MISSIONS PIC  9(05).
             05 WS-MF-TERM-HOSTILES PIC  9(09).
             05 WS-MF-TERM-EFF-LAST PIC  9(04)V9(02).
             05 WS-MF-TERM-EFF-BEST PIC  9(04)V9(02).

      * THE ENROLLMENT CARDS, HELD WHILE STARTREK-ENROLLMENT IS
      * REWRITTEN TO FOLLOW A MERGE, RENAME OR RETIREMENT.
       01 WS-ENROLLMENT-AREA.
          03 WS-EN-MAX              PIC  9(04)  VALUE 2000.
          03 WS-EN-CTR              PIC  9(04)  VALUE ZEROES.
          03 WS-EN-IDX              PIC  9(04)  VALUE ZEROES.
          03 WS-EN-CHANGED          PIC  9(04)  VALUE ZEROES.
          03 WS-EN-ACTION           PIC  X(01)  VALUE SPACES.
             88 WS-EN-MERGE                     VALUE 'M'.
             88 WS-EN-RENAME                    VALUE 'R'.
             88 WS-EN-RETIRE                    VALUE 'D'.
          03 WS-EN-FROM-NAME        PIC  X(30)  VALUE SPACES.
          03 WS-EN-TO-NAME          PIC  X(30)  VALUE SPACES.
          03 WS-EN-TO-HELD-SW       PIC  X(01)  VALUE 'N'.
             88 WS-EN-TO-HELD                   VALUE 'Y'.
          03 WS-EN-OVERFLOW-SW      PIC  X(01)  VALUE 'N'.
             88 WS-EN-OVERFLOW                  VALUE 'Y'.
          03 WS-EN-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-EN-EOF                       VALUE 'Y'.
          03 WS-EN-TABLE.
             05 WS-EN-ENTRY         OCCURS 2000 TIMES.
                07 WS-EN-CARD       PIC  X(56).
                07 WS-EN-KEEP-SW    PIC  X(01).
                   88 WS-EN-KEEP                VALUE 'Y'.

       01 WS-DECORATION-AREA.
          03 WS-DC-CTR              PIC  9(05)  VALUE ZEROES.
          03 WS-DC-STARDATE-EDIT    PIC  ZZZZ9.9.

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

       0000-MAIN-PROGRAM SECTION.

           PERFORM 0900-LOAD-SHOP-CONFIG
              THRU 0900-END.

           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'SVCMAINT-SCRIPT'.
           IF WS-SCRIPT-FILE NOT = SPACES
              MOVE WS-SCRIPT-FILE TO WS-STDIN-ASSIGN-NAME
              END-IF
           END-IF.

           PERFORM 1000-COUNT-SERVICE-RECORD
              THRU 1000-END.

           DISPLAY 'Service-record maintenance console - '
                   WS-SVC-CTR ' record(s) on file.'.
           DISPLAY 'Commands: LIST  MERGE  RENAME  RETIRE  DECOR  '
                   'SEAL  HELP  QUIT'.

           MOVE 'N' TO WS-LOOP-DONE.

                  WHEN WS-CMD-RETIRE
                       PERFORM 5000-RETIRE-RECORD
                          THRU 5000-END
                  WHEN WS-CMD-DECOR
                       PERFORM 6500-SHOW-DECORATIONS
                          THRU 6500-END
                  WHEN WS-CMD-SEAL
                       PERFORM 5500-RESEAL-MASTER
                          THRU 5500-END
                  WHEN WS-CMD-HELP
                       PERFORM 6000-DISPLAY-HELP
                          THRU 6000-END
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
       1000-COUNT-SERVICE-RECORD SECTION.

           MOVE ZEROES TO WS-SVC-CTR.
           SET WS-EOF-FALSE TO TRUE.
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SVC-CTR
              END-READ
           END-PERFORM.

      *
       2000-LIST-RECORDS SECTION.

           MOVE ZEROES TO WS-SVC-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              DISPLAY 'The service-record file is empty.'
              GO TO 2000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              GO TO 2000-END
           END-IF.

           DISPLAY '  NBR NAME                           MISSN '
                   'HOSTILES  BEST-EFF RANK KM'.

           PERFORM UNTIL WS-EOF-TRUE
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SVC-CTR
                    MOVE SVC-EFF-BEST TO WS-SVC-EFF-EDIT
                    DISPLAY WS-SVC-CTR ' '
                            SVC-NAME ' '
                            SVC-MISSIONS ' '
                            SVC-HOSTILES ' '
                            WS-SVC-EFF-EDIT '   '
                            SVC-EARNED-RANK '  '
                            SVC-KM-GRADE
              END-READ
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

           IF WS-SVC-CTR = ZEROES
              DISPLAY 'The service-record file is empty.'
           END-IF.

       2000-END.
           EXIT.
      *
       3000-MERGE-RECORDS SECTION.

           DISPLAY 'Merge FROM captain name (it will be removed): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-FROM-NAME.

           DISPLAY 'Merge INTO captain name (it will keep its '
                   'name): '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-TO-NAME.

           IF WS-MNT-FROM-NAME = SPACES OR WS-MNT-TO-NAME = SPACES
              OR WS-MNT-FROM-NAME = WS-MNT-TO-NAME
              DISPLAY 'Those records cannot be merged.'
              GO TO 3000-END
           END-IF.

      * BOTH RECORDS MUST BE ON FILE BEFORE THE OFFICER IS ASKED.
           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 3000-END
           END-IF.

           MOVE WS-MNT-FROM-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.
           IF WS-SVC-FOUND
              MOVE WS-MNT-TO-NAME TO WS-SV-NAME
              PERFORM 7100-READ-BY-NAME
                 THRU 7100-END
           END-IF.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           IF WS-SVC-NOT-FOUND
              DISPLAY 'There is no service record for ' WS-SV-NAME
              GO TO 3000-END
           END-IF.

           DISPLAY 'Merging ' WS-MNT-FROM-NAME.
           DISPLAY '   into ' WS-MNT-TO-NAME.
           DISPLAY 'Proceed (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
              GO TO 3000-END
           END-IF.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

      * BOTH RECORDS ARE READ AGAIN UNDER THE UPDATE SO A MISSION
      * FILED WHILE THE OFFICER WAS DECIDING IS FOLDED IN AS WELL.
           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 3000-RELEASE
           END-IF.

           MOVE WS-MNT-FROM-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.
           MOVE WS-SVC-ENTRY TO WS-MNT-FROM-ENTRY.
           IF WS-SVC-FOUND
              MOVE WS-MNT-TO-NAME TO WS-SV-NAME
              PERFORM 7100-READ-BY-NAME
                 THRU 7100-END
           END-IF.

           IF WS-SVC-NOT-FOUND
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'The records changed under the merge - '
                      'nothing changed.'
              GO TO 3000-RELEASE
           END-IF.

      * CAREER TOTALS ARE SUMMED; THE BEST SHOWINGS AND THE HIGHER
      * EARNED RANK SURVIVE THE MERGE.
           ADD WS-MF-MISSIONS  TO WS-SV-MISSIONS.
           ADD WS-MF-HOSTILES  TO WS-SV-HOSTILES.
           ADD WS-MF-KOBAYASHI TO WS-SV-KOBAYASHI.

           IF WS-MF-EFF-BEST > WS-SV-EFF-BEST
              MOVE WS-MF-EFF-BEST TO WS-SV-EFF-BEST
           END-IF.

           IF WS-MF-EARNED-RANK > WS-SV-EARNED-RANK
              MOVE WS-MF-EARNED-RANK TO WS-SV-EARNED-RANK
           END-IF.

           IF WS-SV-KM-GRADE = SPACES
              MOVE WS-MF-KM-GRADE TO WS-SV-KM-GRADE
           END-IF.

      * THE TERM-TO-DATE FIGURES ARE MERGED THE SAME WAY.
           ADD WS-MF-TERM-MISSIONS TO WS-SV-TERM-MISSIONS.
           ADD WS-MF-TERM-HOSTILES TO WS-SV-TERM-HOSTILES.

           IF WS-MF-TERM-EFF-BEST > WS-SV-TERM-EFF-BEST
              MOVE WS-MF-TERM-EFF-BEST TO WS-SV-TERM-EFF-BEST
           END-IF.

           MOVE WS-SVC-ENTRY TO SVC-RECORD.
           REWRITE SVC-RECORD
              INVALID KEY
                 DISPLAY 'Service record rewrite failed, status '
                         WS-SERVICE-FILE-STATUS UPON SYSERR
           END-REWRITE.

           MOVE WS-MNT-FROM-NAME TO SVC-NAME.
           DELETE SERVICE-RECORD-FILE RECORD
              INVALID KEY
                 DISPLAY 'Service record delete failed, status '
                         WS-SERVICE-FILE-STATUS UPON SYSERR
           END-DELETE.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           MOVE 'M' TO WS-EN-ACTION.
           MOVE WS-MNT-FROM-NAME TO WS-EN-FROM-NAME.
           MOVE WS-MNT-TO-NAME TO WS-EN-TO-NAME.
           PERFORM 7300-CARRY-ENROLLMENT
              THRU 7300-END.

           MOVE SPACES TO WS-MNT-EVENT-TEXT.
           STRING 'MERGE | '                   DELIMITED BY SIZE
                  WS-MNT-FROM-NAME             DELIMITED BY SIZE
                  ' | INTO | '                 DELIMITED BY SIZE
                  WS-MNT-TO-NAME               DELIMITED BY SIZE
             INTO WS-MNT-EVENT-TEXT.

           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

           DISPLAY 'Merge complete - the service record has been '
                   'updated.'.

       3000-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       3000-END.
           EXIT.
      *
       4000-RENAME-RECORD SECTION.

           DISPLAY 'Captain name to rename: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-OLD-NAME.

           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 4000-END
           END-IF.

           MOVE WS-MNT-OLD-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           IF WS-SVC-NOT-FOUND
              DISPLAY 'There is no service record for that name.'
              GO TO 4000-END
           END-IF.

           DISPLAY 'New name for ' WS-MNT-OLD-NAME ': '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-NEW-NAME.
              GO TO 4000-END
           END-IF.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 4000-RELEASE
           END-IF.

           MOVE WS-MNT-NEW-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.

           IF WS-SVC-FOUND
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'That name is already on file - use MERGE '
                      'instead.'
              GO TO 4000-RELEASE
           END-IF.

      * THE NAME IS THE RECORD KEY - THE RECORD IS FILED AFRESH UNDER
      * THE NEW NAME AND ONLY THEN REMOVED FROM UNDER THE OLD ONE.
           MOVE WS-MNT-OLD-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.

           IF WS-SVC-NOT-FOUND
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'The record changed under the rename - '
                      'nothing changed.'
              GO TO 4000-RELEASE
           END-IF.

           MOVE WS-MNT-NEW-NAME TO WS-SV-NAME.
           MOVE WS-SVC-ENTRY TO SVC-RECORD.
           WRITE SVC-RECORD
              INVALID KEY
                 PERFORM 7200-CLOSE-SERVICE-FILE
                    THRU 7200-END
                 DISPLAY 'Service record write failed, status '
                         WS-SERVICE-FILE-STATUS ' - nothing changed.'
                         UPON SYSERR
                 GO TO 4000-RELEASE
           END-WRITE.

           MOVE WS-MNT-OLD-NAME TO SVC-NAME.
           DELETE SERVICE-RECORD-FILE RECORD
              INVALID KEY
                 DISPLAY 'Service record delete failed, status '
                         WS-SERVICE-FILE-STATUS UPON SYSERR
           END-DELETE.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           MOVE 'R' TO WS-EN-ACTION.
           MOVE WS-MNT-OLD-NAME TO WS-EN-FROM-NAME.
           MOVE WS-MNT-NEW-NAME TO WS-EN-TO-NAME.
           PERFORM 7300-CARRY-ENROLLMENT
              THRU 7300-END.

           MOVE SPACES TO WS-MNT-EVENT-TEXT.
           STRING 'RENAME | '                  DELIMITED BY SIZE
                  WS-MNT-NEW-NAME              DELIMITED BY SIZE
             INTO WS-MNT-EVENT-TEXT.

           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

           DISPLAY 'Record renamed - the service record has been '
                   'updated.'.

       4000-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       4000-END.
           EXIT.
      *
       5000-RETIRE-RECORD SECTION.

           DISPLAY 'Captain name to retire to the archive: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-OLD-NAME.

           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 5000-END
           END-IF.

           MOVE WS-MNT-OLD-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           IF WS-SVC-NOT-FOUND
              DISPLAY 'There is no service record for that name.'
              GO TO 5000-END
           END-IF.

           DISPLAY 'Retire ' WS-MNT-OLD-NAME
                   ' - are you sure (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
              GO TO 5000-END
           END-IF.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           PERFORM 7000-OPEN-SERVICE-FILE
              THRU 7000-END.
           IF NOT WS-SVC-IS-OPEN
              GO TO 5000-RELEASE
           END-IF.

           MOVE WS-MNT-OLD-NAME TO WS-SV-NAME.
           PERFORM 7100-READ-BY-NAME
              THRU 7100-END.

           IF WS-SVC-NOT-FOUND
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'The record changed under the retirement - '
                      'nothing changed.'
              GO TO 5000-RELEASE
           END-IF.

      * THE RETIRED RECORD GOES TO THE ARCHIVE FIRST - ONLY A
      * SUCCESSFUL ARCHIVE WRITE REMOVES IT FROM THE LIVE FILE.
           OPEN EXTEND SERVICE-ARCHIVE-FILE.

           IF WS-ARCHIVE-STATUS-1 NOT = 0
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'The archive file cannot be opened, status '
                      WS-ARCHIVE-FILE-STATUS ' - record kept.'
              GO TO 5000-RELEASE
           END-IF.

           MOVE WS-SVC-ENTRY TO SVC-ARCHIVE-RECORD.
           WRITE SVC-ARCHIVE-RECORD.

           IF WS-ARCHIVE-STATUS-1 NOT = 0
              PERFORM 7200-CLOSE-SERVICE-FILE
                 THRU 7200-END
              DISPLAY 'The archive write failed, status '
                      WS-ARCHIVE-FILE-STATUS ' - record kept.'
              CLOSE SERVICE-ARCHIVE-FILE
              GO TO 5000-RELEASE
           END-IF.

           CLOSE SERVICE-ARCHIVE-FILE.

           MOVE WS-MNT-OLD-NAME TO SVC-NAME.
           DELETE SERVICE-RECORD-FILE RECORD
              INVALID KEY
                 DISPLAY 'Service record delete failed, status '
                         WS-SERVICE-FILE-STATUS UPON SYSERR
           END-DELETE.

           PERFORM 7200-CLOSE-SERVICE-FILE
              THRU 7200-END.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           MOVE 'D' TO WS-EN-ACTION.
           MOVE WS-MNT-OLD-NAME TO WS-EN-FROM-NAME.
           MOVE SPACES TO WS-EN-TO-NAME.
           PERFORM 7300-CARRY-ENROLLMENT
              THRU 7300-END.

           MOVE SPACES TO WS-MNT-EVENT-TEXT.
           STRING 'RETIRE | '                  DELIMITED BY SIZE
                  WS-MNT-OLD-NAME              DELIMITED BY SIZE
                  ' | TO '                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SC-SERVICE-ARCHIVE)
                                               DELIMITED BY SIZE
             INTO WS-MNT-EVENT-TEXT.

           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

           DISPLAY 'Record retired - the service record has been '
                   'updated.'.

       5000-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5500-RESEAL-MASTER SECTION.

      * A BREAK FOUND ON THE SERVICE MASTER IS CARRIED ON ITS SEAL
      * THROUGH EVERY LATER UPDATE.  ONCE THE RECORDS OFFICER HAS
      * LOOKED INTO IT, SEAL RESEALS THE FILE AS IT STANDS AND CLEARS
      * THE BREAK - THE ONLY WAY ONE IS CLEARED - AND THE RESEAL IS
      * LOGGED WITH THE BREAK IT CLEARED.
           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           IF NOT WS-SEAL-FOLD-OK
              DISPLAY 'The service master cannot be read - nothing '
                      'changed.'
              GO TO 5500-END
           END-IF.

           IF NOT WS-SEAL-HAS-BREAK
              DISPLAY 'The service master matches its seal - nothing '
                      'to reseal.'
              GO TO 5500-END
           END-IF.

           MOVE WS-SEAL-RECORDS TO WS-MNT-RECORDS-EDIT.

           DISPLAY 'Seal broken ' WS-SEAL-BREAK-STAMP (1:4) '-'
                   WS-SEAL-BREAK-STAMP (5:2) '-'
                   WS-SEAL-BREAK-STAMP (7:2) ' '
                   WS-SEAL-BREAK-STAMP (9:2) ':'
                   WS-SEAL-BREAK-STAMP (11:2) ':'
                   WS-SEAL-BREAK-STAMP (13:2) ', found by '
                   FUNCTION TRIM (WS-SEAL-BREAK-BY).
           DISPLAY 'The file holds ' FUNCTION TRIM (WS-MNT-RECORDS-EDIT)
                   ' record(s) as it stands.'.
           DISPLAY 'Reseal the service master as it stands (Y/N)? '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-MNT-CONFIRM)
             TO WS-MNT-CONFIRM.

           IF NOT WS-MNT-CONFIRMED
              DISPLAY 'Reseal abandoned - the break is kept.'
              GO TO 5500-END
           END-IF.

      * THE ANSWER IS NOT WAITED FOR UNDER THE SERVICE LATCH, SO ONCE
      * IT IS TAKEN THE MASTER IS HELD TO ITS SEAL AGAIN AND THE
      * RESEAL COVERS THE FILE AS IT THEN STANDS.
           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           IF NOT WS-SEAL-FOLD-OK
              DISPLAY 'The service master cannot be read - nothing '
                      'changed.'
              GO TO 5500-RELEASE
           END-IF.

           IF NOT WS-SEAL-HAS-BREAK
              DISPLAY 'The break has already been cleared - nothing '
                      'to reseal.'
              GO TO 5500-RELEASE
           END-IF.

           MOVE WS-SEAL-RECORDS TO WS-MNT-RECORDS-EDIT.

           MOVE SPACES TO WS-MNT-EVENT-TEXT.
           STRING 'RESEAL | BROKEN '           DELIMITED BY SIZE
                  WS-SEAL-BREAK-STAMP          DELIMITED BY SIZE
                  ' BY '                       DELIMITED BY SIZE
                  WS-SEAL-BREAK-BY             DELIMITED BY SPACE
                  ' | '                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MNT-RECORDS-EDIT)
                                               DELIMITED BY SIZE
                  ' RECORD(S)'                 DELIMITED BY SIZE
             INTO WS-MNT-EVENT-TEXT.

           MOVE 'N' TO WS-SEAL-BREAK-SW.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

           PERFORM 8500-WRITE-AUDIT
              THRU 8500-END.

           DISPLAY 'Service master resealed - the break is cleared.'.

       5500-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       5500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-DISPLAY-HELP SECTION.

           DISPLAY 'LIST   - list every service record in name '
                   'order'.
           DISPLAY 'MERGE  - fold one record''s totals into another '
                   'and remove it'.
           DISPLAY 'RENAME - correct a mistyped captain name'.
           DISPLAY 'RETIRE - move a record to the archive file'.
           DISPLAY 'DECOR  - show the decorations a captain holds'.
           DISPLAY 'SEAL   - reseal the service master once a break '
                   'has been looked into'.
           DISPLAY 'QUIT   - leave the maintenance console'.
           DISPLAY 'Records are chosen by captain name; every '
                   'change is filed at once and logged to '
                   'SVCMAINT-AUDIT-LOG.'.

       6000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6500-SHOW-DECORATIONS SECTION.

           DISPLAY 'Captain name to show decorations for: '.
           PERFORM 1500-GET-INPUT
              THRU 1500-END
           MOVE WS-INPUT-LINE TO WS-MNT-OLD-NAME.

           MOVE ZEROES TO WS-DC-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT DECORATION-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-DECORATION-STATUS-1 = 0
              AND WS-DECORATION-STATUS-2 = 5
              CLOSE DECORATION-FILE
              DISPLAY 'No decorations have been awarded.'
              GO TO 6500-END
           END-IF.

           IF WS-DECORATION-STATUS-1 NOT = 0
              DISPLAY 'Error opening decorations file, status '
                      WS-DECORATION-FILE-STATUS UPON SYSERR
              GO TO 6500-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ DECORATION-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF DEC-NAME = WS-MNT-OLD-NAME
                       ADD 1 TO WS-DC-CTR
                       IF WS-DC-CTR = 1
                          DISPLAY '  DATE       STARDATE AWARD'
                                  '                          MISSION'
                       END-IF
                       MOVE DEC-STARDATE TO WS-DC-STARDATE-EDIT
                       DISPLAY '  ' DEC-RUN-DATE (1:4) '-'
                               DEC-RUN-DATE (5:2) '-'
                               DEC-RUN-DATE (7:2) ' '
                               WS-DC-STARDATE-EDIT '  '
                               DEC-TITLE ' '
                               FUNCTION TRIM (DEC-MSN-NAME)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE DECORATION-FILE.

           IF WS-DC-CTR = ZEROES
              DISPLAY 'That captain holds no decorations.'
           ELSE
              DISPLAY WS-DC-CTR ' decoration(s) on file.'
           END-IF.

       6500-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7000-OPEN-SERVICE-FILE SECTION.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS CREATED
      * EMPTY BY THE OPEN AND IS USABLE AS IT STANDS.
           MOVE 'N' TO WS-SVC-OPEN-SW.

           OPEN I-O SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              GO TO 7000-END
           END-IF.

           SET WS-SVC-IS-OPEN TO TRUE.

       7000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7100-READ-BY-NAME SECTION.

      * THE CALLER LEAVES THE CAPTAIN NAME IN WS-SV-NAME; THE WHOLE
      * RECORD COMES BACK IN WS-SVC-ENTRY WHEN IT IS ON FILE.
           SET WS-SVC-NOT-FOUND TO TRUE.
           MOVE WS-SV-NAME TO SVC-NAME.

           READ SERVICE-RECORD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SVC-RECORD TO WS-SVC-ENTRY
                 SET WS-SVC-FOUND TO TRUE
           END-READ.

       7100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7200-CLOSE-SERVICE-FILE SECTION.

           IF WS-SVC-IS-OPEN
              CLOSE SERVICE-RECORD-FILE
              MOVE 'N' TO WS-SVC-OPEN-SW
           END-IF.

       7200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       7300-CARRY-ENROLLMENT SECTION.

      * A CADET'S CLASS IS KEPT ON STARTREK-ENROLLMENT UNDER THE
      * CADET'S NAME, SO THE CARD FOLLOWS THE SERVICE RECORD: A RENAME
      * MOVES IT TO THE NEW NAME (DROPPING ANY CARD LEFT UNDER THAT
      * NAME WITH NO RECORD BEHIND IT), A MERGE CARRIES IT TO THE NAME
      * KEPT UNLESS THAT NAME HAS A CARD OF ITS OWN, AND A RETIREMENT
      * DROPS IT.  THE FILE IS REWRITTEN WHOLE, UNDER THE SERVICE
      * LATCH ENROLL ALSO HOLDS WHILE IT ADDS CARDS.
           MOVE ZEROES TO WS-EN-CTR
                          WS-EN-CHANGED.
           MOVE 'N'    TO WS-EN-TO-HELD-SW
                          WS-EN-OVERFLOW-SW
                          WS-EN-EOF-SW.

           OPEN INPUT ENROLLMENT-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ENROLLMENT-STATUS-1 = 0
              AND WS-ENROLLMENT-STATUS-2 = 5
              CLOSE ENROLLMENT-FILE
              GO TO 7300-END
           END-IF.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'STARTREK-ENROLLMENT cannot be opened, status '
                      WS-ENROLLMENT-FILE-STATUS ' - the enrollment '
                      'card was not carried.' UPON SYSERR
              GO TO 7300-END
           END-IF.

           PERFORM UNTIL WS-EN-EOF
              READ ENROLLMENT-FILE
                 AT END
                    SET WS-EN-EOF TO TRUE
                 NOT AT END
                    IF WS-EN-CTR < WS-EN-MAX
                       ADD 1 TO WS-EN-CTR
                       MOVE ENR-RECORD TO WS-EN-CARD (WS-EN-CTR)
                       MOVE 'Y' TO WS-EN-KEEP-SW (WS-EN-CTR)
                       IF ENR-NAME = WS-EN-TO-NAME
                          SET WS-EN-TO-HELD TO TRUE
                       END-IF
                    ELSE
                       SET WS-EN-OVERFLOW TO TRUE
                       SET WS-EN-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

      * A FILE TOO LARGE TO HOLD IS LEFT AS IT STANDS RATHER THAN
      * REWRITTEN SHORT.
           IF WS-EN-OVERFLOW
              DISPLAY 'More than ' WS-EN-MAX ' cards on '
                      'STARTREK-ENROLLMENT - the enrollment card was '
                      'not carried.' UPON SYSERR
              GO TO 7300-END
           END-IF.

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-CTR
              MOVE WS-EN-CARD (WS-EN-IDX) TO ENR-RECORD
              EVALUATE TRUE
                  WHEN ENR-NAME = WS-EN-FROM-NAME
                       IF WS-EN-RETIRE
                          OR (WS-EN-MERGE AND WS-EN-TO-HELD)
                          MOVE 'N' TO WS-EN-KEEP-SW (WS-EN-IDX)
                       ELSE
                          MOVE WS-EN-TO-NAME TO ENR-NAME
                          MOVE ENR-RECORD TO WS-EN-CARD (WS-EN-IDX)
                       END-IF
                       ADD 1 TO WS-EN-CHANGED
                  WHEN WS-EN-RENAME
                       AND ENR-NAME = WS-EN-TO-NAME
                       MOVE 'N' TO WS-EN-KEEP-SW (WS-EN-IDX)
                       ADD 1 TO WS-EN-CHANGED
              END-EVALUATE
           END-PERFORM.

           IF WS-EN-CHANGED = ZEROES
              GO TO 7300-END
           END-IF.

           OPEN OUTPUT ENROLLMENT-FILE.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'STARTREK-ENROLLMENT cannot be written, status '
                      WS-ENROLLMENT-FILE-STATUS ' - the enrollment '
                      'card was not carried.' UPON SYSERR
              GO TO 7300-END
           END-IF.

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-CTR
              IF WS-EN-KEEP (WS-EN-IDX)
                 WRITE ENR-RECORD FROM WS-EN-CARD (WS-EN-IDX)
              END-IF
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

           DISPLAY 'The class enrollment has been updated to match.'.

       7300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-MNT-AUDIT-LINE.
           STRING WS-CURRENT-DATE-TIME-OFFSET (1:4)
                                              DELIMITED BY SIZE
                  WS-MNT-EVENT-TEXT           DELIMITED BY SIZE
             INTO WS-MNT-AUDIT-LINE.

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

           MOVE WS-MNT-AUDIT-LINE TO WS-SEAL-LINE.
           MOVE WS-SEAL-LINE-TEXT TO WS-SEAL-TEXT.
           MOVE 121 TO WS-SEAL-LEN.
           PERFORM 8510-FOLD-SEAL
              THRU 8510-END.
           MOVE '#' TO WS-SEAL-LINE-MARK.
           MOVE WS-SEAL-VALUE TO WS-SEAL-LINE-VALUE.

           OPEN EXTEND MAINT-AUDIT-FILE.

           MOVE WS-SEAL-LINE TO MAINT-AUDIT-RECORD.
           WRITE MAINT-AUDIT-RECORD.

           CLOSE MAINT-AUDIT-FILE.
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
           MOVE 'SVCMAINT' TO WS-SEAL-BREAK-BY.
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
           MOVE 'SVCMAINT'           TO SSL-SEALED-BY.

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
        END PROGRAM SVCMAINT.
      *                                                                *

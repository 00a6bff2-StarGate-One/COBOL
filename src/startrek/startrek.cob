      * 20260901 RJB DISTINCT RETURN CODES PER MISSION OUTCOME, PLUS   *
      *              CODES FOR REFUSED RECONCILIATION AND FATAL FILE   *
      *              ERRORS, FOR THE NIGHTLY REPLAY HARNESS.           *
      * 20261014 RJB LAYOUT REFUSAL AT RESUME POINTS THE OPERATOR AT   *
      *              THE CKPTCONV SAVE CONVERSION UTILITY.             *
      * 20261014 RJB CAREER SERVICE RECORD MOVED TO THE INDEXED        *
      *              SERVICE MASTER KEYED BY CAPTAIN NAME; MISSION END *
      *              READS AND REWRITES ONLY THE CAPTAIN'S OWN RECORD. *
      * 20261014 RJB INSTRUCTOR INJECT QUEUE CHECKED BEFORE EACH       *
      *              COMMAND PROMPT; DUE INJECTS ARE APPLIED,          *
      *              ANNOUNCED, LEDGERED AND AUDITED.                  *
      * 20261014 RJB SELECTABLE STARSHIP CLASSES FROM THE STARTREK-    *
      *              SHIP-CLASSES TABLE - STORES, COMPLEMENT, SHIELD   *
      *              RATING, WARP AND REPAIR FACTORS BY CLASS; CLASS   *
      *              AND HULL ON THE CAPTAIN'S LOG AND MISSION HISTORY *
      *              (CHECKPOINT LAYOUT 17).                           *
      * 20261014 RJB COMBAT DOCTRINE TUNED FROM THE RANGE-CHECKED      *
      *              STARTREK-COMBAT-PARMS FILE - HIT STRENGTH AND     *
      *              MOVEMENT ODDS BY SPECIES, CLOAK AND DECLOAK ODDS, *
      *              BORG ADAPTATION RATE, CARDASSIAN RETREAT          *
      *              THRESHOLD AND Q ODDS; PARAMETER SET ON THE        *
      *              CAPTAIN'S LOG AND MISSION HISTORY.                *
      * 20261015 RJB QUALIFICATIONS FROM THE STARTREK-CURRICULUM FILE  *
      *              AWARDED AT MISSION END TO THE STARTREK-QUAL-      *
      *              LEDGER.                                           *
      * 20261015 RJB DECORATIONS FROM THE STARTREK-AWARD-TABLE AWARDED *
      *              AT MISSION END TO STARTREK-DECORATIONS AND LISTED *
      *              ON THE CAPTAIN'S LOG.                             *
      * 20261015 RJB BOARD OF INQUIRY CASE OPENED AT MISSION END FOR A *
      *              LOST SHIP, HEAVY CREW LOSSES OR REPEATED TREATY   *
      *              INCIDENTS.                                        *
      * 20261015 RJB NAMES AND LIMITS TAKEN FROM THE SHOP              *
      *              CONFIGURATION FILE.                               *
      * 20261015 RJB ENROLLED CADETS FROM STARTREK-ENROLLMENT OFFERED  *
      *              BY NUMBER AT SIGN-ON ON THEIR HOME CONSOLE        *
      *              (STARTREK-CONSOLE).                               *
      * 20261015 RJB CRASH RECOVERY - A PER-SLOT JOURNAL OF INPUT AND  *
      *              CUBE BEFORE-IMAGES SINCE THE LAST SAVE, REPLAYED  *
      *              UNDER THE SAVED SEED WHEN A STALE LOCK IS         *
      *              OVERRIDDEN.                                       *
      * 20261015 RJB TELEMETRY RECORD PER BRIDGE COMMAND ON            *
      *              STARTREK-TELEMETRY FOR THE DEBRIEF PROGRAM;       *
      *              MISSION START STAMP IN CHECKPOINT LAYOUT 18.      *
      * 20261015 RJB FLEET EXERCISES - TWO SLOTS SHARE ONE GALAXY      *
      *              STORE, COOPERATIVE OR OPPOSING, WITH A JOINT      *
      *              EXERCISE REPORT; CHECKPOINT LAYOUT 19.            *
      * 20261015 RJB AUDIT LINES SEALED WITH A CHECK VALUE CHAINED     *
      *              FROM THE LINE BEFORE; THE SERVICE MASTER RESEALED *
      *              WHOLE ON STARTREK-SERVICE-SEAL AFTER EACH UPDATE, *
      *              CARRYING ANY BREAK FOUND BEFORE IT.               *
      * 20261015 RJB CONSOLE BOOKINGS FROM STARTREK-BOOKINGS CHECKED   *
      *              WHEN THE ROSTER ASSIGNS A SLOT; A SIGN-ON OUTSIDE *
      *              THE CAPTAIN'S BOOKING IS WARNED OR REFUSED BY THE *
      *              BOOKING-RULE SETTING, AND EVERY SIGN-ON IS LOGGED *
      *              WITH ITS SLOT AND CONSOLE FOR THE DAY-SHEET.      *
      * 20261015 RJB EVERY SESSION SIGNED OFF ON THE AUDIT LOG WITH    *
      *              ITS ELAPSED TIME, COMMANDS AND STARDATES FLOWN; A *
      *              SESSION CLEARED BY A LOCK OVERRIDE IS SIGNED OFF  *
      *              BY THE SESSION THAT CLEARED IT.                   *
      * 20261015 RJB MISSION HISTORY CARRIES THE REPLAY SCRIPT, THE    *
      *              FIXED SEED AND THE FINAL STARDATE, SO A NIGHTLY   *
      *              REPLAY CAN BE HELD TO ITS BASELINE.               *
      * 20261015 RJB SERVICE RECORD CARRIES TERM-TO-DATE MISSIONS,     *
      *              HOSTILES AND EFFICIENCY ALONGSIDE THE CAREER      *
      *              TOTALS; THEY ARE SHOWN AT SIGN-ON.                *
      * 20261015 RJB BALANCE-REPORT, RECONCILE-REPORT, DAY-SHEET AND   *
      *              REPLAY-REPORT ENTRIES ADDED TO THE SHOP           *
      *              CONFIGURATION TABLE.                              *
      * 20261015 RJB SERVICE MASTER UPDATES NOW HELD UNDER THE SERVICE *
      *              LATCH FROM THE SEAL CHECK TO THE RESEAL.          *
      * 20261015 RJB A HOSTILE TAKEN FROM THE INJECTION QUEUE NOW      *
      *              JOINS THE QUADRANT CENSUS AS AN AMBUSHER DOES.    *
      * 20261015 RJB CONSOLE BOOKINGS CHECKED BEFORE THE SLOT LOCK - A *
      *              REFUSED SIGN-ON NO LONGER OVERRIDES A STALE LOCK, *
      *              SO A CRASHED SESSION IS CLOSED ONCE.              *
      *                                                                *
      * ************************************************************** *
       ENVIRONMENT DIVISION.
       STATUS WS-CHECKPOINT-FILE-STATUS.

       SELECT OPTIONAL ROSTER-FILE
       ASSIGN TO WS-SC-ROSTER-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-LOG-FILE-STATUS.

      * THE SAME LOG READ BACK TO FIND THE SEAL OF ITS LAST LINE.
       SELECT OPTIONAL AUDIT-TAIL-FILE
       ASSIGN TO 'STARTREK-AUDIT-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AUDIT-TAIL-FILE-STATUS.

       SELECT OPTIONAL CAPTAINS-LOG-FILE
       ASSIGN TO 'STARTREK-CAPTAINS-LOG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CAPTAINS-LOG-FILE-STATUS.

      * THE CAREER SERVICE RECORD - INDEXED BY CAPTAIN NAME SO EACH
      * MISSION END READS AND REWRITES ONLY ITS OWN CAPTAIN'S RECORD.
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

       SELECT OPTIONAL TRANSCRIPT-FILE
       ASSIGN TO 'STARTREK-TRANSCRIPT'
       ORGANIZATION LINE SEQUENTIAL
      * READ AT SIGN-ON SO THE CAPTAIN KNOWS WHETHER THE GENERATOR
      * BEHIND THE GALAXY BUILD IS CERTIFIED FAIR.
       SELECT OPTIONAL RNG-CERT-FILE
       ASSIGN TO WS-SC-RNG-CERT-FILE
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-RNG-CERT-FILE-STATUS.

      * SHIP CLASS TABLE - ONE CARD PER STARSHIP CLASS GIVING ITS
      * STORES, COMPLEMENT, SHIELD RATING, WARP AND REPAIR FACTORS
      * AND THE LOWEST RANK CLEARED TO COMMAND IT.  WHEN THE FILE IS
      * ABSENT THE STANDING CLASS TABLE IS USED.
       SELECT OPTIONAL SHIP-CLASS-FILE
       ASSIGN TO 'STARTREK-SHIP-CLASSES'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHIP-CLASS-FILE-STATUS.

      * COMBAT DOCTRINE PARAMETERS - ONE KEYWORD CARD PER FIGURE.
      * EVERY CARD IS RANGE-CHECKED; A BAD CARD IS REPORTED AND THE
      * STANDING VALUE KEPT.  WHEN THE FILE IS ABSENT THE STANDING
      * DOCTRINE IS FLOWN UNCHANGED.
       SELECT OPTIONAL COMBAT-PARM-FILE
       ASSIGN TO 'STARTREK-COMBAT-PARMS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-COMBAT-PARM-FILE-STATUS.

      * TRAINING CURRICULUM - ONE CARD PER QUALIFICATION, GIVING THE
      * MISSION TYPE (OR THE KOBAYASHI MARU DRILL) AND THE STANDARD
      * A CONCLUDED MISSION MUST MEET TO EARN IT.
       SELECT OPTIONAL CURRICULUM-FILE
       ASSIGN TO 'STARTREK-CURRICULUM'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-CURRICULUM-FILE-STATUS.

      * QUALIFICATION LEDGER - ONE RECORD PER QUALIFICATION AWARDED,
      * APPENDED AT MISSION END AND REPORTED BY QUALRPT.
       SELECT OPTIONAL QUAL-LEDGER-FILE
       ASSIGN TO 'STARTREK-QUAL-LEDGER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-QUAL-LEDGER-FILE-STATUS.

      * AWARD TABLE - ONE CARD PER DECORATION, NAMING THE RULE A
      * CONCLUDED MISSION MUST MEET AND ITS LIMIT.  WHEN THE FILE IS
      * ABSENT THE STANDING AWARDS ARE USED.
       SELECT OPTIONAL AWARD-TABLE-FILE
       ASSIGN TO 'STARTREK-AWARD-TABLE'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-AWARD-TABLE-FILE-STATUS.

      * DECORATIONS - ONE RECORD PER DECORATION AWARDED, APPENDED AT
      * MISSION END AND SHOWN BY STANDINGS AND SVCMAINT.
       SELECT OPTIONAL DECORATION-FILE
       ASSIGN TO 'STARTREK-DECORATIONS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-DECORATION-FILE-STATUS.

      * INSTRUCTOR INJECT QUEUE WRITTEN BY THE INJECTQ CONSOLE -
      * KEYED BY SLOT AND SEQUENCE, READ BEFORE EVERY COMMAND PROMPT.
       SELECT OPTIONAL INJECT-QUEUE-FILE
       ASSIGN TO 'STARTREK-INJECT-QUEUE'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IQ-KEY
       STATUS WS-INJECT-FILE-STATUS.

      * BOARD OF INQUIRY CASES - ONE RECORD PER CASE, KEYED BY CASE
      * NUMBER.  OPENED HERE AT MISSION END, REVIEWED AND CLOSED BY
      * THE DUTY INSTRUCTOR ON THE INQUIRY CONSOLE.
       SELECT OPTIONAL INQUIRY-FILE
       ASSIGN TO 'STARTREK-INQUIRY-CASES'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY IC-CASE-NO
       STATUS WS-INQUIRY-FILE-STATUS.

      * SHOP CONFIGURATION - SAVE LIBRARY NAMES AND OPERATING LIMITS
      * SHARED BY EVERY PROGRAM IN THE SHOP, READ AT START-UP.
       SELECT OPTIONAL SHOP-CONFIG-FILE
       ASSIGN TO 'SHOP-CONFIG'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-SHOP-CONFIG-FILE-STATUS.

      * CLASS ENROLLMENT WRITTEN BY ENROLL - THE CADETS WHOSE NAMES
      * ARE OFFERED AT SIGN-ON ON THEIR HOME CONSOLE.
       SELECT OPTIONAL ENROLLMENT-FILE
       ASSIGN TO 'STARTREK-ENROLLMENT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ENROLLMENT-FILE-STATUS.

      * CONSOLE BOOKINGS KEPT BY THE BOOKING UTILITY - WHO MAY USE
      * WHICH SLOT WHEN.
       SELECT OPTIONAL BOOKING-FILE
       ASSIGN TO 'STARTREK-BOOKINGS'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-BOOKING-FILE-STATUS.

      * CRASH RECOVERY JOURNAL - ONE PER SAVE SLOT, STARTED AFRESH AT
      * EVERY CHECKPOINT.  THE ASSIGN NAME IS SET FROM THE ACTIVE SLOT.
       SELECT OPTIONAL JOURNAL-FILE
       ASSIGN TO WS-JOURNAL-ASSIGN-NAME
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-JOURNAL-FILE-STATUS.

      * SHIP TELEMETRY - ONE RECORD APPENDED PER BRIDGE COMMAND, READ
      * BY THE DEBRIEF REPORT.
       SELECT OPTIONAL TELEMETRY-FILE
       ASSIGN TO 'STARTREK-TELEMETRY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-TELEMETRY-FILE-STATUS.

      * FLEET EXERCISES - ONE RECORD PER EXERCISE, KEYED BY EXERCISE
      * NUMBER, CARRYING THE SHARED HOSTILE CENSUS AND EACH CAPTAIN'S
      * BERTH.  THE FILE IS ONLY EVER OPENED EXCLUSIVELY AND HELD FOR
      * ONE CUBE UPDATE AT A TIME, SO OPENING IT IS THE LATCH THAT
      * SERIALIZES THE TWO SESSIONS' WORK ON THE SHARED GALAXY STORE.
       SELECT OPTIONAL FLEET-EXERCISE-FILE
       ASSIGN TO 'STARTREK-FLEET-EXERCISE'
       ORGANIZATION INDEXED
       ACCESS DYNAMIC
       RECORD KEY FX-EXERCISE-NO
       LOCK MODE IS EXCLUSIVE
       STATUS WS-FLEET-FILE-STATUS.

      * JOINT EXERCISE REPORTS - ONE APPENDED PER EXERCISE AS IT
      * CLOSES, CREDITING EACH CAPTAIN SEPARATELY.
       SELECT OPTIONAL EXERCISE-REPORT-FILE
       ASSIGN TO 'STARTREK-EXERCISE-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-EXERCISE-RPT-FILE-STATUS.
      *
      * ************************************************************** *
      *
                05 CK-PWR-ENGINEERING     PIC 9(03).
      * ALERT CONDITION - APPENDED WITH LAYOUT VERSION 16.
             03 CK-ALERT-CONDITION        PIC X(01).
      * SHIP CLASS AND HULL - APPENDED WITH LAYOUT VERSION 17.
             03 CK-SHIP-CLASS-AREA.
                05 CK-SHIP-CLASS          PIC X(13).
                05 CK-SHIP-HULL-REGISTER  PIC X(08).
                05 CK-SHIP-HULL-NAME      PIC X(16).
      * MISSION START STAMP - APPENDED WITH LAYOUT VERSION 18.
             03 CK-MISSION-STAMP          PIC X(14).
      * FLEET EXERCISE AND BERTH - APPENDED WITH LAYOUT VERSION 19.
      * ZERO FOR A MISSION FLOWN ALONE.
             03 CK-FX-EXERCISE-NO         PIC 9(01).
             03 CK-FX-BERTH               PIC 9(01).
      * THE LAYOUT VERSION IS THE LAST HEADER FIELD - A SAVE WRITTEN
      * UNDER ANY OTHER HEADER LAYOUT FAILS RECONCILIATION RATHER
      * THAN RESTORING WITH SILENTLY SHIFTED FIELDS.
       FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD          PIC X(132).

       FD AUDIT-TAIL-FILE.
          01 AUDIT-TAIL-RECORD         PIC X(132).

       FD GALAXY-FILE.
          01 GX-CUBE-RECORD.
             03 GX-SECTOR-ID.
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

      * TRANSCRIPT-FILE RECORDS EVERY INPUT LINE WITH ITS STARDATE -
      * WITH THE FIXED SEED IT MAKES ANY MISSION REPLAYABLE BIT FOR
       FD CAPTAINS-LOG-FILE.
          01 CAPTAINS-LOG-RECORD       PIC X(80).

      * SHIP-CLASS-FILE - ONE CLASS PER CARD, NAMED AS IN THE
      * STANDING TABLE.  THE FACTORS ARE PUNCHED WITH AN IMPLIED
      * DECIMAL POINT (100 = 1.00).
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

      * COMBAT-PARM-FILE - KEYWORD IN COLUMNS 1-12, THE SPECIES
      * GLYPH IN COLUMN 14 FOR THE PER-SPECIES FIGURES, THE VALUE
      * RIGHT-JUSTIFIED IN COLUMNS 16-20.  THE PARMSET CARD CARRIES
      * THE PARAMETER SET IDENTIFIER IN COLUMNS 16-23 INSTEAD.
       FD COMBAT-PARM-FILE.
          01 CPM-RECORD.
             03 CPM-KEYWORD            PIC X(12).
             03 FILLER                 PIC X(01).
             03 CPM-SPECIES            PIC X(01).
             03 FILLER                 PIC X(01).
             03 CPM-VALUE-X            PIC X(05).
             03 CPM-VALUE REDEFINES
                CPM-VALUE-X            PIC 9(05).
             03 FILLER                 PIC X(60).
          01 CPM-SET-RECORD.
             03 FILLER                 PIC X(15).
             03 CPM-SET-ID             PIC X(08).
             03 FILLER                 PIC X(57).

      * CURRICULUM-FILE - MISSION TYPE D, S, R, H OR E FROM THE
      * SCENARIO LIBRARY, OR K FOR THE KOBAYASHI MARU DRILL.  THE
      * DIFFICULTY IS THE 00-17 CHOICE OFFERED AT SIGN-ON; THE GRADE
      * (A BEST) APPLIES TO THE DRILL ONLY.
       FD CURRICULUM-FILE.
          01 CUR-RECORD.
             03 CUR-CODE               PIC X(06).
             03 FILLER                 PIC X(01).
             03 CUR-TITLE              PIC X(30).
             03 FILLER                 PIC X(01).
             03 CUR-MSN-TYPE           PIC X(01).
             03 FILLER                 PIC X(01).
             03 CUR-MIN-DIFFICULTY     PIC 9(02).
             03 FILLER                 PIC X(01).
             03 CUR-MIN-EFFICIENCY     PIC 9(04)V9(02).
             03 FILLER                 PIC X(01).
             03 CUR-MIN-GRADE          PIC X(01).

      * QUAL-LEDGER-FILE - THE PERMANENT RECORD OF QUALIFICATIONS
      * EARNED.  QUALRPT CARRIES THE SAME LAYOUT.
       FD QUAL-LEDGER-FILE.
          01 QL-RECORD.
             03 QL-NAME                PIC X(30).
             03 QL-CODE                PIC X(06).
             03 QL-RUN-DATE            PIC X(08).
             03 QL-STARDATE            PIC 9(05)V9(01).
             03 QL-MSN-TYPE            PIC X(01).
             03 QL-DIFFICULTY          PIC 9(02).
             03 QL-EFFICIENCY          PIC 9(04)V9(02).
             03 QL-KM-GRADE            PIC X(01).

      * AWARD-TABLE-FILE - THE RULE IS CLEANWIN (VICTORY WITH NO MORE
      * CREW LOST THAN THE LIMIT), KMGRADE (DRILL GRADED AT THE
      * LETTER IN THE LIMIT OR BETTER), SURVEY (AT LEAST THE LIMIT
      * IN UNKNOWNS RESOLVED), TREATY (VICTORY WITH NO MORE TREATY
      * INCIDENTS THAN THE LIMIT), HOSTILES (AT LEAST THE LIMIT IN
      * HOSTILES DESTROYED) OR RATING (EFFICIENCY OF AT LEAST THE
      * LIMIT).
       FD AWARD-TABLE-FILE.
          01 AWD-RECORD.
             03 AWD-CODE               PIC X(06).
             03 FILLER                 PIC X(01).
             03 AWD-TITLE              PIC X(30).
             03 FILLER                 PIC X(01).
             03 AWD-RULE               PIC X(08).
             03 FILLER                 PIC X(01).
             03 AWD-LIMIT-X            PIC X(05).
             03 AWD-LIMIT REDEFINES
                AWD-LIMIT-X            PIC 9(05).

      * DECORATION-FILE - THE PERMANENT RECORD OF DECORATIONS.
      * STANDINGS AND SVCMAINT CARRY THE SAME LAYOUT.
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

      * INJECT-QUEUE-FILE - ONE RECORD PER INSTRUCTOR INJECT.  THE
      * BRIDGE MARKS EACH ONE APPLIED, OR REFUSED WITH THE REASON,
      * WHEN IT ACTS ON IT.
       FD INJECT-QUEUE-FILE.
          01 IQ-RECORD.
             03 IQ-KEY.
                05 IQ-SLOT             PIC 9(01).
                05 IQ-SEQ              PIC 9(05).
             03 IQ-STATUS              PIC X(01).
                88 IQ-PENDING          VALUE 'P'.
                88 IQ-APPLIED          VALUE 'A'.
                88 IQ-REFUSED          VALUE 'R'.
                88 IQ-CANCELLED        VALUE 'C'.
             03 IQ-TYPE                PIC X(01).
                88 IQ-HOSTILE          VALUE 'H'.
                88 IQ-DAMAGE           VALUE 'D'.
                88 IQ-DEADLINE         VALUE 'S'.
                88 IQ-MESSAGE          VALUE 'M'.
                88 IQ-VGER             VALUE 'V'.
             03 IQ-DUE-STARDATE        PIC 9(05)V9(01).
             03 IQ-SPECIES             PIC X(01).
             03 IQ-SYSTEM              PIC 9(01).
             03 IQ-DAMAGE-UNITS        PIC 9(02).
             03 IQ-DEADLINE-SIGN       PIC X(01).
             03 IQ-DEADLINE-DELTA      PIC 9(03)V9(01).
             03 IQ-MESSAGE-TEXT        PIC X(60).
             03 IQ-QUEUED-STAMP        PIC X(14).
             03 IQ-APPLIED-STARDATE    PIC 9(05)V9(01).
             03 IQ-RESULT              PIC X(40).

      * INQUIRY-FILE - ONE BOARD OF INQUIRY CASE.  THE MISSION
      * SUMMARY, THE LAST ENTRIES OF THE COMBAT LEDGER AND THE
      * TRANSCRIPT REFERENCE ARE TAKEN AT MISSION END; THE FINDINGS
      * AND DISPOSITION ARE ADDED WHEN THE CASE IS CLOSED.  INQUIRY
      * CARRIES THE SAME LAYOUT.
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

      * SLOT-LOCK-FILE CARRIES THE SESSION IDENTITY HOLDING A SLOT.
       FD SLOT-LOCK-FILE.
          01 LK-RECORD.
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

      * SHOP-CONFIG-FILE - ONE SETTING PER CARD FOR EVERY PROGRAM IN
      * THE SHOP: THE KEYWORD IN COLUMNS 1-20, THE VALUE LEFT-JUSTIFIED
      * FROM COLUMN 22.  MUST MATCH THE LAYOUT EVERY PROGRAM THAT
      * READS SHOP-CONFIG USES.
       FD SHOP-CONFIG-FILE.
          01 SCF-RECORD.
             03 SCF-KEYWORD            PIC X(20).
             03 FILLER                 PIC X(01).
             03 SCF-VALUE              PIC X(59).

      * ENROLLMENT-FILE - ONE RECORD PER CADET ENROLLED.  MUST MATCH
      * THE LAYOUT ENROLL WRITES.
       FD ENROLLMENT-FILE.
          01 ENR-RECORD.
             03 ENR-NAME               PIC X(30).
             03 ENR-CLASS-ID           PIC X(08).
             03 ENR-START-RANK         PIC 9(02).
             03 ENR-HOME-CONSOLE       PIC X(08).
             03 ENR-ENROLL-DATE        PIC X(08).

      * BOOKING-FILE - ONE BOOKING PER RECORD: THE DATE, THE SLOT, THE
      * START AND END TIME (HHMM, THE END NOT INCLUDED), AND A CAPTAIN
      * (KIND C) OR A WHOLE CLASS BY CLASS ID (KIND K).  MUST MATCH THE
      * LAYOUT THE BOOKING UTILITY WRITES.
       FD BOOKING-FILE.
          01 BKG-RECORD.
             03 BKG-DATE               PIC 9(08).
             03 FILLER                 PIC X(01).
             03 BKG-SLOT               PIC 9(01).
             03 FILLER                 PIC X(01).
             03 BKG-START              PIC 9(04).
             03 FILLER                 PIC X(01).
             03 BKG-END                PIC 9(04).
             03 FILLER                 PIC X(01).
             03 BKG-KIND               PIC X(01).
                88 BKG-FOR-CAPTAIN     VALUE 'C'.
                88 BKG-FOR-CLASS       VALUE 'K'.
             03 FILLER                 PIC X(01).
             03 BKG-WHO                PIC X(30).
             03 FILLER                 PIC X(01).
             03 BKG-BOOKED-STAMP       PIC X(14).

      * JOURNAL-FILE - A HEADER NAMING THE CHECKPOINT IT FOLLOWS AND
      * THE SEED THE SESSION RUNS UNDER FROM THERE, THEN EVERY INPUT
      * LINE AND THE FIRST BEFORE-IMAGE OF EVERY CUBE FILED SINCE.
       FD JOURNAL-FILE.
          01 JN-HEADER-RECORD.
             03 JN-REC-TYPE            PIC X(01).
                88 JN-IS-HEADER        VALUE 'H'.
                88 JN-IS-INPUT         VALUE 'I'.
                88 JN-IS-BEFORE-IMAGE  VALUE 'B'.
                88 JN-IS-NEW-CUBE      VALUE 'N'.
                88 JN-IS-OVERFLOW      VALUE 'X'.
             03 JN-HD-NAME             PIC X(30).
             03 JN-HD-STARDATE         PIC 9(05)V9(01).
             03 JN-HD-HOSTILES         PIC 9(09).
             03 JN-HD-SEED             PIC 9(09).
             03 JN-HD-STAMP            PIC X(14).
          01 JN-INPUT-RECORD.
             03 FILLER                 PIC X(01).
             03 JN-IN-STARDATE         PIC 9(05)V9(01).
             03 JN-IN-ENERGY           PIC 9(05).
             03 JN-IN-HOSTILES         PIC 9(09).
             03 JN-IN-LINE             PIC X(80).
          01 JN-CUBE-RECORD.
             03 FILLER                 PIC X(01).
             03 JN-CB-SECTOR-ID        PIC X(07).
             03 JN-CB-CONTENTS         PIC X(1000).

      * TELEMETRY-FILE - THE SHIP AS IT STANDS AT THE END OF EACH
      * BRIDGE COMMAND.  THE CAPTAIN'S NAME AND THE MISSION START
      * STAMP TOGETHER NAME THE MISSION.  MUST MATCH THE LAYOUT THE
      * DEBRIEF PROGRAM READS.
       FD TELEMETRY-FILE.
          01 TM-RECORD.
             03 TM-NAME                PIC X(30).
             03 TM-MISSION-STAMP       PIC X(14).
             03 TM-SLOT                PIC 9(01).
             03 TM-STARDATE            PIC 9(05)V9(01).
             03 TM-VERB                PIC X(05).
             03 TM-POSITION.
                05 TM-QUAD             PIC 9(01).
                05 TM-QUAD-X           PIC 9(02).
                05 TM-QUAD-Y           PIC 9(02).
                05 TM-QUAD-Z           PIC 9(02).
                05 TM-SECT-X           PIC 9(02).
                05 TM-SECT-Y           PIC 9(02).
                05 TM-SECT-Z           PIC 9(02).
             03 TM-ENERGY              PIC 9(05).
             03 TM-SHIELDS             PIC X(01).
             03 TM-SHIELD-UNITS        PIC 9(05).
             03 TM-TORPEDOES           PIC 9(02).
             03 TM-CREW                PIC 9(04).
             03 TM-MORALE              PIC 9(03).
             03 TM-ALERT               PIC X(01).
             03 TM-DOCKED              PIC X(01).
             03 TM-WORST-SYSTEM        PIC X(18).
             03 TM-WORST-UNITS         PIC 9(02).
             03 TM-DAMAGE-TABLE.
                05 TM-DMG-UNITS        PIC 9(02) OCCURS 7 TIMES.
             03 TM-CUBE-HOSTILES       PIC 9(04).
             03 TM-GALAXY-HOSTILES     PIC 9(09).
             03 TM-RECORDED            PIC X(14).

      * FLEET-EXERCISE-FILE - THE SHARED STATE OF ONE EXERCISE.  THE
      * CENSUS AND CUBE COUNTS COVER THE WHOLE EXERCISE; EACH BERTH
      * CARRIES ONE CAPTAIN'S POSITION, STATUS AND CREDIT.
       FD FLEET-EXERCISE-FILE.
          01 FX-RECORD.
             03 FX-EXERCISE-NO         PIC 9(01).
             03 FX-STATUS              PIC X(01).
                88 FX-IS-OPEN                    VALUE 'O'.
                88 FX-IS-CLOSED                  VALUE 'C'.
             03 FX-MODE                PIC X(01).
                88 FX-COOPERATIVE                VALUE 'C'.
                88 FX-OPPOSING                   VALUE 'O'.
             03 FX-OPENED              PIC X(14).
             03 FX-CLOSED              PIC X(14).
             03 FX-DIFFICULTY-CHOICE   PIC 9(02).
             03 FX-DIFFICULTY-FACTOR   PIC 9(02).
             03 FX-GALAXY-HOSTILES     PIC 9(09).
             03 FX-CUBE-COUNT          PIC 9(09).
             03 FX-QUAD-CUBES          PIC 9(09) OCCURS 4 TIMES.
             03 FX-QUAD-CENSUS-TABLE.
                05 FX-QUAD-CENSUS      OCCURS 4 TIMES.
                   07 FX-QC-ITEM-COUNTER
                                       PIC X(225).
                   07 FX-QC-ITEM-MAX-COUNTER
                                       PIC X(225).
             03 FX-BERTH               OCCURS 2 TIMES.
                05 FX-CP-NAME          PIC X(30).
                05 FX-CP-SLOT          PIC 9(01).
                05 FX-CP-STATUS        PIC X(01).
                   88 FX-CP-FLYING               VALUE 'F'.
                   88 FX-CP-SUSPENDED            VALUE 'S'.
                   88 FX-CP-VICTORIOUS           VALUE 'V'.
                   88 FX-CP-ENDED                VALUE 'E'.
                   88 FX-CP-WITHDRAWN            VALUE 'W'.
                   88 FX-CP-EMPTY                VALUE ' '.
                   88 FX-CP-STOOD-DOWN           VALUE 'V' 'E' 'W'
                                                       ' '.
                05 FX-CP-HULL-REGISTER PIC X(08).
                05 FX-CP-HULL-NAME     PIC X(16).
                05 FX-CP-POSITION.
                   07 FX-CP-QUAD       PIC 9(01).
                   07 FX-CP-QUAD-X     PIC 9(02).
                   07 FX-CP-QUAD-Y     PIC 9(02).
                   07 FX-CP-QUAD-Z     PIC 9(02).
                   07 FX-CP-SECT-X     PIC 9(02).
                   07 FX-CP-SECT-Y     PIC 9(02).
                   07 FX-CP-SECT-Z     PIC 9(02).
                05 FX-CP-KILLS         PIC 9(09).
                05 FX-CP-CUBES-FILED   PIC 9(09).
                05 FX-CP-STARDATE      PIC 9(05)V9(01).
                05 FX-CP-UPDATED       PIC X(14).

       FD EXERCISE-REPORT-FILE.
          01 EXERCISE-REPORT-RECORD    PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
             05 WS-SERVICE-STATUS-2 PIC  9(01)  VALUE ZEROES.
             05 WS-SERVICE-STATUS-2-RED REDEFINES
                WS-SERVICE-STATUS-2 PIC  9(02)  COMP-5.
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
          03 WS-AUDIT-TAIL-FILE-STATUS.
             05 WS-AUDIT-TAIL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AUDIT-TAIL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-ROSTER-FILE-STATUS.
             05 WS-ROSTER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-ROSTER-STATUS-2  PIC  9(01)  VALUE ZEROES.
             05 WS-HISTORY-STATUS-2 PIC  9(01)  VALUE ZEROES.
             05 WS-HISTORY-STATUS-2-RED REDEFINES
                WS-HISTORY-STATUS-2 PIC  9(02)  COMP-5.
          03 WS-SHIP-CLASS-FILE-STATUS.
             05 WS-SHIP-CLASS-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHIP-CLASS-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHIP-CLASS-STATUS-2-RED REDEFINES
                WS-SHIP-CLASS-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-INJECT-FILE-STATUS.
             05 WS-INJECT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-INJECT-STATUS-2  PIC  9(01)  VALUE ZEROES.
             05 WS-INJECT-STATUS-2-RED REDEFINES
                WS-INJECT-STATUS-2  PIC  9(02)  COMP-5.
          03 WS-CURRICULUM-FILE-STATUS.
             05 WS-CURRICULUM-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-CURRICULUM-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-CURRICULUM-STATUS-2-RED REDEFINES
                WS-CURRICULUM-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-QUAL-LEDGER-FILE-STATUS.
             05 WS-QUAL-LEDGER-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-QUAL-LEDGER-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-QUAL-LEDGER-STATUS-2-RED REDEFINES
                WS-QUAL-LEDGER-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-AWARD-TABLE-FILE-STATUS.
             05 WS-AWARD-TABLE-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AWARD-TABLE-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-AWARD-TABLE-STATUS-2-RED REDEFINES
                WS-AWARD-TABLE-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-DECORATION-FILE-STATUS.
             05 WS-DECORATION-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-DECORATION-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-DECORATION-STATUS-2-RED REDEFINES
                WS-DECORATION-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-INQUIRY-FILE-STATUS.
             05 WS-INQUIRY-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-INQUIRY-STATUS-2 PIC  9(01)  VALUE ZEROES.
             05 WS-INQUIRY-STATUS-2-RED REDEFINES
                WS-INQUIRY-STATUS-2 PIC  9(02)  COMP-5.
          03 WS-SHOP-CONFIG-FILE-STATUS.
             05 WS-SHOP-CONFIG-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-SHOP-CONFIG-STATUS-2-RED REDEFINES
                WS-SHOP-CONFIG-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-ENROLLMENT-FILE-STATUS.
             05 WS-ENROLLMENT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2-RED REDEFINES
                WS-ENROLLMENT-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-BOOKING-FILE-STATUS.
             05 WS-BOOKING-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-BOOKING-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-BOOKING-STATUS-2-RED REDEFINES
                WS-BOOKING-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-JOURNAL-FILE-STATUS.
             05 WS-JOURNAL-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-JOURNAL-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-JOURNAL-STATUS-2-RED REDEFINES
                WS-JOURNAL-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-TELEMETRY-FILE-STATUS.
             05 WS-TELEMETRY-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-TELEMETRY-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-TELEMETRY-STATUS-2-RED REDEFINES
                WS-TELEMETRY-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-FLEET-FILE-STATUS.
             05 WS-FLEET-STATUS-1   PIC  9(01)  VALUE ZEROES.
             05 WS-FLEET-STATUS-2   PIC  9(01)  VALUE ZEROES.
             05 WS-FLEET-STATUS-2-RED REDEFINES
                WS-FLEET-STATUS-2   PIC  9(02)  COMP-5.
          03 WS-EXERCISE-RPT-FILE-STATUS.
             05 WS-EXERCISE-RPT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-EXERCISE-RPT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-EXERCISE-RPT-STATUS-2-RED REDEFINES
                WS-EXERCISE-RPT-STATUS-2
                                    PIC  9(02)  COMP-5.
          03 WS-COMBAT-PARM-FILE-STATUS.
             05 WS-COMBAT-PARM-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-COMBAT-PARM-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-COMBAT-PARM-STATUS-2-RED REDEFINES
                WS-COMBAT-PARM-STATUS-2
                                    PIC  9(02)  COMP-5.

       01 WS-AUDIT-LOG-LINE         PIC  X(132) VALUE SPACES.

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

       01 WS-CHECKPOINT-SWITCHES.
          03 WS-CHECKPOINT-FOUND    PIC  X(01)  VALUE 'N'.
             88 WS-CHECKPOINT-WAS-FOUND        VALUE 'Y'.
       01 WS-CHECKPOINT-ASSIGN-NAME PIC  X(256) VALUE
          'STARTREK-CHECKPOINT-1'.

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
          03 WS-SC-BOOKING-RULE     PIC  9(01)  VALUE 1.
             88 WS-SC-BOOKING-WARNS             VALUE 1.
             88 WS-SC-BOOKING-REFUSES           VALUE 2.

      * RNG CERTIFICATION CHECK WORK AREA - STALENESS IS MEASURED IN
      * WHOLE DAYS AGAINST THE NIGHTLY RANDOMCK RUN.
       01 WS-RNG-CERT-AREA.
      * OUTCOME GETS ITS OWN CODE SO THE REGRESSION RUNS CAN BE
      * PASS/FAIL CHECKED MECHANICALLY:
      *   0 VICTORY   1 ABANDONED   2 TIMED OUT   3 DEFEATED
      *   4 SHIP DESTROYED   6 SIGN-ON REFUSED BY THE BOOKINGS
      *   8 CHECKPOINT RECONCILIATION REFUSED
      *  12 FATAL FILE ERROR LOGGED BY THE DECLARATIVES
       01 WS-RETURN-CODE-AREA.
          03 WS-RC-RECON-FAILED     PIC  X(01)  VALUE 'N'.
             88 WS-TRANSCRIPT-OPEN              VALUE 'Y'.
          03 WS-INPUT-LINE          PIC  X(80)  VALUE SPACES.
          03 WS-TRANSCRIPT-LINE     PIC  X(132) VALUE SPACES.
          03 WS-TRANSCRIPT-CTR      PIC  9(05)  VALUE ZEROES.

      * SAVE LIBRARY ROSTER - NINE SLOTS SHARED BY ALL SHIFTS ON THE
      * TRAINING CONSOLE.  EACH SLOT OWNS ITS OWN CHECKPOINT FILE,
          03 WS-LOCK-RESPONSE       PIC  X(01)  VALUE SPACES.
             88 WS-LOCK-WANT-OVERRIDE           VALUE 'O'.

      * CRASH RECOVERY JOURNAL WORK AREA - THE KEYS OF THE CUBES
      * ALREADY IMAGED SINCE THE LAST SAVE, SO EACH CUBE IS IMAGED
      * ONCE, AS IT STOOD AT THE CHECKPOINT.
       01 WS-JOURNAL-AREA.
          03 WS-JOURNAL-ASSIGN-NAME PIC  X(256) VALUE
             'STARTREK-JOURNAL-1'.
          03 WS-JNL-PREFIX          PIC  X(20)  VALUE
             'STARTREK-JOURNAL-'.
          03 WS-JNL-ACTIVE-SW       PIC  X(01)  VALUE 'N'.
             88 WS-JNL-ACTIVE                   VALUE 'Y'.
          03 WS-JNL-SEED            PIC  9(09)  VALUE ZEROES.
          03 WS-JNL-CUBE-KEY        PIC  X(07)  VALUE SPACES.
          03 WS-JNL-IMG-MAX         PIC  9(04)  VALUE 999.
          03 WS-JNL-IMG-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-JNL-IMG-IDX         PIC  9(04)  VALUE ZEROES.
          03 WS-JNL-IMG-FOUND-SW    PIC  X(01)  VALUE 'N'.
             88 WS-JNL-IMG-FOUND                VALUE 'Y'.
          03 WS-JNL-IMG-TABLE.
             05 WS-JNL-IMG-KEY      PIC  X(07)  OCCURS 999 TIMES.

      * CRASH RECOVERY - WHEN A STALE LOCK IS OVERRIDDEN AND THE
      * SLOT'S JOURNAL RUNS PAST ITS CHECKPOINT, THE JOURNALLED LINES
      * ARE LOADED HERE AND FED BACK TO THE PROMPTS UNDER THE SAVED
      * SEED.  EACH LINE CARRIES THE STARDATE, ENERGY AND HOSTILE
      * COUNT OF ITS PROMPT SO ANY DRIFT IN THE REPLAY IS REPORTED.
       01 WS-RECOVERY-AREA.
          03 WS-RCV-STALE-SW        PIC  X(01)  VALUE 'N'.
             88 WS-RCV-LOCK-WAS-STALE           VALUE 'Y'.
          03 WS-RCV-RESPONSE        PIC  X(01)  VALUE 'N'.
             88 WS-RCV-CONFIRMED                VALUE 'Y'.
          03 WS-RCV-MODE-SW         PIC  X(01)  VALUE 'N'.
             88 WS-RCV-REPLAYING                VALUE 'Y'.
          03 WS-RCV-SAVE-SW         PIC  X(01)  VALUE 'N'.
             88 WS-RCV-SAVE-PENDING             VALUE 'Y'.
          03 WS-RCV-HD-FOUND-SW     PIC  X(01)  VALUE 'N'.
             88 WS-RCV-HD-FOUND                 VALUE 'Y'.
          03 WS-RCV-EOF-SW          PIC  X(01)  VALUE 'N'.
             88 WS-RCV-EOF                      VALUE 'Y'.
          03 WS-RCV-MAX             PIC  9(04)  VALUE 500.
          03 WS-RCV-CTR             PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-IDX             PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-DIVERGED-CTR    PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-FIRST-DIVERGED  PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-IMAGE-CTR       PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-REMOVED-CTR     PIC  9(04)  VALUE ZEROES.
          03 WS-RCV-HD-NAME         PIC  X(30)  VALUE SPACES.
          03 WS-RCV-HD-STARDATE     PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-RCV-HD-HOSTILES     PIC  9(09)  VALUE ZEROES.
          03 WS-RCV-HD-SEED         PIC  9(09)  VALUE ZEROES.
          03 WS-RCV-SD-EDIT         PIC  ZZZZ9.9.
          03 WS-RCV-CTR-EDIT        PIC  ZZZ9.
          03 WS-RCV-AUX-EDIT        PIC  ZZZ9.
          03 WS-RCV-HOSTILE-EDIT    PIC  Z(08)9.
          03 WS-RCV-REASON          PIC  X(50)  VALUE SPACES.
          03 WS-RCV-RESULT          PIC  X(80)  VALUE SPACES.
          03 WS-RCV-TABLE.
             05 WS-RCV-ENTRY        OCCURS 500 TIMES.
                07 WS-RCV-LN-STARDATE
                                    PIC  9(05)V9(01).
                07 WS-RCV-LN-ENERGY PIC  9(05).
                07 WS-RCV-LN-HOSTILES
                                    PIC  9(09).
                07 WS-RCV-LN-INPUT  PIC  X(80).

       01 WS-KOBAYASHI-SWITCHES.
          03 WS-KOBAYASHI-RESPONSE  PIC  X(01)  VALUE 'N'.
             88 WS-KOBAYASHI-OPT-IN            VALUE 'Y'.

       01 WS-NAME                   PIC  X(30)  VALUE ZEROES.

      * ENROLLED CADETS OFFERED AT SIGN-ON.  THE CONSOLE IS NAMED BY
      * THE STARTREK-CONSOLE ENVIRONMENT VARIABLE; WHEN IT IS NOT SET
      * EVERY ENROLLED CADET IS OFFERED.
       01 WS-ENROLLED-AREA.
          03 WS-CONSOLE-ID          PIC  X(08)  VALUE SPACES.
          03 WS-ENL-MAX             PIC  9(02)  VALUE 40.
          03 WS-ENL-CTR             PIC  9(02)  VALUE ZEROES.
          03 WS-ENL-IDX             PIC  9(02)  VALUE ZEROES.
          03 WS-ENL-MORE            PIC  9(05)  VALUE ZEROES.
          03 WS-ENL-PICK            PIC  9(03)  VALUE ZEROES.
          03 WS-ENL-EOF-SW          PIC  X(01)  VALUE 'N'.
             88 WS-ENL-EOF                      VALUE 'Y'.
          03 WS-ENL-TABLE.
             05 WS-ENL-ENTRY        OCCURS 40 TIMES.
                07 WS-ENL-NAME      PIC  X(30).
                07 WS-ENL-CLASS-ID  PIC  X(08).

      * CONSOLE BOOKING CHECK AT SLOT ASSIGNMENT.  A BOOKING IS THE
      * CAPTAIN'S OWN WHEN IT NAMES THE CAPTAIN OR THE CAPTAIN'S
      * ENROLLED CLASS.  THE SIGN-ON IS BOOKED (THE CAPTAIN'S OWN
      * BOOKING HOLDS THE SLOT NOW), OPEN (NO BOOKING BEARS ON IT),
      * OR OUTSIDE THE BOOKINGS - THE SLOT IS SOMEONE ELSE'S NOW, OR
      * THE CAPTAIN IS BOOKED ELSEWHERE TODAY - AND THEN WARNED OR
      * REFUSED BY THE BOOKING-RULE SETTING.
       01 WS-BOOKING-AREA.
          03 WS-BKG-TODAY           PIC  9(08)  VALUE ZEROES.
          03 WS-BKG-NOW             PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-CLASS-ID        PIC  X(08)  VALUE SPACES.
          03 WS-BKG-EOF-SW          PIC  X(01)  VALUE 'N'.
             88 WS-BKG-EOF                      VALUE 'Y'.
          03 WS-BKG-MINE-SW         PIC  X(01)  VALUE 'N'.
             88 WS-BKG-IS-MINE                  VALUE 'Y'.
          03 WS-BKG-OWN-SW          PIC  X(01)  VALUE 'N'.
             88 WS-BKG-OWN-FOUND                VALUE 'Y'.
          03 WS-BKG-OWN-START       PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-OWN-END         PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-HOLDER          PIC  X(30)  VALUE SPACES.
          03 WS-BKG-HOLDER-KIND     PIC  X(01)  VALUE SPACES.
          03 WS-BKG-HOLDER-START    PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-HOLDER-END      PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-ELSEWHERE-SW    PIC  X(01)  VALUE 'N'.
             88 WS-BKG-ELSEWHERE                VALUE 'Y'.
          03 WS-BKG-ELSE-SLOT       PIC  9(01)  VALUE ZEROES.
          03 WS-BKG-ELSE-START      PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-ELSE-END        PIC  9(04)  VALUE ZEROES.
          03 WS-BKG-RESULT          PIC  X(07)  VALUE SPACES.
             88 WS-BKG-WAS-BOOKED               VALUE 'BOOKED'.
             88 WS-BKG-WAS-OPEN                 VALUE 'OPEN'.
             88 WS-BKG-WAS-WARNED               VALUE 'WARNED'.
             88 WS-BKG-WAS-REFUSED              VALUE 'REFUSED'.
          03 WS-BKG-CONSOLE         PIC  X(08)  VALUE SPACES.

      * CONSOLE USAGE - WHEN THE SESSION SIGNED ON AND WHAT IT DID,
      * LOGGED AS A SIGN-OFF LINE WHEN IT ENDS.  A SESSION CLEARED BY
      * A LOCK OVERRIDE IS SIGNED OFF BY THE SESSION THAT CLEARED IT.
       01 WS-ACCOUNTING-AREA.
          03 WS-ACCT-SIGNED-ON-SW   PIC  X(01)  VALUE 'N'.
             88 WS-ACCT-SIGNED-ON               VALUE 'Y'.
          03 WS-ACCT-SD-SW          PIC  X(01)  VALUE 'N'.
             88 WS-ACCT-SD-TAKEN                VALUE 'Y'.
          03 WS-ACCT-START-STAMP    PIC  X(14)  VALUE SPACES.
          03 WS-ACCT-COMMANDS       PIC  9(05)  VALUE ZEROES.
          03 WS-ACCT-SD-START       PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-ACCT-SD-FLOWN       PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-ACCT-SD-EDIT        PIC  9(05).9(01).
          03 WS-ACCT-ELAPSED        PIC  9(06)  VALUE ZEROES.
          03 WS-ACCT-NAME           PIC  X(30)  VALUE SPACES.
          03 WS-ACCT-CLOSE          PIC  X(08)  VALUE SPACES.
             88 WS-ACCT-CLOSE-ENDED             VALUE 'ENDED'.
             88 WS-ACCT-CLOSE-OVERRIDE          VALUE 'OVERRIDE'.
          03 WS-ACCT-STAMP          PIC  X(14)  VALUE SPACES.
          03 WS-ACCT-STAMP-RED REDEFINES WS-ACCT-STAMP.
             05 WS-ACCT-ST-DATE     PIC  9(08).
             05 WS-ACCT-ST-HH       PIC  9(02).
             05 WS-ACCT-ST-MM       PIC  9(02).
             05 WS-ACCT-ST-SS       PIC  9(02).
          03 WS-ACCT-SECONDS        PIC  9(11)  VALUE ZEROES.
          03 WS-ACCT-FROM-SECONDS   PIC  9(11)  VALUE ZEROES.

       01 WS-RANK-CHOICES           PIC  9(02)  VALUE ZEROES.
          88 WS-RANK-CHOICE-0       VALUE  0.
          88 WS-RANK-CHOICE-1       VALUE  1.
       01 WS-COUNTERATTACK-AREA.
          03 WS-CA-HOSTILE-COUNT    PIC  9(04)  VALUE ZEROES.
          03 WS-CA-HIT-STRENGTH     PIC  9(05)  VALUE ZEROES.
          03 WS-CA-SPECIES-COUNT    PIC  9(04)  VALUE ZEROES.

      * THE ROAMING V'GER - THE FIRST V'GER ROLLED INTO THE GALAXY
      * BECOMES A GALAXY-LEVEL THREAT THAT CROSSES ONE QUADRANT CUBE
          03 WS-BORG-LAST-POWER     PIC  9(05)  VALUE ZEROES.
          03 WS-CARD-RETREAT-SW     PIC  X(01)  VALUE 'N'.
             88 WS-CARD-RETREATING              VALUE 'Y'.
          03 WS-CARD-LOSS-CTR       PIC  9(04)  VALUE ZEROES.
          03 WS-Q-EVENT-ROLL        PIC  9(01)  VALUE ZEROES.

      * QUALIFICATION AWARDS - THE CURRICULUM IS READ AT MISSION END
      * AND EACH QUALIFICATION THE MISSION MET, AND THE CAPTAIN DOES
      * NOT ALREADY HOLD, IS APPENDED TO THE QUALIFICATION LEDGER.
       01 WS-QUAL-AREA.
          03 WS-QU-MAX              PIC  9(02)  VALUE 30.
          03 WS-QU-CTR              PIC  9(02)  VALUE ZEROES.
          03 WS-QU-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-QU-AWARD-CTR        PIC  9(02)  VALUE ZEROES.
          03 WS-QU-LEVEL            PIC  9(02)  VALUE ZEROES.
          03 WS-QU-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-QU-EOF                       VALUE 'Y'.
          03 WS-QU-MET-SW           PIC  X(01)  VALUE 'N'.
             88 WS-QU-MET                       VALUE 'Y'.
          03 WS-QU-ENTRY            OCCURS 30 TIMES.
             05 WS-QU-CODE          PIC  X(06).
             05 WS-QU-TITLE         PIC  X(30).
             05 WS-QU-MSN-TYPE      PIC  X(01).
             05 WS-QU-MIN-DIFF      PIC  9(02).
             05 WS-QU-MIN-EFF       PIC  9(04)V9(02).
             05 WS-QU-MIN-GRADE     PIC  X(01).
             05 WS-QU-HELD          PIC  X(01).
                88 WS-QU-IS-HELD                VALUE 'Y'.

      * DECORATIONS - THE AWARD TABLE IS READ AT MISSION END AND
      * EVERY AWARD THE MISSION MET IS APPENDED TO THE DECORATIONS
      * FILE.  UNLIKE A QUALIFICATION A DECORATION CAN BE WON AGAIN.
       01 WS-AWARD-AREA.
          03 WS-AW-MAX              PIC  9(02)  VALUE 20.
          03 WS-AW-CTR              PIC  9(02)  VALUE ZEROES.
          03 WS-AW-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-AW-SCAN-IDX         PIC  9(02)  VALUE ZEROES.
          03 WS-AW-EARNED-CTR       PIC  9(02)  VALUE ZEROES.
          03 WS-AW-CARD-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-AW-BAD-CTR          PIC  9(04)  VALUE ZEROES.
          03 WS-AW-REASON           PIC  X(40)  VALUE SPACES.
          03 WS-AW-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-AW-EOF                       VALUE 'Y'.
          03 WS-AW-MET-SW           PIC  X(01)  VALUE 'N'.
             88 WS-AW-MET                       VALUE 'Y'.
          03 WS-AW-ENTRY            OCCURS 20 TIMES.
             05 WS-AW-CODE          PIC  X(06).
             05 WS-AW-TITLE         PIC  X(30).
             05 WS-AW-RULE          PIC  X(08).
                88 WS-AW-RULE-CLEANWIN          VALUE 'CLEANWIN'.
                88 WS-AW-RULE-KMGRADE           VALUE 'KMGRADE'.
                88 WS-AW-RULE-SURVEY            VALUE 'SURVEY'.
                88 WS-AW-RULE-TREATY            VALUE 'TREATY'.
                88 WS-AW-RULE-HOSTILES          VALUE 'HOSTILES'.
                88 WS-AW-RULE-RATING            VALUE 'RATING'.
             05 WS-AW-LIMIT-X       PIC  X(05).
             05 WS-AW-LIMIT REDEFINES
                WS-AW-LIMIT-X       PIC  9(05).
             05 WS-AW-EARNED-SW     PIC  X(01).
                88 WS-AW-EARNED                 VALUE 'Y'.

      * BOARD OF INQUIRY - A CONCLUDED MISSION THAT LOST THE SHIP,
      * LOST AT LEAST WS-IN-CREW-LOSS-PCT PERCENT OF THE COMPLEMENT
      * OR RAISED MORE THAN WS-IN-INCIDENT-LIMIT TREATY INCIDENTS
      * OPENS A CASE FOR THE DUTY INSTRUCTOR.
       01 WS-INQUIRY-AREA.
          03 WS-IN-CREW-LOSS-PCT    PIC  9(03)  VALUE 25.
          03 WS-IN-INCIDENT-LIMIT   PIC  9(03)  VALUE 2.
          03 WS-IN-CASE-NO          PIC  9(05)  VALUE ZEROES.
          03 WS-IN-NEXT-CASE        PIC  9(05)  VALUE ZEROES.
          03 WS-IN-FIRST-LEDGER     PIC  9(03)  VALUE ZEROES.
          03 WS-IN-REASONS          PIC  X(60)  VALUE SPACES.
          03 WS-IN-PTR              PIC  9(03)  VALUE ZEROES.
          03 WS-IN-OPEN-SW          PIC  X(01)  VALUE 'N'.
             88 WS-IN-IS-OPEN                   VALUE 'Y'.
          03 WS-IN-CASE-SW          PIC  X(01)  VALUE 'N'.
             88 WS-IN-CASE-OPENED               VALUE 'Y'.
          03 WS-IN-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-IN-EOF                       VALUE 'Y'.
          03 WS-IN-TRIGGERS.
             05 WS-IN-TRG-SHIP-LOST PIC  X(01)  VALUE 'N'.
                88 WS-IN-SHIP-LOST              VALUE 'Y'.
             05 WS-IN-TRG-CREW-LOSS PIC  X(01)  VALUE 'N'.
                88 WS-IN-CREW-LOSS              VALUE 'Y'.
             05 WS-IN-TRG-TREATY    PIC  X(01)  VALUE 'N'.
                88 WS-IN-TREATY                 VALUE 'Y'.

      * COMBAT DOCTRINE PARAMETERS - SET TO THE STANDING DOCTRINE BY
      * 1014-LOAD-COMBAT-PARMS AND TUNED BY STARTREK-COMBAT-PARMS.
      * THE ODDS ARE PERCENTAGES; A ROLL IS ONLY TAKEN WHEN THE ODDS
      * ARE BELOW 100, SO THE STANDING DOCTRINE REPLAYS A TRANSCRIPT
      * EXACTLY AS BEFORE.
       01 WS-COMBAT-PARM-AREA.
          03 WS-CP-SET-ID           PIC  X(08)  VALUE 'STANDARD'.
          03 WS-CP-CLOAK-PCT        PIC  9(03)  VALUE 100.
          03 WS-CP-DECLOAK-PCT      PIC  9(03)  VALUE 100.
          03 WS-CP-ADAPT-PCT        PIC  9(03)  VALUE 100.
          03 WS-CP-RETREAT-AT       PIC  9(02)  VALUE 01.
          03 WS-CP-Q-PCT            PIC  9(03)  VALUE 100.
          03 WS-CP-ROLL             PIC  9(03)  VALUE ZEROES.
          03 WS-CP-CARD-CTR         PIC  9(04)  VALUE ZEROES.
          03 WS-CP-BAD-CTR          PIC  9(04)  VALUE ZEROES.
          03 WS-CP-LOW              PIC  9(05)  VALUE ZEROES.
          03 WS-CP-HIGH             PIC  9(05)  VALUE ZEROES.
          03 WS-CP-REASON           PIC  X(40)  VALUE SPACES.
          03 WS-CP-GLYPH-WANTED     PIC  X(01)  VALUE SPACES.
          03 WS-CP-SP-MAX           PIC  9(02)  VALUE 7.
          03 WS-CP-SP-IDX           PIC  9(02)  VALUE ZEROES.
          03 WS-CP-SP-FOUND-IDX     PIC  9(02)  VALUE ZEROES.
          03 WS-CP-SPECIES-ENTRY    OCCURS 7 TIMES.
             05 WS-CP-GLYPH         PIC  X(01).
             05 WS-CP-HIT-BASE      PIC  9(03).
             05 WS-CP-HIT-SPREAD    PIC  9(03).
             05 WS-CP-MOVE-PCT      PIC  9(03).

      * MISSION ACCOUNTING - EXPENDITURES AND THE COMBAT LEDGER FEED
      * THE END-OF-MISSION EFFICIENCY RATING AND THE PRINTED
      * CAPTAIN'S LOG REPORT.
                07 WS-LG-STARDATE   PIC  9(05)V9(01).
                07 WS-LG-EVENT      PIC  X(44).

      * THE SIGNED-ON CAPTAIN'S SERVICE RECORD, READ BY KEY AT
      * SIGN-ON AND READ AGAIN AND REWRITTEN AFTER EVERY MISSION.
       01 WS-SERVICE-AREA.
          03 WS-SVC-FOUND-SW        PIC  X(01)  VALUE 'N'.
             88 WS-SVC-FOUND                    VALUE 'Y'.
             88 WS-SVC-NOT-FOUND                VALUE 'N'.
          03 WS-SVC-EFF-EDIT        PIC  ZZZ9.99.
          03 WS-RANK-INPUT          PIC  X(02)  VALUE SPACES.
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

       01 WS-REPORT-WORK-AREA.
          03 WS-EFFICIENCY-RATING   PIC  9(04)V9(02) VALUE ZEROES.
          03 WS-GX-PEEK-SW          PIC  X(01)  VALUE 'N'.
             88 WS-GX-PEEK-FOUND                VALUE 'Y'.

      * FLEET EXERCISE - STARTREK-EXERCISE=COOP OR OPPOSE HOSTS A NEW
      * EXERCISE FROM THIS SESSION'S NEW MISSION; JOIN N BERTHS THE
      * NEW MISSION IN OPEN EXERCISE N.  BOTH CAPTAINS FLY THE ONE
      * GALAXY STORE STARTREK-FLEET-GALAXY-N.  THE BASE IMAGE IS THE
      * CUBE AS LAST READ FROM OR FILED TO THE SHARED STORE, SO A
      * FILING TAKES ONLY THE CELLS THIS SESSION CHANGED AND KEEPS
      * THE PARTNER'S CHANGES TO THE REST.
       01 WS-FLEET-EXERCISE-AREA.
          03 WS-FX-REQUEST          PIC  X(20)  VALUE SPACES.
          03 WS-FX-REQUEST-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FX-HOST-WANTED               VALUE 'H'.
             88 WS-FX-JOIN-WANTED               VALUE 'J'.
          03 WS-FX-WANTED-MODE      PIC  X(01)  VALUE SPACES.
          03 WS-FX-JOIN-NO          PIC  9(01)  VALUE ZEROES.
          03 WS-FX-JOIN-CHOICE      PIC  9(02)  VALUE ZEROES.
          03 WS-FX-ACTIVE-SW        PIC  X(01)  VALUE 'N'.
             88 WS-FX-ACTIVE                    VALUE 'Y'.
          03 WS-FX-LATCH-SW         PIC  X(01)  VALUE 'N'.
             88 WS-FX-LATCHED                   VALUE 'Y'.
          03 WS-FX-FOUND-SW         PIC  X(01)  VALUE 'N'.
             88 WS-FX-FOUND                     VALUE 'Y'.
          03 WS-FX-CLOSING-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FX-CLOSING                   VALUE 'Y'.
          03 WS-FX-REUSE-SW         PIC  X(01)  VALUE 'N'.
             88 WS-FX-REUSE                     VALUE 'Y'.
          03 WS-FX-CHANGED-SW       PIC  X(01)  VALUE 'N'.
             88 WS-FX-CHANGED                   VALUE 'Y'.
          03 WS-FX-EXERCISE-NO      PIC  9(01)  VALUE ZEROES.
          03 WS-FX-MODE             PIC  X(01)  VALUE SPACES.
             88 WS-FX-COOPERATIVE               VALUE 'C'.
             88 WS-FX-OPPOSING                  VALUE 'O'.
          03 WS-FX-BERTH            PIC  9(01)  VALUE ZEROES.
          03 WS-FX-PARTNER-BERTH    PIC  9(01)  VALUE ZEROES.
          03 WS-FX-IDX              PIC  9(02)  VALUE ZEROES.
          03 WS-FX-SCAN-NO          PIC  9(02)  VALUE ZEROES.
          03 WS-FX-NAME-NO          PIC  9(01)  VALUE ZEROES.
          03 WS-FX-WD-SLOT          PIC  9(01)  VALUE ZEROES.
          03 WS-FX-TRIES            PIC  9(03)  VALUE ZEROES.
          03 WS-FX-TRY-LIMIT        PIC  9(03)  VALUE 30.
          03 WS-FX-CELL-IDX         PIC  9(04)  VALUE ZEROES.
          03 WS-FX-SYNC-HOSTILES    PIC  9(09)  VALUE ZEROES.
          03 WS-FX-HOSTILE-DELTA    PIC S9(09)  VALUE ZEROES.
          03 WS-FX-TEAM-KILLS       PIC  9(09)  VALUE ZEROES.
          03 WS-FX-GALAXY-NAME      PIC  X(256) VALUE SPACES.
          03 WS-FX-SAVED-ASSIGN     PIC  X(256) VALUE SPACES.
          03 WS-FX-FLEET-PREFIX     PIC  X(30)  VALUE
             'STARTREK-FLEET-GALAXY-'.
          03 WS-FX-RESULT           PIC  X(60)  VALUE SPACES.
          03 WS-FX-BASE-ID          PIC  X(07)  VALUE SPACES.
          03 WS-FX-BASE-CONTENTS    PIC  X(1000) VALUE SPACES.
          03 WS-FX-PARTNER.
             05 WS-FX-PT-NAME       PIC  X(30)  VALUE SPACES.
             05 WS-FX-PT-STATUS     PIC  X(01)  VALUE SPACES.
             05 WS-FX-PT-HULL-REGISTER
                                    PIC  X(08)  VALUE SPACES.
             05 WS-FX-PT-HULL-NAME  PIC  X(16)  VALUE SPACES.
             05 WS-FX-PT-POSITION.
                07 WS-FX-PT-QUAD    PIC  9(01)  VALUE ZEROES.
                07 WS-FX-PT-QUAD-X  PIC  9(02)  VALUE ZEROES.
                07 WS-FX-PT-QUAD-Y  PIC  9(02)  VALUE ZEROES.
                07 WS-FX-PT-QUAD-Z  PIC  9(02)  VALUE ZEROES.
                07 WS-FX-PT-SECT-X  PIC  9(02)  VALUE ZEROES.
                07 WS-FX-PT-SECT-Y  PIC  9(02)  VALUE ZEROES.
                07 WS-FX-PT-SECT-Z  PIC  9(02)  VALUE ZEROES.
             05 WS-FX-PT-KILLS      PIC  9(09)  VALUE ZEROES.
          03 WS-FX-PT-LAST-STATUS   PIC  X(01)  VALUE SPACES.
          03 WS-FX-PT-IN-CUBE-SW    PIC  X(01)  VALUE 'N'.
             88 WS-FX-PT-IN-CUBE                VALUE 'Y'.

      * JOINT EXERCISE REPORT WORK FIELDS.
       01 WS-FX-REPORT-AREA.
          03 WS-FX-RPT-OPEN-SW      PIC  X(01)  VALUE 'N'.
             88 WS-FX-RPT-OPEN                  VALUE 'Y'.
          03 WS-FX-RPT-LINE         PIC  X(80)  VALUE SPACES.
          03 WS-FX-RPT-COUNT-EDIT   PIC  ZZZ,ZZZ,ZZ9.
          03 WS-FX-RPT-SD-EDIT      PIC  ZZZZ9.9.
          03 WS-FX-RPT-PCT-EDIT     PIC  ZZ9.9.
          03 WS-FX-RPT-PCT          PIC  9(03)V9(01) VALUE ZEROES.
          03 WS-FX-RPT-TOTAL-KILLS  PIC  9(09)  VALUE ZEROES.
          03 WS-FX-RPT-OUTCOME      PIC  X(20)  VALUE SPACES.

      * ALLIED PATROL PHASE - ONE LOGGED STARSHIP MOVES A CUBE EACH
      * TURN, ROUND ROBIN, AND ANY HOSTILES IT SEES GO STRAIGHT TO
      * THE STAR CHART.  PATROLS ONLY SAIL SPACE ALREADY ON FILE -
             05 WS-IS-WORM-HOLE-MAX    PIC  9(09)      VALUE ZEROES.

       01 WS-CONSTANTS.
          03 WS-CKPT-LAYOUT-VERSION PIC  9(02)         VALUE 19.
          03 WS-QUAD-MAX            PIC  9(01)         VALUE 4.
          03 WS-SECTOR-MAX          PIC  9(02)         VALUE 10.
          03 WS-CONTENT-ID          PIC  9(02)         VALUE 90.
          03 WS-CREW-WORK-ROLL      PIC  9(03)         VALUE ZEROES.
          03 WS-CREW-AWAY-TEAM-SIZE PIC  9(02)         VALUE 06.

      * SHIP CLASS AND HULL - ALSO KEPT OUTSIDE WS-SHIP-STATUS.  THE
      * CLASS SETS THE CEILINGS THE STORES ARE FILLED TO AT SIGN-ON
      * AND AT EVERY STARBASE, THE SHIELD GENERATOR RATING, AND THE
      * WARP AND REPAIR FACTORS.  THE VALUES HERE ARE THE CONSTITUTION
      * CLASS ENTERPRISE UNTIL A CLASS IS CHOSEN OR RESTORED.
       01 WS-SHIP-CLASS-AREA.
          03 WS-SHIP-CLASS          PIC  X(13)  VALUE 'Constitution'.
          03 WS-SHIP-HULL-REGISTER  PIC  X(08)  VALUE 'NCC-1701'.
          03 WS-SHIP-HULL-NAME      PIC  X(16)  VALUE 'Enterprise'.
          03 WS-SHIP-HULL-NBR       PIC  9(02)         VALUE 10.
          03 WS-SHIP-ENERGY-MAX     PIC  9(05)         VALUE 03000.
          03 WS-SHIP-TORP-MAX       PIC  9(02)         VALUE 10.
          03 WS-SHIP-PROBE-MAX      PIC  9(02)         VALUE 03.
          03 WS-SHIP-SHIELD-MAX     PIC  9(05)         VALUE 03000.
          03 WS-SHIP-WARP-FACTOR    PIC  9(01)V9(02)   VALUE 1.00.
          03 WS-SHIP-REPAIR-RATE    PIC  9(01)V9(02)   VALUE 1.00.
          03 WS-SHIP-REPAIR-ROLL    PIC  9(03)         VALUE ZEROES.
          03 WS-SHIP-CLASS-WANTED   PIC  X(13)  VALUE SPACES.

      * THE SHIP CLASS TABLE - LOADED FROM STARTREK-SHIP-CLASSES AT
      * SIGN-ON OVER THE STANDING TABLE SET UP IN 1009.  EACH CLASS
      * OWNS A RUN OF THE HULL NUMBERS 1093-SET-STARSHIP KNOWS.
       01 WS-SHIP-CLASS-TABLE-AREA.
          03 WS-SHC-MAX             PIC  9(02)  VALUE 6.
          03 WS-SHC-IDX             PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-CHOICE          PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-HULL-CHOICE     PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-HULL-SEL        PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-FOUND-IDX       PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-OFFER-CTR       PIC  9(02)  VALUE ZEROES.
          03 WS-SHC-OFFER-IDX       PIC  9(02)  OCCURS 6 TIMES.
          03 WS-SHC-TABLE.
             05 WS-SHC-ENTRY        OCCURS 6 TIMES.
                07 WS-SHC-NAME      PIC  X(13).
                07 WS-SHC-MIN-RANK  PIC  9(02).
                07 WS-SHC-ENERGY    PIC  9(05).
                07 WS-SHC-TORPS     PIC  9(02).
                07 WS-SHC-PROBES    PIC  9(02).
                07 WS-SHC-CREW      PIC  9(04).
                07 WS-SHC-SHIELD-MAX
                                    PIC  9(05).
                07 WS-SHC-WARP-FACTOR
                                    PIC  9(01)V9(02).
                07 WS-SHC-REPAIR-RATE
                                    PIC  9(01)V9(02).
                07 WS-SHC-HULL-FIRST
                                    PIC  9(02).
                07 WS-SHC-HULL-LAST PIC  9(02).
                07 WS-SHC-HULL-DEFAULT
                                    PIC  9(02).

      * RECONCILIATION TOTALS FOR THE CHECKPOINT TRAILER - CELLS AND
      * STARSHIP ENTRIES COUNTED AT SAVE TIME AND AGAIN AT LOAD TIME.
      * A SAVE THAT DOES NOT BALANCE IS REFUSED RATHER THAN RESTORED
          03 WS-AUTOSAVE-CTR        PIC  9(02)         VALUE ZEROES.
          03 WS-AUTOSAVE-INTERVAL   PIC  9(02)         VALUE 10.

      * SHIP TELEMETRY - THE MISSION START STAMP (CARRIED ON THE
      * CHECKPOINT) NAMES THE MISSION ON EVERY TELEMETRY RECORD.
       01 WS-TELEMETRY-AREA.
          03 WS-MISSION-STAMP       PIC  X(14)         VALUE SPACES.
          03 WS-TLM-CUBE-HOSTILES   PIC  9(04)         VALUE ZEROES.

       01 WS-COMMAND-AREA.
          03 WS-COMMAND             PIC  X(05)         VALUE SPACES.
             88 WS-CMD-SRS                             VALUE 'SRS'.
          03 WS-CH-LINE-RED REDEFINES WS-CH-LINE.
             05 WS-CH-LINE-CHAR     PIC  X(01)  OCCURS 40 TIMES.

      * INSTRUCTOR INJECTS - THE QUEUE IS CHECKED BEFORE EVERY
      * PROMPT AND EACH DUE INJECT IS APPLIED, ANNOUNCED, LEDGERED
      * AND AUDITED IN QUEUE ORDER.
       01 WS-INJECT-AREA.
          03 WS-IJ-OPEN-SW          PIC  X(01)  VALUE 'N'.
             88 WS-IJ-IS-OPEN                   VALUE 'Y'.
          03 WS-IJ-EOF-SW           PIC  X(01)  VALUE 'N'.
             88 WS-IJ-AT-EOF                    VALUE 'Y'.
          03 WS-IJ-PLACED-SW        PIC  X(01)  VALUE 'N'.
             88 WS-IJ-PLACED                    VALUE 'Y'.
          03 WS-IJ-APPLIED-CTR      PIC  9(04)  VALUE ZEROES.
          03 WS-IJ-TRIES            PIC  9(03)  VALUE ZEROES.
          03 WS-IJ-TRY-MAX          PIC  9(03)  VALUE 100.
          03 WS-IJ-X                PIC  9(02)  VALUE ZEROES.
          03 WS-IJ-Y                PIC  9(02)  VALUE ZEROES.
          03 WS-IJ-Z                PIC  9(02)  VALUE ZEROES.
          03 WS-IJ-SPECIES-NAME     PIC  X(12)  VALUE SPACES.
          03 WS-IJ-RESULT           PIC  X(40)  VALUE SPACES.
          03 WS-IJ-DETAIL           PIC  X(60)  VALUE SPACES.
          03 WS-IJ-LIMIT-EDIT       PIC  ZZZZ9.9.
          03 WS-IJ-DELTA-EDIT       PIC  ZZ9.9.

       01 WS-CURRENT-DATE-TIME-OFFSET
                                    PIC X(21)          VALUE SPACES.
       01 WS-CURRENT-DATE-TIME-OFFSET-RED
      * EVERY I-O FAILURE NOT FIELDED BY AN AT END OR INVALID KEY
      * PHRASE LANDS HERE - THE FAILING FILE, STATEMENT AND STATUS
      * ARE LOGGED TO STARTREK-ERROR, AND A FATAL STATUS (3X/4X/9X)
      * ADDS A FULL DIAGNOSTIC DUMP OF THE SHIP STATE.  THE FLEET
      * EXERCISE FILES ARE LEFT OFF THE LIST - THE PARTNER SESSION
      * HOLDING THE EXERCISE FILE (STATUS 61) IS EXPECTED AND IS
      * RETRIED BY THE LATCH, AND THE REPORT CHECKS ITS OWN OPEN.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE
               ON CHECKPOINT-FILE
                  MISSION-HISTORY-FILE
                  SCENARIO-FILE
                  SLOT-LOCK-FILE
                  INJECT-QUEUE-FILE
                  INQUIRY-FILE
                  SHOP-CONFIG-FILE
                  JOURNAL-FILE
                  TELEMETRY-FILE
                  STANDARD-IN.
       FILE-ERROR-PARA.
           IF WS-ERR-BUSY

       1000-START-PROGRAM SECTION.

      * THE SHOP CONFIGURATION COMES FIRST - IT NAMES THE SAVE
      * LIBRARY AND SETS THE ROSTER SIZE, THE AUTOSAVE INTERVAL AND
      * THE RNG CERTIFICATION AGE LIMIT.
           PERFORM 1005-LOAD-SHOP-CONFIG
              THRU 1005-END.

           MOVE WS-SC-ROSTER-SIZE       TO WS-RST-MAX.
           MOVE WS-SC-AUTOSAVE-INTERVAL TO WS-AUTOSAVE-INTERVAL.
           MOVE WS-SC-RNG-STALE-DAYS    TO WS-RC-STALE-LIMIT.

      * RUN FROM A SCRIPT FILE WHEN STARTREK-SCRIPT NAMES ONE,
      * OTHERWISE FALL BACK TO THE KEYBOARD.
           ACCEPT WS-SCRIPT-FILE FROM ENVIRONMENT 'STARTREK-SCRIPT'.
              END-IF
           END-IF.

      * STARTREK-EXERCISE ASKS FOR A TWO-CAPTAIN FLEET EXERCISE.
           PERFORM 4108-READ-EXERCISE-REQUEST
              THRU 4108-END.

           OPEN OUTPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS-1 = 0
              SET WS-TRANSCRIPT-OPEN TO TRUE
                 THRU 9990-END
           END-IF.

           PERFORM 1001-LOAD-ENROLLMENT
              THRU 1001-END.

       1000-NAME-LOOP.
           IF WS-ENL-CTR = ZEROES
              DISPLAY 'Please enter your name: '
              PERFORM 1003-GET-INPUT
                 THRU 1003-END
              MOVE WS-INPUT-LINE TO WS-NAME
           ELSE
              PERFORM 1001-PICK-ENROLLED-NAME
                 THRU 1001-PICK-END
           END-IF.

           IF WS-NAME = SPACES OR WS-NAME = LOW-VALUES
              DISPLAY WS-BLANK-LINE
           PERFORM 1002-LOAD-SERVICE-RECORD
              THRU 1002-END.

           PERFORM 1009-LOAD-SHIP-CLASSES
              THRU 1009-END.

           PERFORM 1014-LOAD-COMBAT-PARMS
              THRU 1014-END.

           PERFORM 1027-MANAGE-ROSTER
              THRU 1027-END.

           IF WS-ROSTER-RESUME-WANTED
              IF WS-RCV-LOCK-WAS-STALE
                 PERFORM 1043-OFFER-RECOVERY
                    THRU 1043-END
              END-IF
              PERFORM 1030-LOAD-CHECKPOINT
                 THRU 1030-END
              IF WS-CHECKPOINT-NOT-FOUND
              DISPLAY 'Welcome back, ' WS-RANK-NAME
              DISPLAY 'Resuming your mission in progress...'
              DISPLAY WS-BLANK-LINE
      * AN EXERCISE IS HOSTED OR JOINED ONLY BY A NEW MISSION; A SAVE
      * FLOWN IN ONE TAKES ITS OWN BERTH BACK.
              IF WS-FX-REQUEST-SW NOT = 'N'
                 DISPLAY 'STARTREK-EXERCISE applies to a new mission '
                         'only - it is ignored on a resume.'
                 MOVE 'N' TO WS-FX-REQUEST-SW
              END-IF
              IF WS-FX-ACTIVE
                 PERFORM 4117-REJOIN-EXERCISE
                    THRU 4117-END
              END-IF
              PERFORM 1015-DISPLAY-SHIP-STATUS
                 THRU 1015-END
      * A RECOVERED MISSION RUNS ON UNDER THE SEED ITS JOURNAL SAVED,
      * WITH THE JOURNALLED COMMANDS FED BACK TO THE PROMPTS.
              IF WS-RCV-CONFIRMED
                 PERFORM 1037-START-REPLAY
                    THRU 1037-END
                 GO TO 1000-RESUME
              END-IF
      * THE MISSION DRAWS ON FUNCTION RANDOM CONSTANTLY (CUBE ROLLS,
      * HIT STRENGTH, HAZARD JUMPS) - AN UNSEEDED RESUME WOULD
      * REPLAY THE IDENTICAL SEQUENCE EVERY SESSION.  THIS ALSO
                 THRU 1020-END
              PERFORM 1025-LOG-SESSION
                 THRU 1025-END
      * SAVE AT ONCE SO THE SLOT'S RECOVERY JOURNAL STARTS FROM THIS
      * SESSION AND ITS SEED.
              PERFORM 1045-SAVE-CHECKPOINT
                 THRU 1045-END
              GO TO 1000-RESUME
           END-IF.

      * A NEW MISSION REPLACES WHATEVER THE SLOT HELD - ANY EXERCISE
      * BERTH THE OLD SAVE STILL HELD IS GIVEN UP.  AN EXERCISE TO
      * JOIN IS VETTED BEFORE THE PROMPTS.
           MOVE WS-ACTIVE-SLOT TO WS-FX-WD-SLOT.
           PERFORM 4145-WITHDRAW-SLOT
              THRU 4145-END.

           IF WS-FX-JOIN-WANTED
              PERFORM 4110-CHECK-EXERCISE-JOIN
                 THRU 4110-END
           END-IF.

       1000-RANK-LOOP.
           DISPLAY WS-BLANK-LINE.
           DISPLAY WS-BLANK-LINE.
           DISPLAY 'missions become. ...'.
           DISPLAY WS-BLANK-LINE.

           IF WS-SVC-FOUND
              DISPLAY 'Your service record shows an earned rank of '
                      WS-SV-EARNED-RANK '.'
              DISPLAY 'Press <ENTER> to accept it, or enter another '
                      'choice:'
             ELSE
              THRU 1003-END
           MOVE WS-INPUT-LINE TO WS-RANK-INPUT.

           IF WS-RANK-INPUT = SPACES AND WS-SVC-FOUND
              MOVE WS-SV-EARNED-RANK
                TO WS-RANK-CHOICES
             ELSE
              COMPUTE WS-RANK-CHOICES =
              GO TO 1000-RANK-LOOP
           END-IF.

           PERFORM 1008-SELECT-SHIP-CLASS
              THRU 1008-END.

       1005-DIFFICULTY-LOOP.
           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Please choose a galaxy difficulty, independent of'.
           COMPUTE WS-DIFFICULTY-CHOICE =
                   FUNCTION NUMVAL (WS-INPUT-LINE).

      * A CAPTAIN JOINING AN EXERCISE FLIES THE HOST'S GALAXY.
           IF WS-FX-JOIN-WANTED
              AND WS-DIFFICULTY-CHOICE NOT = WS-FX-JOIN-CHOICE
              MOVE WS-FX-JOIN-CHOICE TO WS-DIFFICULTY-CHOICE
              DISPLAY 'The exercise galaxy is difficulty '
                      WS-FX-JOIN-CHOICE ' - your choice is set to it.'
           END-IF.

           IF NOT WS-DIFFICULTY-CHOICE-VALID
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Invalid difficulty choice.'
           DISPLAY 'Welcome aboard ' WS-RANK-NAME.
           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Congratulations - you have been appointed'.
           DISPLAY 'to command the U.S.S. '
                   FUNCTION TRIM (WS-SHIP-HULL-NAME) ','.
           DISPLAY 'a ' FUNCTION TRIM (WS-SHIP-CLASS)
                   ' class starship, registration number '
                   WS-SHIP-HULL-REGISTER.
           IF WS-SHIP-HULL-REGISTER = 'NCC-1701'
              DISPLAY 'refit from Star Trek The Motion Picture'
              DISPLAY "after the encounter with V'Ger (Voyager 6)."
           END-IF.
           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Your mission is to perform the duties assigned'.
           DISPLAY 'as directed by those appointed above you. ...'.
              THRU 1045-END.

       1000-RESUME.
      * THE STARDATE THE SESSION STARTS FLYING FROM, FOR ITS SIGN-OFF.
           MOVE WS-STARDATE TO WS-ACCT-SD-START.
           SET WS-ACCT-SD-TAKEN TO TRUE.

           PERFORM 2000-COMMAND-LOOP
              THRU 2000-END.

      * A MISSION CAN END INSIDE THE REPLAY - CLOSE THE RECOVERY OUT
      * SO IT IS STILL CONFIRMED AND AUDITED.
           IF WS-RCV-REPLAYING
              PERFORM 1047-FINISH-RECOVERY
                 THRU 1047-END
           END-IF.

      * A MISSION FLOWN IN A FLEET EXERCISE STANDS ITS BERTH DOWN -
      * OR HOLDS IT, IF THE MISSION IS ONLY SUSPENDED.
           IF WS-FX-ACTIVE
              PERFORM 4140-LEAVE-EXERCISE
                 THRU 4140-END
           END-IF.

      * AN ABANDONED MISSION IS SAVED FOR LATER RESUMPTION; A MISSION
      * THAT ENDED FOR GOOD FREES ITS SAVE SLOT.
           EVALUATE TRUE
           IF NOT WS-MISSION-ABANDONED
              PERFORM 9050-UPDATE-SERVICE-RECORD
                 THRU 9050-END
              PERFORM 9060-AWARD-QUALIFICATIONS
                 THRU 9060-END
           END-IF.

           PERFORM 9990-STOP-PROGRAM
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1001-LOAD-ENROLLMENT SECTION.

           MOVE ZEROES TO WS-ENL-CTR
                          WS-ENL-MORE.
           MOVE 'N' TO WS-ENL-EOF-SW.

           ACCEPT WS-CONSOLE-ID FROM ENVIRONMENT 'STARTREK-CONSOLE'.

           OPEN INPUT ENROLLMENT-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ENROLLMENT-STATUS-1 = 0
              AND WS-ENROLLMENT-STATUS-2 = 5
              CLOSE ENROLLMENT-FILE
              GO TO 1001-END
           END-IF.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'Error opening enrollment file, status '
                      WS-ENROLLMENT-FILE-STATUS UPON SYSERR
              GO TO 1001-END
           END-IF.

           PERFORM UNTIL WS-ENL-EOF
              READ ENROLLMENT-FILE
                 AT END
                    SET WS-ENL-EOF TO TRUE
                 NOT AT END
                    IF WS-CONSOLE-ID = SPACES
                       OR ENR-HOME-CONSOLE = WS-CONSOLE-ID
                       IF WS-ENL-CTR < WS-ENL-MAX
                          ADD 1 TO WS-ENL-CTR
                          MOVE ENR-NAME
                            TO WS-ENL-NAME (WS-ENL-CTR)
                          MOVE ENR-CLASS-ID
                            TO WS-ENL-CLASS-ID (WS-ENL-CTR)
                       ELSE
                          ADD 1 TO WS-ENL-MORE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE ENROLLMENT-FILE.

       1001-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1001-PICK-ENROLLED-NAME SECTION.

      * THE ENROLLED NAMES ARE LISTED BY NUMBER.  A CADET PICKS ONE;
      * ANYONE NOT ON THE LIST - AN INSTRUCTOR OR A CAPTAIN FROM AN
      * EARLIER INTAKE - STILL TYPES A NAME IN FULL.
       1001-PICK-LOOP.

           DISPLAY WS-BLANK-LINE.
           IF WS-CONSOLE-ID = SPACES
              DISPLAY 'Cadets enrolled for training:'
           ELSE
              DISPLAY 'Cadets enrolled on console '
                      FUNCTION TRIM (WS-CONSOLE-ID) ':'
           END-IF.

           PERFORM VARYING WS-ENL-IDX FROM 1 BY 1
             UNTIL WS-ENL-IDX > WS-ENL-CTR
              DISPLAY '  ' WS-ENL-IDX ' ' WS-ENL-NAME (WS-ENL-IDX)
                      ' class ' WS-ENL-CLASS-ID (WS-ENL-IDX)
           END-PERFORM.

           IF WS-ENL-MORE > ZEROES
              DISPLAY '  ... and ' WS-ENL-MORE
                      ' more - type your name in full.'
           END-IF.

           DISPLAY 'Please enter the number of your name, or type '
                   'your name: '.
           PERFORM 1003-GET-INPUT
              THRU 1003-END
           MOVE WS-INPUT-LINE TO WS-NAME.

           IF WS-INPUT-LINE NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-INPUT-LINE) = 0
              COMPUTE WS-ENL-PICK = FUNCTION NUMVAL (WS-INPUT-LINE)
                 ON SIZE ERROR
                    MOVE ZEROES TO WS-ENL-PICK
              END-COMPUTE
              IF WS-ENL-PICK < 1 OR WS-ENL-PICK > WS-ENL-CTR
                 DISPLAY WS-BLANK-LINE
                 DISPLAY 'Invalid choice - pick a number from the '
                         'list!'
                 GO TO 1001-PICK-LOOP
              END-IF
              MOVE WS-ENL-NAME (WS-ENL-PICK) TO WS-NAME
              DISPLAY 'Signed on as ' FUNCTION TRIM (WS-NAME) '.'
           END-IF.

       1001-PICK-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1002-LOAD-SERVICE-RECORD SECTION.

           SET WS-SVC-NOT-FOUND TO TRUE.
           MOVE ZEROES TO WS-SVC-ENTRY.
           MOVE SPACES TO WS-SV-KM-GRADE.

           OPEN INPUT SERVICE-RECORD-FILE.

              GO TO 1002-END
           END-IF.

           MOVE WS-NAME TO SVC-NAME.

           READ SERVICE-RECORD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SVC-RECORD TO WS-SVC-ENTRY
                 SET WS-SVC-FOUND TO TRUE
           END-READ.

           CLOSE SERVICE-RECORD-FILE.

           IF WS-SVC-FOUND
              MOVE WS-SV-EFF-BEST
                TO WS-SVC-EFF-EDIT
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Star Fleet service record on file:'
              DISPLAY '  Missions completed... '
                      WS-SV-MISSIONS
              DISPLAY '  Hostiles destroyed... '
                      WS-SV-HOSTILES
              DISPLAY '  Best efficiency...... ' WS-SVC-EFF-EDIT
              DISPLAY '  Kobayashi attempts... '
                      WS-SV-KOBAYASHI
              IF WS-SV-KM-GRADE NOT = SPACES
                 DISPLAY '  Last Kobayashi grade. '
                         WS-SV-KM-GRADE
              END-IF
              DISPLAY '  Earned rank.......... '
                      WS-SV-EARNED-RANK
              MOVE WS-SV-TERM-EFF-BEST
                TO WS-SVC-EFF-EDIT
              DISPLAY '  This term............ '
                      WS-SV-TERM-MISSIONS ' missions, '
                      WS-SV-TERM-HOSTILES ' hostiles, best '
                      WS-SVC-EFF-EDIT
           END-IF.

       1002-END.
       1003-GET-INPUT SECTION.

      * EVERY PROMPT IN THE PROGRAM READS THROUGH HERE, SO A SCRIPTED
      * SESSION AND A LIVE ONE WALK EXACTLY THE SAME PATH.  A CRASH
      * RECOVERY FEEDS ITS JOURNALLED LINES THROUGH HERE TOO, UNTIL
      * THEY RUN OUT AND THE PROMPT GOES LIVE.
           IF WS-RCV-REPLAYING
              PERFORM 1018-REPLAY-INPUT
                 THRU 1018-END
              IF WS-RCV-REPLAYING
                 PERFORM 1004-WRITE-TRANSCRIPT
                    THRU 1004-END
                 GO TO 1003-END
              END-IF
           END-IF.

           IF WS-SCRIPT-ACTIVE
              MOVE SPACES TO STDIN-LINE
              READ STANDARD-IN
           PERFORM 1004-WRITE-TRANSCRIPT
              THRU 1004-END.

           PERFORM 1042-JOURNAL-INPUT
              THRU 1042-END.

       1003-END.
           EXIT.
      *
             INTO WS-TRANSCRIPT-LINE.

           WRITE TRANSCRIPT-RECORD FROM WS-TRANSCRIPT-LINE.
           ADD 1 TO WS-TRANSCRIPT-CTR.

       1004-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1005-LOAD-SHOP-CONFIG SECTION.

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
              GO TO 1005-SET-NUMBERS
           END-IF.

           IF WS-SHOP-CONFIG-STATUS-1 NOT = 0
              DISPLAY 'Shop configuration unreadable, status '
                      WS-SHOP-CONFIG-FILE-STATUS ' - the shop '
                      'standard settings apply.' UPON SYSERR
              GO TO 1005-SET-NUMBERS
           END-IF.

           PERFORM UNTIL WS-SC-EOF
              READ SHOP-CONFIG-FILE
                 AT END
                    SET WS-SC-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SC-CARD-CTR
                    IF SCF-RECORD (1:1) NOT = '*'
                       AND SCF-RECORD NOT = SPACES
                       PERFORM 1005-APPLY-SHOP-CONFIG
                          THRU 1005-APPLY-END
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

       1005-SET-NUMBERS.

           COMPUTE WS-SC-ROSTER-SIZE =
                   FUNCTION NUMVAL (WS-SC-ROSTER-SIZE-X).
           COMPUTE WS-SC-AUTOSAVE-INTERVAL =
                   FUNCTION NUMVAL (WS-SC-AUTOSAVE-X).
           COMPUTE WS-SC-RNG-STALE-DAYS =
                   FUNCTION NUMVAL (WS-SC-RNG-STALE-X).
           COMPUTE WS-SC-BOOKING-RULE =
                   FUNCTION NUMVAL (WS-SC-BOOKING-RULE-X).

       1005-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1005-APPLY-SHOP-CONFIG SECTION.

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
              GO TO 1005-CHECK-REASON
           END-IF.

           IF WS-SC-SEEN (WS-SC-FOUND-IDX) = 'Y'
              MOVE 'KEYWORD GIVEN TWICE' TO WS-SC-REASON
              GO TO 1005-CHECK-REASON
           END-IF.

      * A REJECTED CARD STILL COUNTS AS PRESENT - IT IS REPORTED AS
      * INVALID, NOT AS MISSING.
           MOVE 'Y' TO WS-SC-SEEN (WS-SC-FOUND-IDX).

           IF SCF-VALUE = SPACES
              MOVE 'VALUE IS BLANK' TO WS-SC-REASON
              GO TO 1005-CHECK-REASON
           END-IF.

           IF SCF-VALUE (1:1) = SPACE
              MOVE 'VALUE MUST START IN COLUMN 22' TO WS-SC-REASON
              GO TO 1005-CHECK-REASON
           END-IF.

      * A NAME OR A COUNT IS ONE WORD - NOTHING MAY FOLLOW IT.
           MOVE ZEROES TO WS-SC-WORD-LEN.
           INSPECT SCF-VALUE TALLYING WS-SC-WORD-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-SC-WORD-LEN < 59
              IF SCF-VALUE (WS-SC-WORD-LEN + 1:) NOT = SPACES
                 MOVE 'VALUE CONTAINS A SPACE' TO WS-SC-REASON
                 GO TO 1005-CHECK-REASON
              END-IF
           END-IF.

           IF WS-SC-STD-KIND (WS-SC-FOUND-IDX) = 'N'
              IF WS-SC-WORD-LEN > 5
                 OR SCF-VALUE (1:WS-SC-WORD-LEN) IS NOT NUMERIC
                 MOVE 'VALUE IS NOT NUMERIC' TO WS-SC-REASON
                 GO TO 1005-CHECK-REASON
              END-IF
              COMPUTE WS-SC-NUMBER =
                      FUNCTION NUMVAL (SCF-VALUE (1:WS-SC-WORD-LEN))
              IF WS-SC-NUMBER < WS-SC-STD-LOW (WS-SC-FOUND-IDX)
                 OR WS-SC-NUMBER > WS-SC-STD-HIGH (WS-SC-FOUND-IDX)
                 MOVE 'VALUE OUTSIDE THE LEGAL RANGE' TO WS-SC-REASON
                 GO TO 1005-CHECK-REASON
              END-IF
           END-IF.

           MOVE SCF-VALUE TO WS-SC-VALUE (WS-SC-FOUND-IDX).

       1005-CHECK-REASON.

           IF WS-SC-REASON NOT = SPACES
              ADD 1 TO WS-SC-BAD-CTR
              DISPLAY 'Shop configuration card ' WS-SC-CARD-CTR ' ('
                      FUNCTION TRIM (SCF-KEYWORD) ') ignored - '
                      FUNCTION TRIM (WS-SC-REASON) '.' UPON SYSERR
           END-IF.

       1005-APPLY-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1006-SELECT-MISSION SECTION.

           PERFORM 1007-LOAD-SCENARIOS
              THRU 1007-END.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Mission types on offer this tour:'.

           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
             UNTIL WS-SCN-IDX > WS-SCN-CTR

              DISPLAY ' ' WS-SCN-IDX ' '
                      WS-SC-NAME (WS-SCN-IDX)

           END-PERFORM.

       1006-ASK-MISSION.
           DISPLAY 'Please enter your mission choice (1-'
                   WS-SCN-CTR '): '.
           PERFORM 1003-GET-INPUT
              THRU 1003-END
           COMPUTE WS-SCN-CHOICE =
                   FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-SCN-CHOICE < 1 OR WS-SCN-CHOICE > WS-SCN-CTR
              DISPLAY 'There is no such mission on the card.'
              GO TO 1006-ASK-MISSION
           END-IF.

           MOVE WS-SC-CODE   (WS-SCN-CHOICE) TO WS-MSN-TYPE.
           MOVE WS-SC-NAME   (WS-SCN-CHOICE) TO WS-MSN-NAME.
           MOVE WS-SC-GOAL   (WS-SCN-CHOICE) TO WS-MSN-GOAL.
           MOVE WS-SC-WEIGHT (WS-SCN-CHOICE) TO WS-MSN-EFF-WEIGHT.
           MOVE ZEROES TO WS-MSN-PROGRESS.
           MOVE 'NNNN' TO WS-MSN-QUAD-FLAGS-LIT.

           DISPLAY 'Mission orders cut: ' WS-MSN-NAME.

           EVALUATE TRUE
               WHEN WS-MSN-SURVEY
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1008-SELECT-SHIP-CLASS SECTION.

      * ONLY THE CLASSES CLEARED FOR THE CAPTAIN'S RANK ARE OFFERED.
      * SHOULD THE CLASS CARD CLEAR NONE AT THIS RANK THE CLASS WITH
      * THE LOWEST RANK REQUIREMENT IS OFFERED ON ITS OWN.
           MOVE ZEROES TO WS-SHC-OFFER-CTR.

           PERFORM VARYING WS-SHC-IDX FROM 1 BY 1
             UNTIL WS-SHC-IDX > WS-SHC-MAX
              IF WS-SHC-MIN-RANK (WS-SHC-IDX) <= WS-RANK-CHOICES
                 ADD 1 TO WS-SHC-OFFER-CTR
                 MOVE WS-SHC-IDX
                   TO WS-SHC-OFFER-IDX (WS-SHC-OFFER-CTR)
              END-IF
           END-PERFORM.

           IF WS-SHC-OFFER-CTR = ZEROES
              MOVE 1 TO WS-SHC-FOUND-IDX
              PERFORM VARYING WS-SHC-IDX FROM 2 BY 1
                UNTIL WS-SHC-IDX > WS-SHC-MAX
                 IF WS-SHC-MIN-RANK (WS-SHC-IDX) <
                    WS-SHC-MIN-RANK (WS-SHC-FOUND-IDX)
                    MOVE WS-SHC-IDX TO WS-SHC-FOUND-IDX
                 END-IF
              END-PERFORM
              MOVE 1 TO WS-SHC-OFFER-CTR
              MOVE WS-SHC-FOUND-IDX TO WS-SHC-OFFER-IDX (1)
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Starship classes open to your rank:'.
           DISPLAY '    Class          Energy Torps Probes  Crew '
                   'Shields'.

           PERFORM VARYING WS-SHC-IDX FROM 1 BY 1
             UNTIL WS-SHC-IDX > WS-SHC-OFFER-CTR
              MOVE WS-SHC-OFFER-IDX (WS-SHC-IDX) TO WS-SHC-FOUND-IDX
              DISPLAY ' ' WS-SHC-IDX ' '
                      WS-SHC-NAME       (WS-SHC-FOUND-IDX) '   '
                      WS-SHC-ENERGY     (WS-SHC-FOUND-IDX) '    '
                      WS-SHC-TORPS      (WS-SHC-FOUND-IDX) '     '
                      WS-SHC-PROBES     (WS-SHC-FOUND-IDX) '   '
                      WS-SHC-CREW       (WS-SHC-FOUND-IDX) '   '
                      WS-SHC-SHIELD-MAX (WS-SHC-FOUND-IDX)
           END-PERFORM.

       1008-ASK-CLASS.
           DISPLAY 'Please enter your class choice (1-'
                   WS-SHC-OFFER-CTR '): '.
           PERFORM 1003-GET-INPUT
              THRU 1003-END
           COMPUTE WS-SHC-CHOICE =
                   FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-SHC-CHOICE < 1 OR WS-SHC-CHOICE > WS-SHC-OFFER-CTR
              DISPLAY 'There is no such class on offer.'
              GO TO 1008-ASK-CLASS
           END-IF.

           MOVE WS-SHC-OFFER-IDX (WS-SHC-CHOICE) TO WS-SHC-FOUND-IDX.
           MOVE WS-SHC-HULL-DEFAULT (WS-SHC-FOUND-IDX)
             TO WS-SHIP-HULL-NBR.

      * A CLASS WITH MORE THAN ONE HULL IN SERVICE LETS THE CAPTAIN
      * NAME THE SHIP; <ENTER> TAKES THE CLASS'S DEFAULT HULL.
           IF WS-SHC-HULL-FIRST (WS-SHC-FOUND-IDX) =
              WS-SHC-HULL-LAST  (WS-SHC-FOUND-IDX)
              GO TO 1008-ASSIGN-HULL
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Hulls of the '
                   FUNCTION TRIM (WS-SHC-NAME (WS-SHC-FOUND-IDX))
                   ' class in service:'.

           MOVE ZEROES TO WS-SHC-CHOICE.
           PERFORM VARYING WS-SHC-HULL-SEL
              FROM WS-SHC-HULL-FIRST (WS-SHC-FOUND-IDX) BY 1
             UNTIL WS-SHC-HULL-SEL >
                   WS-SHC-HULL-LAST (WS-SHC-FOUND-IDX)
              ADD 1 TO WS-SHC-CHOICE
              PERFORM 1093-SET-STARSHIP
                 THRU 1093-END
              DISPLAY ' ' WS-SHC-CHOICE ' ' WS-STARSHIP-REGISTER
                      ' ' WS-STARSHIP-NAME
           END-PERFORM.

       1008-ASK-HULL.
           DISPLAY 'Please enter your hull choice (1-' WS-SHC-CHOICE
                   '), or <ENTER> for the class default: '.
           PERFORM 1003-GET-INPUT
              THRU 1003-END.

           IF WS-INPUT-LINE = SPACES
              GO TO 1008-ASSIGN-HULL
           END-IF.

           COMPUTE WS-SHC-HULL-CHOICE =
                   FUNCTION NUMVAL (WS-INPUT-LINE).

           IF WS-SHC-HULL-CHOICE < 1
              OR WS-SHC-HULL-CHOICE > WS-SHC-CHOICE
              DISPLAY 'There is no such hull in the class.'
              GO TO 1008-ASK-HULL
           END-IF.

           COMPUTE WS-SHIP-HULL-NBR =
                   WS-SHC-HULL-FIRST (WS-SHC-FOUND-IDX) +
                   WS-SHC-HULL-CHOICE - 1.

       1008-ASSIGN-HULL.
           MOVE WS-SHIP-HULL-NBR TO WS-SHC-HULL-SEL.
           PERFORM 1093-SET-STARSHIP
              THRU 1093-END.
           MOVE WS-STARSHIP-REGISTER TO WS-SHIP-HULL-REGISTER.
           MOVE WS-STARSHIP-NAME     TO WS-SHIP-HULL-NAME.
           MOVE SPACES               TO WS-STAR-SHIPS.

           PERFORM 1011-APPLY-SHIP-CLASS
              THRU 1011-END.

      * A NEW COMMAND STARTS WITH THE BUNKERS, MAGAZINE, PROBE RACK
      * AND CREW THE CLASS IS BUILT FOR.
           MOVE WS-SHIP-ENERGY-MAX   TO WS-SHIP-ENERGY.
           MOVE WS-SHIP-TORP-MAX     TO WS-SHIP-TORPEDOES.
           MOVE WS-SHIP-PROBE-MAX    TO WS-SHIP-PROBES.
           MOVE WS-CREW-COMPLEMENT   TO WS-SHIP-CREW.

       1008-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1009-LOAD-SHIP-CLASSES SECTION.

      * THE STANDING CLASS TABLE IS SET UP FIRST; EACH CARD ON THE
      * STARTREK-SHIP-CLASSES FILE THEN REPLACES THE FIGURES FOR THE
      * CLASS IT NAMES.  THE HULLS IN EACH CLASS ARE THE REGISTRIES
      * IN WS-STAR-SHIPS AND ARE NOT CARRIED ON THE CARD.
           MOVE 'Constellation' TO WS-SHC-NAME         (1).
           MOVE 08              TO WS-SHC-MIN-RANK     (1).
           MOVE 03500           TO WS-SHC-ENERGY       (1).
           MOVE 12              TO WS-SHC-TORPS        (1).
           MOVE 04              TO WS-SHC-PROBES       (1).
           MOVE 0535            TO WS-SHC-CREW         (1).
           MOVE 03500           TO WS-SHC-SHIELD-MAX   (1).
           MOVE 1.10            TO WS-SHC-WARP-FACTOR  (1).
           MOVE 1.10            TO WS-SHC-REPAIR-RATE  (1).
           MOVE 01              TO WS-SHC-HULL-FIRST   (1).
           MOVE 06              TO WS-SHC-HULL-LAST    (1).
           MOVE 05              TO WS-SHC-HULL-DEFAULT (1).

           MOVE 'Constitution'  TO WS-SHC-NAME         (2).
           MOVE 00              TO WS-SHC-MIN-RANK     (2).
           MOVE 03000           TO WS-SHC-ENERGY       (2).
           MOVE 10              TO WS-SHC-TORPS        (2).
           MOVE 03              TO WS-SHC-PROBES       (2).
           MOVE 0430            TO WS-SHC-CREW         (2).
           MOVE 03000           TO WS-SHC-SHIELD-MAX   (2).
           MOVE 1.00            TO WS-SHC-WARP-FACTOR  (2).
           MOVE 1.00            TO WS-SHC-REPAIR-RATE  (2).
           MOVE 07              TO WS-SHC-HULL-FIRST   (2).
           MOVE 17              TO WS-SHC-HULL-LAST    (2).
           MOVE 10              TO WS-SHC-HULL-DEFAULT (2).

           MOVE 'Excelsior'     TO WS-SHC-NAME         (3).
           MOVE 11              TO WS-SHC-MIN-RANK     (3).
           MOVE 04000           TO WS-SHC-ENERGY       (3).
           MOVE 14              TO WS-SHC-TORPS        (3).
           MOVE 04              TO WS-SHC-PROBES       (3).
           MOVE 0750            TO WS-SHC-CREW         (3).
           MOVE 04000           TO WS-SHC-SHIELD-MAX   (3).
           MOVE 0.90            TO WS-SHC-WARP-FACTOR  (3).
           MOVE 1.20            TO WS-SHC-REPAIR-RATE  (3).
           MOVE 18              TO WS-SHC-HULL-FIRST   (3).
           MOVE 18              TO WS-SHC-HULL-LAST    (3).
           MOVE 18              TO WS-SHC-HULL-DEFAULT (3).

           MOVE 'Miranda'       TO WS-SHC-NAME         (4).
           MOVE 00              TO WS-SHC-MIN-RANK     (4).
           MOVE 02500           TO WS-SHC-ENERGY       (4).
           MOVE 08              TO WS-SHC-TORPS        (4).
           MOVE 02              TO WS-SHC-PROBES       (4).
           MOVE 0220            TO WS-SHC-CREW         (4).
           MOVE 02200           TO WS-SHC-SHIELD-MAX   (4).
           MOVE 1.00            TO WS-SHC-WARP-FACTOR  (4).
           MOVE 0.90            TO WS-SHC-REPAIR-RATE  (4).
           MOVE 19              TO WS-SHC-HULL-FIRST   (4).
           MOVE 23              TO WS-SHC-HULL-LAST    (4).
           MOVE 21              TO WS-SHC-HULL-DEFAULT (4).

           MOVE 'Soyuz'         TO WS-SHC-NAME         (5).
           MOVE 00              TO WS-SHC-MIN-RANK     (5).
           MOVE 02200           TO WS-SHC-ENERGY       (5).
           MOVE 06              TO WS-SHC-TORPS        (5).
           MOVE 02              TO WS-SHC-PROBES       (5).
           MOVE 0180            TO WS-SHC-CREW         (5).
           MOVE 01800           TO WS-SHC-SHIELD-MAX   (5).
           MOVE 1.10            TO WS-SHC-WARP-FACTOR  (5).
           MOVE 0.80            TO WS-SHC-REPAIR-RATE  (5).
           MOVE 24              TO WS-SHC-HULL-FIRST   (5).
           MOVE 24              TO WS-SHC-HULL-LAST    (5).
           MOVE 24              TO WS-SHC-HULL-DEFAULT (5).

           MOVE 'Sydney'        TO WS-SHC-NAME         (6).
           MOVE 00              TO WS-SHC-MIN-RANK     (6).
           MOVE 01800           TO WS-SHC-ENERGY       (6).
           MOVE 04              TO WS-SHC-TORPS        (6).
           MOVE 01              TO WS-SHC-PROBES       (6).
           MOVE 0080            TO WS-SHC-CREW         (6).
           MOVE 01200           TO WS-SHC-SHIELD-MAX   (6).
           MOVE 1.20            TO WS-SHC-WARP-FACTOR  (6).
           MOVE 0.70            TO WS-SHC-REPAIR-RATE  (6).
           MOVE 25              TO WS-SHC-HULL-FIRST   (6).
           MOVE 25              TO WS-SHC-HULL-LAST    (6).
           MOVE 25              TO WS-SHC-HULL-DEFAULT (6).

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT SHIP-CLASS-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SHIP-CLASS-STATUS-1 = 0
              AND WS-SHIP-CLASS-STATUS-2 = 5
              CLOSE SHIP-CLASS-FILE
              GO TO 1009-END
           END-IF.

           IF WS-SHIP-CLASS-STATUS-1 NOT = 0
              DISPLAY 'Ship class table unreadable, status '
                      WS-SHIP-CLASS-FILE-STATUS ' - using the '
                      'standing class table.' UPON SYSERR
              GO TO 1009-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ SHIP-CLASS-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF SHC-RECORD (1:1) NOT = '*'
                       AND SHC-RECORD NOT = SPACES
                       PERFORM 1013-APPLY-CLASS-CARD
                          THRU 1013-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE SHIP-CLASS-FILE.

       1009-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1010-FORMAT-RANK-NAME SECTION.

      *
      * -------------------------------------------------------------- *
      *
       1011-APPLY-SHIP-CLASS SECTION.

      * THE CLASS FOUND AT WS-SHC-FOUND-IDX SETS THE SHIP'S CEILINGS
      * AND COMPLEMENT.  THE STORES ACTUALLY ABOARD ARE LEFT ALONE -
      * A RESUMED MISSION KEEPS WHAT ITS SAVE CARRIED.
           MOVE WS-SHC-NAME        (WS-SHC-FOUND-IDX)
             TO WS-SHIP-CLASS.
           MOVE WS-SHC-ENERGY      (WS-SHC-FOUND-IDX)
             TO WS-SHIP-ENERGY-MAX.
           MOVE WS-SHC-TORPS       (WS-SHC-FOUND-IDX)
             TO WS-SHIP-TORP-MAX.
           MOVE WS-SHC-PROBES      (WS-SHC-FOUND-IDX)
             TO WS-SHIP-PROBE-MAX.
           MOVE WS-SHC-CREW        (WS-SHC-FOUND-IDX)
             TO WS-CREW-COMPLEMENT.
           MOVE WS-SHC-SHIELD-MAX  (WS-SHC-FOUND-IDX)
             TO WS-SHIP-SHIELD-MAX.
           MOVE WS-SHC-WARP-FACTOR (WS-SHC-FOUND-IDX)
             TO WS-SHIP-WARP-FACTOR.
           MOVE WS-SHC-REPAIR-RATE (WS-SHC-FOUND-IDX)
             TO WS-SHIP-REPAIR-RATE.

       1011-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1012-FIND-SHIP-CLASS SECTION.

      * THE CLASS NAMED IN WS-SHIP-CLASS-WANTED, MATCHED WITHOUT
      * REGARD TO CASE; WS-SHC-FOUND-IDX IS ZERO WHEN THERE IS NONE.
           MOVE ZEROES TO WS-SHC-FOUND-IDX.

           PERFORM VARYING WS-SHC-IDX FROM 1 BY 1
             UNTIL WS-SHC-IDX > WS-SHC-MAX
                OR WS-SHC-FOUND-IDX > ZEROES
              IF FUNCTION UPPER-CASE (WS-SHC-NAME (WS-SHC-IDX)) =
                 FUNCTION UPPER-CASE (WS-SHIP-CLASS-WANTED)
                 MOVE WS-SHC-IDX TO WS-SHC-FOUND-IDX
              END-IF
           END-PERFORM.

       1012-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1013-APPLY-CLASS-CARD SECTION.

           MOVE SHC-CLASS-NAME TO WS-SHIP-CLASS-WANTED.
           PERFORM 1012-FIND-SHIP-CLASS
              THRU 1012-END.

           IF WS-SHC-FOUND-IDX = ZEROES
              DISPLAY 'Ship class card for ' SHC-CLASS-NAME
                      ' ignored - no such class.' UPON SYSERR
              GO TO 1013-END
           END-IF.

      * A FIGURE LEFT BLANK OR PUNCHED BADLY KEEPS THE STANDING
      * VALUE.  A ZERO BUNKER, CREW, SHIELD RATING, WARP OR REPAIR
      * FACTOR WOULD LEAVE THE SHIP UNFLYABLE AND IS IGNORED TOO.
           IF SHC-MIN-RANK IS NUMERIC AND SHC-MIN-RANK <= 17
              MOVE SHC-MIN-RANK
                TO WS-SHC-MIN-RANK (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-ENERGY IS NUMERIC AND SHC-ENERGY > ZEROES
              MOVE SHC-ENERGY
                TO WS-SHC-ENERGY (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-TORPEDOES IS NUMERIC
              MOVE SHC-TORPEDOES
                TO WS-SHC-TORPS (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-PROBES IS NUMERIC
              MOVE SHC-PROBES
                TO WS-SHC-PROBES (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-CREW IS NUMERIC AND SHC-CREW > ZEROES
              MOVE SHC-CREW
                TO WS-SHC-CREW (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-SHIELD-MAX IS NUMERIC AND SHC-SHIELD-MAX > ZEROES
              MOVE SHC-SHIELD-MAX
                TO WS-SHC-SHIELD-MAX (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-WARP-FACTOR IS NUMERIC AND SHC-WARP-FACTOR > ZEROES
              MOVE SHC-WARP-FACTOR
                TO WS-SHC-WARP-FACTOR (WS-SHC-FOUND-IDX)
           END-IF.
           IF SHC-REPAIR-RATE IS NUMERIC AND SHC-REPAIR-RATE > ZEROES
              MOVE SHC-REPAIR-RATE
                TO WS-SHC-REPAIR-RATE (WS-SHC-FOUND-IDX)
           END-IF.

       1013-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1014-LOAD-COMBAT-PARMS SECTION.

      * THE STANDING DOCTRINE - EVERY SPECIES HITS FOR 50 TO 149 AND
      * CLOSES EVERY MOVEMENT PHASE, ROMULANS ARE ALWAYS CLOAKED IN
      * A NEW CUBE AND GIVEN AWAY BY THEIR FIRST VOLLEY, THE BORG
      * DOUBLE THE PHASER POWER NEEDED ON A REPEATED SETTING, THE
      * CARDASSIANS BREAK OFF AT THE FIRST LOSS AND Q ALWAYS ACTS.
           MOVE 'STANDARD'      TO WS-CP-SET-ID.
           MOVE 100             TO WS-CP-CLOAK-PCT.
           MOVE 100             TO WS-CP-DECLOAK-PCT.
           MOVE 100             TO WS-CP-ADAPT-PCT.
           MOVE 01              TO WS-CP-RETREAT-AT.
           MOVE 100             TO WS-CP-Q-PCT.
           MOVE ZEROES          TO WS-CP-CARD-CTR.
           MOVE ZEROES          TO WS-CP-BAD-CTR.

           MOVE 'B'             TO WS-CP-GLYPH         (1).
           MOVE 'C'             TO WS-CP-GLYPH         (2).
           MOVE '1'             TO WS-CP-GLYPH         (3).
           MOVE '2'             TO WS-CP-GLYPH         (4).
           MOVE 'K'             TO WS-CP-GLYPH         (5).
           MOVE 'R'             TO WS-CP-GLYPH         (6).
           MOVE 'V'             TO WS-CP-GLYPH         (7).

           PERFORM VARYING WS-CP-SP-IDX FROM 1 BY 1
             UNTIL WS-CP-SP-IDX > WS-CP-SP-MAX
              MOVE 050 TO WS-CP-HIT-BASE   (WS-CP-SP-IDX)
              MOVE 100 TO WS-CP-HIT-SPREAD (WS-CP-SP-IDX)
              MOVE 100 TO WS-CP-MOVE-PCT   (WS-CP-SP-IDX)
           END-PERFORM.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT COMBAT-PARM-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-COMBAT-PARM-STATUS-1 = 0
              AND WS-COMBAT-PARM-STATUS-2 = 5
              CLOSE COMBAT-PARM-FILE
              GO TO 1014-END
           END-IF.

           IF WS-COMBAT-PARM-STATUS-1 NOT = 0
              DISPLAY 'Combat parameter file unreadable, status '
                      WS-COMBAT-PARM-FILE-STATUS ' - flying the '
                      'standing doctrine.' UPON SYSERR
              GO TO 1014-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ COMBAT-PARM-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CP-CARD-CTR
                    IF CPM-RECORD (1:1) NOT = '*'
                       AND CPM-RECORD NOT = SPACES
                       PERFORM 1016-APPLY-PARM-CARD
                          THRU 1016-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE COMBAT-PARM-FILE.

           IF WS-CP-BAD-CTR > ZEROES
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Combat parameter set ' WS-CP-SET-ID ' loaded - '
                      WS-CP-BAD-CTR ' card(s) rejected; the standing '
                      'values stand for them.'
           END-IF.

       1014-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1016-APPLY-PARM-CARD SECTION.

           MOVE SPACES TO WS-CP-REASON.
           MOVE ZEROES TO WS-CP-SP-FOUND-IDX.

      * THE PARMSET CARD NAMES THE SET; IT CARRIES NO FIGURE.
           IF CPM-KEYWORD = 'PARMSET'
              IF CPM-SET-ID = SPACES
                 MOVE 'PARAMETER SET IDENTIFIER IS BLANK'
                   TO WS-CP-REASON
              ELSE
                 MOVE CPM-SET-ID TO WS-CP-SET-ID
              END-IF
              GO TO 1016-CHECK-REASON
           END-IF.

      * THE LEGAL RANGE FOR EACH KEYWORD.  THE PER-SPECIES FIGURES
      * ALSO NEED A HOSTILE GLYPH IN COLUMN 14.
           EVALUATE CPM-KEYWORD
               WHEN 'HIT-BASE'
                    MOVE 0 TO WS-CP-LOW
                    MOVE 500 TO WS-CP-HIGH
               WHEN 'HIT-SPREAD'
                    MOVE 1 TO WS-CP-LOW
                    MOVE 500 TO WS-CP-HIGH
               WHEN 'MOVE-ODDS'
               WHEN 'CLOAK-ODDS'
               WHEN 'DECLOAK-ODDS'
               WHEN 'Q-ODDS'
                    MOVE 0 TO WS-CP-LOW
                    MOVE 100 TO WS-CP-HIGH
               WHEN 'ADAPT-RATE'
                    MOVE 0 TO WS-CP-LOW
                    MOVE 400 TO WS-CP-HIGH
               WHEN 'RETREAT-AT'
                    MOVE 1 TO WS-CP-LOW
                    MOVE 25 TO WS-CP-HIGH
               WHEN OTHER
                    MOVE 'UNKNOWN KEYWORD' TO WS-CP-REASON
                    GO TO 1016-CHECK-REASON
           END-EVALUATE.

           IF CPM-KEYWORD = 'HIT-BASE' OR 'HIT-SPREAD' OR 'MOVE-ODDS'
              MOVE CPM-SPECIES TO WS-CP-GLYPH-WANTED
              PERFORM 1017-FIND-COMBAT-SPECIES
                 THRU 1017-END
              IF WS-CP-SP-FOUND-IDX = ZEROES
                 MOVE 'NO SUCH HOSTILE SPECIES GLYPH'
                   TO WS-CP-REASON
                 GO TO 1016-CHECK-REASON
              END-IF
           END-IF.

           IF CPM-VALUE-X = SPACES
              MOVE 'VALUE IS BLANK' TO WS-CP-REASON
              GO TO 1016-CHECK-REASON
           END-IF.

           INSPECT CPM-VALUE-X REPLACING LEADING SPACES BY ZEROES.

           IF CPM-VALUE IS NOT NUMERIC
              MOVE 'VALUE IS NOT NUMERIC' TO WS-CP-REASON
              GO TO 1016-CHECK-REASON
           END-IF.

           IF CPM-VALUE < WS-CP-LOW OR CPM-VALUE > WS-CP-HIGH
              MOVE 'VALUE OUTSIDE THE LEGAL RANGE' TO WS-CP-REASON
              GO TO 1016-CHECK-REASON
           END-IF.

           EVALUATE CPM-KEYWORD
               WHEN 'HIT-BASE'
                    MOVE CPM-VALUE
                      TO WS-CP-HIT-BASE   (WS-CP-SP-FOUND-IDX)
               WHEN 'HIT-SPREAD'
                    MOVE CPM-VALUE
                      TO WS-CP-HIT-SPREAD (WS-CP-SP-FOUND-IDX)
               WHEN 'MOVE-ODDS'
                    MOVE CPM-VALUE
                      TO WS-CP-MOVE-PCT   (WS-CP-SP-FOUND-IDX)
               WHEN 'CLOAK-ODDS'
                    MOVE CPM-VALUE TO WS-CP-CLOAK-PCT
               WHEN 'DECLOAK-ODDS'
                    MOVE CPM-VALUE TO WS-CP-DECLOAK-PCT
               WHEN 'ADAPT-RATE'
                    MOVE CPM-VALUE TO WS-CP-ADAPT-PCT
               WHEN 'RETREAT-AT'
                    MOVE CPM-VALUE TO WS-CP-RETREAT-AT
               WHEN 'Q-ODDS'
                    MOVE CPM-VALUE TO WS-CP-Q-PCT
           END-EVALUATE.

       1016-CHECK-REASON.

           IF WS-CP-REASON NOT = SPACES
              ADD 1 TO WS-CP-BAD-CTR
              DISPLAY 'Combat parameter card ' WS-CP-CARD-CTR ' ('
                      FUNCTION TRIM (CPM-KEYWORD) ') ignored - '
                      FUNCTION TRIM (WS-CP-REASON) '.' UPON SYSERR
           END-IF.

       1016-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1017-FIND-COMBAT-SPECIES SECTION.

      * THE DOCTRINE ENTRY FOR THE GLYPH IN WS-CP-GLYPH-WANTED;
      * WS-CP-SP-FOUND-IDX IS ZERO WHEN THE GLYPH IS NOT A HOSTILE.
           MOVE ZEROES TO WS-CP-SP-FOUND-IDX.

           PERFORM VARYING WS-CP-SP-IDX FROM 1 BY 1
             UNTIL WS-CP-SP-IDX > WS-CP-SP-MAX
                OR WS-CP-SP-FOUND-IDX > ZEROES
              IF WS-CP-GLYPH (WS-CP-SP-IDX) = WS-CP-GLYPH-WANTED
                 MOVE WS-CP-SP-IDX TO WS-CP-SP-FOUND-IDX
              END-IF
           END-PERFORM.

       1017-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1018-REPLAY-INPUT SECTION.

      * FEED THE NEXT JOURNALLED LINE TO THE PROMPT, FIRST CHECKING
      * THE SHIP STANDS WHERE THE LOST SESSION HAD IT WHEN THE LINE
      * WAS ENTERED.  WHEN THE LINES RUN OUT THE RECOVERY IS CLOSED
      * AND THE PROMPT GOES LIVE.
           IF WS-RCV-IDX >= WS-RCV-CTR
              PERFORM 1047-FINISH-RECOVERY
                 THRU 1047-END
              GO TO 1018-END
           END-IF.

           ADD 1 TO WS-RCV-IDX.

           IF WS-STARDATE NOT = WS-RCV-LN-STARDATE (WS-RCV-IDX)
              OR WS-SHIP-ENERGY NOT = WS-RCV-LN-ENERGY (WS-RCV-IDX)
              OR WS-GALAXY-HOSTILE-CTR
                 NOT = WS-RCV-LN-HOSTILES (WS-RCV-IDX)
              ADD 1 TO WS-RCV-DIVERGED-CTR
              IF WS-RCV-FIRST-DIVERGED = ZEROES
                 MOVE WS-RCV-IDX TO WS-RCV-FIRST-DIVERGED
              END-IF
           END-IF.

           MOVE WS-RCV-LN-INPUT (WS-RCV-IDX) TO WS-INPUT-LINE.
           DISPLAY '> ' WS-INPUT-LINE.

       1018-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1019-LOG-RECOVERY SECTION.

      * EVERY CRASH RECOVERY STEP - OFFERED, DECLINED, STARTED AND
      * FINISHED - GOES ON THE AUDIT LOG WITH THE TEXT IN
      * WS-RCV-RESULT.
           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | CRASH RECOVERY | '
                                       DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | slot '           DELIMITED BY SIZE
                  WS-ACTIVE-SLOT       DELIMITED BY SIZE
                  ' | '                DELIMITED BY SIZE
                  WS-RCV-RESULT        DELIMITED BY '  '
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       1019-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1015-DISPLAY-SHIP-STATUS SECTION.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Mission orders: ' WS-MSN-NAME.
           DISPLAY 'Current status of the U.S.S. '
                   FUNCTION TRIM (WS-SHIP-HULL-NAME) ':'.
           DISPLAY '  Class............ '
                   FUNCTION TRIM (WS-SHIP-CLASS) ' - '
                   WS-SHIP-HULL-REGISTER.
           DISPLAY '  Shields.......... ' WS-SHIP-SHIELDS
                   ' (U)p / (D)own'.
           DISPLAY '  Shield strength.. ' WS-SHIP-SHIELD-UNITS.
           DISPLAY '  Energy........... ' WS-SHIP-ENERGY.
           DISPLAY '  Torpedoes........ ' WS-SHIP-TORPEDOES.
           DISPLAY '  Damage reports... ' WS-SHIP-DAMAGE.
           DISPLAY '  Docked........... ' WS-SHIP-DOCKED.
           DISPLAY '  Crew aboard...... ' WS-SHIP-CREW
                   ' of ' WS-CREW-COMPLEMENT.
           DISPLAY '  Crew morale...... ' WS-SHIP-MORALE ' pct'.

       1015-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1020-COMPUTE-RANDOM-SEED SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           PERFORM 1022-CHECK-RNG-CERT
              THRU 1022-END.

           IF WS-FIXED-SEED-OPT-IN
              MOVE WS-FIXED-SEED-VALUE TO WS-RANDOM-SEED
              COMPUTE WS-RANDOM-NUMBER =
                      FUNCTION RANDOM (WS-RANDOM-SEED)
              GO TO 1020-END
           END-IF.

           MOVE 1.0000000000000000001 TO WS-RANDOM-TEMP.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-OFFSET-PP-MM  = '+'
              COMPUTE WS-RANDOM-TEMP =
                     (WS-RANK-CHOICES + WS-RANDOM-TEMP) *
                      WS-DIFFICULTY-FACTOR
             ELSE
              COMPUTE WS-RANDOM-TEMP =
                     (WS-RANK-CHOICES - WS-RANDOM-TEMP) *
                      WS-DIFFICULTY-FACTOR
           END-IF.
      D    DISPLAY 'WS-CURRENT-OFFSET-PP-MM->' WS-CURRENT-OFFSET-PP-MM.
      D    DISPLAY 'WS-RANK-CHOICES->' WS-RANK-CHOICES.
      D    DISPLAY 'WS-DIFFICULTY-FACTOR->' WS-DIFFICULTY-FACTOR.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-DATE-CC NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-DATE-CC
           END-IF.
      D    DISPLAY 'WS-CURRENT-DATE-CC->' WS-CURRENT-DATE-CC.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-TIME-HH NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP *
                      WS-CURRENT-TIME-HH
           END-IF.
      D    DISPLAY 'WS-CURRENT-TIME-HH->' WS-CURRENT-TIME-HH.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-DATE-YY NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-DATE-YY
           END-IF.
      D    DISPLAY 'WS-CURRENT-DATE-YY->' WS-CURRENT-DATE-YY.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-TIME-MM NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP *
                      WS-CURRENT-TIME-MM
           END-IF.
      D    DISPLAY 'WS-CURRENT-TIME-MM->' WS-CURRENT-TIME-MM.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-DATE-MM NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-DATE-MM
           END-IF.
      D    DISPLAY 'WS-CURRENT-DATE-MM->' WS-CURRENT-DATE-MM.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-TIME-SS NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP *
                      WS-CURRENT-TIME-SS
           END-IF.
      D    DISPLAY 'WS-CURRENT-TIME-SS->' WS-CURRENT-TIME-SS.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-DATE-DD NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-DATE-DD
           END-IF.
      D    DISPLAY 'WS-CURRENT-DATE-DD->' WS-CURRENT-DATE-DD.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-TIME-MS NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP *
                      WS-CURRENT-TIME-MS
           END-IF.
      D    DISPLAY 'WS-CURRENT-TIME-MS->' WS-CURRENT-TIME-MS.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-OFFSET-HH NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-OFFSET-HH
           END-IF.
      D    DISPLAY 'WS-CURRENT-OFFSET-HH->' WS-CURRENT-OFFSET-HH.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           IF WS-CURRENT-OFFSET-MM NOT = ZEROES
              COMPUTE WS-RANDOM-TEMP = WS-RANDOM-TEMP /
                      WS-CURRENT-OFFSET-MM
           END-IF.
      D    DISPLAY 'WS-CURRENT-OFFSET-MM->' WS-CURRENT-OFFSET-MM.
      D    DISPLAY 'WS-RANDOM-TEMP->'WS-RANDOM-TEMP.

           COMPUTE WS-RANDOM-SEED =
                   FUNCTION SQRT(WS-RANDOM-TEMP).
           COMPUTE WS-RANDOM-NUMBER =
                   FUNCTION RANDOM (WS-RANDOM-SEED).

      D    DISPLAY 'WS-RANDOM-SEED->' WS-RANDOM-SEED.
      D    DISPLAY 'WS-RANDOM-NUMBER->' WS-RANDOM-NUMBER.

       1020-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1022-CHECK-RNG-CERT SECTION.

           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT RNG-CERT-FILE.

           IF WS-RNG-CERT-STATUS-1 = 0 AND WS-RNG-CERT-STATUS-2 = 5
              CLOSE RNG-CERT-FILE
              DISPLAY 'WARNING: no RNG certification on file - the '
                      'random generator behind'
              DISPLAY 'this galaxy build has not been checked by '
                      'randomck.'
      *
      * -------------------------------------------------------------- *
      *
       1023-CHECK-BOOKING SECTION.

           MOVE 'N'    TO WS-BKG-OWN-SW
                          WS-BKG-ELSEWHERE-SW
                          WS-BKG-EOF-SW.
           MOVE SPACES TO WS-BKG-HOLDER
                          WS-BKG-HOLDER-KIND
                          WS-BKG-CLASS-ID.
           SET WS-BKG-WAS-OPEN TO TRUE.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE TO WS-BKG-TODAY.
           COMPUTE WS-BKG-NOW =
                   WS-CURRENT-TIME-HH * 100 + WS-CURRENT-TIME-MM.

      * THE CAPTAIN'S ENROLLED CLASS, FOR A BOOKING MADE FOR A WHOLE
      * CLASS.
           OPEN INPUT ENROLLMENT-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ENROLLMENT-STATUS-1 = 0
              AND WS-ENROLLMENT-STATUS-2 = 5
              CLOSE ENROLLMENT-FILE
           ELSE
              IF WS-ENROLLMENT-STATUS-1 = 0
                 PERFORM UNTIL WS-BKG-EOF
                    READ ENROLLMENT-FILE
                       AT END
                          SET WS-BKG-EOF TO TRUE
                       NOT AT END
                          IF ENR-NAME = WS-NAME
                             MOVE ENR-CLASS-ID TO WS-BKG-CLASS-ID
                             SET WS-BKG-EOF TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ENROLLMENT-FILE
              END-IF
           END-IF.

           MOVE 'N' TO WS-BKG-EOF-SW.

           OPEN INPUT BOOKING-FILE.

      * NO BOOKING FILE - THE CONSOLES ARE NOT BOOKED AT THIS SITE.
           IF WS-BOOKING-STATUS-1 = 0 AND WS-BOOKING-STATUS-2 = 5
              CLOSE BOOKING-FILE
              GO TO 1023-END
           END-IF.

           IF WS-BOOKING-STATUS-1 NOT = 0
              DISPLAY 'Console bookings unreadable, status '
                      WS-BOOKING-FILE-STATUS ' - sign-on not checked.'
                      UPON SYSERR
              GO TO 1023-END
           END-IF.

      * TODAY'S BOOKINGS ONLY.  THE SLOT'S BOOKING IN FORCE NOW IS
      * EITHER THE CAPTAIN'S OWN OR SOMEONE ELSE'S; ANY OTHER BOOKING
      * OF THE CAPTAIN'S TODAY IS NOTED TO POINT THEM AT IT.
           PERFORM UNTIL WS-BKG-EOF
              READ BOOKING-FILE
                 AT END
                    SET WS-BKG-EOF TO TRUE
                 NOT AT END
                    IF BKG-DATE = WS-BKG-TODAY
                       MOVE 'N' TO WS-BKG-MINE-SW
                       IF (BKG-FOR-CAPTAIN AND BKG-WHO = WS-NAME)
                          OR (BKG-FOR-CLASS
                              AND WS-BKG-CLASS-ID NOT = SPACES
                              AND BKG-WHO = WS-BKG-CLASS-ID)
                          SET WS-BKG-IS-MINE TO TRUE
                       END-IF
                       EVALUATE TRUE
                           WHEN BKG-SLOT = WS-ACTIVE-SLOT
                            AND BKG-START <= WS-BKG-NOW
                            AND BKG-END > WS-BKG-NOW
                            AND WS-BKG-IS-MINE
                                SET WS-BKG-OWN-FOUND TO TRUE
                                MOVE BKG-START TO WS-BKG-OWN-START
                                MOVE BKG-END   TO WS-BKG-OWN-END
                           WHEN BKG-SLOT = WS-ACTIVE-SLOT
                            AND BKG-START <= WS-BKG-NOW
                            AND BKG-END > WS-BKG-NOW
                                MOVE BKG-WHO   TO WS-BKG-HOLDER
                                MOVE BKG-KIND  TO WS-BKG-HOLDER-KIND
                                MOVE BKG-START TO WS-BKG-HOLDER-START
                                MOVE BKG-END   TO WS-BKG-HOLDER-END
                           WHEN WS-BKG-IS-MINE
                            AND NOT WS-BKG-ELSEWHERE
                                SET WS-BKG-ELSEWHERE TO TRUE
                                MOVE BKG-SLOT  TO WS-BKG-ELSE-SLOT
                                MOVE BKG-START TO WS-BKG-ELSE-START
                                MOVE BKG-END   TO WS-BKG-ELSE-END
                           WHEN OTHER
                                CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           IF WS-BKG-OWN-FOUND
              SET WS-BKG-WAS-BOOKED TO TRUE
              DISPLAY 'Console booking confirmed - slot '
                      WS-ACTIVE-SLOT ' is booked to you until '
                      WS-BKG-OWN-END (1:2) ':' WS-BKG-OWN-END (3:2)
                      '.'
              GO TO 1023-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-BKG-HOLDER NOT = SPACES
                AND WS-BKG-HOLDER-KIND = 'K'
                    DISPLAY 'Slot ' WS-ACTIVE-SLOT ' is booked to '
                            'class ' FUNCTION TRIM (WS-BKG-HOLDER)
                            ' from ' WS-BKG-HOLDER-START (1:2) ':'
                            WS-BKG-HOLDER-START (3:2) ' to '
                            WS-BKG-HOLDER-END (1:2) ':'
                            WS-BKG-HOLDER-END (3:2) '.'
               WHEN WS-BKG-HOLDER NOT = SPACES
                    DISPLAY 'Slot ' WS-ACTIVE-SLOT ' is booked to '
                            FUNCTION TRIM (WS-BKG-HOLDER)
                            ' from ' WS-BKG-HOLDER-START (1:2) ':'
                            WS-BKG-HOLDER-START (3:2) ' to '
                            WS-BKG-HOLDER-END (1:2) ':'
                            WS-BKG-HOLDER-END (3:2) '.'
               WHEN WS-BKG-ELSEWHERE
                    DISPLAY 'Your console booking today is slot '
                            WS-BKG-ELSE-SLOT ' from '
                            WS-BKG-ELSE-START (1:2) ':'
                            WS-BKG-ELSE-START (3:2) ' to '
                            WS-BKG-ELSE-END (1:2) ':'
                            WS-BKG-ELSE-END (3:2) '.'
               WHEN OTHER
                    GO TO 1023-END
           END-EVALUATE.

      * OUTSIDE THE BOOKINGS - THE SITE'S BOOKING-RULE DECIDES.
           IF WS-SC-BOOKING-REFUSES
              SET WS-BKG-WAS-REFUSED TO TRUE
              DISPLAY 'Sign-on REFUSED - this console is not booked '
                      'to you now.  See the duty instructor.'
           ELSE
              SET WS-BKG-WAS-WARNED TO TRUE
              DISPLAY 'WARNING: you are signing on outside your '
                      'console booking - the session is logged.'
           END-IF.

       1023-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1024-LOG-SIGN-ON SECTION.

      * ONE SIGN-ON LINE PER SLOT ASSIGNED, WITH THE SLOT, THE CONSOLE
      * AND THE BOOKING RESULT - THE DAY-SHEET SETS THESE AGAINST THE
      * BOOKINGS.
           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.

           IF WS-CONSOLE-ID = SPACES
              MOVE '-'           TO WS-BKG-CONSOLE
           ELSE
              MOVE WS-CONSOLE-ID TO WS-BKG-CONSOLE
           END-IF.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | SIGN-ON | '      DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | slot '           DELIMITED BY SIZE
                  WS-ACTIVE-SLOT       DELIMITED BY SIZE
                  ' | console '        DELIMITED BY SIZE
                  WS-BKG-CONSOLE       DELIMITED BY SPACE
                  ' | '                DELIMITED BY SIZE
                  WS-BKG-RESULT        DELIMITED BY SPACE
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

      * A SESSION LET ON TO THE SLOT IS TIMED FROM HERE UNTIL ITS
      * SIGN-OFF LINE IS WRITTEN.
           IF NOT WS-BKG-WAS-REFUSED
              SET WS-ACCT-SIGNED-ON TO TRUE
              MOVE ZEROES TO WS-ACCT-COMMANDS
              MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                TO WS-ACCT-START-STAMP
           END-IF.

       1024-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1025-LOG-SESSION SECTION.

           MOVE WS-RANK TO WS-RANK-TRIMMED.
           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-RANK-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DIFFICULTY-FACTOR DELIMITED BY SIZE
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       1025-END.
           EXIT.

       1027-SET-NAME.

      * THE CONSOLE BOOKINGS ARE CHECKED BEFORE THE SLOT'S LOCK IS
      * LOOKED AT - A REFUSED SIGN-ON ENDS THE SESSION WITHOUT TAKING
      * THE LOCK OR OVERRIDING A STALE ONE, SO A CRASHED SESSION IS
      * CLOSED ONCE, BY THE SIGN-ON THAT GOES ON TO CLAIM THE SLOT.
           PERFORM 1023-CHECK-BOOKING
              THRU 1023-END.

           IF WS-BKG-WAS-REFUSED
              PERFORM 1024-LOG-SIGN-ON
                 THRU 1024-END
              PERFORM 9990-STOP-PROGRAM
                 THRU 9990-END
           END-IF.

      * THE SLOT MUST BE FREE OF ANOTHER SESSION'S LOCK BEFORE IT IS
      * CLAIMED.  A STALE LOCK FROM A CRASHED SESSION IS CLEARED BY
      * OPERATOR OVERRIDE AT THIS PROMPT.
              END-IF
              DISPLAY 'Operator override - the stale lock on slot '
                      WS-ACTIVE-SLOT ' is cleared.'
              SET WS-RCV-LOCK-WAS-STALE TO TRUE
              PERFORM 9981-CLOSE-STALE-SESSION
                 THRU 9981-END
           END-IF.

           PERFORM 1024-LOG-SIGN-ON
              THRU 1024-END.

           PERFORM 1028-WRITE-LOCK
              THRU 1028-WRITE-END.

           MOVE SPACES TO WS-CHECKPOINT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-ACTIVE-SLOT         DELIMITED BY SIZE
             INTO WS-CHECKPOINT-ASSIGN-NAME.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-ACTIVE-SLOT         DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.
           MOVE SPACES TO WS-JOURNAL-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-JNL-PREFIX)
                                         DELIMITED BY SIZE
                  WS-ACTIVE-SLOT         DELIMITED BY SIZE
             INTO WS-JOURNAL-ASSIGN-NAME.

       1027-END.
           EXIT.
                          WS-LOCK-STAMP.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-LOCK-SLOT           DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.

       1028-WRITE-LOCK SECTION.

           MOVE SPACES TO WS-LOCK-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                  WS-ACTIVE-SLOT         DELIMITED BY SIZE
             INTO WS-LOCK-ASSIGN-NAME.


      * TRUNCATE THE SLOT'S SAVE FILE AND CLEAR ITS ROSTER ENTRY.
           MOVE SPACES TO WS-CHECKPOINT-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-CHECKPOINT-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RST-FOUND-SLOT      DELIMITED BY SIZE
             INTO WS-CHECKPOINT-ASSIGN-NAME.


      * THE SLOT'S GALAXY STORE GOES WITH ITS CHECKPOINT.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RST-FOUND-SLOT      DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

           OPEN OUTPUT GALAXY-FILE.
           CLOSE GALAXY-FILE.

      * AND SO DOES ITS RECOVERY JOURNAL.
           MOVE SPACES TO WS-JOURNAL-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-JNL-PREFIX)
                                         DELIMITED BY SIZE
                  WS-RST-FOUND-SLOT      DELIMITED BY SIZE
             INTO WS-JOURNAL-ASSIGN-NAME.

           IF WS-RST-FOUND-SLOT = WS-ACTIVE-SLOT
              MOVE 'N' TO WS-JNL-ACTIVE-SW
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.

      * AN EXERCISE BERTH THE SAVE STILL HELD IS GIVEN UP.
           MOVE WS-RST-FOUND-SLOT TO WS-FX-WD-SLOT.
           PERFORM 4145-WITHDRAW-SLOT
              THRU 4145-END.

           MOVE 'N'    TO WS-RS-USED  (WS-RST-FOUND-SLOT).
           MOVE SPACES TO WS-RS-NAME  (WS-RST-FOUND-SLOT).
           MOVE SPACES TO WS-RS-RANK  (WS-RST-FOUND-SLOT).
                          WS-CURR-SECT-Z.
           SET WS-SHIELDS-DOWN TO TRUE.
           MOVE ZEROES TO WS-SHIP-SHIELD-UNITS.
           MOVE WS-SHIP-ENERGY-MAX TO WS-SHIP-ENERGY.
           MOVE WS-SHIP-TORP-MAX   TO WS-SHIP-TORPEDOES.
           MOVE ZEROES TO WS-SHIP-DAMAGE.
           MOVE 'N'    TO WS-SHIP-DOCKED.
           MOVE ZEROES TO WS-DMG-UNITS-TABLE.
      * THE UNTRUSTED HEADER ALSO CARRIED THE PROBE STOCK, THE
      * KOBAYASHI DRILL STATE, THE IN-FLIGHT PROBE TABLE AND THE
      * RESUPPLY TIMER - PUT EVERY ONE BACK TO MISSION-START VALUES.
           MOVE WS-SHIP-PROBE-MAX TO WS-SHIP-PROBES.
           MOVE 'N'    TO WS-KM-STATE.
           MOVE ZEROES TO WS-KM-SURVIVED-TURNS
                          WS-KM-AMBUSH-ENERGY.
                          WS-PWR-ENGINEERING.
           MOVE 'G'    TO WS-ALERT-CONDITION.

      * THE REFUSED SAVE MAY HAVE POINTED AT A FLEET EXERCISE STORE -
      * THE NEW MISSION FLIES THE SLOT'S OWN.
           MOVE 'N'    TO WS-FX-ACTIVE-SW.
           MOVE ZEROES TO WS-FX-EXERCISE-NO
                          WS-FX-BERTH.
           MOVE SPACES TO WS-GALAXY-ASSIGN-NAME.
           STRING FUNCTION TRIM (WS-SC-GALAXY-PREFIX)
                                         DELIMITED BY SIZE
                  WS-ACTIVE-SLOT         DELIMITED BY SIZE
             INTO WS-GALAXY-ASSIGN-NAME.

       1033-END.
           EXIT.
      *
              MOVE 'G'                  TO WS-ALERT-CONDITION
           END-IF.

      * THE SAVE CARRIES ONLY THE CLASS NAME AND HULL - THE CEILINGS
      * AND COMPLEMENT COME FROM TODAY'S CLASS TABLE.  A CLASS NO
      * LONGER ON THE TABLE FLIES AS A CONSTITUTION.
           MOVE CK-SHIP-CLASS           TO WS-SHIP-CLASS-WANTED.
           PERFORM 1012-FIND-SHIP-CLASS
              THRU 1012-END.
           IF WS-SHC-FOUND-IDX = ZEROES
              MOVE 'Constitution'       TO WS-SHIP-CLASS-WANTED
              PERFORM 1012-FIND-SHIP-CLASS
                 THRU 1012-END
           END-IF.
           IF WS-SHC-FOUND-IDX > ZEROES
              PERFORM 1011-APPLY-SHIP-CLASS
                 THRU 1011-END
           END-IF.
           IF CK-SHIP-HULL-REGISTER NOT = SPACES
              MOVE CK-SHIP-HULL-REGISTER TO WS-SHIP-HULL-REGISTER
              MOVE CK-SHIP-HULL-NAME     TO WS-SHIP-HULL-NAME
           END-IF.
           MOVE CK-MISSION-STAMP        TO WS-MISSION-STAMP.

      * A SAVE FLOWN IN A FLEET EXERCISE FLIES THE EXERCISE'S STORE.
           IF CK-FX-EXERCISE-NO IS NUMERIC
              AND CK-FX-EXERCISE-NO > ZEROES
              AND CK-FX-BERTH IS NUMERIC
              MOVE CK-FX-EXERCISE-NO    TO WS-FX-EXERCISE-NO
                                           WS-FX-NAME-NO
              MOVE CK-FX-BERTH          TO WS-FX-BERTH
              SET WS-FX-ACTIVE          TO TRUE
              PERFORM 4130-SET-FLEET-GALAXY-NAME
                 THRU 4130-END
              MOVE WS-FX-GALAXY-NAME    TO WS-GALAXY-ASSIGN-NAME
           ELSE
              MOVE 'N'                  TO WS-FX-ACTIVE-SW
              MOVE ZEROES               TO WS-FX-EXERCISE-NO
                                           WS-FX-BERTH
           END-IF.

           IF CK-PWR-WEAPONS IS NUMERIC
              AND CK-PWR-SHIELDS IS NUMERIC
              AND CK-PWR-ENGINES IS NUMERIC
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1037-START-REPLAY SECTION.

      * THE CHECKPOINT IS BACK IN STORAGE - PUT THE RANDOM STREAM
      * WHERE THE LOST SESSION HAD IT AND START FEEDING ITS LINES.
           MOVE WS-RCV-HD-SEED TO WS-RANDOM-SEED.
           COMPUTE WS-RANDOM-NUMBER =
                   FUNCTION RANDOM (WS-RANDOM-SEED).

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           PERFORM 1025-LOG-SESSION
              THRU 1025-END.

           MOVE ZEROES TO WS-RCV-IDX
                          WS-RCV-DIVERGED-CTR
                          WS-RCV-FIRST-DIVERGED
                          WS-AUTOSAVE-CTR.
           SET WS-RCV-REPLAYING TO TRUE.

           MOVE WS-RCV-CTR         TO WS-RCV-CTR-EDIT.
           MOVE WS-RCV-HD-STARDATE TO WS-RCV-SD-EDIT.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Replaying ' FUNCTION TRIM (WS-RCV-CTR-EDIT)
                   ' journalled lines from stardate '
                   FUNCTION TRIM (WS-RCV-SD-EDIT) ' ...'.

           MOVE SPACES TO WS-RCV-RESULT.
           STRING 'replay started - '  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-CTR-EDIT)
                                       DELIMITED BY SIZE
                  ' lines from stardate '
                                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-SD-EDIT)
                                       DELIMITED BY SIZE
             INTO WS-RCV-RESULT.
           PERFORM 1019-LOG-RECOVERY
              THRU 1019-END.

       1037-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1038-RESTORE-STARSHIP SECTION.

           IF WS-CKR-LAYOUT-VERSION NOT = WS-CKPT-LAYOUT-VERSION
              DISPLAY 'Checkpoint integrity: the save was written '
                      'under another checkpoint layout.'
              DISPLAY 'The CKPTCONV utility converts saves from '
                      'earlier layouts.'
              SET WS-CKR-FAILED TO TRUE
              GO TO 1039-END
           END-IF.
              SET WS-CKR-FAILED TO TRUE
           END-IF.

      * A FLEET EXERCISE PARTNER GOES ON SURVEYING WHILE THIS SAVE
      * IS SUSPENDED - ITS STORE MAY HOLD MORE CUBES, NEVER FEWER.
           IF WS-GX-CUBE-CTR < WS-CKR-TRL-CELLS
              OR (WS-GX-CUBE-CTR NOT = WS-CKR-TRL-CELLS
                  AND NOT WS-FX-ACTIVE)
              DISPLAY 'Checkpoint integrity: the galaxy store holds '
                      WS-GX-CUBE-CTR ' cubes but the trailer '
                      'recorded ' WS-CKR-TRL-CELLS '.'
           PERFORM VARYING WS-CKR-QUAD-IDX FROM 1 BY 1
             UNTIL WS-CKR-QUAD-IDX > WS-QUAD-MAX

              IF WS-GX-QUAD-CUBES (WS-CKR-QUAD-IDX) <
                 WS-CKR-TRL-QUAD (WS-CKR-QUAD-IDX)
                 OR (WS-GX-QUAD-CUBES (WS-CKR-QUAD-IDX) NOT =
                     WS-CKR-TRL-QUAD (WS-CKR-QUAD-IDX)
                     AND NOT WS-FX-ACTIVE)
                 DISPLAY 'Checkpoint integrity: quadrant '
                         WS-CKR-QUAD-IDX ' holds '
                         WS-GX-QUAD-CUBES (WS-CKR-QUAD-IDX)
      *
       1040-BUILD-GALAXY SECTION.

      * A NEW MISSION IS NAMED BY THE MOMENT ITS GALAXY WAS BUILT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14) TO WS-MISSION-STAMP.

           MOVE ZEROES TO WS-STARSHIP-LOG-CTR.
           MOVE ZEROES TO WS-STARSHIP-LOG.
           MOVE ZEROES TO WS-GALAXY-HOSTILE-CTR.
           OPEN OUTPUT GALAXY-FILE.
           CLOSE GALAXY-FILE.

      * A CAPTAIN JOINING A FLEET EXERCISE TAKES THE EXERCISE'S
      * GALAXY INSTEAD OF CHARTING ONE.
           IF WS-FX-JOIN-WANTED
              PERFORM 4115-JOIN-EXERCISE
                 THRU 4115-END
              IF WS-FX-ACTIVE
                 GO TO 1040-END
              END-IF
           END-IF.

           PERFORM VARYING WS-QUAD-CTR FROM 1 BY 1
             UNTIL WS-QUAD-CTR > WS-QUAD-MAX

           DISPLAY 'Galaxy survey grid ready - hostile strength is '
                   'learned as space is explored.'.

           IF WS-FX-HOST-WANTED
              PERFORM 4112-HOST-EXERCISE
                 THRU 4112-END
           END-IF.

       1040-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1041-START-JOURNAL SECTION.

      * EVERY SAVE STARTS THE SLOT'S RECOVERY JOURNAL AFRESH.  THE
      * SESSION IS RESEEDED FROM ITS OWN RANDOM STREAM AND THE SEED
      * IS JOURNALLED, SO A REPLAY FROM THIS SAVE DRAWS EXACTLY THE
      * SAME NUMBERS.  A FIXED-SEED SESSION STAYS REPRODUCIBLE.
           IF WS-RCV-REPLAYING
              GO TO 1041-END
           END-IF.

      * A FLEET EXERCISE STORE IS SHARED - ROLLING IT BACK WOULD UNDO
      * THE PARTNER'S WORK AS WELL, SO NO RECOVERY JOURNAL IS KEPT.
      * THE SLOT'S OLD JOURNAL IS EMPTIED SO IT IS NEVER OFFERED.
           IF WS-FX-ACTIVE
              MOVE 'N' TO WS-JNL-ACTIVE-SW
              OPEN OUTPUT JOURNAL-FILE
              CLOSE JOURNAL-FILE
              GO TO 1041-END
           END-IF.

           MOVE 'N'    TO WS-JNL-ACTIVE-SW.
           MOVE ZEROES TO WS-JNL-IMG-CTR.

           COMPUTE WS-JNL-SEED = FUNCTION RANDOM * 999999998 + 1.
           MOVE WS-JNL-SEED TO WS-RANDOM-SEED.
           COMPUTE WS-RANDOM-NUMBER =
                   FUNCTION RANDOM (WS-RANDOM-SEED).

           OPEN OUTPUT JOURNAL-FILE.

           IF WS-JOURNAL-STATUS-1 NOT = 0
              DISPLAY 'WARNING: the recovery journal for slot '
                      WS-ACTIVE-SLOT ' could not be started, status '
                      WS-JOURNAL-FILE-STATUS UPON SYSERR
              GO TO 1041-END
           END-IF.

           MOVE SPACES                TO JN-HEADER-RECORD.
           SET JN-IS-HEADER           TO TRUE.
           MOVE WS-NAME               TO JN-HD-NAME.
           MOVE WS-STARDATE           TO JN-HD-STARDATE.
           MOVE WS-GALAXY-HOSTILE-CTR TO JN-HD-HOSTILES.
           MOVE WS-JNL-SEED           TO JN-HD-SEED.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                      TO JN-HD-STAMP.
           WRITE JN-HEADER-RECORD.

           CLOSE JOURNAL-FILE.

           SET WS-JNL-ACTIVE TO TRUE.

       1041-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1042-JOURNAL-INPUT SECTION.

      * JOURNAL THE LINE JUST ENTERED WITH THE STARDATE, ENERGY AND
      * HOSTILE COUNT OF ITS PROMPT.  THE FILE IS CLOSED AFTER EVERY
      * LINE SO NOTHING IS LOST IF THE SESSION DIES.
           IF NOT WS-JNL-ACTIVE
              GO TO 1042-END
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JOURNAL-STATUS-1 NOT = 0
              DISPLAY 'WARNING: the recovery journal for slot '
                      WS-ACTIVE-SLOT ' could not be extended, status '
                      WS-JOURNAL-FILE-STATUS UPON SYSERR
              MOVE 'N' TO WS-JNL-ACTIVE-SW
              GO TO 1042-END
           END-IF.

           MOVE SPACES                TO JN-INPUT-RECORD.
           SET JN-IS-INPUT            TO TRUE.
           MOVE WS-STARDATE           TO JN-IN-STARDATE.
           MOVE WS-SHIP-ENERGY        TO JN-IN-ENERGY.
           MOVE WS-GALAXY-HOSTILE-CTR TO JN-IN-HOSTILES.
           MOVE WS-INPUT-LINE         TO JN-IN-LINE.
           WRITE JN-INPUT-RECORD.

           CLOSE JOURNAL-FILE.

       1042-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1043-OFFER-RECOVERY SECTION.

      * THE LAST SESSION ON THIS SLOT NEVER SIGNED OFF.  IF ITS
      * JOURNAL CARRIES INPUT PAST THE CHECKPOINT, OFFER TO ROLL THE
      * MISSION FORWARD TO WHERE IT WAS LOST.  EITHER WAY THE GALAXY
      * STORE IS ROLLED BACK TO THE CHECKPOINT SO THE RESUME BALANCES.
           MOVE 'N'    TO WS-RCV-RESPONSE
                          WS-RCV-HD-FOUND-SW
                          WS-RCV-EOF-SW.
           MOVE ZEROES TO WS-RCV-CTR.
           MOVE SPACES TO WS-RCV-REASON.

           OPEN INPUT JOURNAL-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-JOURNAL-STATUS-1 = 0 AND WS-JOURNAL-STATUS-2 = 5
              CLOSE JOURNAL-FILE
              GO TO 1043-END
           END-IF.

           IF WS-JOURNAL-STATUS-1 NOT = 0
              GO TO 1043-END
           END-IF.

           PERFORM UNTIL WS-RCV-EOF
              READ JOURNAL-FILE
                 AT END
                    SET WS-RCV-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN JN-IS-HEADER
                         AND NOT WS-RCV-HD-FOUND
                             SET WS-RCV-HD-FOUND TO TRUE
                             MOVE JN-HD-NAME     TO WS-RCV-HD-NAME
                             MOVE JN-HD-STARDATE TO WS-RCV-HD-STARDATE
                             MOVE JN-HD-HOSTILES TO WS-RCV-HD-HOSTILES
                             MOVE JN-HD-SEED     TO WS-RCV-HD-SEED
                        WHEN JN-IS-INPUT
                         AND WS-RCV-CTR < WS-RCV-MAX
                             ADD 1 TO WS-RCV-CTR
                             MOVE JN-IN-STARDATE
                               TO WS-RCV-LN-STARDATE (WS-RCV-CTR)
                             MOVE JN-IN-ENERGY
                               TO WS-RCV-LN-ENERGY (WS-RCV-CTR)
                             MOVE JN-IN-HOSTILES
                               TO WS-RCV-LN-HOSTILES (WS-RCV-CTR)
                             MOVE JN-IN-LINE
                               TO WS-RCV-LN-INPUT (WS-RCV-CTR)
                        WHEN JN-IS-INPUT
                             MOVE 'too many lines to replay'
                               TO WS-RCV-REASON
                        WHEN JN-IS-OVERFLOW
                             MOVE 'too many cubes changed since save'
                               TO WS-RCV-REASON
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

      * NOTHING WAS ENTERED AFTER THE SAVE - THE CHECKPOINT IS ALREADY
      * THE WHOLE MISSION.
           IF WS-RCV-CTR = ZEROES
              GO TO 1043-END
           END-IF.

           IF WS-RCV-REASON = SPACES
              AND NOT WS-RCV-HD-FOUND
              MOVE 'journal has no header' TO WS-RCV-REASON
           END-IF.

      * THE JOURNAL MUST FOLLOW THE VERY SAVE NOW IN THE SLOT.
           IF WS-RCV-REASON = SPACES
              OPEN INPUT CHECKPOINT-FILE
              IF WS-CHECKPOINT-STATUS-1 = 0
                 AND WS-CHECKPOINT-STATUS-2 = 5
                 CLOSE CHECKPOINT-FILE
                 MOVE 'no checkpoint in the slot' TO WS-RCV-REASON
              ELSE
                 IF WS-CHECKPOINT-STATUS-1 NOT = 0
                    MOVE 'checkpoint cannot be opened'
                      TO WS-RCV-REASON
                 ELSE
                    SET WS-EOF-FALSE TO TRUE
                    READ CHECKPOINT-FILE
                       AT END
                          SET WS-EOF-TRUE TO TRUE
                    END-READ
                    IF WS-EOF-TRUE
                       OR CK-NAME NOT = WS-NAME
                       OR CK-NAME NOT = WS-RCV-HD-NAME
                       OR CK-STARDATE NOT = WS-RCV-HD-STARDATE
                       OR CK-GALAXY-HOSTILE-CTR
                          NOT = WS-RCV-HD-HOSTILES
                       MOVE 'journal does not follow the checkpoint'
                         TO WS-RCV-REASON
                    END-IF
                    CLOSE CHECKPOINT-FILE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-RCV-CTR         TO WS-RCV-CTR-EDIT.
           MOVE WS-RCV-HD-STARDATE TO WS-RCV-SD-EDIT.

           IF WS-RCV-REASON NOT = SPACES
              DISPLAY 'The crash journal for slot ' WS-ACTIVE-SLOT
                      ' cannot be replayed - '
                      FUNCTION TRIM (WS-RCV-REASON) '.'
              MOVE SPACES TO WS-RCV-RESULT
              STRING 'not offered - '  DELIMITED BY SIZE
                     WS-RCV-REASON     DELIMITED BY '  '
                INTO WS-RCV-RESULT
              PERFORM 1019-LOG-RECOVERY
                 THRU 1019-END
              GO TO 1043-END
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'The last session on slot ' WS-ACTIVE-SLOT
                   ' was lost before it signed off.'.
           DISPLAY 'Its journal holds '
                   FUNCTION TRIM (WS-RCV-CTR-EDIT)
                   ' input lines past the checkpoint at stardate '
                   FUNCTION TRIM (WS-RCV-SD-EDIT) '.'.
           DISPLAY 'Restore the checkpoint and replay them to recover '
                   'the mission (Y/N)? '.
           PERFORM 1003-GET-INPUT
              THRU 1003-END
           MOVE WS-INPUT-LINE TO WS-RCV-RESPONSE.
           MOVE FUNCTION UPPER-CASE(WS-RCV-RESPONSE)
             TO WS-RCV-RESPONSE.

           PERFORM 1044-ROLLBACK-STORE
              THRU 1044-END.

           IF NOT WS-RCV-CONFIRMED
              DISPLAY 'Recovery declined - resuming from the '
                      'checkpoint.'
              MOVE SPACES TO WS-RCV-RESULT
              STRING 'declined - '     DELIMITED BY SIZE
                     FUNCTION TRIM (WS-RCV-CTR-EDIT)
                                       DELIMITED BY SIZE
                     ' lines past stardate '
                                       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-RCV-SD-EDIT)
                                       DELIMITED BY SIZE
                     ' discarded'      DELIMITED BY SIZE
                INTO WS-RCV-RESULT
              PERFORM 1019-LOG-RECOVERY
                 THRU 1019-END
           END-IF.

       1043-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1044-ROLLBACK-STORE SECTION.

      * PUT EVERY CUBE FILED SINCE THE SAVE BACK AS IT STOOD AT THE
      * SAVE, AND REMOVE EVERY CUBE FIRST GENERATED SINCE.
           MOVE ZEROES TO WS-RCV-IMAGE-CTR
                          WS-RCV-REMOVED-CTR.

           IF WS-GX-IS-OPEN
              CLOSE GALAXY-FILE
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.

           OPEN I-O GALAXY-FILE.

           IF WS-GALAXY-STATUS-1 NOT = 0
              DISPLAY 'Galaxy store cannot be opened, status '
                      WS-GALAXY-FILE-STATUS UPON SYSERR
              GO TO 1044-END
           END-IF.

           OPEN INPUT JOURNAL-FILE.

           IF WS-JOURNAL-STATUS-1 NOT = 0
              CLOSE GALAXY-FILE
              GO TO 1044-END
           END-IF.

           MOVE 'N' TO WS-RCV-EOF-SW.

           PERFORM UNTIL WS-RCV-EOF
              READ JOURNAL-FILE
                 AT END
                    SET WS-RCV-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                        WHEN JN-IS-BEFORE-IMAGE
                             MOVE JN-CB-SECTOR-ID TO GX-SECTOR-ID
                             MOVE JN-CB-CONTENTS  TO GX-SECTOR-CONTENTS
                             REWRITE GX-CUBE-RECORD
                                INVALID KEY
                                   WRITE GX-CUBE-RECORD
                                      INVALID KEY
                                         DISPLAY 'Galaxy store write '
                                                 'failed, status '
                                                 WS-GALAXY-FILE-STATUS
                                                 UPON SYSERR
                                   END-WRITE
                             END-REWRITE
                             ADD 1 TO WS-RCV-IMAGE-CTR
                        WHEN JN-IS-NEW-CUBE
                             MOVE JN-CB-SECTOR-ID TO GX-SECTOR-ID
                             DELETE GALAXY-FILE RECORD
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   ADD 1 TO WS-RCV-REMOVED-CTR
                             END-DELETE
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           CLOSE GALAXY-FILE.

           MOVE WS-RCV-IMAGE-CTR   TO WS-RCV-CTR-EDIT.
           MOVE WS-RCV-REMOVED-CTR TO WS-RCV-AUX-EDIT.
           DISPLAY 'Galaxy store rolled back to the checkpoint - '
                   FUNCTION TRIM (WS-RCV-CTR-EDIT) ' cubes restored, '
                   FUNCTION TRIM (WS-RCV-AUX-EDIT) ' removed.'.

       1044-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1045-SAVE-CHECKPOINT SECTION.

           MOVE WS-SG-NEXT-CHECK         TO CK-SG-NEXT-CHECK.
           MOVE WS-NV-FUSE-DATE          TO CK-NOVA-FUSE.
           MOVE WS-ALERT-CONDITION       TO CK-ALERT-CONDITION.
           MOVE WS-SHIP-CLASS            TO CK-SHIP-CLASS.
           MOVE WS-SHIP-HULL-REGISTER    TO CK-SHIP-HULL-REGISTER.
           MOVE WS-SHIP-HULL-NAME        TO CK-SHIP-HULL-NAME.
           MOVE WS-MISSION-STAMP         TO CK-MISSION-STAMP.
           MOVE WS-FX-EXERCISE-NO        TO CK-FX-EXERCISE-NO.
           MOVE WS-FX-BERTH              TO CK-FX-BERTH.
           MOVE WS-PWR-WEAPONS           TO CK-PWR-WEAPONS.
           MOVE WS-PWR-SHIELDS           TO CK-PWR-SHIELDS.
           MOVE WS-PWR-ENGINES           TO CK-PWR-ENGINES.
           PERFORM 1048-SAVE-ROSTER-FILE
              THRU 1048-END.

           PERFORM 1041-START-JOURNAL
              THRU 1041-END.

       1045-END.
           EXIT.
      *
      *
      * -------------------------------------------------------------- *
      *
       1047-FINISH-RECOVERY SECTION.

      * THE JOURNALLED LINES ARE ALL REPLAYED - CONFIRM WHERE THE
      * MISSION STANDS AND AUDIT THE OUTCOME BEFORE THE BRIDGE GOES
      * LIVE.
           MOVE 'N' TO WS-RCV-MODE-SW.

           MOVE WS-RCV-IDX            TO WS-RCV-CTR-EDIT.
           MOVE WS-RCV-DIVERGED-CTR   TO WS-RCV-AUX-EDIT.
           MOVE WS-STARDATE           TO WS-RCV-SD-EDIT.
           MOVE WS-GALAXY-HOSTILE-CTR TO WS-RCV-HOSTILE-EDIT.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Crash recovery complete - '
                   FUNCTION TRIM (WS-RCV-CTR-EDIT)
                   ' journalled lines replayed.'.
           DISPLAY 'Recovered stardate '
                   FUNCTION TRIM (WS-RCV-SD-EDIT)
                   ', hostiles remaining in the galaxy '
                   FUNCTION TRIM (WS-RCV-HOSTILE-EDIT) '.'.
           IF WS-RCV-DIVERGED-CTR = ZEROES
              DISPLAY 'Every replayed line matched the journal.'
           ELSE
              DISPLAY 'WARNING: ' FUNCTION TRIM (WS-RCV-AUX-EDIT)
                      ' replayed lines did not match the journal, '
                      'the first at line ' WS-RCV-FIRST-DIVERGED '.'
           END-IF.

           MOVE SPACES TO WS-RCV-RESULT.
           STRING 'recovered - '       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-CTR-EDIT)
                                       DELIMITED BY SIZE
                  ' lines, stardate '  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-SD-EDIT)
                                       DELIMITED BY SIZE
                  ', hostiles '        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-HOSTILE-EDIT)
                                       DELIMITED BY SIZE
                  ', diverged '        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RCV-AUX-EDIT)
                                       DELIMITED BY SIZE
             INTO WS-RCV-RESULT.
           PERFORM 1019-LOG-RECOVERY
              THRU 1019-END.

           IF WS-COMMAND-LOOP-IS-DONE
              GO TO 1047-END
           END-IF.

      * THE LINES CAN RUN OUT PART WAY THROUGH A COMMAND, SO THE SAVE
      * IS TAKEN AT THE END OF THE COMMAND IN PROGRESS.
           SET WS-RCV-SAVE-PENDING TO TRUE.

           DISPLAY 'The bridge is live - please answer the prompt the '
                   'lost session was waiting on.'.
           DISPLAY WS-BLANK-LINE.

       1047-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1048-SAVE-ROSTER-FILE SECTION.

           OPEN OUTPUT ROSTER-FILE.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
             UNTIL WS-RST-IDX > WS-RST-MAX

              IF WS-RS-IS-USED (WS-RST-IDX)
                 MOVE WS-RST-IDX               TO RST-SLOT
                 MOVE WS-RS-NAME  (WS-RST-IDX) TO RST-NAME
                 MOVE WS-RS-RANK  (WS-RST-IDX) TO RST-RANK
                 MOVE WS-RS-DIFF  (WS-RST-IDX) TO RST-DIFFICULTY
                 MOVE WS-RS-STAMP (WS-RST-IDX) TO RST-STAMP
                 WRITE ROSTER-RECORD
              END-IF

           END-PERFORM.
           COMPUTE WS-STARSHIP-RANDOM-NUMBER =
                   FUNCTION RANDOM * 25 + 1.

           MOVE WS-STARSHIP-RDM-NBR-INT TO WS-SHC-HULL-SEL.
           PERFORM 1093-SET-STARSHIP
              THRU 1093-END.

      * THE CAPTAIN'S OWN HULL IS NEVER MET AGAIN OUT IN THE GALAXY -
      * THE NEXT HULL IN THE LIST STANDS IN FOR IT.
           IF WS-STARSHIP-REGISTER = WS-SHIP-HULL-REGISTER
              IF WS-SHC-HULL-SEL >= 25
                 MOVE 1 TO WS-SHC-HULL-SEL
              ELSE
                 ADD 1 TO WS-SHC-HULL-SEL
              END-IF
              PERFORM 1093-SET-STARSHIP
                 THRU 1093-END
           END-IF.

           IF WS-STARSHIP-LOG-CTR < WS-STARSHIP-LOG-MAX
              ADD 1 TO WS-STARSHIP-LOG-CTR
              MOVE WS-QUAD-CTR
                TO WS-SL-QUAD-ID   (WS-STARSHIP-LOG-CTR)
              MOVE WS-QUAD-X-CTR
                TO WS-SL-QUAD-X-ID (WS-STARSHIP-LOG-CTR)
              MOVE WS-QUAD-Y-CTR
                TO WS-SL-QUAD-Y-ID (WS-STARSHIP-LOG-CTR)
              MOVE WS-QUAD-Z-CTR
                TO WS-SL-QUAD-Z-ID (WS-STARSHIP-LOG-CTR)
              MOVE WS-SECTOR-X-CTR
                TO WS-SL-SECTOR-X  (WS-STARSHIP-LOG-CTR)
              MOVE WS-SECTOR-Y-CTR
                TO WS-SL-SECTOR-Y  (WS-STARSHIP-LOG-CTR)
              MOVE WS-SECTOR-Z-CTR
                TO WS-SL-SECTOR-Z  (WS-STARSHIP-LOG-CTR)
              MOVE WS-STARSHIP-REGISTER
                TO WS-SL-REGISTER  (WS-STARSHIP-LOG-CTR)
              MOVE WS-STARSHIP-NAME
                TO WS-SL-NAME      (WS-STARSHIP-LOG-CTR)
           END-IF.

       1092-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1093-SET-STARSHIP SECTION.

      * LOADS WS-STAR-SHIPS WITH THE HULL NUMBERED WS-SHC-HULL-SEL.
      * THE NUMBERS RUN BY CLASS - 1-6 CONSTELLATION, 7-17
      * CONSTITUTION, 18 EXCELSIOR, 19-23 MIRANDA, 24 SOYUZ AND 25
      * SYDNEY - AS THE STANDING CLASS TABLE EXPECTS.
           EVALUATE WS-SHC-HULL-SEL
               WHEN  1 SET WS-SHIP-CONSTELLATION1 TO TRUE
               WHEN  2 SET WS-SHIP-GETTYSBURG     TO TRUE
               WHEN  3 SET WS-SHIP-HATHAWAY       TO TRUE
               WHEN OTHER SET WS-SHIP-JENOLAN     TO TRUE
           END-EVALUATE.

       1093-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
           MOVE 'N' TO WS-COMMAND-LOOP-DONE.

           PERFORM UNTIL WS-COMMAND-LOOP-IS-DONE
              IF WS-FX-ACTIVE
                 PERFORM 4120-SYNC-EXERCISE
                    THRU 4120-END
              END-IF
              IF NOT WS-COMMAND-LOOP-IS-DONE
                 PERFORM 2030-CHECK-INJECT-QUEUE
                    THRU 2030-END
                 IF WS-CON-ENABLED AND NOT WS-SCRIPT-ACTIVE
                    PERFORM 2009-DRAW-CONSOLE
                       THRU 2009-END
                 END-IF
                 PERFORM 2010-DISPLAY-MENU
                    THRU 2010-END
                 PERFORM 2020-DISPATCH-COMMAND
                    THRU 2020-END
                 IF NOT WS-RCV-REPLAYING
                    ADD 1 TO WS-ACCT-COMMANDS
                 END-IF
              END-IF
              IF NOT WS-COMMAND-LOOP-IS-DONE
                 PERFORM 3200-ADVANCE-STARDATE
                    THRU 3200-END
                 PERFORM 3100-REPAIR-SYSTEMS
                    THRU 3100-END
                 ADD 1 TO WS-AUTOSAVE-CTR
                 IF WS-RCV-SAVE-PENDING
                    MOVE 'N' TO WS-RCV-SAVE-SW
                    MOVE ZEROES TO WS-AUTOSAVE-CTR
                    PERFORM 1045-SAVE-CHECKPOINT
                       THRU 1045-END
                    DISPLAY 'Recovered mission saved to slot '
                            WS-ACTIVE-SLOT '.'
                 END-IF
                 IF WS-AUTOSAVE-CTR >= WS-AUTOSAVE-INTERVAL
                    MOVE ZEROES TO WS-AUTOSAVE-CTR
                    PERFORM 1045-SAVE-CHECKPOINT
                            'logged to slot ' WS-ACTIVE-SLOT '.'
                 END-IF
              END-IF
              PERFORM 2040-WRITE-TELEMETRY
                 THRU 2040-END
           END-PERFORM.

       2000-END.
              OR WS-CURR-QUAD-Y NOT = WS-ROM-CLOAK-Y
              OR WS-CURR-QUAD-Z NOT = WS-ROM-CLOAK-Z
              MOVE 'N'            TO WS-ROM-DECLOAK-SW
              MOVE ZEROES         TO WS-CARD-LOSS-CTR
              MOVE WS-CURR-QUAD   TO WS-ROM-CLOAK-QUAD
              MOVE WS-CURR-QUAD-X TO WS-ROM-CLOAK-X
              MOVE WS-CURR-QUAD-Y TO WS-ROM-CLOAK-Y
              MOVE WS-CURR-QUAD-Z TO WS-ROM-CLOAK-Z
      * UNDER TUNED DOCTRINE THE ROMULANS MAY BE CAUGHT UNCLOAKED.
              IF WS-CP-CLOAK-PCT < 100
                 COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 100 + 1
                 MOVE WS-RDM-NBR-INT TO WS-CP-ROLL
                 IF WS-CP-ROLL > WS-CP-CLOAK-PCT
                    SET WS-ROM-DECLOAKED TO TRUE
                 END-IF
              END-IF
           END-IF.

      * MISSION PROGRESS - A CUBE COUNTS THE FIRST TIME IT IS
      *
      * -------------------------------------------------------------- *
      *
       2030-CHECK-INJECT-QUEUE SECTION.

      * THE INSTRUCTOR'S QUEUE IS READ BEFORE EVERY PROMPT - AN
      * INJECT IS DUE WHEN ITS STARDATE HAS BEEN REACHED, OR AT ONCE
      * WHEN IT WAS QUEUED FOR THE NEXT PROMPT (DUE STARDATE ZERO).
      * AN ABSENT QUEUE IS NOT AN ERROR - NO INSTRUCTOR IS WATCHING.
           MOVE 'N' TO WS-IJ-OPEN-SW.
           MOVE 'N' TO WS-IJ-EOF-SW.

           OPEN I-O INJECT-QUEUE-FILE.

           IF WS-INJECT-FILE-STATUS = '05'
              CLOSE INJECT-QUEUE-FILE
              GO TO 2030-END
           END-IF.

           IF WS-INJECT-STATUS-1 NOT = 0
              GO TO 2030-END
           END-IF.

           SET WS-IJ-IS-OPEN TO TRUE.

           MOVE WS-ACTIVE-SLOT TO IQ-SLOT.
           MOVE ZEROES         TO IQ-SEQ.

           START INJECT-QUEUE-FILE KEY IS >= IQ-KEY
              INVALID KEY
                 SET WS-IJ-AT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-IJ-AT-EOF
              READ INJECT-QUEUE-FILE NEXT RECORD
                 AT END
                    SET WS-IJ-AT-EOF TO TRUE
                 NOT AT END
                    IF IQ-SLOT NOT = WS-ACTIVE-SLOT
                       SET WS-IJ-AT-EOF TO TRUE
                    ELSE
                       IF IQ-PENDING
                          AND (IQ-DUE-STARDATE = ZEROES
                           OR IQ-DUE-STARDATE <= WS-STARDATE)
                          PERFORM 2031-APPLY-INJECT
                             THRU 2031-END
                          MOVE WS-STARDATE  TO IQ-APPLIED-STARDATE
                          MOVE WS-IJ-RESULT TO IQ-RESULT
                          REWRITE IQ-RECORD
                          PERFORM 2037-LOG-INJECT
                             THRU 2037-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE INJECT-QUEUE-FILE.
           MOVE 'N' TO WS-IJ-OPEN-SW.

       2030-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2031-APPLY-INJECT SECTION.

      * EACH INJECT IS MARKED APPLIED UNLESS THE SHIP'S SITUATION
      * MAKES IT IMPOSSIBLE, IN WHICH CASE IT IS REFUSED WITH THE
      * REASON SO THE INSTRUCTOR SEES WHY ON THE QUEUE LISTING.
           SET IQ-APPLIED TO TRUE.
           MOVE SPACES TO WS-IJ-RESULT.
           MOVE SPACES TO WS-IJ-DETAIL.

           DISPLAY ' '.
           DISPLAY '*** Starfleet Command - training inject ***'.

           EVALUATE TRUE
               WHEN IQ-HOSTILE
                  PERFORM 2032-INJECT-HOSTILE
                     THRU 2032-END
               WHEN IQ-DAMAGE
                  PERFORM 2033-INJECT-DAMAGE
                     THRU 2033-END
               WHEN IQ-DEADLINE
                  PERFORM 2034-INJECT-DEADLINE
                     THRU 2034-END
               WHEN IQ-MESSAGE
                  PERFORM 2035-INJECT-MESSAGE
                     THRU 2035-END
               WHEN IQ-VGER
                  PERFORM 2036-INJECT-VGER
                     THRU 2036-END
               WHEN OTHER
                  SET IQ-REFUSED TO TRUE
                  MOVE 'UNKNOWN INJECT TYPE' TO WS-IJ-RESULT
                  MOVE 'Unknown inject type' TO WS-IJ-DETAIL
           END-EVALUATE.

           IF IQ-APPLIED
              ADD 1 TO WS-IJ-APPLIED-CTR
           END-IF.

       2031-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2032-INJECT-HOSTILE SECTION.

      * A HOSTILE DECLOAKS IN A CLEAR SECTOR OF THE SHIP'S OWN CUBE -
      * NEVER ON THE NEUTRAL ZONE OR BARRIER PLANES AT X = 1 AND 10.
           EVALUATE IQ-SPECIES
               WHEN 'K'  MOVE 'Klingon'    TO WS-IJ-SPECIES-NAME
               WHEN 'R'  MOVE 'Romulan'    TO WS-IJ-SPECIES-NAME
               WHEN 'B'  MOVE 'Borg'       TO WS-IJ-SPECIES-NAME
               WHEN 'C'  MOVE 'Cardassian' TO WS-IJ-SPECIES-NAME
               WHEN '1'  MOVE 'Unaligned'  TO WS-IJ-SPECIES-NAME
               WHEN OTHER
                  SET IQ-REFUSED TO TRUE
                  MOVE 'UNKNOWN SPECIES' TO WS-IJ-RESULT
                  MOVE 'Hostile of unknown species' TO WS-IJ-DETAIL
                  GO TO 2032-END
           END-EVALUATE.

           MOVE 'N'    TO WS-IJ-PLACED-SW.
           MOVE ZEROES TO WS-IJ-TRIES.

           PERFORM UNTIL WS-IJ-PLACED
                      OR WS-IJ-TRIES >= WS-IJ-TRY-MAX
              ADD 1 TO WS-IJ-TRIES
              COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 8 + 2
              MOVE WS-RDM-NBR-INT TO WS-IJ-X
              COMPUTE WS-RANDOM-NUMBER =
                      FUNCTION RANDOM * WS-SECTOR-MAX + 1
              MOVE WS-RDM-NBR-INT TO WS-IJ-Y
              COMPUTE WS-RANDOM-NUMBER =
                      FUNCTION RANDOM * WS-SECTOR-MAX + 1
              MOVE WS-RDM-NBR-INT TO WS-IJ-Z
              IF WS-SECTOR-LOCATION (WS-IJ-X WS-IJ-Y WS-IJ-Z) = '0'
                 AND NOT (WS-IJ-X = WS-CURR-SECT-X AND
                          WS-IJ-Y = WS-CURR-SECT-Y AND
                          WS-IJ-Z = WS-CURR-SECT-Z)
                 SET WS-IJ-PLACED TO TRUE
              END-IF
           END-PERFORM.

           IF NOT WS-IJ-PLACED
              SET IQ-REFUSED TO TRUE
              MOVE 'NO CLEAR SECTOR IN THE SHIP''S CUBE'
                TO WS-IJ-RESULT
              STRING 'Hostile '            DELIMITED BY SIZE
                     WS-IJ-SPECIES-NAME    DELIMITED BY SPACE
                     ' - no clear sector'  DELIMITED BY SIZE
                INTO WS-IJ-DETAIL
              GO TO 2032-END
           END-IF.

           MOVE IQ-SPECIES
             TO WS-SECTOR-LOCATION (WS-IJ-X WS-IJ-Y WS-IJ-Z).
           ADD 1 TO WS-GALAXY-HOSTILE-CTR.

      * THE NEWCOMER JOINS THE QUADRANT CENSUS SO THE SAVED COUNTERS
      * KEEP COVERING THE STORE AND GENERATION HONORS THE CAP.
           MOVE WS-QC-ITEM-COUNTER (WS-CURR-QUAD)
             TO WS-ITEM-COUNTER.
           EVALUATE IQ-SPECIES
               WHEN 'K'
                ADD 1 TO WS-IS-KLINGON-CTR
               WHEN 'R'
                ADD 1 TO WS-IS-ROMULAN-CTR
               WHEN 'B'
                ADD 1 TO WS-IS-BORG-CTR
               WHEN 'C'
                ADD 1 TO WS-IS-CARD-CTR
               WHEN '1'
                ADD 1 TO WS-IS-ENEMY-1-CTR
           END-EVALUATE.
           MOVE WS-ITEM-COUNTER
             TO WS-QC-ITEM-COUNTER (WS-CURR-QUAD).

           PERFORM 2008-SAVE-SECTOR
              THRU 2008-END.
           PERFORM 2005-ENTER-SECTOR
              THRU 2005-END.

           DISPLAY 'Tactical: a ' FUNCTION TRIM (WS-IJ-SPECIES-NAME)
                   ' vessel has entered the sector at '
                   WS-IJ-X ',' WS-IJ-Y ',' WS-IJ-Z '!'.

           STRING 'HOSTILE '           DELIMITED BY SIZE
                  WS-IJ-SPECIES-NAME   DELIMITED BY SPACE
                  ' AT '               DELIMITED BY SIZE
                  WS-IJ-X              DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-IJ-Y              DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-IJ-Z              DELIMITED BY SIZE
             INTO WS-IJ-RESULT.
           STRING 'Hostile '           DELIMITED BY SIZE
                  WS-IJ-SPECIES-NAME   DELIMITED BY SPACE
                  ' vessel arrives'    DELIMITED BY SIZE
             INTO WS-IJ-DETAIL.

       2032-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2033-INJECT-DAMAGE SECTION.

           IF IQ-SYSTEM < 1 OR IQ-SYSTEM > 7
              SET IQ-REFUSED TO TRUE
              MOVE 'UNKNOWN SHIP''S SYSTEM' TO WS-IJ-RESULT
              MOVE 'Damage to an unknown system' TO WS-IJ-DETAIL
              GO TO 2033-END
           END-IF.

           IF WS-DMG-UNITS (IQ-SYSTEM) + IQ-DAMAGE-UNITS > 99
              MOVE 99 TO WS-DMG-UNITS (IQ-SYSTEM)
           ELSE
              ADD IQ-DAMAGE-UNITS TO WS-DMG-UNITS (IQ-SYSTEM)
           END-IF.

           DISPLAY 'Damage control reports '
                   FUNCTION TRIM (WS-DMG-NAME (IQ-SYSTEM))
                   ' hit - ' WS-DMG-UNITS (IQ-SYSTEM)
                   ' repair unit(s) needed.'.

           STRING 'DAMAGE '                DELIMITED BY SIZE
                  WS-DMG-NAME (IQ-SYSTEM)  DELIMITED BY '  '
                  ' NOW '                  DELIMITED BY SIZE
                  WS-DMG-UNITS (IQ-SYSTEM) DELIMITED BY SIZE
             INTO WS-IJ-RESULT.
           STRING 'Damage - '              DELIMITED BY SIZE
                  WS-DMG-NAME (IQ-SYSTEM)  DELIMITED BY '  '
             INTO WS-IJ-DETAIL.

       2033-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2034-INJECT-DEADLINE SECTION.

      * A DEADLINE PULLED IN IS NEVER SET AT OR BEHIND THE CURRENT
      * STARDATE - THE CAPTAIN ALWAYS GETS AT LEAST ONE MORE ORDER.
           IF IQ-DEADLINE-SIGN = '-'
              IF WS-STARDATE-LIMIT - IQ-DEADLINE-DELTA
                 <= WS-STARDATE
                 COMPUTE WS-STARDATE-LIMIT = WS-STARDATE + 0.1
              ELSE
                 SUBTRACT IQ-DEADLINE-DELTA FROM WS-STARDATE-LIMIT
              END-IF
           ELSE
              IF WS-STARDATE-LIMIT + IQ-DEADLINE-DELTA > 99999.9
                 MOVE 99999.9 TO WS-STARDATE-LIMIT
              ELSE
                 ADD IQ-DEADLINE-DELTA TO WS-STARDATE-LIMIT
              END-IF
           END-IF.

           MOVE WS-STARDATE-LIMIT TO WS-IJ-LIMIT-EDIT.
           MOVE IQ-DEADLINE-DELTA TO WS-IJ-DELTA-EDIT.

           DISPLAY 'Starfleet Command has revised your orders - the '
                   'mission now ends at stardate '
                   FUNCTION TRIM (WS-IJ-LIMIT-EDIT) '.'.

           STRING 'DEADLINE '                    DELIMITED BY SIZE
                  IQ-DEADLINE-SIGN               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IJ-DELTA-EDIT)
                                                 DELIMITED BY SIZE
                  ' NOW '                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IJ-LIMIT-EDIT)
                                                 DELIMITED BY SIZE
             INTO WS-IJ-RESULT.
           STRING 'Deadline now stardate '       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IJ-LIMIT-EDIT)
                                                 DELIMITED BY SIZE
             INTO WS-IJ-DETAIL.

       2034-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2035-INJECT-MESSAGE SECTION.

           DISPLAY 'Message from Starfleet Command:'.
           DISPLAY '   ' FUNCTION TRIM (IQ-MESSAGE-TEXT).

           MOVE 'MESSAGE DELIVERED' TO WS-IJ-RESULT.
           MOVE 'Message from Starfleet' TO WS-IJ-DETAIL.

       2035-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2036-INJECT-VGER SECTION.

      * V'GER CAN ONLY BE HURRIED ALONG ONCE SHE IS IN THE GALAXY -
      * THE MOVE IS MADE DUE NOW AND HER NORMAL PHASE RUNS AT ONCE.
           IF NOT WS-VG-ACTIVE
              SET IQ-REFUSED TO TRUE
              MOVE 'V''GER IS NOT ACTIVE IN THIS GALAXY'
                TO WS-IJ-RESULT
              MOVE 'V''Ger move - not active' TO WS-IJ-DETAIL
              GO TO 2036-END
           END-IF.

           MOVE WS-STARDATE TO WS-VG-NEXT-MOVE.

           PERFORM 3900-VGER-PHASE
              THRU 3900-END.

           MOVE 'V''GER MOVED' TO WS-IJ-RESULT.
           MOVE 'V''Ger ordered to move' TO WS-IJ-DETAIL.

       2036-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2037-LOG-INJECT SECTION.

      * EVERY INJECT ACTED ON - APPLIED OR REFUSED - GOES ON THE COMBAT
      * LEDGER AND THE AUDIT LOG, SO THE DEBRIEF SHOWS WHAT THE
      * INSTRUCTOR THREW AT THE CAPTAIN AND WHEN.
           MOVE SPACES TO WS-LEDGER-EVENT-TEXT.
           IF IQ-APPLIED
              STRING 'Inject - '   DELIMITED BY SIZE
                     WS-IJ-DETAIL  DELIMITED BY '  '
                INTO WS-LEDGER-EVENT-TEXT
           ELSE
              STRING 'Inject refused - ' DELIMITED BY SIZE
                     WS-IJ-DETAIL        DELIMITED BY '  '
                INTO WS-LEDGER-EVENT-TEXT
           END-IF.

           PERFORM 3350-RECORD-LEDGER
              THRU 3350-END.

           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.
           MOVE WS-STARDATE TO WS-IJ-LIMIT-EDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | INSTRUCTOR INJECT | '
                                       DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | slot '           DELIMITED BY SIZE
                  IQ-SLOT              DELIMITED BY SIZE
                  ' seq '              DELIMITED BY SIZE
                  IQ-SEQ               DELIMITED BY SIZE
                  ' | '                DELIMITED BY SIZE
                  IQ-STATUS            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  IQ-RESULT            DELIMITED BY '  '
                  ' | stardate '       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IJ-LIMIT-EDIT)
                                       DELIMITED BY SIZE
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       2037-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2040-WRITE-TELEMETRY SECTION.

      * ONE TELEMETRY RECORD PER BRIDGE COMMAND, WITH THE SHIP AS THE
      * COMMAND AND THE TURN THAT FOLLOWED IT LEFT HER.  A CRASH
      * REPLAY WRITES NONE - THE LOST SESSION ALREADY RECORDED THOSE
      * COMMANDS.
           IF WS-RCV-REPLAYING
              GO TO 2040-END
           END-IF.

           MOVE ZEROES TO WS-TLM-CUBE-HOSTILES.
           INSPECT WS-SECTOR-CONTENTS
             TALLYING WS-TLM-CUBE-HOSTILES
                FOR ALL 'B' ALL 'C' ALL '1' ALL '2'
                    ALL 'K' ALL 'Q' ALL 'R' ALL 'V'.

           MOVE ZEROES TO WS-DMG-WORST-IDX.
           PERFORM VARYING WS-DMG-IDX FROM 1 BY 1
             UNTIL WS-DMG-IDX > WS-DMG-SYSTEM-MAX
              IF WS-DMG-UNITS (WS-DMG-IDX) > ZEROES
                 IF WS-DMG-WORST-IDX = ZEROES
                    MOVE WS-DMG-IDX TO WS-DMG-WORST-IDX
                 ELSE
                    IF WS-DMG-UNITS (WS-DMG-IDX) >
                       WS-DMG-UNITS (WS-DMG-WORST-IDX)
                       MOVE WS-DMG-IDX TO WS-DMG-WORST-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           OPEN EXTEND TELEMETRY-FILE.

           IF WS-TELEMETRY-STATUS-1 NOT = 0
              DISPLAY 'WARNING: telemetry not recorded, status '
                      WS-TELEMETRY-FILE-STATUS UPON SYSERR
              GO TO 2040-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES                TO TM-RECORD.
           MOVE WS-NAME               TO TM-NAME.
           MOVE WS-MISSION-STAMP      TO TM-MISSION-STAMP.
           MOVE WS-ACTIVE-SLOT        TO TM-SLOT.
           MOVE WS-STARDATE           TO TM-STARDATE.
           MOVE WS-COMMAND            TO TM-VERB.
           MOVE WS-CURR-QUAD          TO TM-QUAD.
           MOVE WS-CURR-QUAD-X        TO TM-QUAD-X.
           MOVE WS-CURR-QUAD-Y        TO TM-QUAD-Y.
           MOVE WS-CURR-QUAD-Z        TO TM-QUAD-Z.
           MOVE WS-CURR-SECT-X        TO TM-SECT-X.
           MOVE WS-CURR-SECT-Y        TO TM-SECT-Y.
           MOVE WS-CURR-SECT-Z        TO TM-SECT-Z.
           MOVE WS-SHIP-ENERGY        TO TM-ENERGY.
           MOVE WS-SHIP-SHIELDS       TO TM-SHIELDS.
           MOVE WS-SHIP-SHIELD-UNITS  TO TM-SHIELD-UNITS.
           MOVE WS-SHIP-TORPEDOES     TO TM-TORPEDOES.
           MOVE WS-SHIP-CREW          TO TM-CREW.
           MOVE WS-SHIP-MORALE        TO TM-MORALE.
           MOVE WS-ALERT-CONDITION    TO TM-ALERT.
           MOVE WS-SHIP-DOCKED        TO TM-DOCKED.
           IF WS-DMG-WORST-IDX = ZEROES
              MOVE SPACES TO TM-WORST-SYSTEM
              MOVE ZEROES TO TM-WORST-UNITS
           ELSE
              MOVE WS-DMG-NAME (WS-DMG-WORST-IDX)
                TO TM-WORST-SYSTEM
              MOVE WS-DMG-UNITS (WS-DMG-WORST-IDX)
                TO TM-WORST-UNITS
           END-IF.
           MOVE WS-DMG-UNITS-TABLE    TO TM-DAMAGE-TABLE.
           MOVE WS-TLM-CUBE-HOSTILES  TO TM-CUBE-HOSTILES.
           MOVE WS-GALAXY-HOSTILE-CTR TO TM-GALAXY-HOSTILES.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                      TO TM-RECORDED.

           WRITE TM-RECORD.

           CLOSE TELEMETRY-FILE.

       2040-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-SHORT-RANGE-SCAN SECTION.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Short Range Scan - Quadrant ' WS-CURR-QUAD
                   ' Z-Layer ' WS-CURR-SECT-Z.
           DISPLAY '(@ marks the Enterprise)'.

           IF WS-DMG-UNITS (WS-DMG-SRS-IX) > ZEROES
              DISPLAY 'Short range sensors are damaged - expect '
                      'static on the readout!'
           END-IF.

           IF WS-SCAN-SCRAMBLED
              DISPLAY 'Anomaly interference is scrambling this scan!'
           END-IF.

           PERFORM 4127-LOCATE-PARTNER
              THRU 4127-END.

           PERFORM VARYING WS-SECTOR-Y-CTR FROM 1 BY 1
             UNTIL WS-SECTOR-Y-CTR > WS-SECTOR-MAX

              PERFORM VARYING WS-SECTOR-X-CTR FROM 1 BY 1
                UNTIL WS-SECTOR-X-CTR > WS-SECTOR-MAX

      * THE DISPLAYED LAYER IS ALWAYS THE SHIP'S OWN Z-LAYER, SO THE
      * MARKER NEEDS ONLY THE X AND Y LOOP COUNTERS TO MATCH.
                 IF WS-SECTOR-X-CTR = WS-CURR-SECT-X AND
                    WS-SECTOR-Y-CTR = WS-CURR-SECT-Y
                    MOVE '@' TO WS-SRS-CHAR (WS-SECTOR-X-CTR)
                 ELSE
                    MOVE WS-SECTOR-LOCATION
                      (WS-SECTOR-X-CTR WS-SECTOR-Y-CTR WS-CURR-SECT-Z)
                      TO WS-SRS-CHAR (WS-SECTOR-X-CTR)
                 END-IF

      * A FLEET EXERCISE PARTNER'S SHIP SHOWS AS A STARSHIP GLYPH.
                 IF WS-FX-PT-IN-CUBE
                    AND WS-SECTOR-X-CTR = WS-FX-PT-SECT-X
                    AND WS-SECTOR-Y-CTR = WS-FX-PT-SECT-Y
                    AND WS-CURR-SECT-Z  = WS-FX-PT-SECT-Z
                    AND WS-SRS-CHAR (WS-SECTOR-X-CTR) NOT = '@'
                    MOVE '^' TO WS-SRS-CHAR (WS-SECTOR-X-CTR)
                 END-IF

      * A CLOAKED ROMULAN READS AS EMPTY SPACE UNTIL SHE FIRES.
                 IF WS-SRS-CHAR (WS-SECTOR-X-CTR) = 'R'
                    AND NOT WS-ROM-DECLOAKED
                    MOVE '0' TO WS-SRS-CHAR (WS-SECTOR-X-CTR)
                 END-IF

                 IF WS-DMG-UNITS (WS-DMG-SRS-IX) > ZEROES
                    OR WS-SCAN-SCRAMBLED
                    COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 2
                    IF WS-RDM-NBR-INT = 1
                       MOVE '?' TO WS-SRS-CHAR (WS-SECTOR-X-CTR)
                    END-IF
                 END-IF

              END-PERFORM

              DISPLAY WS-SRS-DISPLAY-LINE

           END-PERFORM.

           PERFORM 2105-LIST-STARSHIPS
              THRU 2105-END.

           IF WS-SCAN-SCRAMBLED
              MOVE 'N' TO WS-ANOMALY-SCRAMBLE
           END-IF.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2105-LIST-STARSHIPS SECTION.

           PERFORM VARYING WS-STARSHIP-LOG-IDX FROM 1 BY 1
             UNTIL WS-STARSHIP-LOG-IDX > WS-STARSHIP-LOG-CTR

              IF WS-SL-QUAD-ID (WS-STARSHIP-LOG-IDX) = WS-CURR-QUAD
                 AND WS-SL-QUAD-X-ID (WS-STARSHIP-LOG-IDX)
                       = WS-CURR-QUAD-X
                 AND WS-SL-QUAD-Y-ID (WS-STARSHIP-LOG-IDX)
                       = WS-CURR-QUAD-Y
                 AND WS-SL-QUAD-Z-ID (WS-STARSHIP-LOG-IDX)
                       = WS-CURR-QUAD-Z
                 AND WS-SL-SECTOR-Z (WS-STARSHIP-LOG-IDX)
                       = WS-CURR-SECT-Z
                 DISPLAY 'Starship contact at sector ('
                         WS-SL-SECTOR-X (WS-STARSHIP-LOG-IDX) ','
                         WS-SL-SECTOR-Y (WS-STARSHIP-LOG-IDX) '): '
                         WS-SL-REGISTER (WS-STARSHIP-LOG-IDX) ' '
                         WS-SL-NAME (WS-STARSHIP-LOG-IDX)
              END-IF

           END-PERFORM.

           IF WS-FX-PT-IN-CUBE
              AND WS-FX-PT-SECT-Z = WS-CURR-SECT-Z
              DISPLAY 'Fleet exercise contact at sector ('
                      WS-FX-PT-SECT-X ',' WS-FX-PT-SECT-Y '): '
                      WS-FX-PT-HULL-REGISTER ' '
                      FUNCTION TRIM (WS-FX-PT-HULL-NAME)
                      ' - Captain ' FUNCTION TRIM (WS-FX-PT-NAME)
           END-IF.

       2105-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2150-DISPLAY-CHART SECTION.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Star chart - Quadrant ' WS-CURR-QUAD
                   ', cube Z-plane ' WS-CURR-QUAD-Z.
           DISPLAY '(V visited, S scanned, . unexplored; @ marks '
                   'this cube)'.

           PERFORM VARYING WS-CH-Y-CTR FROM 1 BY 1
             UNTIL WS-CH-Y-CTR > WS-DIFFICULTY-FACTOR

              MOVE SPACES TO WS-CH-LINE

              PERFORM VARYING WS-CH-X-CTR FROM 1 BY 1
                UNTIL WS-CH-X-CTR > WS-DIFFICULTY-FACTOR

                 EVALUATE TRUE
                     WHEN WS-CH-X-CTR = WS-CURR-QUAD-X
                      AND WS-CH-Y-CTR = WS-CURR-QUAD-Y
                          MOVE '@' TO WS-CH-LINE-CHAR (WS-CH-X-CTR)
                     WHEN WS-CHART-VISITED
                          (WS-CURR-QUAD WS-CH-X-CTR WS-CH-Y-CTR
                           WS-CURR-QUAD-Z)
                          MOVE 'V' TO WS-CH-LINE-CHAR (WS-CH-X-CTR)
                     WHEN WS-CHART-SCANNED
                          (WS-CURR-QUAD WS-CH-X-CTR WS-CH-Y-CTR
                           WS-CURR-QUAD-Z)
                          MOVE 'S' TO WS-CH-LINE-CHAR (WS-CH-X-CTR)
                     WHEN OTHER
                          MOVE '.' TO WS-CH-LINE-CHAR (WS-CH-X-CTR)
                 END-EVALUATE

              END-PERFORM

              DISPLAY WS-CH-LINE (1:WS-DIFFICULTY-FACTOR)

           END-PERFORM.

      * CENSUS OF THE WHOLE QUADRANT PLUS LAST-KNOWN HOSTILE
      * DENSITIES FOR THE CHARTED CUBES OF THIS Z-PLANE.
           MOVE ZEROES TO WS-CH-VISITED-CTR
                          WS-CH-SCANNED-CTR
                          WS-CH-LIST-CTR.

           PERFORM VARYING WS-CH-X-CTR FROM 1 BY 1
             UNTIL WS-CH-X-CTR > WS-DIFFICULTY-FACTOR

             PERFORM VARYING WS-CH-Y-CTR FROM 1 BY 1
               UNTIL WS-CH-Y-CTR > WS-DIFFICULTY-FACTOR
              END-COMPUTE
           END-IF.

      * THE SHIP CLASS RATES THE WARP COILS - A HEAVY OR AGEING DRIVE
      * BURNS MORE PER CUBE, A NEWER ONE LESS.
           COMPUTE WS-NAV-ENERGY-COST ROUNDED =
                   WS-NAV-ENERGY-COST * WS-SHIP-WARP-FACTOR
              ON SIZE ERROR
                 MOVE 99999 TO WS-NAV-ENERGY-COST
           END-COMPUTE.

      * A JUMP BETWEEN QUADRANTS CROSSES THE GREAT BARRIER LANES AND
      * CARRIES A FLAT SURCHARGE.
           IF WS-NAV-QUAD-IN NOT = WS-CURR-QUAD
           END-IF.

      * THE BORG ADAPT - A SHOT AT THE SAME POWER SETTING AS THE
      * LAST ONE THEY TOOK MEETS SHIELDS ALREADY TUNED TO IT.  THE
      * DOCTRINE ADAPTATION RATE IS THE PERCENTAGE ADDED.
           IF WS-IS-BORG
              IF WS-PHA-POWER-UNITS = WS-BORG-LAST-POWER
                 AND WS-CP-ADAPT-PCT > ZEROES
                 COMPUTE WS-PHA-REQUIRED-UNITS =
                         WS-PHA-REQUIRED-UNITS *
                         (100 + WS-CP-ADAPT-PCT) / 100
                 DISPLAY 'The Borg have adapted to that phaser '
                         'setting - vary the power!'
              END-IF
              GO TO 2700-END
           END-IF.

           IF WS-SHIP-SHIELD-UNITS + WS-SHI-XFER-UNITS >
              WS-SHIP-SHIELD-MAX
              DISPLAY 'The shield generators are rated to '
                      WS-SHIP-SHIELD-MAX ' units - transfer refused.'
              GO TO 2700-END
           END-IF.

           SUBTRACT WS-SHI-XFER-UNITS FROM WS-SHIP-ENERGY.
           ADD WS-SHI-XFER-UNITS TO WS-SHIP-SHIELD-UNITS.
           SET WS-SHIELDS-UP TO TRUE.
           END-IF.

           MOVE 'Y' TO WS-SHIP-DOCKED.
           MOVE WS-SHIP-PROBE-MAX TO WS-SHIP-PROBES.
           MOVE ZEROES TO WS-DMG-UNITS-TABLE.
           MOVE ZEROES TO WS-SHIP-DAMAGE.
           DISPLAY 'Docked.  Starbase crews have repaired all ship '
           END-IF.

      * ISSUE ENERGY FROM THE BASE RESERVE, UP TO A FULL BUNKER.
           IF WS-SHIP-ENERGY < WS-SHIP-ENERGY-MAX
              COMPUTE WS-BI-ENERGY-NEED =
                      WS-SHIP-ENERGY-MAX - WS-SHIP-ENERGY
              IF WS-BI-ENERGY-NEED > WS-BI-ENERGY (WS-BI-FOUND-IDX)
                 MOVE WS-BI-ENERGY (WS-BI-FOUND-IDX)
                   TO WS-BI-ENERGY-GIVE
           END-IF.

      * ISSUE TORPEDOES FROM THE BASE MAGAZINE, UP TO A FULL RACK.
           IF WS-SHIP-TORPEDOES < WS-SHIP-TORP-MAX
              COMPUTE WS-BI-TORP-NEED =
                      WS-SHIP-TORP-MAX - WS-SHIP-TORPEDOES
              IF WS-BI-TORP-NEED > WS-BI-TORPS (WS-BI-FOUND-IDX)
                 MOVE WS-BI-TORPS (WS-BI-FOUND-IDX)
                   TO WS-BI-TORP-GIVE
                   WS-BI-ENERGY (WS-BI-FOUND-IDX) ', torpedoes '
                   WS-BI-TORPS (WS-BI-FOUND-IDX) '.'.

           IF (WS-SHIP-ENERGY < WS-SHIP-ENERGY-MAX
               OR WS-SHIP-TORPEDOES < WS-SHIP-TORP-MAX)
              AND WS-BI-ENERGY (WS-BI-FOUND-IDX) = ZEROES
              AND WS-BI-TORPS (WS-BI-FOUND-IDX) = ZEROES
              DISPLAY '  This base is depleted - return after the '
              GO TO 3000-END
           END-IF.

      * THE FIRST VOLLEY GIVES ANY CLOAKED ROMULANS AWAY - UNLESS
      * TUNED DOCTRINE LETS THEM FIRE AND STAY HIDDEN.
           MOVE ZEROES TO WS-ROM-CLOAKED-CTR.
           INSPECT WS-SECTOR-CONTENTS
             TALLYING WS-ROM-CLOAKED-CTR FOR ALL 'R'.
           IF WS-ROM-CLOAKED-CTR > ZEROES
              AND NOT WS-ROM-DECLOAKED
              MOVE ZEROES TO WS-CP-ROLL
              IF WS-CP-DECLOAK-PCT < 100
                 COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 100 + 1
                 MOVE WS-RDM-NBR-INT TO WS-CP-ROLL
              END-IF
              IF WS-CP-ROLL <= WS-CP-DECLOAK-PCT
                 SET WS-ROM-DECLOAKED TO TRUE
                 DISPLAY 'Romulan vessels decloak to fire - they are '
                         'on the scan now!'
              ELSE
                 DISPLAY 'Fire from cloaked Romulan vessels - the '
                         'gunners cannot fix their position!'
              END-IF
           END-IF.

      * TREATY INCIDENTS EMBOLDEN ROMULAN GUNNERS.
           PERFORM 3350-RECORD-LEDGER
              THRU 3350-END.

      * EACH SPECIES FIRES AT ITS OWN DOCTRINE HIT STRENGTH.
           PERFORM VARYING WS-CP-SP-IDX FROM 1 BY 1
             UNTIL WS-CP-SP-IDX > WS-CP-SP-MAX
              MOVE ZEROES TO WS-CA-SPECIES-COUNT
              INSPECT WS-SECTOR-CONTENTS
                TALLYING WS-CA-SPECIES-COUNT
                   FOR ALL WS-CP-GLYPH (WS-CP-SP-IDX)
              PERFORM 3010-HOSTILE-SHOT
                 THRU 3010-END
                      WS-CA-SPECIES-COUNT TIMES
           END-PERFORM.

           IF WS-SHIP-IS-DESTROYED
              PERFORM 3560-SHIP-LOST
              GO TO 3010-END
           END-IF.

      * WS-CP-SP-IDX NAMES THE FIRING SPECIES (3000-ENEMY-
      * COUNTERATTACK).
           COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM *
                   WS-CP-HIT-SPREAD (WS-CP-SP-IDX) +
                   WS-CP-HIT-BASE (WS-CP-SP-IDX).
           MOVE WS-RDM-NBR-INT TO WS-CA-HIT-STRENGTH.
           ADD WS-DIP-ROM-BONUS TO WS-CA-HIT-STRENGTH.

              IF WS-PWR-REGEN-UNITS > WS-SHIP-ENERGY
                 MOVE WS-SHIP-ENERGY TO WS-PWR-REGEN-UNITS
              END-IF
              IF WS-SHIP-SHIELD-UNITS >= WS-SHIP-SHIELD-MAX
                 MOVE ZEROES TO WS-PWR-REGEN-UNITS
              ELSE
                 IF WS-SHIP-SHIELD-UNITS + WS-PWR-REGEN-UNITS >
                    WS-SHIP-SHIELD-MAX
                    COMPUTE WS-PWR-REGEN-UNITS =
                            WS-SHIP-SHIELD-MAX - WS-SHIP-SHIELD-UNITS
                 END-IF
              END-IF
              IF WS-PWR-REGEN-UNITS > ZEROES
                 SUBTRACT WS-PWR-REGEN-UNITS FROM WS-SHIP-ENERGY
                 ADD WS-PWR-REGEN-UNITS TO WS-SHIP-SHIELD-UNITS

           SUBTRACT 1 FROM WS-DMG-UNITS (WS-DMG-WORST-IDX).

      * A CLASS RATED ABOVE 1.00 FOR REPAIRS HAS A MATCHING CHANCE
      * OF WORKING OFF A FURTHER UNIT; ONE RATED BELOW 1.00 HAS THE
      * SAME CHANCE OF LOSING THE TURN'S WORK TO A FAILED PART.
           COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 100 + 1.
           MOVE WS-RDM-NBR-INT TO WS-SHIP-REPAIR-ROLL.

           IF WS-SHIP-REPAIR-RATE > 1.00
              AND WS-SHIP-REPAIR-ROLL <=
                  (WS-SHIP-REPAIR-RATE - 1) * 100
              AND WS-DMG-UNITS (WS-DMG-WORST-IDX) > ZEROES
              SUBTRACT 1 FROM WS-DMG-UNITS (WS-DMG-WORST-IDX)
           END-IF.

           IF WS-SHIP-REPAIR-RATE < 1.00
              AND WS-SHIP-REPAIR-ROLL <=
                  (1 - WS-SHIP-REPAIR-RATE) * 100
              ADD 1 TO WS-DMG-UNITS (WS-DMG-WORST-IDX)
              DISPLAY 'Engineering reports a failed part - the '
                      'repair on '
                      FUNCTION TRIM (WS-DMG-NAME (WS-DMG-WORST-IDX))
                      ' must be redone.'
              GO TO 3100-END
           END-IF.

      * A HEAVY ENGINEERING SHARE PUTS A SECOND REPAIR GANG ON THE
      * WORST SYSTEM, AND A GREEN BOARD LETS THE GANGS WORK
      * UNHURRIED FOR THE SAME GAIN.

           ADD 1 TO WS-HOSTILES-DESTROYED.

      * LOSSES IN THE SECTOR SEND ANY CARDASSIANS RUNNING FOR
      * REINFORCEMENTS ON THE NEXT MOVEMENT PHASE ONCE THEY REACH
      * THE DOCTRINE RETREAT THRESHOLD.
           ADD 1 TO WS-CARD-LOSS-CTR.
           IF WS-CARD-LOSS-CTR >= WS-CP-RETREAT-AT
              SET WS-CARD-RETREATING TO TRUE
           END-IF.

           IF WS-GALAXY-HOSTILE-CTR > ZEROES
              SUBTRACT 1 FROM WS-GALAXY-HOSTILE-CTR
           END-IF.

      * IN A FLEET EXERCISE THE KILL IS POSTED TO THE SHARED CENSUS
      * AT ONCE AND THE TEST BELOW READS THE WHOLE EXERCISE.
           IF WS-FX-ACTIVE
              PERFORM 4121-POST-EXERCISE
                 THRU 4121-END
           END-IF.

           IF WS-GALAXY-HOSTILE-CTR > ZEROES
              GO TO 3300-END
           END-IF.
                            'assigned starbase has been supplied!'
                    GO TO 3310-WIN
               WHEN WS-MSN-HUNT
      * A COOPERATIVE EXERCISE HUNTS AS ONE TEAM.
                    MOVE WS-HOSTILES-DESTROYED TO WS-FX-TEAM-KILLS
                    IF WS-FX-ACTIVE AND WS-FX-COOPERATIVE
                       ADD WS-FX-PT-KILLS TO WS-FX-TEAM-KILLS
                    END-IF
                    IF WS-FX-TEAM-KILLS < WS-MSN-GOAL
                       GO TO 3310-END
                    END-IF
                    DISPLAY WS-BLANK-LINE

           MOVE WS-SECTOR-ITEMS TO WS-EM-GLYPH.

      * THE DOCTRINE MOVEMENT ODDS - A SPECIES BELOW 100 PERCENT
      * SOMETIMES HOLDS ITS GROUND FOR THE PHASE.
           MOVE WS-EM-GLYPH TO WS-CP-GLYPH-WANTED.
           PERFORM 1017-FIND-COMBAT-SPECIES
              THRU 1017-END.

           IF WS-CP-SP-FOUND-IDX > ZEROES
              IF WS-CP-MOVE-PCT (WS-CP-SP-FOUND-IDX) < 100
                 COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 100 + 1
                 MOVE WS-RDM-NBR-INT TO WS-CP-ROLL
                 IF WS-CP-ROLL > WS-CP-MOVE-PCT (WS-CP-SP-FOUND-IDX)
                    GO TO 3410-END
                 END-IF
              END-IF
           END-IF.

           MOVE WS-EM-X-CTR TO WS-EM-NEW-X.
           MOVE WS-EM-Y-CTR TO WS-EM-NEW-Y.
           MOVE WS-EM-Z-CTR TO WS-EM-NEW-Z.
      * Q IS NOT A COMBATANT - HE STAGES ONE EVENT AT THE SHIP'S
      * EXPENSE (OR, RARELY, ITS BENEFIT) AND VANISHES.  HE LEAVES
      * THE HOSTILE CENSUS WITHOUT CREDITING A KILL; NOBODY DESTROYS
      * Q.  UNDER TUNED DOCTRINE HE MAY BIDE HIS TIME A PHASE.
           IF WS-CP-Q-PCT < 100
              COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 100 + 1
              MOVE WS-RDM-NBR-INT TO WS-CP-ROLL
              IF WS-CP-ROLL > WS-CP-Q-PCT
                 GO TO 3420-END
              END-IF
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'A flash of light - Q appears on the bridge!'.

       3560-SHIP-LOST SECTION.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'The U.S.S. ' FUNCTION TRIM (WS-SHIP-HULL-NAME)
                   ' has been destroyed!'.
           DISPLAY 'Your mission has ended in defeat.'.
           SET WS-SHIP-IS-DESTROYED TO TRUE.
           SET WS-MISSION-DEFEATED TO TRUE.
                  WS-KM-CREW-SAVED     DELIMITED BY SIZE
             INTO WS-KM-LOG-LINE.

           MOVE WS-KM-LOG-LINE TO WS-AUDIT-LOG-LINE.
           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       3620-END.
           EXIT.
      *
       4000-FETCH-CUBE SECTION.

      * IN A FLEET EXERCISE THE SHARED STORE IS ONLY TOUCHED UNDER
      * THE EXERCISE LATCH, AND EVERY FETCH EXCHANGES THE SHARED
      * COUNTS.
           IF WS-FX-ACTIVE
              PERFORM 4100-TAKE-EXERCISE-LATCH
                 THRU 4100-END
              PERFORM 4102-READ-EXERCISE
                 THRU 4102-END
           END-IF.

           IF NOT WS-GX-IS-OPEN
              OPEN I-O GALAXY-FILE
              IF WS-GALAXY-STATUS-1 = 0
              ELSE
                 DISPLAY 'Galaxy store cannot be opened, status '
                         WS-GALAXY-FILE-STATUS UPON SYSERR
                 GO TO 4000-RELEASE
              END-IF
           END-IF.

                 MOVE GX-SECTOR-CONTENTS TO WS-SECTOR-CONTENTS
           END-READ.

           IF WS-FX-ACTIVE
              MOVE WS-SECTOR-ID       TO WS-FX-BASE-ID
              MOVE WS-SECTOR-CONTENTS TO WS-FX-BASE-CONTENTS
              IF WS-FX-FOUND
                 PERFORM 4122-EXCHANGE-COUNTS
                    THRU 4122-END
              END-IF
           END-IF.

       4000-RELEASE.
           IF WS-FX-ACTIVE
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
           END-IF.

       4000-END.
           EXIT.
      *
      * ENLARGE THE GALAXY STORE.
           MOVE 'N' TO WS-GX-PEEK-SW.

           IF WS-FX-ACTIVE
              PERFORM 4100-TAKE-EXERCISE-LATCH
                 THRU 4100-END
           END-IF.

           IF NOT WS-GX-IS-OPEN
              OPEN I-O GALAXY-FILE
              IF WS-GALAXY-STATUS-1 = 0
              ELSE
                 DISPLAY 'Galaxy store cannot be opened, status '
                         WS-GALAXY-FILE-STATUS UPON SYSERR
                 GO TO 4005-RELEASE
              END-IF
           END-IF.

                 SET WS-GX-PEEK-FOUND TO TRUE
           END-READ.

           IF WS-FX-ACTIVE AND WS-GX-PEEK-FOUND
              MOVE WS-SECTOR-ID       TO WS-FX-BASE-ID
              MOVE WS-SECTOR-CONTENTS TO WS-FX-BASE-CONTENTS
           END-IF.

       4005-RELEASE.
           IF WS-FX-ACTIVE
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
           END-IF.

       4005-END.
           EXIT.
      *
      *
       4010-STORE-CUBE SECTION.

      * A FLEET EXERCISE CUBE IS MERGED WITH THE PARTNER'S CHANGES.
           IF WS-FX-ACTIVE
              PERFORM 4125-MERGE-CUBE
                 THRU 4125-END
              GO TO 4010-END
           END-IF.

           IF NOT WS-GX-IS-OPEN
              GO TO 4010-END
           END-IF.

           MOVE WS-SECTOR-ID TO WS-JNL-CUBE-KEY.
           PERFORM 4012-JOURNAL-CUBE
              THRU 4012-END.

           MOVE WS-SECTOR-QUAD     TO GX-QUAD-ID.
           MOVE WS-SECTOR-QUAD-X   TO GX-QUAD-X-ID.
           MOVE WS-SECTOR-QUAD-Y   TO GX-QUAD-Y-ID.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4012-JOURNAL-CUBE SECTION.

      * THE FIRST TIME A CUBE IS FILED AFTER A SAVE, JOURNAL IT AS IT
      * STOOD AT THE SAVE - ITS OLD CONTENTS, OR A NEW-CUBE MARK IF
      * IT WAS NOT YET ON FILE.  THE KEY IS IN WS-JNL-CUBE-KEY.
           IF NOT WS-JNL-ACTIVE
              GO TO 4012-END
           END-IF.

           MOVE 'N' TO WS-JNL-IMG-FOUND-SW.
           PERFORM VARYING WS-JNL-IMG-IDX FROM 1 BY 1
             UNTIL WS-JNL-IMG-IDX > WS-JNL-IMG-CTR
                OR WS-JNL-IMG-FOUND
              IF WS-JNL-IMG-KEY (WS-JNL-IMG-IDX) = WS-JNL-CUBE-KEY
                 SET WS-JNL-IMG-FOUND TO TRUE
              END-IF
           END-PERFORM.

           IF WS-JNL-IMG-FOUND
              GO TO 4012-END
           END-IF.

           OPEN EXTEND JOURNAL-FILE.

           IF WS-JOURNAL-STATUS-1 NOT = 0
              DISPLAY 'WARNING: the recovery journal for slot '
                      WS-ACTIVE-SLOT ' could not be extended, status '
                      WS-JOURNAL-FILE-STATUS UPON SYSERR
              MOVE 'N' TO WS-JNL-ACTIVE-SW
              GO TO 4012-END
           END-IF.

      * PAST THE TABLE LIMIT THE JOURNAL CAN NO LONGER ROLL THE STORE
      * BACK - MARK IT SO AND STOP JOURNALLING UNTIL THE NEXT SAVE.
           IF WS-JNL-IMG-CTR >= WS-JNL-IMG-MAX
              MOVE SPACES TO JN-CUBE-RECORD
              SET JN-IS-OVERFLOW TO TRUE
              WRITE JN-CUBE-RECORD
              CLOSE JOURNAL-FILE
              MOVE 'N' TO WS-JNL-ACTIVE-SW
              GO TO 4012-END
           END-IF.

           ADD 1 TO WS-JNL-IMG-CTR.
           MOVE WS-JNL-CUBE-KEY TO WS-JNL-IMG-KEY (WS-JNL-IMG-CTR).

           MOVE SPACES          TO JN-CUBE-RECORD.
           MOVE WS-JNL-CUBE-KEY TO GX-SECTOR-ID.

           READ GALAXY-FILE
              INVALID KEY
                 SET JN-IS-NEW-CUBE     TO TRUE
              NOT INVALID KEY
                 SET JN-IS-BEFORE-IMAGE TO TRUE
                 MOVE GX-SECTOR-CONTENTS TO JN-CB-CONTENTS
           END-READ.

           MOVE WS-JNL-CUBE-KEY TO JN-CB-SECTOR-ID.
           WRITE JN-CUBE-RECORD.

           CLOSE JOURNAL-FILE.

       4012-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4020-GENERATE-CUBE SECTION.

      * FIRST CONTACT WITH THIS CUBE - ROLL ITS CONTENTS UNDER THE
      * OWNING QUADRANT'S RUNNING CENSUS AND FILE IT.  IN A FLEET
      * EXERCISE THE RUNNING CENSUS IS THE EXERCISE'S, READ UNDER
      * THE LATCH.
           IF WS-FX-ACTIVE AND WS-FX-FOUND
              MOVE FX-QUAD-CENSUS (WS-GX-REQ-QUAD)
                TO WS-QUAD-CENSUS (WS-GX-REQ-QUAD)
           END-IF.

           MOVE WS-QC-ITEM-COUNTER (WS-GX-REQ-QUAD)
             TO WS-ITEM-COUNTER.
           MOVE WS-QC-ITEM-MAX-COUNTER (WS-GX-REQ-QUAD)
                      WS-STARDATE + WS-VG-MOVE-INTERVAL
           END-IF.

           MOVE WS-SECTOR-ID TO WS-JNL-CUBE-KEY.
           PERFORM 4012-JOURNAL-CUBE
              THRU 4012-END.

           MOVE WS-SECTOR-ID       TO GX-SECTOR-ID.
           MOVE WS-SECTOR-CONTENTS TO GX-SECTOR-CONTENTS.

           ADD 1 TO WS-GX-CUBE-CTR.
           ADD 1 TO WS-GX-QUAD-CUBES (WS-GX-REQ-QUAD).

           IF WS-FX-ACTIVE AND WS-FX-FOUND
              MOVE WS-QC-ITEM-COUNTER (WS-GX-REQ-QUAD)
                TO FX-QC-ITEM-COUNTER (WS-GX-REQ-QUAD)
              ADD 1 TO FX-CUBE-COUNT
              ADD 1 TO FX-QUAD-CUBES (WS-GX-REQ-QUAD)
              ADD 1 TO FX-CP-CUBES-FILED (WS-FX-BERTH)
           END-IF.

       4020-END.
           EXIT.
      *
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.

      * A FLEET EXERCISE STORE IS SWEPT UNDER THE LATCH SO THE
      * PARTNER CANNOT FILE A CUBE PART WAY THROUGH THE COUNT.
           IF WS-FX-ACTIVE
              PERFORM 4100-TAKE-EXERCISE-LATCH
                 THRU 4100-END
           END-IF.

           OPEN INPUT GALAXY-FILE.

           IF WS-GALAXY-STATUS-1 NOT = 0
              DISPLAY 'Galaxy store cannot be opened, status '
                      WS-GALAXY-FILE-STATUS UPON SYSERR
              SET WS-CKR-FAILED TO TRUE
              GO TO 4030-RELEASE
           END-IF.

           MOVE LOW-VALUES TO GX-SECTOR-ID.

           CLOSE GALAXY-FILE.

       4030-RELEASE.
           IF WS-FX-ACTIVE
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
           END-IF.

       4030-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-TAKE-EXERCISE-LATCH SECTION.

      * OPEN THE EXERCISE FILE EXCLUSIVELY - WHILE IT IS OPEN THE
      * PARTNER SESSION CANNOT TOUCH THE SHARED GALAXY STORE.  THE
      * PARTNER ONLY HOLDS IT FOR ONE CUBE, SO A LOCKED FILE (61) IS
      * RETRIED ONCE A SECOND UP TO THE TRY LIMIT.
           MOVE 'N'    TO WS-FX-FOUND-SW.
           MOVE ZEROES TO WS-FX-TRIES.

       4100-TRY.
           ADD 1 TO WS-FX-TRIES.

           OPEN I-O FLEET-EXERCISE-FILE.

           IF WS-FLEET-STATUS-1 = 0
              SET WS-FX-LATCHED TO TRUE
              GO TO 4100-END
           END-IF.

           IF WS-FLEET-STATUS-1 = 6 AND WS-FLEET-STATUS-2 = 1
              AND WS-FX-TRIES < WS-FX-TRY-LIMIT
              CALL 'C$SLEEP' USING 1
              GO TO 4100-TRY
           END-IF.

           DISPLAY 'WARNING: the fleet exercise file could not be '
                   'latched, status ' WS-FLEET-FILE-STATUS
                   UPON SYSERR.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4102-READ-EXERCISE SECTION.

      * READ EXERCISE WS-FX-EXERCISE-NO UNDER THE LATCH.  A RECORD
      * READ HERE IS REWRITTEN WHEN THE LATCH IS RELEASED.
           MOVE 'N' TO WS-FX-FOUND-SW.

           IF NOT WS-FX-LATCHED
              GO TO 4102-END
           END-IF.

           MOVE WS-FX-EXERCISE-NO TO FX-EXERCISE-NO.

           READ FLEET-EXERCISE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-FX-FOUND TO TRUE
           END-READ.

       4102-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4105-RELEASE-EXERCISE-LATCH SECTION.

      * THE SHARED GALAXY STORE IS NEVER LEFT OPEN BETWEEN CUBES IN
      * AN EXERCISE - CLOSE IT, PUT BACK THE EXERCISE RECORD AND LET
      * THE PARTNER IN.
           IF WS-FX-ACTIVE AND WS-GX-IS-OPEN
              CLOSE GALAXY-FILE
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.

           IF NOT WS-FX-LATCHED
              GO TO 4105-END
           END-IF.

           IF WS-FX-FOUND
              REWRITE FX-RECORD
                 INVALID KEY
                    DISPLAY 'WARNING: fleet exercise '
                            FX-EXERCISE-NO ' could not be updated, '
                            'status ' WS-FLEET-FILE-STATUS
                            UPON SYSERR
              END-REWRITE
           END-IF.

           CLOSE FLEET-EXERCISE-FILE.

           MOVE 'N' TO WS-FX-LATCH-SW
                       WS-FX-FOUND-SW.

       4105-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4108-READ-EXERCISE-REQUEST SECTION.

      * STARTREK-EXERCISE=COOP OR OPPOSE HOSTS A FLEET EXERCISE FROM
      * THIS SESSION'S NEW MISSION; JOIN N BERTHS IT IN EXERCISE N.
      * THE PROMPTS ARE UNCHANGED, SO SCRIPTS REPLAY AS BEFORE.
           MOVE SPACES TO WS-FX-REQUEST.
           ACCEPT WS-FX-REQUEST FROM ENVIRONMENT 'STARTREK-EXERCISE'.
           MOVE FUNCTION UPPER-CASE (WS-FX-REQUEST) TO WS-FX-REQUEST.

           EVALUATE TRUE
               WHEN WS-FX-REQUEST = SPACES
                    CONTINUE
               WHEN WS-FX-REQUEST = 'COOP'
                    SET WS-FX-HOST-WANTED TO TRUE
                    MOVE 'C' TO WS-FX-WANTED-MODE
               WHEN WS-FX-REQUEST = 'OPPOSE'
                    SET WS-FX-HOST-WANTED TO TRUE
                    MOVE 'O' TO WS-FX-WANTED-MODE
               WHEN WS-FX-REQUEST (1:5) = 'JOIN '
                    AND WS-FX-REQUEST (6:1) IS NUMERIC
                    AND WS-FX-REQUEST (6:1) NOT = '0'
                    AND WS-FX-REQUEST (7:) = SPACES
                    SET WS-FX-JOIN-WANTED TO TRUE
                    MOVE WS-FX-REQUEST (6:1) TO WS-FX-JOIN-NO
               WHEN OTHER
                    DISPLAY 'STARTREK-EXERCISE must be COOP, OPPOSE '
                            'or JOIN n (1-9) - '
                            FUNCTION TRIM (WS-FX-REQUEST)
                            ' is ignored.' UPON SYSERR
           END-EVALUATE.

       4108-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4110-CHECK-EXERCISE-JOIN SECTION.

      * VET THE EXERCISE BEFORE THE PROMPTS SO THE JOINING CAPTAIN
      * IS TOLD AT ONCE, AND SO THE HOST'S GALAXY DIFFICULTY CAN BE
      * APPLIED AT THE DIFFICULTY PROMPT.
           MOVE WS-FX-JOIN-NO TO WS-FX-EXERCISE-NO.
           MOVE SPACES        TO WS-FX-RESULT.

           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.
           PERFORM 4102-READ-EXERCISE
              THRU 4102-END.

           EVALUATE TRUE
               WHEN NOT WS-FX-LATCHED
                    MOVE 'cannot be reached' TO WS-FX-RESULT
               WHEN NOT WS-FX-FOUND
                    MOVE 'is not on file' TO WS-FX-RESULT
               WHEN NOT FX-IS-OPEN
                    MOVE 'has already closed' TO WS-FX-RESULT
               WHEN NOT FX-CP-EMPTY (2)
                    MOVE 'already has both captains berthed'
                      TO WS-FX-RESULT
               WHEN FX-CP-NAME (1) = WS-NAME
                    MOVE 'is your own exercise' TO WS-FX-RESULT
               WHEN OTHER
                    MOVE FX-DIFFICULTY-CHOICE TO WS-FX-JOIN-CHOICE
                    MOVE FX-CP-NAME (1)       TO WS-FX-PT-NAME
           END-EVALUATE.

      * NOTHING IS CHANGED HERE - RELEASE WITHOUT A REWRITE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.
           MOVE ZEROES TO WS-FX-EXERCISE-NO.

           IF WS-FX-RESULT NOT = SPACES
              DISPLAY WS-BLANK-LINE
              DISPLAY 'Fleet exercise ' WS-FX-JOIN-NO ' '
                      FUNCTION TRIM (WS-FX-RESULT)
                      ' - this mission will be flown alone.'
              MOVE 'N' TO WS-FX-REQUEST-SW
              GO TO 4110-END
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Fleet exercise ' WS-FX-JOIN-NO ' is hosted by '
                   'Captain ' FUNCTION TRIM (WS-FX-PT-NAME)
                   ' - your new mission joins it.'.

       4110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4112-HOST-EXERCISE SECTION.

      * OPEN THE FIRST FREE EXERCISE NUMBER FOR THE GALAXY JUST
      * CHARTED, START ITS SHARED STORE EMPTY AND BERTH THIS CAPTAIN
      * FIRST.  THE STORE IS EMPTIED UNDER THE LATCH SO NO WING CAN
      * FILE A CUBE INTO IT BEFORE IT IS READY.
           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.

           IF NOT WS-FX-LATCHED
              DISPLAY 'The fleet exercise could not be opened - this '
                      'mission will be flown alone.'
              GO TO 4112-END
           END-IF.

           MOVE ZEROES TO WS-FX-EXERCISE-NO.
           MOVE 'N'    TO WS-FX-REUSE-SW.

           PERFORM VARYING WS-FX-SCAN-NO FROM 1 BY 1
             UNTIL WS-FX-SCAN-NO > 9
                OR WS-FX-EXERCISE-NO > ZEROES
              MOVE WS-FX-SCAN-NO TO FX-EXERCISE-NO
              READ FLEET-EXERCISE-FILE
                 INVALID KEY
                    MOVE WS-FX-SCAN-NO TO WS-FX-EXERCISE-NO
                 NOT INVALID KEY
                    IF FX-IS-CLOSED
                       MOVE WS-FX-SCAN-NO TO WS-FX-EXERCISE-NO
                       SET WS-FX-REUSE TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-FX-EXERCISE-NO = ZEROES
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
              DISPLAY 'All nine fleet exercises are open - this '
                      'mission will be flown alone.'
              GO TO 4112-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           INITIALIZE FX-RECORD.
           MOVE WS-FX-EXERCISE-NO     TO FX-EXERCISE-NO.
           SET FX-IS-OPEN             TO TRUE.
           MOVE WS-FX-WANTED-MODE     TO FX-MODE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                      TO FX-OPENED.
           MOVE WS-DIFFICULTY-CHOICE  TO FX-DIFFICULTY-CHOICE.
           MOVE WS-DIFFICULTY-FACTOR  TO FX-DIFFICULTY-FACTOR.
           MOVE WS-QUAD-CENSUS-TABLE  TO FX-QUAD-CENSUS-TABLE.
           MOVE WS-NAME               TO FX-CP-NAME (1).
           MOVE WS-ACTIVE-SLOT        TO FX-CP-SLOT (1).
           SET FX-CP-FLYING (1)       TO TRUE.
           MOVE SPACES                TO FX-CP-STATUS (2).

           IF WS-FX-REUSE
              REWRITE FX-RECORD
                 INVALID KEY
                    MOVE ZEROES TO WS-FX-EXERCISE-NO
              END-REWRITE
           ELSE
              WRITE FX-RECORD
                 INVALID KEY
                    MOVE ZEROES TO WS-FX-EXERCISE-NO
              END-WRITE
           END-IF.

           IF WS-FX-EXERCISE-NO = ZEROES
              DISPLAY 'WARNING: the fleet exercise record could not '
                      'be filed, status ' WS-FLEET-FILE-STATUS
                      UPON SYSERR
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
              DISPLAY 'This mission will be flown alone.'
              GO TO 4112-END
           END-IF.

           MOVE WS-FX-EXERCISE-NO TO WS-FX-NAME-NO.
           PERFORM 4130-SET-FLEET-GALAXY-NAME
              THRU 4130-END.

           IF WS-GX-IS-OPEN
              CLOSE GALAXY-FILE
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.
           MOVE WS-FX-GALAXY-NAME TO WS-GALAXY-ASSIGN-NAME.
           OPEN OUTPUT GALAXY-FILE.
           CLOSE GALAXY-FILE.

           SET WS-FX-ACTIVE        TO TRUE.
           MOVE FX-MODE            TO WS-FX-MODE.
           MOVE 1                  TO WS-FX-BERTH.
           MOVE 2                  TO WS-FX-PARTNER-BERTH.
           MOVE ZEROES             TO WS-FX-SYNC-HOSTILES.
           MOVE SPACES             TO WS-FX-BASE-ID.

           SET WS-FX-FOUND TO TRUE.
           PERFORM 4122-EXCHANGE-COUNTS
              THRU 4122-END.
           MOVE WS-FX-PT-STATUS    TO WS-FX-PT-LAST-STATUS.

           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

           DISPLAY WS-BLANK-LINE.
           IF WS-FX-COOPERATIVE
              DISPLAY 'Fleet exercise ' WS-FX-EXERCISE-NO
                      ' is open for a cooperative sweep of this '
                      'galaxy.'
              MOVE 'hosted - cooperative' TO WS-FX-RESULT
           ELSE
              DISPLAY 'Fleet exercise ' WS-FX-EXERCISE-NO
                      ' is open for opposing teams in this galaxy.'
              MOVE 'hosted - opposing teams' TO WS-FX-RESULT
           END-IF.
           DISPLAY 'Your wing joins it with STARTREK-EXERCISE=JOIN '
                   WS-FX-EXERCISE-NO '.'.

           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

       4112-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4115-JOIN-EXERCISE SECTION.

      * TAKE THE SECOND BERTH AND ADOPT THE EXERCISE'S GALAXY - ITS
      * STORE, ITS QUADRANT CENSUS AND ITS CUBE AND HOSTILE COUNTS.
      * THE EXERCISE IS VETTED AGAIN UNDER THE LATCH IN CASE ANOTHER
      * CAPTAIN TOOK THE BERTH SINCE SIGN-ON.
           MOVE WS-FX-JOIN-NO TO WS-FX-EXERCISE-NO.

           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.
           PERFORM 4102-READ-EXERCISE
              THRU 4102-END.

           IF NOT WS-FX-FOUND
              OR NOT FX-IS-OPEN
              OR NOT FX-CP-EMPTY (2)
              OR FX-DIFFICULTY-FACTOR NOT = WS-DIFFICULTY-FACTOR
              MOVE 'N' TO WS-FX-FOUND-SW
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
              MOVE ZEROES TO WS-FX-EXERCISE-NO
              DISPLAY 'Fleet exercise ' WS-FX-JOIN-NO ' could not '
                      'be joined after all - this mission will be '
                      'flown alone.'
              GO TO 4115-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE WS-NAME               TO FX-CP-NAME (2).
           MOVE WS-ACTIVE-SLOT        TO FX-CP-SLOT (2).
           SET FX-CP-FLYING (2)       TO TRUE.
           MOVE ZEROES                TO FX-CP-KILLS (2)
                                         FX-CP-CUBES-FILED (2).

           MOVE FX-QUAD-CENSUS-TABLE  TO WS-QUAD-CENSUS-TABLE.

           SET WS-FX-ACTIVE        TO TRUE.
           MOVE FX-MODE            TO WS-FX-MODE.
           MOVE 2                  TO WS-FX-BERTH.
           MOVE 1                  TO WS-FX-PARTNER-BERTH.
           MOVE WS-GALAXY-HOSTILE-CTR
                                   TO WS-FX-SYNC-HOSTILES.
           MOVE SPACES             TO WS-FX-BASE-ID.

           PERFORM 4122-EXCHANGE-COUNTS
              THRU 4122-END.
           MOVE WS-FX-PT-STATUS    TO WS-FX-PT-LAST-STATUS.

           IF WS-GX-IS-OPEN
              CLOSE GALAXY-FILE
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.
           MOVE WS-FX-EXERCISE-NO TO WS-FX-NAME-NO.
           PERFORM 4130-SET-FLEET-GALAXY-NAME
              THRU 4130-END.
           MOVE WS-FX-GALAXY-NAME TO WS-GALAXY-ASSIGN-NAME.

           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

           DISPLAY WS-BLANK-LINE.
           IF WS-FX-COOPERATIVE
              DISPLAY 'You have joined fleet exercise '
                      WS-FX-EXERCISE-NO ' alongside Captain '
                      FUNCTION TRIM (WS-FX-PT-NAME) '.'
              MOVE 'joined - cooperative' TO WS-FX-RESULT
           ELSE
              DISPLAY 'You have joined fleet exercise '
                      WS-FX-EXERCISE-NO ' against Captain '
                      FUNCTION TRIM (WS-FX-PT-NAME) '.'
              MOVE 'joined - opposing teams' TO WS-FX-RESULT
           END-IF.
           DISPLAY 'The galaxy is shared - ' WS-GX-CUBE-CTR
                   ' cubes surveyed so far.'.

           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

       4115-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4117-REJOIN-EXERCISE SECTION.

      * A RESUMED SAVE FROM AN EXERCISE TAKES ITS BERTH BACK AND
      * PICKS UP EVERYTHING THE PARTNER DID WHILE IT WAS AWAY.
           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.
           PERFORM 4102-READ-EXERCISE
              THRU 4102-END.

           IF NOT WS-FX-FOUND
              OR NOT FX-IS-OPEN
              OR WS-FX-BERTH < 1
              OR WS-FX-BERTH > 2
              MOVE 'N' TO WS-FX-FOUND-SW
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
              DISPLAY 'Fleet exercise ' WS-FX-EXERCISE-NO ' is no '
                      'longer open - the mission continues alone.'
              MOVE 'N'    TO WS-FX-ACTIVE-SW
              MOVE ZEROES TO WS-FX-EXERCISE-NO
                             WS-FX-BERTH
              GO TO 4117-END
           END-IF.

           IF FX-CP-NAME (WS-FX-BERTH) NOT = WS-NAME
              MOVE 'N' TO WS-FX-FOUND-SW
              PERFORM 4105-RELEASE-EXERCISE-LATCH
                 THRU 4105-END
              DISPLAY 'Your berth in fleet exercise '
                      WS-FX-EXERCISE-NO ' has been given up - the '
                      'mission continues alone.'
              MOVE 'N'    TO WS-FX-ACTIVE-SW
              MOVE ZEROES TO WS-FX-EXERCISE-NO
                             WS-FX-BERTH
              GO TO 4117-END
           END-IF.

           SET FX-CP-FLYING (WS-FX-BERTH) TO TRUE.
           MOVE FX-MODE TO WS-FX-MODE.
           COMPUTE WS-FX-PARTNER-BERTH = 3 - WS-FX-BERTH.

      * THE SAVED HOSTILE COUNT IS STALE - TAKE THE EXERCISE'S OWN
      * WITHOUT POSTING A DIFFERENCE.
           MOVE WS-GALAXY-HOSTILE-CTR TO WS-FX-SYNC-HOSTILES.
           MOVE SPACES                TO WS-FX-BASE-ID.

           PERFORM 4122-EXCHANGE-COUNTS
              THRU 4122-END.
           MOVE WS-FX-PT-STATUS TO WS-FX-PT-LAST-STATUS.

           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

           DISPLAY 'Rejoining fleet exercise ' WS-FX-EXERCISE-NO
                   ' - ' WS-GALAXY-HOSTILE-CTR ' hostiles known in '
                   WS-GX-CUBE-CTR ' cubes surveyed.'.
           IF WS-FX-PT-NAME NOT = SPACES
              DISPLAY 'Captain ' FUNCTION TRIM (WS-FX-PT-NAME)
                      ' has destroyed ' WS-FX-PT-KILLS
                      ' hostiles so far.'
           END-IF.

           MOVE 'rejoined' TO WS-FX-RESULT.
           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

       4117-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4120-SYNC-EXERCISE SECTION.

      * BEFORE EVERY COMMAND PROMPT - FILE THIS SESSION'S CHANGES TO
      * THE CURRENT CUBE, TAKE THE PARTNER'S, REFRESH THE SHARED
      * COUNTS AND REPORT ANY CHANGE IN THE PARTNER'S STATUS.
           PERFORM 2008-SAVE-SECTOR
              THRU 2008-END.
           PERFORM 2005-ENTER-SECTOR
              THRU 2005-END.

           IF WS-FX-PT-STATUS = WS-FX-PT-LAST-STATUS
              GO TO 4120-VICTORY
           END-IF.

           DISPLAY WS-BLANK-LINE.
           EVALUATE TRUE
               WHEN WS-FX-PT-STATUS = 'F'
                AND WS-FX-PT-LAST-STATUS = SPACES
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' has joined aboard the U.S.S. '
                            FUNCTION TRIM (WS-FX-PT-HULL-NAME) '.'
               WHEN WS-FX-PT-STATUS = 'F'
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' is back on the bridge.'
               WHEN WS-FX-PT-STATUS = 'S'
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' has suspended - the ship holds '
                            'position.'
               WHEN WS-FX-PT-STATUS = 'V'
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' reports the mission accomplished.'
               WHEN WS-FX-PT-STATUS = 'E'
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' has stood down.'
               WHEN WS-FX-PT-STATUS = 'W'
                    DISPLAY 'Fleet exercise: Captain '
                            FUNCTION TRIM (WS-FX-PT-NAME)
                            ' has withdrawn from the exercise.'
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           MOVE WS-FX-PT-STATUS TO WS-FX-PT-LAST-STATUS.

      * THE PARTNER MAY HAVE CLEARED THE LAST OF THE GALAXY.
       4120-VICTORY.
           PERFORM 3310-CHECK-VICTORY
              THRU 3310-END.

       4120-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4121-POST-EXERCISE SECTION.

      * POST THIS SESSION'S COUNTS AT ONCE - A KILL MUST REACH THE
      * SHARED CENSUS BEFORE THE VICTORY TEST READS IT.
           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.
           PERFORM 4102-READ-EXERCISE
              THRU 4102-END.

           IF WS-FX-FOUND
              PERFORM 4122-EXCHANGE-COUNTS
                 THRU 4122-END
           END-IF.

           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

       4121-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4122-EXCHANGE-COUNTS SECTION.

      * UNDER THE LATCH WITH THE EXERCISE RECORD READ.  WHATEVER THIS
      * SESSION ADDED TO OR TOOK FROM THE HOSTILE COUNT SINCE THE LAST
      * EXCHANGE IS POSTED TO THE SHARED CENSUS, WHICH THEN BECOMES
      * THE COUNT THIS SESSION FLIES AGAINST.  THE CUBE COUNTS ARE
      * ONLY EVER RAISED BY A NEW CUBE, SO THEY ARE TAKEN AS THEY
      * STAND.
           COMPUTE WS-FX-HOSTILE-DELTA =
                   WS-GALAXY-HOSTILE-CTR - WS-FX-SYNC-HOSTILES.

           IF WS-FX-HOSTILE-DELTA < ZEROES
              AND FX-GALAXY-HOSTILES + WS-FX-HOSTILE-DELTA < ZEROES
              MOVE ZEROES TO FX-GALAXY-HOSTILES
           ELSE
              COMPUTE FX-GALAXY-HOSTILES =
                      FX-GALAXY-HOSTILES + WS-FX-HOSTILE-DELTA
           END-IF.

           MOVE FX-GALAXY-HOSTILES  TO WS-GALAXY-HOSTILE-CTR
                                       WS-FX-SYNC-HOSTILES.
           MOVE FX-CUBE-COUNT       TO WS-GX-CUBE-CTR.
           MOVE FX-QUAD-CUBES (1)   TO WS-GX-QUAD-CUBES (1).
           MOVE FX-QUAD-CUBES (2)   TO WS-GX-QUAD-CUBES (2).
           MOVE FX-QUAD-CUBES (3)   TO WS-GX-QUAD-CUBES (3).
           MOVE FX-QUAD-CUBES (4)   TO WS-GX-QUAD-CUBES (4).

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE WS-SHIP-HULL-REGISTER
                                TO FX-CP-HULL-REGISTER (WS-FX-BERTH).
           MOVE WS-SHIP-HULL-NAME
                                TO FX-CP-HULL-NAME (WS-FX-BERTH).
           MOVE WS-SHIP-POSITION
                                TO FX-CP-POSITION (WS-FX-BERTH).
           MOVE WS-HOSTILES-DESTROYED
                                TO FX-CP-KILLS (WS-FX-BERTH).
           MOVE WS-STARDATE     TO FX-CP-STARDATE (WS-FX-BERTH).
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                TO FX-CP-UPDATED (WS-FX-BERTH).

           MOVE FX-CP-NAME (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-NAME.
           MOVE FX-CP-STATUS (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-STATUS.
           MOVE FX-CP-HULL-REGISTER (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-HULL-REGISTER.
           MOVE FX-CP-HULL-NAME (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-HULL-NAME.
           MOVE FX-CP-POSITION (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-POSITION.
           MOVE FX-CP-KILLS (WS-FX-PARTNER-BERTH)
                                TO WS-FX-PT-KILLS.

       4122-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4125-MERGE-CUBE SECTION.

      * FILE THE CUBE IN THE BUFFER TO THE SHARED STORE.  UNDER THE
      * LATCH THE CUBE IS READ AGAIN AS THE PARTNER LEFT IT; EVERY
      * CELL THIS SESSION HAS NOT CHANGED SINCE ITS BASE IMAGE TAKES
      * THE STORED VALUE, SO NEITHER SESSION OVERWRITES THE OTHER'S
      * WORK.  THE MERGED CUBE STAYS IN THE BUFFER.
           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.

           IF NOT WS-GX-IS-OPEN
              OPEN I-O GALAXY-FILE
              IF WS-GALAXY-STATUS-1 = 0
                 SET WS-GX-IS-OPEN TO TRUE
              ELSE
                 DISPLAY 'Galaxy store cannot be opened, status '
                         WS-GALAXY-FILE-STATUS UPON SYSERR
                 GO TO 4125-RELEASE
              END-IF
           END-IF.

           MOVE WS-SECTOR-ID TO GX-SECTOR-ID.

           READ GALAXY-FILE
              INVALID KEY
                 MOVE WS-SECTOR-ID       TO GX-SECTOR-ID
                 MOVE WS-SECTOR-CONTENTS TO GX-SECTOR-CONTENTS
                 WRITE GX-CUBE-RECORD
                    INVALID KEY
                       DISPLAY 'Galaxy store write failed, status '
                               WS-GALAXY-FILE-STATUS UPON SYSERR
                 END-WRITE
              NOT INVALID KEY
                 IF WS-FX-BASE-ID = WS-SECTOR-ID
                    PERFORM VARYING WS-FX-CELL-IDX FROM 1 BY 1
                      UNTIL WS-FX-CELL-IDX > WS-SECTOR-CAPACITY
                       IF WS-SECTOR-CONTENTS (WS-FX-CELL-IDX:1) =
                          WS-FX-BASE-CONTENTS (WS-FX-CELL-IDX:1)
                          MOVE GX-SECTOR-CONTENTS (WS-FX-CELL-IDX:1)
                            TO WS-SECTOR-CONTENTS (WS-FX-CELL-IDX:1)
                       END-IF
                    END-PERFORM
                 END-IF
                 MOVE WS-SECTOR-CONTENTS TO GX-SECTOR-CONTENTS
                 REWRITE GX-CUBE-RECORD
                    INVALID KEY
                       DISPLAY 'Galaxy store write failed, status '
                               WS-GALAXY-FILE-STATUS UPON SYSERR
                 END-REWRITE
           END-READ.

           MOVE WS-SECTOR-ID       TO WS-FX-BASE-ID.
           MOVE WS-SECTOR-CONTENTS TO WS-FX-BASE-CONTENTS.

       4125-RELEASE.
           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

       4125-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4127-LOCATE-PARTNER SECTION.

      * THE PARTNER'S SHIP IS IN VIEW WHEN IT IS IN THIS CUBE AND
      * STILL IN THE GALAXY - FLYING, OR HOLDING POSITION WHILE ITS
      * CAPTAIN IS SUSPENDED.
           MOVE 'N' TO WS-FX-PT-IN-CUBE-SW.

           IF NOT WS-FX-ACTIVE
              GO TO 4127-END
           END-IF.

           IF (WS-FX-PT-STATUS = 'F' OR WS-FX-PT-STATUS = 'S')
              AND WS-FX-PT-QUAD   = WS-CURR-QUAD
              AND WS-FX-PT-QUAD-X = WS-CURR-QUAD-X
              AND WS-FX-PT-QUAD-Y = WS-CURR-QUAD-Y
              AND WS-FX-PT-QUAD-Z = WS-CURR-QUAD-Z
              SET WS-FX-PT-IN-CUBE TO TRUE
           END-IF.

       4127-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4130-SET-FLEET-GALAXY-NAME SECTION.

      * EXERCISE WS-FX-NAME-NO FLIES STARTREK-FLEET-GALAXY-N.
           MOVE SPACES TO WS-FX-GALAXY-NAME.
           STRING FUNCTION TRIM (WS-FX-FLEET-PREFIX)
                                         DELIMITED BY SIZE
                  WS-FX-NAME-NO          DELIMITED BY SIZE
             INTO WS-FX-GALAXY-NAME.

       4130-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4140-LEAVE-EXERCISE SECTION.

      * THE MISSION IS OVER OR SUSPENDED - FILE THE CURRENT CUBE,
      * POST THE FINAL COUNTS AND MARK THE BERTH.  A SUSPENDED
      * CAPTAIN KEEPS THE EXERCISE OPEN; THE LAST CAPTAIN TO STAND
      * DOWN CLOSES IT.
           PERFORM 2008-SAVE-SECTOR
              THRU 2008-END.

           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.
           PERFORM 4102-READ-EXERCISE
              THRU 4102-END.

           IF NOT WS-FX-FOUND
              DISPLAY 'WARNING: fleet exercise ' WS-FX-EXERCISE-NO
                      ' is no longer on file.' UPON SYSERR
              GO TO 4140-RELEASE
           END-IF.

           PERFORM 4122-EXCHANGE-COUNTS
              THRU 4122-END.

           EVALUATE TRUE
               WHEN WS-MISSION-ABANDONED
                    SET FX-CP-SUSPENDED (WS-FX-BERTH) TO TRUE
                    MOVE 'suspended' TO WS-FX-RESULT
               WHEN WS-MISSION-VICTORIOUS
                    SET FX-CP-VICTORIOUS (WS-FX-BERTH) TO TRUE
                    MOVE 'stood down victorious' TO WS-FX-RESULT
               WHEN OTHER
                    SET FX-CP-ENDED (WS-FX-BERTH) TO TRUE
                    MOVE 'stood down' TO WS-FX-RESULT
           END-EVALUATE.

           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

           PERFORM 4142-CLOSE-IF-DONE
              THRU 4142-END.

       4140-RELEASE.
           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

           IF WS-FX-CLOSING
              DISPLAY 'Fleet exercise ' WS-FX-EXERCISE-NO
                      ' is closed.'
              GO TO 4140-END
           END-IF.

           IF NOT WS-MISSION-ABANDONED
              AND WS-FX-PT-NAME NOT = SPACES
              DISPLAY 'The joint exercise report follows when '
                      'Captain ' FUNCTION TRIM (WS-FX-PT-NAME)
                      ' stands down.'
           END-IF.

       4140-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4142-CLOSE-IF-DONE SECTION.

      * UNDER THE LATCH WITH THE EXERCISE RECORD READ.  ONCE NEITHER
      * BERTH HOLDS A CAPTAIN WHO MAY STILL FLY, CLOSE THE EXERCISE,
      * REPORT IT AND EMPTY ITS SHARED STORE.
           MOVE 'N' TO WS-FX-CLOSING-SW.

           IF NOT FX-CP-STOOD-DOWN (1)
              OR NOT FX-CP-STOOD-DOWN (2)
              GO TO 4142-END
           END-IF.

           SET WS-FX-CLOSING TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           SET FX-IS-CLOSED TO TRUE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14) TO FX-CLOSED.

           PERFORM 4150-EXERCISE-REPORT
              THRU 4150-END.

           MOVE WS-GALAXY-ASSIGN-NAME TO WS-FX-SAVED-ASSIGN.
           MOVE FX-EXERCISE-NO        TO WS-FX-NAME-NO.
           PERFORM 4130-SET-FLEET-GALAXY-NAME
              THRU 4130-END.

           IF WS-GX-IS-OPEN
              CLOSE GALAXY-FILE
              MOVE 'N' TO WS-GX-OPEN-SW
           END-IF.
           MOVE WS-FX-GALAXY-NAME TO WS-GALAXY-ASSIGN-NAME.
           OPEN OUTPUT GALAXY-FILE.
           CLOSE GALAXY-FILE.
           MOVE WS-FX-SAVED-ASSIGN TO WS-GALAXY-ASSIGN-NAME.

           MOVE 'closed' TO WS-FX-RESULT.
           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

       4142-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4145-WITHDRAW-SLOT SECTION.

      * THE SAVE IN SLOT WS-FX-WD-SLOT IS BEING DELETED OR REPLACED -
      * ANY EXERCISE BERTH IT HELD IS GIVEN UP SO THE EXERCISE CAN
      * STILL CLOSE.  NOTHING TO DO WHEN NO EXERCISE WAS EVER FLOWN.
           OPEN INPUT FLEET-EXERCISE-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-FLEET-STATUS-1 = 0 AND WS-FLEET-STATUS-2 = 5
              CLOSE FLEET-EXERCISE-FILE
              GO TO 4145-END
           END-IF.

           IF WS-FLEET-STATUS-1 = 0
              CLOSE FLEET-EXERCISE-FILE
           END-IF.

           PERFORM 4100-TAKE-EXERCISE-LATCH
              THRU 4100-END.

           IF NOT WS-FX-LATCHED
              GO TO 4145-END
           END-IF.

           PERFORM VARYING WS-FX-SCAN-NO FROM 1 BY 1
             UNTIL WS-FX-SCAN-NO > 9
              MOVE WS-FX-SCAN-NO TO FX-EXERCISE-NO
              READ FLEET-EXERCISE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FX-IS-OPEN
                       PERFORM 4146-WITHDRAW-BERTHS
                          THRU 4146-END
                    END-IF
              END-READ
           END-PERFORM.

           MOVE 'N' TO WS-FX-FOUND-SW.
           PERFORM 4105-RELEASE-EXERCISE-LATCH
              THRU 4105-END.

       4145-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4146-WITHDRAW-BERTHS SECTION.

      * A BERTH STILL FLYING OR SUSPENDED FROM THE SLOT IS WITHDRAWN -
      * EXCEPT THIS SESSION'S OWN BERTH IN THE EXERCISE IT IS FLYING.
           MOVE 'N' TO WS-FX-CHANGED-SW.

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
             UNTIL WS-FX-IDX > 2
              IF FX-CP-SLOT (WS-FX-IDX) = WS-FX-WD-SLOT
                 AND (FX-CP-FLYING (WS-FX-IDX)
                      OR FX-CP-SUSPENDED (WS-FX-IDX))
                 AND NOT (WS-FX-ACTIVE
                          AND FX-EXERCISE-NO = WS-FX-EXERCISE-NO
                          AND WS-FX-IDX = WS-FX-BERTH)
                 SET FX-CP-WITHDRAWN (WS-FX-IDX) TO TRUE
                 SET WS-FX-CHANGED TO TRUE
                 DISPLAY 'Captain '
                         FUNCTION TRIM (FX-CP-NAME (WS-FX-IDX))
                         ' is withdrawn from fleet exercise '
                         FX-EXERCISE-NO '.'
              END-IF
           END-PERFORM.

           IF NOT WS-FX-CHANGED
              GO TO 4146-END
           END-IF.

           MOVE 'slot withdrawn' TO WS-FX-RESULT.
           PERFORM 4160-LOG-EXERCISE
              THRU 4160-END.

           PERFORM 4142-CLOSE-IF-DONE
              THRU 4142-END.

           REWRITE FX-RECORD
              INVALID KEY
                 DISPLAY 'WARNING: fleet exercise '
                         FX-EXERCISE-NO ' could not be updated, '
                         'status ' WS-FLEET-FILE-STATUS
                         UPON SYSERR
           END-REWRITE.

       4146-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4150-EXERCISE-REPORT SECTION.

      * THE JOINT EXERCISE REPORT - WRITTEN FROM THE EXERCISE RECORD
      * AS IT CLOSES, CREDITING EACH CAPTAIN SEPARATELY.  APPENDED TO
      * STARTREK-EXERCISE-REPORT AND SHOWN ON THE CONSOLE.
           MOVE 'N' TO WS-FX-RPT-OPEN-SW.
           OPEN EXTEND EXERCISE-REPORT-FILE.
           IF WS-EXERCISE-RPT-STATUS-1 = 0
              SET WS-FX-RPT-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: the exercise report file could not '
                      'be opened, status '
                      WS-EXERCISE-RPT-FILE-STATUS UPON SYSERR
           END-IF.

           DISPLAY WS-BLANK-LINE.
           MOVE ALL '=' TO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           STRING 'FLEET EXERCISE '         DELIMITED BY SIZE
                  FX-EXERCISE-NO            DELIMITED BY SIZE
                  ' - JOINT EXERCISE REPORT'
                                            DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           IF FX-COOPERATIVE
              MOVE 'MODE: COOPERATIVE' TO WS-FX-RPT-LINE
           ELSE
              MOVE 'MODE: OPPOSING TEAMS' TO WS-FX-RPT-LINE
           END-IF.
           STRING 'GALAXY DIFFICULTY: '     DELIMITED BY SIZE
                  FX-DIFFICULTY-CHOICE      DELIMITED BY SIZE
                  '  FACTOR: '              DELIMITED BY SIZE
                  FX-DIFFICULTY-FACTOR      DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE (30:51).
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           STRING 'OPENED: '                DELIMITED BY SIZE
                  FX-OPENED (1:4)           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  FX-OPENED (5:2)           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  FX-OPENED (7:2)           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  FX-OPENED (9:2)           DELIMITED BY SIZE
                  ':'                       DELIMITED BY SIZE
                  FX-OPENED (11:2)          DELIMITED BY SIZE
                  '    CLOSED: '            DELIMITED BY SIZE
                  FX-CLOSED (1:4)           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  FX-CLOSED (5:2)           DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  FX-CLOSED (7:2)           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  FX-CLOSED (9:2)           DELIMITED BY SIZE
                  ':'                       DELIMITED BY SIZE
                  FX-CLOSED (11:2)          DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           MOVE FX-CUBE-COUNT TO WS-FX-RPT-COUNT-EDIT.
           STRING 'CUBES SURVEYED:  '       DELIMITED BY SIZE
                  WS-FX-RPT-COUNT-EDIT      DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           MOVE FX-GALAXY-HOSTILES TO WS-FX-RPT-COUNT-EDIT.
           STRING 'HOSTILES LEFT:  '        DELIMITED BY SIZE
                  WS-FX-RPT-COUNT-EDIT      DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE (41:40).
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           COMPUTE WS-FX-RPT-TOTAL-KILLS =
                   FX-CP-KILLS (1) + FX-CP-KILLS (2).

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
             UNTIL WS-FX-IDX > 2
              PERFORM 4155-REPORT-CAPTAIN
                 THRU 4155-END
           END-PERFORM.

           MOVE ALL '-' TO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           EVALUATE TRUE
               WHEN FX-COOPERATIVE
                    MOVE WS-FX-RPT-TOTAL-KILLS
                      TO WS-FX-RPT-COUNT-EDIT
                    STRING 'COMBINED HOSTILES DESTROYED: '
                                            DELIMITED BY SIZE
                           WS-FX-RPT-COUNT-EDIT
                                            DELIMITED BY SIZE
                      INTO WS-FX-RPT-LINE
               WHEN FX-CP-EMPTY (2)
                    MOVE 'RESULT: NO CONTEST - NO SECOND CAPTAIN'
                      TO WS-FX-RPT-LINE
               WHEN FX-CP-KILLS (1) = FX-CP-KILLS (2)
                    MOVE FX-CP-KILLS (1) TO WS-FX-RPT-COUNT-EDIT
                    STRING 'RESULT: DRAWN AT '
                                            DELIMITED BY SIZE
                           FUNCTION TRIM (WS-FX-RPT-COUNT-EDIT)
                                            DELIMITED BY SIZE
                           ' HOSTILES DESTROYED EACH'
                                            DELIMITED BY SIZE
                      INTO WS-FX-RPT-LINE
               WHEN FX-CP-KILLS (1) > FX-CP-KILLS (2)
                    MOVE 1 TO WS-FX-IDX
                    PERFORM 4156-REPORT-WINNER
                       THRU 4156-END
               WHEN OTHER
                    MOVE 2 TO WS-FX-IDX
                    PERFORM 4156-REPORT-WINNER
                       THRU 4156-END
           END-EVALUATE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           MOVE 'END OF JOINT EXERCISE REPORT' TO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           IF WS-FX-RPT-OPEN
              CLOSE EXERCISE-REPORT-FILE
           END-IF.

       4150-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4155-REPORT-CAPTAIN SECTION.

      * ONE CAPTAIN'S CREDIT - BERTH WS-FX-IDX.
           MOVE ALL '-' TO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           IF FX-CP-EMPTY (WS-FX-IDX)
              MOVE 'SECOND BERTH: NO CAPTAIN JOINED'
                TO WS-FX-RPT-LINE
              PERFORM 4157-WRITE-EXERCISE-LINE
                 THRU 4157-END
              GO TO 4155-END
           END-IF.

           STRING 'CAPTAIN '                DELIMITED BY SIZE
                  FX-CP-NAME (WS-FX-IDX)    DELIMITED BY '  '
                  '  SLOT '                 DELIMITED BY SIZE
                  FX-CP-SLOT (WS-FX-IDX)    DELIMITED BY SIZE
                  '  U.S.S. '               DELIMITED BY SIZE
                  FX-CP-HULL-NAME (WS-FX-IDX)
                                            DELIMITED BY '  '
                  ' '                       DELIMITED BY SIZE
                  FX-CP-HULL-REGISTER (WS-FX-IDX)
                                            DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           EVALUATE TRUE
               WHEN FX-CP-VICTORIOUS (WS-FX-IDX)
                    MOVE 'VICTORIOUS'      TO WS-FX-RPT-OUTCOME
               WHEN FX-CP-ENDED (WS-FX-IDX)
                    MOVE 'MISSION ENDED'   TO WS-FX-RPT-OUTCOME
               WHEN FX-CP-WITHDRAWN (WS-FX-IDX)
                    MOVE 'WITHDRAWN'       TO WS-FX-RPT-OUTCOME
               WHEN OTHER
                    MOVE 'STILL IN FLIGHT' TO WS-FX-RPT-OUTCOME
           END-EVALUATE.
           MOVE FX-CP-STARDATE (WS-FX-IDX) TO WS-FX-RPT-SD-EDIT.
           STRING '   OUTCOME: '            DELIMITED BY SIZE
                  WS-FX-RPT-OUTCOME         DELIMITED BY '  '
                  '   FINAL STARDATE: '     DELIMITED BY SIZE
                  WS-FX-RPT-SD-EDIT         DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

           MOVE FX-CP-KILLS (WS-FX-IDX) TO WS-FX-RPT-COUNT-EDIT.
           STRING '   HOSTILES DESTROYED: ' DELIMITED BY SIZE
                  WS-FX-RPT-COUNT-EDIT      DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           MOVE FX-CP-CUBES-FILED (WS-FX-IDX) TO WS-FX-RPT-COUNT-EDIT.
           STRING 'CUBES FIRST SURVEYED: '  DELIMITED BY SIZE
                  WS-FX-RPT-COUNT-EDIT      DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE (41:40).
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

      * A COOPERATIVE EXERCISE ALSO SHOWS EACH CAPTAIN'S SHARE OF
      * THE COMBINED KILLS.
           IF NOT FX-COOPERATIVE
              GO TO 4155-END
           END-IF.

           IF WS-FX-RPT-TOTAL-KILLS = ZEROES
              MOVE ZEROES TO WS-FX-RPT-PCT
           ELSE
              COMPUTE WS-FX-RPT-PCT ROUNDED =
                      FX-CP-KILLS (WS-FX-IDX) * 100
                      / WS-FX-RPT-TOTAL-KILLS
           END-IF.
           MOVE WS-FX-RPT-PCT TO WS-FX-RPT-PCT-EDIT.
           STRING '   SHARE OF EXERCISE KILLS: '
                                            DELIMITED BY SIZE
                  WS-FX-RPT-PCT-EDIT        DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.
           PERFORM 4157-WRITE-EXERCISE-LINE
              THRU 4157-END.

       4155-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4156-REPORT-WINNER SECTION.

      * OPPOSING TEAMS ARE SCORED ON HOSTILES DESTROYED - BERTH
      * WS-FX-IDX HAS THE MORE.
           COMPUTE WS-FX-TEAM-KILLS =
                   FX-CP-KILLS (WS-FX-IDX)
                 - FX-CP-KILLS (3 - WS-FX-IDX).
           MOVE WS-FX-TEAM-KILLS TO WS-FX-RPT-COUNT-EDIT.
           STRING 'RESULT: CAPTAIN '        DELIMITED BY SIZE
                  FX-CP-NAME (WS-FX-IDX)    DELIMITED BY '  '
                  ' WINS BY '               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FX-RPT-COUNT-EDIT)
                                            DELIMITED BY SIZE
                  ' HOSTILES DESTROYED'     DELIMITED BY SIZE
             INTO WS-FX-RPT-LINE.

       4156-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4157-WRITE-EXERCISE-LINE SECTION.

           IF WS-FX-RPT-OPEN
              WRITE EXERCISE-REPORT-RECORD FROM WS-FX-RPT-LINE
           END-IF.
           DISPLAY WS-FX-RPT-LINE.
           MOVE SPACES TO WS-FX-RPT-LINE.

       4157-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4160-LOG-EXERCISE SECTION.

      * EVERY EXERCISE STEP - HOSTED, JOINED, REJOINED, STOOD DOWN,
      * WITHDRAWN AND CLOSED - GOES ON THE AUDIT LOG WITH THE TEXT
      * IN WS-FX-RESULT.
           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | FLEET EXERCISE | '
                                       DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | slot '           DELIMITED BY SIZE
                  WS-ACTIVE-SLOT       DELIMITED BY SIZE
                  ' | exercise '       DELIMITED BY SIZE
                  FX-EXERCISE-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FX-RESULT         DELIMITED BY '  '
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       4160-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9000-MISSION-REPORT SECTION.

      * THE DRILL IS GRADED (AND ITS AUDIT-LOG LINE WRITTEN) ONLY
      * WHEN THE MISSION CONCLUDES - A SUSPENDED MISSION RESUMES
      * THE AMBUSH INSTEAD OF BANKING AN EVALUATION PER QUIT.
           IF WS-KM-AMBUSHED AND NOT WS-MISSION-ABANDONED
              PERFORM 3620-GRADE-KOBAYASHI
                 THRU 3620-END
           END-IF.

           COMPUTE WS-STARDATES-USED =
                   WS-STARDATE - WS-STARDATE-BASE.

           COMPUTE WS-EFF-DIVISOR =
                   (WS-ENERGY-EXPENDED / 10) +
                   (WS-TORPS-EXPENDED * 50) +
                   (WS-STARDATES-USED * 20) + 1.

      * COMBAT AND DISCOVERY BOTH COUNT - A RESOLVED UNKNOWN IS
      * WORTH HALF A HOSTILE TO THE RATING.
           COMPUTE WS-EFFICIENCY-RATING ROUNDED =
                   ((WS-HOSTILES-DESTROYED * 100 *
                     WS-DIFFICULTY-FACTOR) +
                    (WS-DISCOVERY-CTR * 50 *
                     WS-DIFFICULTY-FACTOR)) / WS-EFF-DIVISOR
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-EFFICIENCY-RATING
           END-COMPUTE.

      * A CAPTAIN IS RATED ON THE CREW BROUGHT HOME AS WELL AS THE
      * HOSTILES DESTROYED - THE RATING SCALES WITH THE SURVIVORS.
           COMPUTE WS-EFFICIENCY-RATING ROUNDED =
                   WS-EFFICIENCY-RATING * WS-SHIP-CREW /
                   WS-CREW-COMPLEMENT
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-EFFICIENCY-RATING
           END-COMPUTE.

      * EACH MISSION TYPE CARRIES ITS OWN EFFICIENCY WEIGHTING FROM
      * THE SCENARIO CARD.
           COMPUTE WS-EFFICIENCY-RATING ROUNDED =
                   WS-EFFICIENCY-RATING * WS-MSN-EFF-WEIGHT
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-EFFICIENCY-RATING
           END-COMPUTE.

           MOVE WS-EFFICIENCY-RATING TO WS-EFF-EDIT.

           EVALUATE TRUE
               WHEN WS-MISSION-VICTORIOUS
                MOVE 'VICTORIOUS' TO WS-MISSION-RESULT-TEXT
               WHEN WS-MISSION-DEFEATED
                MOVE 'SHIP DESTROYED' TO WS-MISSION-RESULT-TEXT
               WHEN WS-MISSION-TIMED-OUT
                MOVE 'DEADLINE PASSED' TO WS-MISSION-RESULT-TEXT
               WHEN WS-MISSION-ABANDONED
                MOVE 'ABANDONED BY CAPTAIN' TO WS-MISSION-RESULT-TEXT
               WHEN OTHER
                MOVE 'INCOMPLETE' TO WS-MISSION-RESULT-TEXT
           END-EVALUATE.

           PERFORM 9030-WRITE-MISSION-HISTORY
              THRU 9030-END.

      * DECORATIONS GO TO CONCLUDED MISSIONS ONLY.
           MOVE ZEROES TO WS-AW-EARNED-CTR.
           IF NOT WS-MISSION-ABANDONED
              PERFORM 9070-AWARD-DECORATIONS
                 THRU 9070-END
           END-IF.

      * SO IS A BOARD OF INQUIRY - A SUSPENDED MISSION MAY YET BE
      * BROUGHT HOME.
           MOVE 'N' TO WS-IN-CASE-SW.
           IF NOT WS-MISSION-ABANDONED
              PERFORM 9080-OPEN-INQUIRY
                 THRU 9080-END
           END-IF.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'End-of-mission accounting:'.
           DISPLAY '  Mission orders....... ' WS-MSN-NAME.
           DISPLAY '  Ship class........... ' WS-SHIP-CLASS.
           DISPLAY '  Hull................. ' WS-SHIP-HULL-REGISTER
                   ' ' WS-SHIP-HULL-NAME.
           DISPLAY '  Mission result....... ' WS-MISSION-RESULT-TEXT.
           DISPLAY '  Hostiles destroyed... ' WS-HOSTILES-DESTROYED.
           DISPLAY '  Energy expended...... ' WS-ENERGY-EXPENDED.
           DISPLAY '  Torpedoes expended... ' WS-TORPS-EXPENDED.
           DISPLAY '  Stardates used....... ' WS-STARDATES-USED.
           DISPLAY '  Unknowns resolved.... ' WS-DISCOVERY-CTR.
           DISPLAY '  Treaty incidents..... ' WS-DIP-INCIDENT-CTR.
           DISPLAY '  Crew lost............ ' WS-CREW-LOST.
           DISPLAY '  Crew brought home.... ' WS-SHIP-CREW
                   ' of ' WS-CREW-COMPLEMENT.
           DISPLAY '  Efficiency rating.... ' WS-EFF-EDIT.

           PERFORM VARYING WS-QUAD-CTR FROM 1 BY 1
             UNTIL WS-QUAD-CTR > WS-QUAD-MAX
              MOVE WS-QC-ITEM-COUNTER (WS-QUAD-CTR)
                TO WS-ITEM-COUNTER
              MOVE WS-QC-ITEM-MAX-COUNTER (WS-QUAD-CTR)
                TO WS-ITEM-MAX-COUNTER
              PERFORM 1055-DISPLAY-ITEM-CENSUS
                 THRU 1055-END
           END-PERFORM.

           DISPLAY 'The Captain''s Log report has been printed.'.

           OPEN EXTEND CAPTAINS-LOG-FILE.

           MOVE 99 TO WS-CPL-LINE-CTR.
           MOVE ZEROES TO WS-CPL-PAGE-CTR.

           MOVE 'MISSION SUMMARY' TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  MISSION RESULT....... '  DELIMITED BY SIZE
                  WS-MISSION-RESULT-TEXT      DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  SHIP CLASS........... '  DELIMITED BY SIZE
                  FUNCTION UPPER-CASE (WS-SHIP-CLASS)
                                              DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  HULL................. '  DELIMITED BY SIZE
                  WS-SHIP-HULL-REGISTER       DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION UPPER-CASE (WS-SHIP-HULL-NAME)
                                              DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  DIFFICULTY FACTOR.... '  DELIMITED BY SIZE
                  WS-DIFFICULTY-FACTOR        DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  COMBAT PARAMETER SET. '  DELIMITED BY SIZE
                  WS-CP-SET-ID                DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  HOSTILES DESTROYED... '  DELIMITED BY SIZE
                  WS-HOSTILES-DESTROYED       DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  HOSTILES REMAINING... '  DELIMITED BY SIZE
                  WS-GALAXY-HOSTILE-CTR       DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  ENERGY EXPENDED...... '  DELIMITED BY SIZE
                  WS-ENERGY-EXPENDED          DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  TORPEDOES EXPENDED... '  DELIMITED BY SIZE
                  WS-TORPS-EXPENDED           DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  STARDATES USED....... '  DELIMITED BY SIZE
                  WS-STARDATES-USED           DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  UNKNOWNS RESOLVED.... '  DELIMITED BY SIZE
                  WS-DISCOVERY-CTR            DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  CREW LOST............ '  DELIMITED BY SIZE
                  WS-CREW-LOST                DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  CREW BROUGHT HOME.... '  DELIMITED BY SIZE
                  WS-SHIP-CREW                DELIMITED BY SIZE
                  ' OF '                      DELIMITED BY SIZE
                  WS-CREW-COMPLEMENT          DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           STRING '  EFFICIENCY RATING.... '  DELIMITED BY SIZE
                  WS-EFF-EDIT                 DELIMITED BY SIZE
             INTO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           MOVE SPACES TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           MOVE 'DECORATIONS THIS MISSION' TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           IF WS-AW-EARNED-CTR = ZEROES
              MOVE '  NONE AWARDED' TO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END
           END-IF.

           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
             UNTIL WS-AW-IDX > WS-AW-CTR
                OR WS-AW-EARNED-CTR = ZEROES
              IF WS-AW-EARNED (WS-AW-IDX)
                 STRING '  '                  DELIMITED BY SIZE
                        WS-AW-CODE (WS-AW-IDX)
                                              DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-AW-TITLE (WS-AW-IDX)
                                              DELIMITED BY SIZE
                   INTO WS-CPL-PRINT-LINE
                 PERFORM 9020-LOG-WRITE
                    THRU 9020-END
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           IF WS-IN-CASE-OPENED
              STRING 'BOARD OF INQUIRY CASE ' DELIMITED BY SIZE
                     WS-IN-CASE-NO            DELIMITED BY SIZE
                     ' OPENED - '             DELIMITED BY SIZE
                     WS-IN-REASONS            DELIMITED BY '  '
                INTO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END
              MOVE SPACES TO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END
           END-IF.

           MOVE 'COMBAT LEDGER' TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           IF WS-LEDGER-CTR = ZEROES
              MOVE '  NO COMBAT ACTIONS THIS MISSION'
                TO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END
           END-IF.

           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
             UNTIL WS-LEDGER-IDX > WS-LEDGER-CTR

              STRING '  STARDATE '            DELIMITED BY SIZE
                     WS-LG-STARDATE (WS-LEDGER-IDX)
                                              DELIMITED BY SIZE
                     '  '                     DELIMITED BY SIZE
                     WS-LG-EVENT (WS-LEDGER-IDX)
                                              DELIMITED BY SIZE
                INTO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END

           END-PERFORM.

           IF WS-LEDGER-CTR = WS-LEDGER-MAX
              MOVE '  (LEDGER FULL - LATER ACTIONS NOT RECORDED)'
                TO WS-CPL-PRINT-LINE
              PERFORM 9020-LOG-WRITE
                 THRU 9020-END
           END-IF.

           MOVE SPACES TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           MOVE 'END OF CAPTAIN''S LOG' TO WS-CPL-PRINT-LINE.
           PERFORM 9020-LOG-WRITE
              THRU 9020-END.

           CLOSE CAPTAINS-LOG-FILE.

       9000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9010-LOG-PAGE-HEADER SECTION.

           ADD 1 TO WS-CPL-PAGE-CTR.
           MOVE WS-CPL-PAGE-CTR TO WS-CPL-PAGE-EDIT.

           MOVE SPACES TO CAPTAINS-LOG-RECORD.
           STRING 'U.S.S. '                   DELIMITED BY SIZE
                  FUNCTION UPPER-CASE
                     (FUNCTION TRIM (WS-SHIP-HULL-NAME))
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SHIP-HULL-REGISTER       DELIMITED BY SIZE
                  ' - CAPTAIN''S LOG'         DELIMITED BY SIZE
             INTO CAPTAINS-LOG-RECORD.
           STRING 'PAGE '                     DELIMITED BY SIZE
                  WS-CPL-PAGE-EDIT            DELIMITED BY SIZE
             INTO CAPTAINS-LOG-RECORD (72:9).
           WRITE CAPTAINS-LOG-RECORD.

           MOVE SPACES TO CAPTAINS-LOG-RECORD.
           STRING 'CAPTAIN: '                 DELIMITED BY SIZE
                  WS-RANK-NAME                DELIMITED BY SIZE
             INTO CAPTAINS-LOG-RECORD.
           WRITE CAPTAINS-LOG-RECORD.

           MOVE SPACES TO CAPTAINS-LOG-RECORD.
           STRING 'STARDATE '                 DELIMITED BY SIZE
                  WS-STARDATE                 DELIMITED BY SIZE
                  '   PRINTED '               DELIMITED BY SIZE
                  WS-CURRENT-DATE-CC          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD          DELIMITED BY SIZE
             INTO CAPTAINS-LOG-RECORD.
           WRITE CAPTAINS-LOG-RECORD.

           MOVE ALL '-' TO CAPTAINS-LOG-RECORD.
           WRITE CAPTAINS-LOG-RECORD.

           MOVE 4 TO WS-CPL-LINE-CTR.

       9010-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9020-LOG-WRITE SECTION.

           IF WS-CPL-LINE-CTR >= WS-CPL-LINES-PER-PAGE
              PERFORM 9010-LOG-PAGE-HEADER
                 THRU 9010-END
           END-IF.

           WRITE CAPTAINS-LOG-RECORD FROM WS-CPL-PRINT-LINE.
           ADD 1 TO WS-CPL-LINE-CTR.
           MOVE SPACES TO WS-CPL-PRINT-LINE.

       9020-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9030-WRITE-MISSION-HISTORY SECTION.

      * ONE PERMANENT HISTORY RECORD PER MISSION OUTCOME - THE
      * CAPTAIN'S-LOG PRINT FILE IS OVERWRITTEN BY THE NEXT MISSION
      * BUT THIS LEDGER ONLY EVER GROWS.  AN ABANDONED MISSION IS
      * RECORDED TOO (RESULT 'Q') SO THE MONTHLY REPORT CAN SHOW
      * SUSPENSIONS; THE REPORTING SIDE EXCLUDES THEM FROM THE WIN
      * RATE JUST AS 9050 EXCLUDES THEM FROM THE CAREER RECORD.
           OPEN EXTEND MISSION-HISTORY-FILE.

           IF WS-HISTORY-STATUS-1 NOT = 0
              DISPLAY 'Mission history not recorded, status '
                      WS-HISTORY-FILE-STATUS UPON SYSERR
              GO TO 9030-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                         TO MH-RUN-DATE.
           MOVE WS-NAME                  TO MH-NAME.
           MOVE WS-DIFFICULTY-FACTOR     TO MH-DIFFICULTY.
           MOVE WS-MISSION-RESULT        TO MH-RESULT.
           MOVE WS-STARDATES-USED        TO MH-STARDATES-USED.
           MOVE WS-HOSTILES-DESTROYED    TO MH-HOSTILES-DESTROYED.
           MOVE WS-ENERGY-EXPENDED       TO MH-ENERGY-EXPENDED.
           MOVE WS-TORPS-EXPENDED        TO MH-TORPS-EXPENDED.
           MOVE WS-EFFICIENCY-RATING     TO MH-EFFICIENCY.
           MOVE WS-SHIP-CLASS            TO MH-SHIP-CLASS.
           MOVE WS-SHIP-HULL-REGISTER    TO MH-HULL-REGISTER.
           MOVE WS-SHIP-HULL-NAME        TO MH-HULL-NAME.
           MOVE WS-CP-SET-ID             TO MH-PARM-SET-ID.
           MOVE WS-SCRIPT-FILE           TO MH-SCRIPT-NAME.
           IF WS-FIXED-SEED-OPT-IN
              MOVE WS-FIXED-SEED-VALUE   TO MH-SEED
           ELSE
              MOVE ZEROES                TO MH-SEED
           END-IF.
           MOVE WS-STARDATE              TO MH-FINAL-STARDATE.

           WRITE MH-RECORD.

           CLOSE MISSION-HISTORY-FILE.

       9030-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9050-UPDATE-SERVICE-RECORD SECTION.

           PERFORM 9093-TAKE-SERVICE-LATCH
              THRU 9093-END.

      * ONLY THIS CAPTAIN'S RECORD IS TOUCHED - IT IS READ AFRESH SO
      * A MISSION FILED FROM ANOTHER CONSOLE SINCE SIGN-ON IS KEPT.
           PERFORM 9095-CHECK-SERVICE-SEAL
              THRU 9095-END.

           OPEN I-O SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Service record file cannot be opened, status '
                      WS-SERVICE-FILE-STATUS ' - career statistics '
                      'not recorded.' UPON SYSERR
              GO TO 9050-RELEASE
           END-IF.

           SET WS-SVC-NOT-FOUND TO TRUE.
           MOVE WS-NAME TO SVC-NAME.

           READ SERVICE-RECORD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SVC-RECORD TO WS-SVC-ENTRY
                 SET WS-SVC-FOUND TO TRUE
           END-READ.

           IF WS-SVC-NOT-FOUND
              MOVE ZEROES   TO WS-SVC-ENTRY
              MOVE SPACES   TO WS-SV-KM-GRADE
              MOVE WS-NAME  TO WS-SV-NAME
              MOVE WS-RANK-CHOICES TO WS-SV-EARNED-RANK
           END-IF.

           ADD 1 TO WS-SV-MISSIONS.
           ADD WS-HOSTILES-DESTROYED TO WS-SV-HOSTILES.
           MOVE WS-EFFICIENCY-RATING  TO WS-SV-EFF-LAST.

           IF WS-EFFICIENCY-RATING > WS-SV-EFF-BEST
              MOVE WS-EFFICIENCY-RATING TO WS-SV-EFF-BEST
           END-IF.

      * THE TERM-TO-DATE FIGURES MOVE WITH THE CAREER FIGURES.
           ADD 1 TO WS-SV-TERM-MISSIONS.
           ADD WS-HOSTILES-DESTROYED TO WS-SV-TERM-HOSTILES.
           MOVE WS-EFFICIENCY-RATING  TO WS-SV-TERM-EFF-LAST.

           IF WS-EFFICIENCY-RATING > WS-SV-TERM-EFF-BEST
              MOVE WS-EFFICIENCY-RATING TO WS-SV-TERM-EFF-BEST
           END-IF.

           IF WS-KOBAYASHI-OPT-IN
              ADD 1 TO WS-SV-KOBAYASHI
           END-IF.

      * THE GRADED KOBAYASHI EVALUATION GOES ON THE PERMANENT
      * RECORD, NOT JUST THE AUDIT LOG.
           IF WS-KM-AMBUSHED
              MOVE WS-KM-GRADE TO WS-SV-KM-GRADE
           END-IF.

      * PROMOTIONS ARE EARNED, NOT CLAIMED - A VICTORY ADVANCES THE
      * CAPTAIN TWO GRADES, A STRONG EFFICIENCY SHOWING ONE.
           EVALUATE TRUE
               WHEN WS-MISSION-VICTORIOUS
                ADD 2 TO WS-SV-EARNED-RANK
               WHEN WS-EFFICIENCY-RATING >= 20
                ADD 1 TO WS-SV-EARNED-RANK
           END-EVALUATE.

           IF WS-SV-EARNED-RANK > 17
              MOVE 17 TO WS-SV-EARNED-RANK
           END-IF.

           IF WS-SV-EARNED-RANK > WS-RANK-CHOICES
              DISPLAY 'Star Fleet Command has promoted you to earned '
                      'rank ' WS-SV-EARNED-RANK '.'
              DISPLAY 'It will be offered at your next sign-on.'
           END-IF.

           MOVE WS-SVC-ENTRY TO SVC-RECORD.

           IF WS-SVC-FOUND
              REWRITE SVC-RECORD
                 INVALID KEY
                    DISPLAY 'Service record rewrite failed, status '
                            WS-SERVICE-FILE-STATUS UPON SYSERR
              END-REWRITE
             ELSE
              WRITE SVC-RECORD
                 INVALID KEY
                    DISPLAY 'Service record write failed, status '
                            WS-SERVICE-FILE-STATUS UPON SYSERR
              END-WRITE
              SET WS-SVC-FOUND TO TRUE
           END-IF.

           CLOSE SERVICE-RECORD-FILE.

           PERFORM 9096-SEAL-SERVICE-MASTER
              THRU 9096-END.

       9050-RELEASE.

           PERFORM 9094-RELEASE-SERVICE-LATCH
              THRU 9094-END.

       9050-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9060-AWARD-QUALIFICATIONS SECTION.

           PERFORM 9061-LOAD-CURRICULUM
              THRU 9061-END.

           IF WS-QU-CTR = ZEROES
              GO TO 9060-END
           END-IF.

           PERFORM 9062-MARK-HELD-QUALS
              THRU 9062-END.

      * THE CURRICULUM STATES DIFFICULTY AS THE SIGN-ON CHOICE; THE
      * FACTOR IS WHAT A RESUMED MISSION CARRIES, SO WORK BACK.
           COMPUTE WS-QU-LEVEL =
                   ((WS-DIFFICULTY-FACTOR - 4) / 2) - 1.

           MOVE ZEROES TO WS-QU-AWARD-CTR.

           PERFORM VARYING WS-QU-IDX FROM 1 BY 1
             UNTIL WS-QU-IDX > WS-QU-CTR
              IF NOT WS-QU-IS-HELD (WS-QU-IDX)
                 PERFORM 9063-TEST-QUALIFICATION
                    THRU 9063-END
                 IF WS-QU-MET
                    PERFORM 9064-WRITE-QUALIFICATION
                       THRU 9064-END
                 END-IF
              END-IF
           END-PERFORM.

       9060-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9061-LOAD-CURRICULUM SECTION.

           MOVE ZEROES TO WS-QU-CTR.
           MOVE 'N' TO WS-QU-EOF-SW.

           OPEN INPUT CURRICULUM-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-CURRICULUM-STATUS-1 = 0
              AND WS-CURRICULUM-STATUS-2 = 5
              CLOSE CURRICULUM-FILE
              GO TO 9061-END
           END-IF.

           IF WS-CURRICULUM-STATUS-1 NOT = 0
              DISPLAY 'Curriculum file unreadable, status '
                      WS-CURRICULUM-FILE-STATUS ' - no qualifications '
                      'awarded.' UPON SYSERR
              GO TO 9061-END
           END-IF.

      * A CARD QUALRPT WOULD LIST AS IN ERROR IS SKIPPED HERE TOO.
           PERFORM UNTIL WS-QU-EOF
              READ CURRICULUM-FILE
                 AT END
                    SET WS-QU-EOF TO TRUE
                 NOT AT END
                    IF CUR-RECORD (1:1) NOT = '*'
                       AND CUR-CODE NOT = SPACES
                       AND (CUR-MSN-TYPE = 'D' OR 'S' OR 'R' OR 'H'
                                        OR 'E' OR 'K')
                       AND CUR-MIN-DIFFICULTY IS NUMERIC
                       AND CUR-MIN-EFFICIENCY IS NUMERIC
                       AND WS-QU-CTR < WS-QU-MAX
                       ADD 1 TO WS-QU-CTR
                       MOVE CUR-CODE
                         TO WS-QU-CODE      (WS-QU-CTR)
                       MOVE CUR-TITLE
                         TO WS-QU-TITLE     (WS-QU-CTR)
                       MOVE CUR-MSN-TYPE
                         TO WS-QU-MSN-TYPE  (WS-QU-CTR)
                       MOVE CUR-MIN-DIFFICULTY
                         TO WS-QU-MIN-DIFF  (WS-QU-CTR)
                       MOVE CUR-MIN-EFFICIENCY
                         TO WS-QU-MIN-EFF   (WS-QU-CTR)
                       MOVE CUR-MIN-GRADE
                         TO WS-QU-MIN-GRADE (WS-QU-CTR)
                       MOVE 'N'
                         TO WS-QU-HELD      (WS-QU-CTR)
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CURRICULUM-FILE.

       9061-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9062-MARK-HELD-QUALS SECTION.

      * A QUALIFICATION IS AWARDED ONCE - THE LEDGER IS SWEPT FOR THE
      * ONES THIS CAPTAIN ALREADY HOLDS.
           MOVE 'N' TO WS-QU-EOF-SW.

           OPEN INPUT QUAL-LEDGER-FILE.

           IF WS-QUAL-LEDGER-STATUS-1 = 0
              AND WS-QUAL-LEDGER-STATUS-2 = 5
              CLOSE QUAL-LEDGER-FILE
              GO TO 9062-END
           END-IF.

           IF WS-QUAL-LEDGER-STATUS-1 NOT = 0
              DISPLAY 'Qualification ledger unreadable, status '
                      WS-QUAL-LEDGER-FILE-STATUS UPON SYSERR
              GO TO 9062-END
           END-IF.

           PERFORM UNTIL WS-QU-EOF
              READ QUAL-LEDGER-FILE
                 AT END
                    SET WS-QU-EOF TO TRUE
                 NOT AT END
                    IF QL-NAME = WS-NAME
                       PERFORM VARYING WS-QU-IDX FROM 1 BY 1
                         UNTIL WS-QU-IDX > WS-QU-CTR
                          IF WS-QU-CODE (WS-QU-IDX) = QL-CODE
                             SET WS-QU-IS-HELD (WS-QU-IDX) TO TRUE
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE QUAL-LEDGER-FILE.

       9062-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9063-TEST-QUALIFICATION SECTION.

           MOVE 'N' TO WS-QU-MET-SW.

           IF WS-QU-LEVEL < WS-QU-MIN-DIFF (WS-QU-IDX)
              GO TO 9063-END
           END-IF.

           IF WS-EFFICIENCY-RATING < WS-QU-MIN-EFF (WS-QU-IDX)
              GO TO 9063-END
           END-IF.

      * THE DRILL IS PASSED ON THE COMMAND GRADE, WHATEVER THE
      * MISSION OUTCOME - THE KOBAYASHI MARU CANNOT BE WON.  A
      * MISSION QUALIFICATION NEEDS A VICTORY IN THAT MISSION TYPE.
           IF WS-QU-MSN-TYPE (WS-QU-IDX) = 'K'
              IF WS-KM-AMBUSHED
                 AND WS-KM-GRADE NOT = SPACE
                 AND (WS-QU-MIN-GRADE (WS-QU-IDX) = SPACE
                  OR WS-KM-GRADE <= WS-QU-MIN-GRADE (WS-QU-IDX))
                 SET WS-QU-MET TO TRUE
              END-IF
           ELSE
              IF WS-MISSION-VICTORIOUS
                 AND WS-MSN-TYPE = WS-QU-MSN-TYPE (WS-QU-IDX)
                 SET WS-QU-MET TO TRUE
              END-IF
           END-IF.

       9063-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9064-WRITE-QUALIFICATION SECTION.

           OPEN EXTEND QUAL-LEDGER-FILE.

           IF WS-QUAL-LEDGER-STATUS-1 NOT = 0
              DISPLAY 'Qualification not recorded, status '
                      WS-QUAL-LEDGER-FILE-STATUS UPON SYSERR
              GO TO 9064-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES                      TO QL-RECORD.
           MOVE WS-NAME                     TO QL-NAME.
           MOVE WS-QU-CODE (WS-QU-IDX)      TO QL-CODE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                            TO QL-RUN-DATE.
           MOVE WS-STARDATE                 TO QL-STARDATE.
           MOVE WS-QU-MSN-TYPE (WS-QU-IDX)  TO QL-MSN-TYPE.
           MOVE WS-QU-LEVEL                 TO QL-DIFFICULTY.
           MOVE WS-EFFICIENCY-RATING        TO QL-EFFICIENCY.
           MOVE WS-KM-GRADE                 TO QL-KM-GRADE.

           WRITE QL-RECORD.

           CLOSE QUAL-LEDGER-FILE.

           SET WS-QU-IS-HELD (WS-QU-IDX) TO TRUE.
           ADD 1 TO WS-QU-AWARD-CTR.

           IF WS-QU-AWARD-CTR = 1
              DISPLAY WS-BLANK-LINE
           END-IF.
           DISPLAY 'Qualification earned: '
                   FUNCTION TRIM (WS-QU-TITLE (WS-QU-IDX))
                   ' (' FUNCTION TRIM (WS-QU-CODE (WS-QU-IDX)) ').'.

       9064-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9070-AWARD-DECORATIONS SECTION.

           PERFORM 9071-LOAD-AWARD-TABLE
              THRU 9071-END.

           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
             UNTIL WS-AW-IDX > WS-AW-CTR
              PERFORM 9074-TEST-AWARD
                 THRU 9074-END
              IF WS-AW-MET
                 PERFORM 9075-WRITE-DECORATION
                    THRU 9075-END
              END-IF
           END-PERFORM.

       9070-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9071-LOAD-AWARD-TABLE SECTION.

           MOVE ZEROES TO WS-AW-CTR
                          WS-AW-CARD-CTR
                          WS-AW-BAD-CTR.
           MOVE 'N' TO WS-AW-EOF-SW.

           OPEN INPUT AWARD-TABLE-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-AWARD-TABLE-STATUS-1 = 0
              AND WS-AWARD-TABLE-STATUS-2 = 5
              CLOSE AWARD-TABLE-FILE
              PERFORM 9072-STANDARD-AWARDS
                 THRU 9072-END
              GO TO 9071-END
           END-IF.

           IF WS-AWARD-TABLE-STATUS-1 NOT = 0
              DISPLAY 'Award table unreadable, status '
                      WS-AWARD-TABLE-FILE-STATUS ' - the standing '
                      'awards apply.' UPON SYSERR
              PERFORM 9072-STANDARD-AWARDS
                 THRU 9072-END
              GO TO 9071-END
           END-IF.

           PERFORM UNTIL WS-AW-EOF
              READ AWARD-TABLE-FILE
                 AT END
                    SET WS-AW-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-AW-CARD-CTR
                    IF AWD-RECORD (1:1) NOT = '*'
                       AND AWD-RECORD NOT = SPACES
                       PERFORM 9073-CHECK-AWARD-CARD
                          THRU 9073-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE AWARD-TABLE-FILE.

      * A TABLE WITH NO USABLE CARD LEAVES THE STANDING AWARDS.
           IF WS-AW-CTR = ZEROES
              PERFORM 9072-STANDARD-AWARDS
                 THRU 9072-END
           END-IF.

       9071-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9072-STANDARD-AWARDS SECTION.

      * THE STANDING AWARDS - A CLEAN VICTORY, AN A ON THE DRILL, A
      * SURVEY OF FIVE UNKNOWNS AND A VICTORY WITH NO TREATY INCIDENT.
           MOVE 4 TO WS-AW-CTR.

           MOVE 'COMMND'                  TO WS-AW-CODE    (1).
           MOVE 'STAR FLEET COMMENDATION' TO WS-AW-TITLE   (1).
           MOVE 'CLEANWIN'                TO WS-AW-RULE    (1).
           MOVE '00000'                   TO WS-AW-LIMIT-X (1).

           MOVE 'KMCITE'                  TO WS-AW-CODE    (2).
           MOVE 'KOBAYASHI MARU CITATION' TO WS-AW-TITLE   (2).
           MOVE 'KMGRADE'                 TO WS-AW-RULE    (2).
           MOVE 'A'                       TO WS-AW-LIMIT-X (2).

           MOVE 'SURVEY'                  TO WS-AW-CODE    (3).
           MOVE 'SURVEY RIBBON'           TO WS-AW-TITLE   (3).
           MOVE 'SURVEY'                  TO WS-AW-RULE    (3).
           MOVE '00005'                   TO WS-AW-LIMIT-X (3).

           MOVE 'DIPLOM'                  TO WS-AW-CODE    (4).
           MOVE 'DIPLOMACY AWARD'         TO WS-AW-TITLE   (4).
           MOVE 'TREATY'                  TO WS-AW-RULE    (4).
           MOVE '00000'                   TO WS-AW-LIMIT-X (4).

       9072-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9073-CHECK-AWARD-CARD SECTION.

           MOVE SPACES TO WS-AW-REASON.

           IF AWD-CODE = SPACES
              MOVE 'AWARD CODE IS BLANK' TO WS-AW-REASON
              GO TO 9073-CHECK-REASON
           END-IF.

           IF WS-AW-CTR >= WS-AW-MAX
              MOVE 'AWARD TABLE IS FULL' TO WS-AW-REASON
              GO TO 9073-CHECK-REASON
           END-IF.

           PERFORM VARYING WS-AW-SCAN-IDX FROM 1 BY 1
             UNTIL WS-AW-SCAN-IDX > WS-AW-CTR
              IF WS-AW-CODE (WS-AW-SCAN-IDX) = AWD-CODE
                 MOVE 'DUPLICATE AWARD CODE' TO WS-AW-REASON
              END-IF
           END-PERFORM.

           IF WS-AW-REASON NOT = SPACES
              GO TO 9073-CHECK-REASON
           END-IF.

      * THE DRILL RULE TAKES A GRADE LETTER; EVERY OTHER RULE TAKES
      * A COUNT, A BLANK LIMIT READING AS ZERO.
           EVALUATE AWD-RULE
               WHEN 'KMGRADE'
                    IF AWD-LIMIT-X (1:1) = SPACE
                       MOVE 'A' TO AWD-LIMIT-X
                    END-IF
                    IF AWD-LIMIT-X (1:1) NOT = 'A' AND 'B' AND 'C'
                                           AND 'D'
                       MOVE 'DRILL GRADE MUST BE A B C OR D'
                         TO WS-AW-REASON
                    END-IF
               WHEN 'CLEANWIN'
               WHEN 'SURVEY'
               WHEN 'TREATY'
               WHEN 'HOSTILES'
               WHEN 'RATING'
                    INSPECT AWD-LIMIT-X
                       REPLACING LEADING SPACES BY ZEROES
                    IF AWD-LIMIT IS NOT NUMERIC
                       MOVE 'LIMIT IS NOT NUMERIC' TO WS-AW-REASON
                    END-IF
               WHEN OTHER
                    MOVE 'UNKNOWN AWARD RULE' TO WS-AW-REASON
           END-EVALUATE.

           IF WS-AW-REASON NOT = SPACES
              GO TO 9073-CHECK-REASON
           END-IF.

           ADD 1 TO WS-AW-CTR.
           MOVE AWD-CODE    TO WS-AW-CODE    (WS-AW-CTR).
           MOVE AWD-TITLE   TO WS-AW-TITLE   (WS-AW-CTR).
           MOVE AWD-RULE    TO WS-AW-RULE    (WS-AW-CTR).
           MOVE AWD-LIMIT-X TO WS-AW-LIMIT-X (WS-AW-CTR).

       9073-CHECK-REASON.

           IF WS-AW-REASON NOT = SPACES
              ADD 1 TO WS-AW-BAD-CTR
              DISPLAY 'Award table card ' WS-AW-CARD-CTR ' ('
                      FUNCTION TRIM (AWD-CODE) ') ignored - '
                      FUNCTION TRIM (WS-AW-REASON) '.' UPON SYSERR
           END-IF.

       9073-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9074-TEST-AWARD SECTION.

           MOVE 'N' TO WS-AW-MET-SW.
           MOVE 'N' TO WS-AW-EARNED-SW (WS-AW-IDX).

           EVALUATE TRUE
               WHEN WS-AW-RULE-CLEANWIN (WS-AW-IDX)
                    IF WS-MISSION-VICTORIOUS
                       AND WS-CREW-LOST <= WS-AW-LIMIT (WS-AW-IDX)
                       SET WS-AW-MET TO TRUE
                    END-IF
      * THE DRILL CANNOT BE WON - IT IS DECORATED ON THE GRADE.
               WHEN WS-AW-RULE-KMGRADE (WS-AW-IDX)
                    IF WS-KM-AMBUSHED
                       AND WS-KM-GRADE NOT = SPACE
                       AND WS-KM-GRADE <=
                           WS-AW-LIMIT-X (WS-AW-IDX) (1:1)
                       SET WS-AW-MET TO TRUE
                    END-IF
               WHEN WS-AW-RULE-SURVEY (WS-AW-IDX)
                    IF WS-DISCOVERY-CTR >= WS-AW-LIMIT (WS-AW-IDX)
                       AND WS-DISCOVERY-CTR > ZEROES
                       SET WS-AW-MET TO TRUE
                    END-IF
               WHEN WS-AW-RULE-TREATY (WS-AW-IDX)
                    IF WS-MISSION-VICTORIOUS
                       AND WS-DIP-INCIDENT-CTR <=
                           WS-AW-LIMIT (WS-AW-IDX)
                       SET WS-AW-MET TO TRUE
                    END-IF
               WHEN WS-AW-RULE-HOSTILES (WS-AW-IDX)
                    IF WS-HOSTILES-DESTROYED >= WS-AW-LIMIT (WS-AW-IDX)
                       AND WS-HOSTILES-DESTROYED > ZEROES
                       SET WS-AW-MET TO TRUE
                    END-IF
               WHEN WS-AW-RULE-RATING (WS-AW-IDX)
                    IF WS-EFFICIENCY-RATING >= WS-AW-LIMIT (WS-AW-IDX)
                       AND WS-EFFICIENCY-RATING > ZEROES
                       SET WS-AW-MET TO TRUE
                    END-IF
           END-EVALUATE.

       9074-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9075-WRITE-DECORATION SECTION.

           OPEN EXTEND DECORATION-FILE.

           IF WS-DECORATION-STATUS-1 NOT = 0
              DISPLAY 'Decoration not recorded, status '
                      WS-DECORATION-FILE-STATUS UPON SYSERR
              GO TO 9075-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES                      TO DEC-RECORD.
           MOVE WS-NAME                     TO DEC-NAME.
           MOVE WS-AW-CODE (WS-AW-IDX)      TO DEC-CODE.
           MOVE WS-AW-TITLE (WS-AW-IDX)     TO DEC-TITLE.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:8)
                                            TO DEC-RUN-DATE.
           MOVE WS-STARDATE                 TO DEC-STARDATE.
           MOVE WS-MSN-TYPE                 TO DEC-MSN-TYPE.
           MOVE WS-MSN-NAME                 TO DEC-MSN-NAME.
           MOVE WS-SHIP-HULL-REGISTER       TO DEC-HULL-REGISTER.

           WRITE DEC-RECORD.

           CLOSE DECORATION-FILE.

           SET WS-AW-EARNED (WS-AW-IDX) TO TRUE.
           ADD 1 TO WS-AW-EARNED-CTR.

           IF WS-AW-EARNED-CTR = 1
              DISPLAY WS-BLANK-LINE
           END-IF.
           DISPLAY 'Decoration awarded: '
                   FUNCTION TRIM (WS-AW-TITLE (WS-AW-IDX)) '.'.

       9075-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9080-OPEN-INQUIRY SECTION.

      * THE KOBAYASHI MARU CANNOT BE WON, SO A SHIP OR CREW LOST TO
      * THE DRILL IS GRADED, NOT INQUIRED INTO.  TREATY INCIDENTS ARE
      * THE CAPTAIN'S OWN DOING WHEREVER THEY HAPPEN.
           MOVE 'NNN' TO WS-IN-TRIGGERS.

           IF WS-SHIP-IS-DESTROYED
              AND NOT WS-KM-AMBUSHED
              SET WS-IN-SHIP-LOST TO TRUE
           END-IF.

           IF WS-CREW-LOST > ZEROES
              AND NOT WS-KM-AMBUSHED
              AND WS-CREW-LOST * 100 >=
                  WS-IN-CREW-LOSS-PCT * WS-CREW-COMPLEMENT
              SET WS-IN-CREW-LOSS TO TRUE
           END-IF.

           IF WS-DIP-INCIDENT-CTR > WS-IN-INCIDENT-LIMIT
              SET WS-IN-TREATY TO TRUE
           END-IF.

           IF WS-IN-TRIGGERS = 'NNN'
              GO TO 9080-END
           END-IF.

           MOVE SPACES TO WS-IN-REASONS.
           MOVE 1 TO WS-IN-PTR.

           IF WS-IN-SHIP-LOST
              STRING 'SHIP LOST'          DELIMITED BY SIZE
                INTO WS-IN-REASONS
                WITH POINTER WS-IN-PTR
           END-IF.

           IF WS-IN-CREW-LOSS
              IF WS-IN-PTR > 1
                 STRING ', '              DELIMITED BY SIZE
                   INTO WS-IN-REASONS
                   WITH POINTER WS-IN-PTR
              END-IF
              STRING 'CREW LOST '         DELIMITED BY SIZE
                     WS-CREW-LOST         DELIMITED BY SIZE
                     ' OF '               DELIMITED BY SIZE
                     WS-CREW-COMPLEMENT   DELIMITED BY SIZE
                INTO WS-IN-REASONS
                WITH POINTER WS-IN-PTR
           END-IF.

           IF WS-IN-TREATY
              IF WS-IN-PTR > 1
                 STRING ', '              DELIMITED BY SIZE
                   INTO WS-IN-REASONS
                   WITH POINTER WS-IN-PTR
              END-IF
              STRING 'TREATY INCIDENTS '  DELIMITED BY SIZE
                     WS-DIP-INCIDENT-CTR  DELIMITED BY SIZE
                INTO WS-IN-REASONS
                WITH POINTER WS-IN-PTR
           END-IF.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS CREATED
      * EMPTY BY THE OPEN AND IS USABLE AS IT STANDS.
           OPEN I-O INQUIRY-FILE.

           IF WS-INQUIRY-STATUS-1 NOT = 0
              DISPLAY 'Board of inquiry case not opened, status '
                      WS-INQUIRY-FILE-STATUS UPON SYSERR
              GO TO 9080-END
           END-IF.

           SET WS-IN-IS-OPEN TO TRUE.

           PERFORM 9081-FIND-NEXT-CASE
              THRU 9081-END.

           PERFORM 9082-BUILD-CASE
              THRU 9082-END.

           WRITE IC-RECORD
              INVALID KEY
                 DISPLAY 'Board of inquiry case not opened, status '
                         WS-INQUIRY-FILE-STATUS UPON SYSERR
                 CLOSE INQUIRY-FILE
                 MOVE 'N' TO WS-IN-OPEN-SW
                 GO TO 9080-END
           END-WRITE.

           CLOSE INQUIRY-FILE.
           MOVE 'N' TO WS-IN-OPEN-SW.

           SET WS-IN-CASE-OPENED TO TRUE.
           MOVE IC-CASE-NO TO WS-IN-CASE-NO.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Starfleet Command has convened a board of '
                   'inquiry - case ' WS-IN-CASE-NO '.'.
           DISPLAY '  Grounds: ' FUNCTION TRIM (WS-IN-REASONS) '.'.

           MOVE WS-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | INQUIRY OPENED | '
                                       DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | case '           DELIMITED BY SIZE
                  WS-IN-CASE-NO        DELIMITED BY SIZE
                  ' | '                DELIMITED BY SIZE
                  WS-IN-REASONS        DELIMITED BY '  '
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       9080-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9081-FIND-NEXT-CASE SECTION.

      * THE NEXT CASE NUMBER IS ONE PAST THE HIGHEST ON FILE.
           MOVE 1 TO WS-IN-NEXT-CASE.
           MOVE 'N' TO WS-IN-EOF-SW.

           MOVE ZEROES TO IC-CASE-NO.

           START INQUIRY-FILE KEY IS >= IC-CASE-NO
              INVALID KEY
                 SET WS-IN-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-IN-EOF
              READ INQUIRY-FILE NEXT RECORD
                 AT END
                    SET WS-IN-EOF TO TRUE
                 NOT AT END
                    COMPUTE WS-IN-NEXT-CASE = IC-CASE-NO + 1
              END-READ
           END-PERFORM.

       9081-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9082-BUILD-CASE SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES                      TO IC-RECORD.
           MOVE WS-IN-NEXT-CASE             TO IC-CASE-NO.
           SET IC-OPEN                      TO TRUE.
           MOVE WS-NAME                     TO IC-NAME.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                            TO IC-OPENED-STAMP.
           MOVE WS-ACTIVE-SLOT              TO IC-SLOT.
           MOVE WS-IN-TRIGGERS              TO IC-TRIGGERS.
           MOVE WS-MSN-TYPE                 TO IC-MSN-TYPE.
           MOVE WS-MSN-NAME                 TO IC-MSN-NAME.
           MOVE WS-MISSION-RESULT           TO IC-RESULT.
           MOVE WS-MISSION-RESULT-TEXT      TO IC-RESULT-TEXT.
           MOVE WS-DIFFICULTY-FACTOR        TO IC-DIFFICULTY.
           MOVE WS-SHIP-CLASS               TO IC-SHIP-CLASS.
           MOVE WS-SHIP-HULL-REGISTER       TO IC-HULL-REGISTER.
           MOVE WS-SHIP-HULL-NAME           TO IC-HULL-NAME.
           MOVE WS-STARDATE                 TO IC-STARDATE.
           MOVE WS-STARDATES-USED           TO IC-STARDATES-USED.
           MOVE WS-HOSTILES-DESTROYED       TO IC-HOSTILES.
           MOVE WS-CREW-LOST                TO IC-CREW-LOST.
           MOVE WS-CREW-COMPLEMENT          TO IC-CREW-COMPLEMENT.
           MOVE WS-DIP-INCIDENT-CTR         TO IC-INCIDENTS.
           MOVE WS-EFFICIENCY-RATING        TO IC-EFFICIENCY.
           MOVE ZEROES                      TO IC-RANK-BEFORE
                                               IC-RANK-AFTER.

      * THE LAST EIGHT LEDGER ENTRIES - THE RUN-UP TO THE LOSS.
           MOVE ZEROES TO IC-LEDGER-CTR.
           IF WS-LEDGER-CTR > 8
              COMPUTE WS-IN-FIRST-LEDGER = WS-LEDGER-CTR - 7
           ELSE
              MOVE 1 TO WS-IN-FIRST-LEDGER
           END-IF.

           PERFORM VARYING WS-LEDGER-IDX FROM WS-IN-FIRST-LEDGER BY 1
             UNTIL WS-LEDGER-IDX > WS-LEDGER-CTR
              ADD 1 TO IC-LEDGER-CTR
              MOVE WS-LG-STARDATE (WS-LEDGER-IDX)
                TO IC-LG-STARDATE (IC-LEDGER-CTR)
              MOVE WS-LG-EVENT (WS-LEDGER-IDX)
                TO IC-LG-EVENT (IC-LEDGER-CTR)
           END-PERFORM.

           PERFORM VARYING WS-IN-PTR FROM IC-LEDGER-CTR BY 1
             UNTIL WS-IN-PTR >= 8
              MOVE ZEROES TO IC-LG-STARDATE (WS-IN-PTR + 1)
           END-PERFORM.

      * THE TRANSCRIPT IS REWRITTEN BY THE NEXT SESSION, SO THE CASE
      * RECORDS HOW MANY LINES THIS SESSION WROTE AND THE SCRIPT
      * THAT DROVE IT, IF ANY, FOR THE INSTRUCTOR TO PULL THE RECORD.
           MOVE 'STARTREK-TRANSCRIPT'       TO IC-TRANSCRIPT-NAME.
           MOVE WS-TRANSCRIPT-CTR           TO IC-TRANSCRIPT-LINES.
           IF WS-SCRIPT-ACTIVE
              MOVE WS-SCRIPT-FILE           TO IC-SCRIPT-NAME
           END-IF.

       9082-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9090-WRITE-AUDIT-LINE SECTION.

      * EVERY AUDIT LINE IS SEALED AS IT IS WRITTEN - ITS CHECK VALUE
      * IS FOLDED ON FROM THE SEAL OF THE LAST LINE ALREADY ON THE
      * LOG, OR FROM ZERO WHEN THAT LINE PREDATES SEALING.  THE
      * CALLER LEAVES THE TEXT IN WS-AUDIT-LOG-LINE.
           MOVE ZEROES TO WS-SEAL-VALUE.
           MOVE 'N' TO WS-SEAL-EOF-SW.

           OPEN INPUT AUDIT-TAIL-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-AUDIT-TAIL-STATUS-1 = 0
              AND WS-AUDIT-TAIL-STATUS-2 = 5
              CLOSE AUDIT-TAIL-FILE
              GO TO 9090-SEAL-LINE
           END-IF.

           IF WS-AUDIT-TAIL-STATUS-1 NOT = 0
              DISPLAY 'Audit log unreadable, status '
                      WS-AUDIT-TAIL-FILE-STATUS ' - the new line is '
                      'sealed from zero.' UPON SYSERR
              GO TO 9090-SEAL-LINE
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

       9090-SEAL-LINE.

           MOVE WS-AUDIT-LOG-LINE TO WS-SEAL-LINE.
           MOVE WS-SEAL-LINE-TEXT TO WS-SEAL-TEXT.
           MOVE 121 TO WS-SEAL-LEN.
           PERFORM 9091-FOLD-SEAL
              THRU 9091-END.
           MOVE '#' TO WS-SEAL-LINE-MARK.
           MOVE WS-SEAL-VALUE TO WS-SEAL-LINE-VALUE.

           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE WS-SEAL-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       9090-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9091-FOLD-SEAL SECTION.

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

       9091-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9093-TAKE-SERVICE-LATCH SECTION.

      * OPEN THE SERVICE LATCH EXCLUSIVELY - WHILE IT IS OPEN NO OTHER
      * PROGRAM CAN CHECK, UPDATE OR RESEAL THE SERVICE MASTER.  THE
      * HOLDER ONLY KEEPS IT FOR ONE UPDATE, SO A LOCKED LATCH (61) IS
      * RETRIED ONCE A SECOND UP TO THE TRY LIMIT.
           MOVE ZEROES TO WS-SVC-LATCH-TRIES.

       9093-TRY.
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
              GO TO 9093-TRY
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 0
              SET WS-SVC-LATCHED TO TRUE
              GO TO 9093-END
           END-IF.

           IF WS-SERVICE-LATCH-STATUS-1 = 6
              AND WS-SERVICE-LATCH-STATUS-2 = 1
              AND WS-SVC-LATCH-TRIES < WS-SVC-LATCH-LIMIT
              CALL 'C$SLEEP' USING 1
              GO TO 9093-TRY
           END-IF.

           DISPLAY 'WARNING: the service master could not be '
                   'latched, status ' WS-SERVICE-LATCH-FILE-STATUS
                   UPON SYSERR.

       9093-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9094-RELEASE-SERVICE-LATCH SECTION.

      * LET THE NEXT UPDATE OF THE SERVICE MASTER IN.
           IF NOT WS-SVC-LATCHED
              GO TO 9094-END
           END-IF.

           CLOSE SERVICE-LATCH-FILE.

           MOVE 'N' TO WS-SVC-LATCH-SW.

       9094-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9095-CHECK-SERVICE-SEAL SECTION.

      * BEFORE THE SERVICE MASTER IS UPDATED IT IS FOLDED AS IT STANDS
      * AND HELD TO ITS SEAL.  A MISMATCH - OR RECORDS WITH NO SEAL AT
      * ALL - MEANS THE FILE WAS CHANGED OUTSIDE THE PROGRAMS THAT
      * MAINTAIN IT.  THE BREAK IS CARRIED ON THE SEAL WRITTEN AFTER
      * THE UPDATE, SO THE RESEAL CANNOT HIDE IT; ONLY SVCMAINT'S
      * SEAL COMMAND CLEARS A CARRIED BREAK.
           MOVE 'N' TO WS-SEAL-BREAK-SW.
           MOVE SPACES TO WS-SEAL-BREAK-STAMP
                          WS-SEAL-BREAK-BY.

           PERFORM 9097-FOLD-SERVICE-MASTER
              THRU 9097-END.

           IF NOT WS-SEAL-FOLD-OK
              GO TO 9095-END
           END-IF.

           OPEN INPUT SERVICE-SEAL-FILE.

           IF WS-SERVICE-SEAL-STATUS-1 = 0
              AND WS-SERVICE-SEAL-STATUS-2 = 5
              CLOSE SERVICE-SEAL-FILE
              IF WS-SEAL-RECORDS = ZEROES
                 GO TO 9095-END
              END-IF
              GO TO 9095-NEW-BREAK
           END-IF.

           IF WS-SERVICE-SEAL-STATUS-1 NOT = 0
              GO TO 9095-NEW-BREAK
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
              GO TO 9095-END
           END-IF.

           IF SSL-STATE-SEALED
              AND SSL-SEAL-VALUE IS NUMERIC
              AND SSL-RECORD-COUNT IS NUMERIC
              IF SSL-SEAL-VALUE = WS-SEAL-VALUE
                 AND SSL-RECORD-COUNT = WS-SEAL-RECORDS
                 GO TO 9095-END
              END-IF
           END-IF.

       9095-NEW-BREAK.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
             TO WS-SEAL-BREAK-STAMP.
           MOVE 'STARTREK' TO WS-SEAL-BREAK-BY.
           SET WS-SEAL-HAS-BREAK TO TRUE.

           DISPLAY 'The service master does not match its seal - the '
                   'break is kept on STARTREK-SERVICE-SEAL.'
                   UPON SYSERR.

       9095-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9096-SEAL-SERVICE-MASTER SECTION.

      * AFTER AN UPDATE THE WHOLE SERVICE MASTER IS FOLDED AFRESH AND
      * ITS SEAL RENEWED, CARRYING ANY BREAK FOUND BEFORE THE UPDATE.
           PERFORM 9097-FOLD-SERVICE-MASTER
              THRU 9097-END.

           IF NOT WS-SEAL-FOLD-OK
              DISPLAY 'Service master unreadable - its seal was not '
                      'renewed.' UPON SYSERR
              GO TO 9096-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE SPACES               TO SERVICE-SEAL-RECORD.
           MOVE WS-SEAL-VALUE        TO SSL-SEAL-VALUE.
           MOVE WS-SEAL-RECORDS      TO SSL-RECORD-COUNT.
           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14)
                                     TO SSL-SEALED-STAMP.
           MOVE 'STARTREK'           TO SSL-SEALED-BY.

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
              GO TO 9096-END
           END-IF.

           WRITE SERVICE-SEAL-RECORD.

           CLOSE SERVICE-SEAL-FILE.

       9096-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9097-FOLD-SERVICE-MASTER SECTION.

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
              GO TO 9097-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              MOVE 'N' TO WS-SEAL-FOLD-SW
              GO TO 9097-END
           END-IF.

           PERFORM UNTIL WS-SEAL-AT-EOF
              READ SERVICE-RECORD-FILE NEXT RECORD
                 AT END
                    SET WS-SEAL-AT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SEAL-RECORDS
                    MOVE SVC-RECORD TO WS-SEAL-TEXT
                    MOVE LENGTH OF SVC-RECORD TO WS-SEAL-LEN
                    PERFORM 9091-FOLD-SEAL
                       THRU 9091-END
              END-READ
              IF WS-SERVICE-STATUS-1 > 1
                 MOVE 'N' TO WS-SEAL-FOLD-SW
                 SET WS-SEAL-AT-EOF TO TRUE
              END-IF
           END-PERFORM.

           CLOSE SERVICE-RECORD-FILE.

       9097-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9980-LOG-SIGN-OFF SECTION.

      * THE SESSION'S SIGN-OFF - WALL-CLOCK SECONDS SINCE ITS SIGN-ON,
      * BRIDGE COMMANDS ENTERED (NOT THOSE A CRASH REPLAY FED BACK)
      * AND STARDATES FLOWN.
           MOVE 'N' TO WS-ACCT-SIGNED-ON-SW.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE WS-ACCT-START-STAMP TO WS-ACCT-STAMP.
           PERFORM 9982-STAMP-SECONDS
              THRU 9982-END.
           MOVE WS-ACCT-SECONDS TO WS-ACCT-FROM-SECONDS.

           MOVE WS-CURRENT-DATE-TIME-OFFSET (1:14) TO WS-ACCT-STAMP.
           PERFORM 9982-STAMP-SECONDS
              THRU 9982-END.

           PERFORM 9983-SET-ELAPSED
              THRU 9983-END.

           IF WS-ACCT-SD-TAKEN AND WS-STARDATE > WS-ACCT-SD-START
              COMPUTE WS-ACCT-SD-FLOWN =
                      WS-STARDATE - WS-ACCT-SD-START
           ELSE
              MOVE ZEROES TO WS-ACCT-SD-FLOWN
           END-IF.

           MOVE WS-NAME TO WS-ACCT-NAME.
           SET WS-ACCT-CLOSE-ENDED TO TRUE.

           PERFORM 9984-WRITE-SIGN-OFF
              THRU 9984-END.

       9980-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9981-CLOSE-STALE-SESSION SECTION.

      * THE CRASHED SESSION NEVER SIGNED OFF - IT IS SIGNED OFF HERE
      * ON ITS BEHALF.  IT IS TIMED FROM ITS LOCK TO THE LAST SAVE IT
      * MADE IN THE SLOT; WHAT IT DID AFTER THAT SAVE, AND HOW MANY
      * COMMANDS AND STARDATES IT RAN, ARE NOT KNOWN.
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           MOVE ZEROES TO WS-ACCT-ELAPSED
                          WS-ACCT-COMMANDS
                          WS-ACCT-SD-FLOWN.

           IF WS-LOCK-STAMP IS NUMERIC
              AND WS-RS-STAMP (WS-ACTIVE-SLOT) IS NUMERIC
              AND WS-RS-STAMP (WS-ACTIVE-SLOT) > WS-LOCK-STAMP
              MOVE WS-LOCK-STAMP TO WS-ACCT-STAMP
              PERFORM 9982-STAMP-SECONDS
                 THRU 9982-END
              MOVE WS-ACCT-SECONDS TO WS-ACCT-FROM-SECONDS
              MOVE WS-RS-STAMP (WS-ACTIVE-SLOT) TO WS-ACCT-STAMP
              PERFORM 9982-STAMP-SECONDS
                 THRU 9982-END
              PERFORM 9983-SET-ELAPSED
                 THRU 9983-END
           END-IF.

           MOVE WS-LOCK-HOLDER TO WS-ACCT-NAME.
           SET WS-ACCT-CLOSE-OVERRIDE TO TRUE.

           PERFORM 9984-WRITE-SIGN-OFF
              THRU 9984-END.

       9981-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9982-STAMP-SECONDS SECTION.

      * A CCYYMMDDHHMMSS STAMP IN WS-ACCT-STAMP AS SECONDS FROM THE
      * START OF THE CALENDAR, SO TWO STAMPS SUBTRACT ACROSS MIDNIGHT.
           COMPUTE WS-ACCT-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-ACCT-ST-DATE) * 86400
                 + WS-ACCT-ST-HH * 3600
                 + WS-ACCT-ST-MM * 60
                 + WS-ACCT-ST-SS.

       9982-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9983-SET-ELAPSED SECTION.

      * FROM WS-ACCT-FROM-SECONDS TO WS-ACCT-SECONDS, HELD AT 999999
      * (ABOUT ELEVEN DAYS) SO IT FITS ITS COLUMN.
           IF WS-ACCT-SECONDS NOT > WS-ACCT-FROM-SECONDS
              MOVE ZEROES TO WS-ACCT-ELAPSED
           ELSE
              IF WS-ACCT-SECONDS - WS-ACCT-FROM-SECONDS > 999999
                 MOVE 999999 TO WS-ACCT-ELAPSED
              ELSE
                 COMPUTE WS-ACCT-ELAPSED =
                         WS-ACCT-SECONDS - WS-ACCT-FROM-SECONDS
              END-IF
           END-IF.

       9983-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9984-WRITE-SIGN-OFF SECTION.

      * 'STAMP | SIGN-OFF | NAME | SLOT N | ENDED OR OVERRIDE |
      *  NNNNNN SEC | NNNNN CMD | NNNNN.N SD' - THE ACCOUNTING RUN
      * PAIRS IT WITH THE SLOT'S SIGN-ON LINE.
           MOVE WS-ACCT-NAME TO WS-NAME-TRIMMED.
           INSPECT WS-NAME-TRIMMED
              REPLACING TRAILING SPACES BY LOW-VALUES.

           MOVE WS-ACCT-SD-FLOWN TO WS-ACCT-SD-EDIT.

           MOVE SPACES TO WS-AUDIT-LOG-LINE.
           STRING WS-CURRENT-DATE-CC   DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM   DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-HH   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-MM   DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-CURRENT-TIME-SS   DELIMITED BY SIZE
                  ' | SIGN-OFF | '     DELIMITED BY SIZE
                  WS-NAME-TRIMMED      DELIMITED BY LOW-VALUES
                  ' | slot '           DELIMITED BY SIZE
                  WS-ACTIVE-SLOT       DELIMITED BY SIZE
                  ' | '                DELIMITED BY SIZE
                  WS-ACCT-CLOSE        DELIMITED BY SPACE
                  ' | '                DELIMITED BY SIZE
                  WS-ACCT-ELAPSED      DELIMITED BY SIZE
                  ' sec | '            DELIMITED BY SIZE
                  WS-ACCT-COMMANDS     DELIMITED BY SIZE
                  ' cmd | '            DELIMITED BY SIZE
                  WS-ACCT-SD-EDIT      DELIMITED BY SIZE
                  ' sd'                DELIMITED BY SIZE
             INTO WS-AUDIT-LOG-LINE.

           PERFORM 9090-WRITE-AUDIT-LINE
              THRU 9090-END.

       9984-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       9990-STOP-PROGRAM SECTION.

      * A SESSION THAT SIGNED ON TO A SLOT SIGNS OFF, HOWEVER IT ENDS.
           IF WS-ACCT-SIGNED-ON
              PERFORM 9980-LOG-SIGN-OFF
                 THRU 9980-END
           END-IF.

      * RELEASE THE SLOT LOCK TAKEN AT ROSTER ASSIGNMENT - AN EMPTY
      * LOCK FILE READS AS A FREE SLOT.
           IF WS-LOCK-OWNED
              MOVE SPACES TO WS-LOCK-ASSIGN-NAME
              STRING FUNCTION TRIM (WS-SC-LOCK-PREFIX)
                                         DELIMITED BY SIZE
                     WS-ACTIVE-SLOT      DELIMITED BY SIZE
                INTO WS-LOCK-ASSIGN-NAME
              OPEN OUTPUT SLOT-LOCK-FILE
                    MOVE 12 TO RETURN-CODE
               WHEN WS-RC-HAD-RECON-FAILURE
                    MOVE  8 TO RETURN-CODE
               WHEN WS-BKG-WAS-REFUSED
                    MOVE  6 TO RETURN-CODE
               WHEN WS-SHIP-IS-DESTROYED
                    MOVE  4 TO RETURN-CODE
               WHEN WS-MISSION-DEFEATED

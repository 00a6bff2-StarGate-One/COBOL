      * ************************************************************** *
      *                    START OF PROGRAM SVCCONV                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SVCCONV.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  WEDNESDAY OCTOBER 14, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * SVCCONV LOADS THE OLD SEQUENTIAL CAREER SERVICE-RECORD FILE    *
      *  (STARTREK-SERVICE-RECORD) INTO THE INDEXED SERVICE MASTER     *
      *  (STARTREK-SERVICE-MASTER) KEYED BY CAPTAIN NAME.  IT IS RUN   *
      *  ONCE, WHEN THE BRIDGE AND ITS UTILITIES MOVE TO KEYED ACCESS: *
      *   - EVERY RECORD IS FILED UNDER ITS CAPTAIN NAME               *
      *   - A NAME THAT APPEARS MORE THAN ONCE IS FOLDED INTO ONE      *
      *     RECORD THE WAY SVCMAINT MERGES - TOTALS SUMMED, THE BEST   *
      *     EFFICIENCY AND HIGHER EARNED RANK KEPT                     *
      *   - A RECORD WITH A BLANK NAME IS LISTED AND NOT LOADED        *
      *  THE SEQUENTIAL FILE IS READ ONLY AND IS LEFT IN PLACE.  A     *
      *  MASTER THAT ALREADY HOLDS RECORDS IS NEVER OVERLAID.  THE     *
      *  LOAD REPORT GOES TO STARTREK-SVCCONV-REPORT.                  *
      *  RETURN CODE 8 MEANS THE LOAD WAS REFUSED OR A RECORD FAILED.  *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261014 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB SERVICE MASTER HELD TO ITS SEAL ON                *
      *              STARTREK-SERVICE-SEAL BEFORE AN UPDATE AND        *
      *              RESEALED AFTER IT.                                *
      * 20261015 RJB THE TERM-TO-DATE FIGURES ARE TAKEN FROM THE       *
      *              CAREER FIGURES WHEN A RECORD IS LOADED OR FOLDED. *
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

      * THE SERVICE-RECORD FILE AS THE BRIDGE WROTE IT BEFORE KEYED
      * ACCESS - ONE LINE PER CAPTAIN, REWRITTEN WHOLE EACH MISSION.
       SELECT OPTIONAL OLD-SERVICE-FILE
       ASSIGN TO 'STARTREK-SERVICE-RECORD'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-OLD-FILE-STATUS.

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

       SELECT OPTIONAL LOAD-REPORT-FILE
       ASSIGN TO 'STARTREK-SVCCONV-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

       FD OLD-SERVICE-FILE.
          01 OLD-SVC-RECORD.
             03 OLD-SVC-NAME           PIC X(30).
             03 OLD-SVC-MISSIONS       PIC 9(05).
             03 OLD-SVC-HOSTILES       PIC 9(09).
             03 OLD-SVC-EFF-LAST       PIC 9(04)V9(02).
             03 OLD-SVC-EFF-BEST       PIC 9(04)V9(02).
             03 OLD-SVC-KOBAYASHI      PIC 9(03).
             03 OLD-SVC-EARNED-RANK    PIC 9(02).
             03 OLD-SVC-KM-GRADE       PIC X(01).

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

       FD LOAD-REPORT-FILE.
          01 LOAD-REPORT-RECORD        PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-OLD-FILE-STATUS.
             05 WS-OLD-STATUS-1     PIC  9(01)  VALUE ZEROES.
             05 WS-OLD-STATUS-2     PIC  9(01)  VALUE ZEROES.
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

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.
          03 WS-RUN-VERDICT         PIC  X(01)  VALUE 'G'.
             88 WS-RUN-IS-CLEAN                 VALUE 'G'.
             88 WS-RUN-HAD-FAILURE              VALUE 'N'.
          03 WS-MASTER-STATE        PIC  X(01)  VALUE 'E'.
             88 WS-MASTER-EMPTY                 VALUE 'E'.
             88 WS-MASTER-LOADED                VALUE 'L'.

       01 WS-LOAD-TOTALS.
          03 WS-TOT-READ            PIC  9(05)  VALUE ZEROES.
          03 WS-TOT-LOADED          PIC  9(05)  VALUE ZEROES.
          03 WS-TOT-FOLDED          PIC  9(05)  VALUE ZEROES.
          03 WS-TOT-REJECTED        PIC  9(05)  VALUE ZEROES.

       01 WS-PRINT-WORK-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.

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

           OPEN OUTPUT LOAD-REPORT-FILE.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SERVICE RECORD LOAD TO INDEXED MASTER - '
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

           PERFORM 1000-CHECK-MASTER
              THRU 1000-END.

           IF WS-MASTER-LOADED
              MOVE 'STARTREK-SERVICE-MASTER ALREADY HOLDS RECORDS - '
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              MOVE 'THE LOAD HAS BEEN DONE AND IS NOT REPEATED.'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              SET WS-RUN-HAD-FAILURE TO TRUE
           ELSE
              PERFORM 2000-LOAD-MASTER
                 THRU 2000-END
           END-IF.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'RECORDS READ '             DELIMITED BY SIZE
                  WS-TOT-READ                 DELIMITED BY SIZE
                  '  LOADED '                 DELIMITED BY SIZE
                  WS-TOT-LOADED               DELIMITED BY SIZE
                  '  FOLDED '                 DELIMITED BY SIZE
                  WS-TOT-FOLDED               DELIMITED BY SIZE
                  '  REJECTED '               DELIMITED BY SIZE
                  WS-TOT-REJECTED             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

           CLOSE LOAD-REPORT-FILE.

           DISPLAY 'Load report written to STARTREK-SVCCONV-REPORT.'.

           IF WS-RUN-HAD-FAILURE
              MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1000-CHECK-MASTER SECTION.

      * A MASTER WITH EVEN ONE RECORD ON IT IS ALREADY IN SERVICE.
           SET WS-MASTER-EMPTY TO TRUE.

           OPEN INPUT SERVICE-RECORD-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-SERVICE-STATUS-1 = 0 AND WS-SERVICE-STATUS-2 = 5
              CLOSE SERVICE-RECORD-FILE
              GO TO 1000-END
           END-IF.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service master, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              GO TO 1000-END
           END-IF.

           READ SERVICE-RECORD-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 SET WS-MASTER-LOADED TO TRUE
           END-READ.

           CLOSE SERVICE-RECORD-FILE.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-LOAD-MASTER SECTION.

           OPEN INPUT OLD-SERVICE-FILE.

           IF WS-OLD-STATUS-1 = 0 AND WS-OLD-STATUS-2 = 5
              CLOSE OLD-SERVICE-FILE
              MOVE 'NO STARTREK-SERVICE-RECORD FILE - NOTHING TO LOAD.'
                TO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 2000-END
           END-IF.

           IF WS-OLD-STATUS-1 NOT = 0
              DISPLAY 'Error opening old service record file, status '
                      WS-OLD-FILE-STATUS UPON SYSERR
              SET WS-RUN-HAD-FAILURE TO TRUE
              GO TO 2000-END
           END-IF.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

           OPEN I-O SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service master, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              CLOSE OLD-SERVICE-FILE
              SET WS-RUN-HAD-FAILURE TO TRUE
              GO TO 2000-RELEASE
           END-IF.

           SET WS-EOF-FALSE TO TRUE.

           PERFORM UNTIL WS-EOF-TRUE
              READ OLD-SERVICE-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TOT-READ
                    PERFORM 2100-LOAD-ONE-RECORD
                       THRU 2100-END
              END-READ
           END-PERFORM.

           CLOSE OLD-SERVICE-FILE.
           CLOSE SERVICE-RECORD-FILE.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

       2000-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2100-LOAD-ONE-RECORD SECTION.

           IF OLD-SVC-NAME = SPACES
              ADD 1 TO WS-TOT-REJECTED
              MOVE SPACES TO WS-PRT-LINE
              STRING 'REJECTED  RECORD '       DELIMITED BY SIZE
                     WS-TOT-READ               DELIMITED BY SIZE
                     ' HAS A BLANK CAPTAIN NAME'
                                               DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 6000-WRITE-REPORT-LINE
                 THRU 6000-END
              GO TO 2100-END
           END-IF.

           MOVE OLD-SVC-NAME TO SVC-NAME.

           READ SERVICE-RECORD-FILE
              INVALID KEY
                 MOVE OLD-SVC-RECORD TO SVC-RECORD
                 PERFORM 2110-SET-TERM-FIGURES
                    THRU 2110-END
                 WRITE SVC-RECORD
                    INVALID KEY
                       ADD 1 TO WS-TOT-REJECTED
                       SET WS-RUN-HAD-FAILURE TO TRUE
                       MOVE SPACES TO WS-PRT-LINE
                       STRING 'FAILED    '     DELIMITED BY SIZE
                              OLD-SVC-NAME     DELIMITED BY SIZE
                              ' WRITE STATUS ' DELIMITED BY SIZE
                              WS-SERVICE-FILE-STATUS
                                               DELIMITED BY SIZE
                         INTO WS-PRT-LINE
                       PERFORM 6000-WRITE-REPORT-LINE
                          THRU 6000-END
                    NOT INVALID KEY
                       ADD 1 TO WS-TOT-LOADED
                 END-WRITE
                 GO TO 2100-END
           END-READ.

      * THE NAME IS ALREADY ON THE MASTER - THE OLD FILE CARRIED A
      * SPLIT CAREER, SO FOLD IT IN THE SAME WAY SVCMAINT MERGES.
           ADD OLD-SVC-MISSIONS  TO SVC-MISSIONS.
           ADD OLD-SVC-HOSTILES  TO SVC-HOSTILES.
           ADD OLD-SVC-KOBAYASHI TO SVC-KOBAYASHI.
           MOVE OLD-SVC-EFF-LAST TO SVC-EFF-LAST.

           IF OLD-SVC-EFF-BEST > SVC-EFF-BEST
              MOVE OLD-SVC-EFF-BEST TO SVC-EFF-BEST
           END-IF.

           IF OLD-SVC-EARNED-RANK > SVC-EARNED-RANK
              MOVE OLD-SVC-EARNED-RANK TO SVC-EARNED-RANK
           END-IF.

           IF OLD-SVC-KM-GRADE NOT = SPACES
              MOVE OLD-SVC-KM-GRADE TO SVC-KM-GRADE
           END-IF.

           ADD OLD-SVC-MISSIONS  TO SVC-TERM-MISSIONS.
           ADD OLD-SVC-HOSTILES  TO SVC-TERM-HOSTILES.
           MOVE OLD-SVC-EFF-LAST TO SVC-TERM-EFF-LAST.

           IF OLD-SVC-EFF-BEST > SVC-TERM-EFF-BEST
              MOVE OLD-SVC-EFF-BEST TO SVC-TERM-EFF-BEST
           END-IF.

           REWRITE SVC-RECORD
              INVALID KEY
                 SET WS-RUN-HAD-FAILURE TO TRUE
           END-REWRITE.

           ADD 1 TO WS-TOT-FOLDED.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'FOLDED    '                 DELIMITED BY SIZE
                  OLD-SVC-NAME                 DELIMITED BY SIZE
                  ' DUPLICATE NAME MERGED'     DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 6000-WRITE-REPORT-LINE
              THRU 6000-END.

       2100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
      * THE OLD FILE CARRIES NO TERM FIGURES.  EVERY MISSION ON IT WAS
      * FLOWN BEFORE ANY TERM WAS CLOSED OUT, SO THE WHOLE CAREER SO
      * FAR BELONGS TO THE TERM NOW RUNNING.
       2110-SET-TERM-FIGURES SECTION.

           MOVE OLD-SVC-MISSIONS TO SVC-TERM-MISSIONS.
           MOVE OLD-SVC-HOSTILES TO SVC-TERM-HOSTILES.
           MOVE OLD-SVC-EFF-LAST TO SVC-TERM-EFF-LAST.
           MOVE OLD-SVC-EFF-BEST TO SVC-TERM-EFF-BEST.

       2110-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       6000-WRITE-REPORT-LINE SECTION.

           WRITE LOAD-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       6000-END.
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
           MOVE 'SVCCONV' TO WS-SEAL-BREAK-BY.
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
           MOVE 'SVCCONV'            TO SSL-SEALED-BY.

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
        END PROGRAM SVCCONV.
      *                                                                *
      * ************************************************************** *
      *                     END OF PROGRAM SVCCONV                     *
      * ************************************************************** *

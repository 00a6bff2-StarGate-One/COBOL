      * ************************************************************** *
      *                     START OF PROGRAM ENROLL                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENROLL.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  TUESDAY SEPTEMBER 01, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * ENROLL LOADS AN INCOMING CLASS FROM THE ACADEMY'S ROSTER       *
      *  STARTREK-CLASS-ROSTER, ONE CARD PER CADET GIVING THE CADET    *
      *  NAME, CLASS ID, STARTING RANK AND HOME CONSOLE.  EACH NAME IS *
      *  HELD TO THE RULE THE BRIDGE APPLIES AT SIGN-ON.  A GOOD CARD  *
      *  OPENS THE CADET'S SERVICE RECORD ON STARTREK-SERVICE-MASTER   *
      *  AT THE STARTING RANK AND ENTERS THE CADET ON                  *
      *  STARTREK-ENROLLMENT UNDER THE CLASS ID.  THE BRIDGE OFFERS    *
      *  THE ENROLLED NAMES AT SIGN-ON SO NO CADET HAS TO TYPE ONE.    *
      *                                                                *
      * BAD CARDS AND DUPLICATES - IN THE ROSTER OR ALREADY ON THE     *
      *  SERVICE MASTER - GO TO THE EXCEPTION LISTING.  THE LISTING    *
      *  STARTREK-ENROLL-LISTING CLOSES WITH AN ENROLLMENT             *
      *  CONFIRMATION BY CLASS.                                        *
      *                                                                *
      * RETURN CODE 0 - EVERY CARD ENROLLED                            *
      *             4 - SOME CARDS ON THE EXCEPTION LISTING            *
      *             8 - NO CADET ENROLLED                              *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
      * 20261015 RJB SERVICE MASTER HELD TO ITS SEAL ON                *
      *              STARTREK-SERVICE-SEAL BEFORE AN UPDATE AND        *
      *              RESEALED AFTER IT.                                *
      * 20261015 RJB SERVICE RECORD LAYOUT EXTENDED WITH THE TERM-TO-  *
      *              DATE FIGURES, ZERO FOR A NEW CADET.               *
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

       SELECT OPTIONAL CLASS-ROSTER-FILE
       ASSIGN TO 'STARTREK-CLASS-ROSTER'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ROSTER-FILE-STATUS.

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

       SELECT OPTIONAL ENROLLMENT-FILE
       ASSIGN TO 'STARTREK-ENROLLMENT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-ENROLLMENT-FILE-STATUS.

       SELECT OPTIONAL ENROLL-LISTING-FILE
       ASSIGN TO 'STARTREK-ENROLL-LISTING'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-LISTING-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * CLASS-ROSTER-FILE - ONE CARD PER CADET: COLS 1-30 NAME,
      * 32-39 CLASS ID, 41-42 STARTING RANK (THE SIGN-ON RANK CHOICE
      * 0-17), 44-51 HOME CONSOLE.  '*' IN COL 1 MARKS A COMMENT.
       FD CLASS-ROSTER-FILE.
          01 CR-RECORD.
             03 CR-NAME                PIC X(30).
             03 FILLER                 PIC X(01).
             03 CR-CLASS-ID            PIC X(08).
             03 FILLER                 PIC X(01).
             03 CR-START-RANK          PIC X(02).
             03 CR-START-RANK-N REDEFINES CR-START-RANK
                                       PIC 9(02).
             03 FILLER                 PIC X(01).
             03 CR-HOME-CONSOLE        PIC X(08).
             03 FILLER                 PIC X(29).

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

      * ENROLLMENT-FILE - ONE RECORD PER CADET ENROLLED, KEYED TO THE
      * SERVICE MASTER BY NAME.  STARTREK CARRIES THE SAME LAYOUT.
       FD ENROLLMENT-FILE.
          01 ENR-RECORD.
             03 ENR-NAME               PIC X(30).
             03 ENR-CLASS-ID           PIC X(08).
             03 ENR-START-RANK         PIC 9(02).
             03 ENR-HOME-CONSOLE       PIC X(08).
             03 ENR-ENROLL-DATE        PIC X(08).

       FD ENROLL-LISTING-FILE.
          01 ENROLL-LISTING-RECORD     PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-ROSTER-FILE-STATUS.
             05 WS-ROSTER-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-ROSTER-STATUS-2  PIC  9(01)  VALUE ZEROES.
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
          03 WS-ENROLLMENT-FILE-STATUS.
             05 WS-ENROLLMENT-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-ENROLLMENT-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-LISTING-FILE-STATUS.
             05 WS-LISTING-STATUS-1 PIC  9(01)  VALUE ZEROES.
             05 WS-LISTING-STATUS-2 PIC  9(01)  VALUE ZEROES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.

      * THE CARD IN HAND AND THE COUNTS FOR THE RUN.
       01 WS-CARD-AREA.
          03 WS-CARD-CTR            PIC  9(05)  VALUE ZEROES.
          03 WS-CARD-REASON         PIC  X(40)  VALUE SPACES.
          03 WS-EXCEPTION-CTR       PIC  9(05)  VALUE ZEROES.
          03 WS-CARD-CTR-EDIT       PIC  ZZZZ9.

      * CADETS ENROLLED THIS RUN, FOR THE DUPLICATE CHECK AND THE
      * CONFIRMATION BY CLASS.
       01 WS-ENROLLED-AREA.
          03 WS-EN-MAX              PIC  9(03)  VALUE 999.
          03 WS-EN-CTR              PIC  9(03)  VALUE ZEROES.
          03 WS-EN-IDX              PIC  9(03)  VALUE ZEROES.
          03 WS-EN-JDX              PIC  9(03)  VALUE ZEROES.
          03 WS-EN-SWAP             PIC  9(03)  VALUE ZEROES.
          03 WS-EN-DUP-SW           PIC  X(01)  VALUE 'N'.
             88 WS-EN-DUPLICATE                 VALUE 'Y'.
          03 WS-EN-LAST-CLASS       PIC  X(08)  VALUE SPACES.
          03 WS-EN-CLASS-CTR        PIC  9(03)  VALUE ZEROES.
          03 WS-EN-TABLE.
             05 WS-EN-ENTRY         OCCURS 999 TIMES.
                07 WS-EN-NAME       PIC  X(30).
                07 WS-EN-CLASS-ID   PIC  X(08).
                07 WS-EN-START-RANK PIC  9(02).
                07 WS-EN-CONSOLE    PIC  X(08).
          03 WS-EN-ORDER-TABLE.
             05 WS-EN-ORDER         PIC  9(03)  OCCURS 999 TIMES.

      * THE 18-RANK INSIGNIA LADDER - RANK CHOICE 0 THROUGH 17,
      * IDENTICAL TO THE NAMES 1010-FORMAT-RANK-NAME ASSIGNS IN
      * STARTREK SO THE LISTING AND THE BRIDGE AGREE.
       01 WS-RANK-NAMES-LIT.
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
       01 WS-RANK-NAMES REDEFINES WS-RANK-NAMES-LIT.
          03 WS-RANK-NAME           PIC  X(25)  OCCURS 18 TIMES.

       01 WS-PRINT-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  ZZZZ9.
          03 WS-PRT-RANK-IDX        PIC  9(02)  VALUE ZEROES.

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

       01 WS-CURRENT-DATE-TIME-OFFSET.
          03 WS-CURRENT-DATE.
             05 WS-CURRENT-DATE-CC   PIC   9(02).
             05 WS-CURRENT-DATE-YY   PIC   9(02).
             05 WS-CURRENT-DATE-MM   PIC   9(02).
             05 WS-CURRENT-DATE-DD   PIC   9(02).
          03 WS-CURRENT-TIME        PIC   X(08).
          03 WS-CURRENT-OFFSET      PIC   X(05).
      *
      * ************************************************************** *
      *
       PROCEDURE DIVISION.

       0000-MAIN-PROGRAM SECTION.

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-DATE-TIME-OFFSET.

           OPEN OUTPUT ENROLL-LISTING-FILE.

           IF WS-LISTING-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-ENROLL-LISTING, status '
                      WS-LISTING-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CLASS ENROLLMENT LISTING'
                                              DELIMITED BY SIZE
                  '                       PRINTED '
                                              DELIMITED BY SIZE
                  WS-CURRENT-DATE-CC          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YY          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-MM          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-CURRENT-DATE-DD          DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '=' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'EXCEPTIONS:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM 1000-ENROLL-ROSTER
              THRU 1000-END.

           IF WS-EXCEPTION-CTR = ZEROES
              MOVE '  NONE' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

           PERFORM 3000-PRINT-CONFIRMATION
              THRU 3000-END.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-CARD-CTR TO WS-PRT-COUNT-EDIT.
           STRING 'CARDS READ '               DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           MOVE WS-EN-CTR TO WS-PRT-COUNT-EDIT.
           MOVE '   ENROLLED '               TO WS-PRT-LINE (17:12).
           MOVE WS-PRT-COUNT-EDIT            TO WS-PRT-LINE (29:5).
           MOVE WS-EXCEPTION-CTR TO WS-PRT-COUNT-EDIT.
           MOVE '   EXCEPTIONS '             TO WS-PRT-LINE (34:14).
           MOVE WS-PRT-COUNT-EDIT            TO WS-PRT-LINE (48:5).
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'END OF CLASS ENROLLMENT LISTING' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           CLOSE ENROLL-LISTING-FILE.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Enrollment listing written to '
                   'STARTREK-ENROLL-LISTING.'.

      * A FILE ERROR IN 1000 HAS ALREADY SET THE RETURN CODE.
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = ZEROES
                    CONTINUE
               WHEN WS-EN-CTR = ZEROES
                    MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-CTR NOT = ZEROES
                    MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1000-ENROLL-ROSTER SECTION.

           MOVE ZEROES TO WS-CARD-CTR
                          WS-EXCEPTION-CTR
                          WS-EN-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT CLASS-ROSTER-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-ROSTER-STATUS-1 = 0 AND WS-ROSTER-STATUS-2 = 5
              CLOSE CLASS-ROSTER-FILE
              MOVE '  NO CLASS ROSTER ON FILE - NOTHING TO ENROLL.'
                TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              ADD 1 TO WS-EXCEPTION-CTR
              GO TO 1000-END
           END-IF.

           IF WS-ROSTER-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-CLASS-ROSTER, status '
                      WS-ROSTER-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1000-END
           END-IF.

           PERFORM 8630-TAKE-SERVICE-LATCH
              THRU 8630-END.

           PERFORM 8600-CHECK-SERVICE-SEAL
              THRU 8600-END.

      * OPEN I-O ON AN OPTIONAL INDEXED FILE CREATES IT WHEN ABSENT,
      * SO A SHOP'S FIRST CLASS STARTS THE SERVICE MASTER.
           OPEN I-O SERVICE-RECORD-FILE.

           IF WS-SERVICE-STATUS-1 NOT = 0
              DISPLAY 'Error opening service record file, status '
                      WS-SERVICE-FILE-STATUS UPON SYSERR
              CLOSE CLASS-ROSTER-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 1000-RELEASE
           END-IF.

           OPEN EXTEND ENROLLMENT-FILE.

           IF WS-ENROLLMENT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-ENROLLMENT, status '
                      WS-ENROLLMENT-FILE-STATUS UPON SYSERR
              CLOSE CLASS-ROSTER-FILE
                    SERVICE-RECORD-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 1000-RELEASE
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ CLASS-ROSTER-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF CR-RECORD (1:1) NOT = '*'
                       ADD 1 TO WS-CARD-CTR
                       PERFORM 1100-CHECK-CARD
                          THRU 1100-END
                       IF WS-CARD-REASON = SPACES
                          PERFORM 1200-ENROLL-CADET
                             THRU 1200-END
                       END-IF
                       IF WS-CARD-REASON NOT = SPACES
                          PERFORM 1300-LIST-EXCEPTION
                             THRU 1300-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE CLASS-ROSTER-FILE
                 SERVICE-RECORD-FILE
                 ENROLLMENT-FILE.

           PERFORM 8610-SEAL-SERVICE-MASTER
              THRU 8610-END.

       1000-RELEASE.

           PERFORM 8635-RELEASE-SERVICE-LATCH
              THRU 8635-END.

       1000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1100-CHECK-CARD SECTION.

           MOVE SPACES TO WS-CARD-REASON.

      * THE SAME RULE 1000-NAME-LOOP HOLDS A CAPTAIN TO AT SIGN-ON.
           IF CR-NAME = SPACES OR CR-NAME = LOW-VALUES
              MOVE 'INVALID NAME - A NAME CANNOT BE BLANK'
                TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           IF CR-CLASS-ID = SPACES
              MOVE 'NO CLASS ID' TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           IF CR-START-RANK IS NOT NUMERIC
              MOVE 'STARTING RANK MUST BE 00 THROUGH 17'
                TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           IF CR-START-RANK-N > 17
              MOVE 'STARTING RANK MUST BE 00 THROUGH 17'
                TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           IF CR-HOME-CONSOLE = SPACES
              MOVE 'NO HOME CONSOLE' TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           MOVE 'N' TO WS-EN-DUP-SW.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-CTR
                OR WS-EN-DUPLICATE
              IF WS-EN-NAME (WS-EN-IDX) = CR-NAME
                 SET WS-EN-DUPLICATE TO TRUE
              END-IF
           END-PERFORM.

           IF WS-EN-DUPLICATE
              MOVE 'DUPLICATE - NAME ALREADY IN THIS ROSTER'
                TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

           IF WS-EN-CTR NOT < WS-EN-MAX
              MOVE 'ROSTER OVER 999 CADETS - RUN THE REST AGAIN'
                TO WS-CARD-REASON
              GO TO 1100-END
           END-IF.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-ENROLL-CADET SECTION.

           MOVE SPACES           TO SVC-RECORD.
           MOVE CR-NAME          TO SVC-NAME.
           MOVE ZEROES           TO SVC-MISSIONS
                                    SVC-HOSTILES
                                    SVC-EFF-LAST
                                    SVC-EFF-BEST
                                    SVC-KOBAYASHI
                                    SVC-TERM-MISSIONS
                                    SVC-TERM-HOSTILES
                                    SVC-TERM-EFF-LAST
                                    SVC-TERM-EFF-BEST.
           MOVE CR-START-RANK-N  TO SVC-EARNED-RANK.

      * A CADET ALREADY ON THE SERVICE MASTER HAS A CAREER - A SECOND
      * RECORD UNDER THE SAME NAME WOULD SPLIT IT.
           WRITE SVC-RECORD
              INVALID KEY
                 MOVE 'DUPLICATE - ALREADY ON THE SERVICE MASTER'
                   TO WS-CARD-REASON
                 GO TO 1200-END
           END-WRITE.

           MOVE CR-NAME          TO ENR-NAME.
           MOVE CR-CLASS-ID      TO ENR-CLASS-ID.
           MOVE CR-START-RANK-N  TO ENR-START-RANK.
           MOVE CR-HOME-CONSOLE  TO ENR-HOME-CONSOLE.
           MOVE WS-CURRENT-DATE  TO ENR-ENROLL-DATE.
           WRITE ENR-RECORD.

           ADD 1 TO WS-EN-CTR.
           MOVE CR-NAME          TO WS-EN-NAME (WS-EN-CTR).
           MOVE CR-CLASS-ID      TO WS-EN-CLASS-ID (WS-EN-CTR).
           MOVE CR-START-RANK-N  TO WS-EN-START-RANK (WS-EN-CTR).
           MOVE CR-HOME-CONSOLE  TO WS-EN-CONSOLE (WS-EN-CTR).

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1300-LIST-EXCEPTION SECTION.

           ADD 1 TO WS-EXCEPTION-CTR.

           MOVE WS-CARD-CTR TO WS-CARD-CTR-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  CARD '                   DELIMITED BY SIZE
                  WS-CARD-CTR-EDIT            DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  CR-RECORD (1:51)            DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING '              '            DELIMITED BY SIZE
                  WS-CARD-REASON              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       1300-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-PRINT-CONFIRMATION SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'ENROLLMENT CONFIRMATION BY CLASS:' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-EN-CTR = ZEROES
              MOVE '  NO CADETS ENROLLED' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              GO TO 3000-END
           END-IF.

           PERFORM 4000-SORT-BY-CLASS
              THRU 4000-END.

           MOVE HIGH-VALUES TO WS-EN-LAST-CLASS.
           MOVE ZEROES TO WS-EN-CLASS-CTR.

           PERFORM VARYING WS-EN-JDX FROM 1 BY 1
             UNTIL WS-EN-JDX > WS-EN-CTR

              MOVE WS-EN-ORDER (WS-EN-JDX) TO WS-EN-IDX

              IF WS-EN-CLASS-ID (WS-EN-IDX) NOT = WS-EN-LAST-CLASS
                 IF WS-EN-CLASS-CTR > ZEROES
                    PERFORM 3100-PRINT-CLASS-TOTAL
                       THRU 3100-END
                 END-IF
                 MOVE WS-EN-CLASS-ID (WS-EN-IDX) TO WS-EN-LAST-CLASS
                 MOVE ZEROES TO WS-EN-CLASS-CTR
                 MOVE SPACES TO WS-PRT-LINE
                 PERFORM 5000-WRITE-REPORT-LINE
                    THRU 5000-END
                 STRING '  CLASS '                DELIMITED BY SIZE
                        WS-EN-LAST-CLASS          DELIMITED BY SIZE
                   INTO WS-PRT-LINE
                 PERFORM 5000-WRITE-REPORT-LINE
                    THRU 5000-END
                 STRING '    CADET                          '
                                                  DELIMITED BY SIZE
                        'STARTING RANK             CONSOLE'
                                                  DELIMITED BY SIZE
                   INTO WS-PRT-LINE
                 PERFORM 5000-WRITE-REPORT-LINE
                    THRU 5000-END
              END-IF

              ADD 1 TO WS-EN-CLASS-CTR

      * THE STARTING RANK IS 0-17; THE INSIGNIA TABLE IS 1-18.
              COMPUTE WS-PRT-RANK-IDX =
                      WS-EN-START-RANK (WS-EN-IDX) + 1
              MOVE SPACES TO WS-PRT-LINE
              STRING '    '                       DELIMITED BY SIZE
                     WS-EN-NAME (WS-EN-IDX)       DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     WS-RANK-NAME (WS-PRT-RANK-IDX)
                                                  DELIMITED BY SIZE
                     ' '                          DELIMITED BY SIZE
                     WS-EN-CONSOLE (WS-EN-IDX)    DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END

           END-PERFORM.

           PERFORM 3100-PRINT-CLASS-TOTAL
              THRU 3100-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-PRINT-CLASS-TOTAL SECTION.

           MOVE WS-EN-CLASS-CTR TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    '                          DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT               DELIMITED BY SIZE
                  ' CADET(S) ENROLLED IN CLASS '  DELIMITED BY SIZE
                  WS-EN-LAST-CLASS                DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-SORT-BY-CLASS SECTION.

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX > WS-EN-CTR
              MOVE WS-EN-IDX TO WS-EN-ORDER (WS-EN-IDX)
           END-PERFORM.

      * A STRAIGHT EXCHANGE SORT ON CLASS ID, THEN NAME - ONE CLASS
      * A TERM; SIMPLICITY WINS OVER SPEED.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
             UNTIL WS-EN-IDX >= WS-EN-CTR

              PERFORM VARYING WS-EN-JDX FROM 1 BY 1
                UNTIL WS-EN-JDX >= WS-EN-CTR

                 IF WS-EN-CLASS-ID (WS-EN-ORDER (WS-EN-JDX)) >
                    WS-EN-CLASS-ID (WS-EN-ORDER (WS-EN-JDX + 1))
                    OR (WS-EN-CLASS-ID (WS-EN-ORDER (WS-EN-JDX)) =
                        WS-EN-CLASS-ID (WS-EN-ORDER (WS-EN-JDX + 1))
                    AND WS-EN-NAME (WS-EN-ORDER (WS-EN-JDX)) >
                        WS-EN-NAME (WS-EN-ORDER (WS-EN-JDX + 1)))
                    MOVE WS-EN-ORDER (WS-EN-JDX)
                      TO WS-EN-SWAP
                    MOVE WS-EN-ORDER (WS-EN-JDX + 1)
                      TO WS-EN-ORDER (WS-EN-JDX)
                    MOVE WS-EN-SWAP
                      TO WS-EN-ORDER (WS-EN-JDX + 1)
                 END-IF

              END-PERFORM

           END-PERFORM.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-REPORT-LINE SECTION.

           WRITE ENROLL-LISTING-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       5000-END.
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
           MOVE 'ENROLL' TO WS-SEAL-BREAK-BY.
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
           MOVE 'ENROLL'             TO SSL-SEALED-BY.

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
        END PROGRAM ENROLL.
      *                                                                *
      * ************************************************************** *
      *                      END OF PROGRAM ENROLL                     *
      * ************************************************************** *

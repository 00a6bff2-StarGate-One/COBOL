       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * certification record handed to STARTREK - named by a declared
      * field, never a bare word: an unquoted undeclared word assign
      * compiles to a writable implicit buffer that can be corrupted
      * at run time
           SELECT OPTIONAL certification-file
           ASSIGN TO cert-assign-name
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS cert-file-status.

      * shop configuration - file names and limits shared by every
      * program in the shop, one setting per card
           SELECT OPTIONAL shop-config-file
           ASSIGN TO "SHOP-CONFIG"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS IS config-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  certification-file.
           03  FILLER                  PIC X(1).
           03  cert-verdict            PIC X(4).

      * keyword in columns 1-20, value from column 22, "*" in column 1
      * marks a comment - must match every program reading SHOP-CONFIG
       FD  shop-config-file.
       01  config-record.
           03  config-keyword          PIC X(20).
           03  FILLER                  PIC X(1).
           03  config-value            PIC X(59).

       WORKING-STORAGE SECTION.
       01  cert-file-status            PIC XX.
       01  cert-assign-name            PIC X(59) VALUE "RANDOMCK-CERT".
       01  config-file-status          PIC XX.

      * the shop standard for every setting: keyword, kind (F a file
      * name or prefix, N a count), legal low and high of a count and
      * the standard value - must match every program reading
      * SHOP-CONFIG
       01  config-standard-values.
           03  FILLER PIC X(20) VALUE "CHECKPOINT-PREFIX".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-CHECKPOINT-".
           03  FILLER PIC X(20) VALUE "GALAXY-PREFIX".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-GALAXY-".
           03  FILLER PIC X(20) VALUE "LOCK-PREFIX".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-LOCK-".
           03  FILLER PIC X(20) VALUE "ROSTER-FILE".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-ROSTER".
           03  FILLER PIC X(20) VALUE "ROSTER-SIZE".
           03  FILLER PIC X(7)  VALUE "N001009".
           03  FILLER PIC X(59) VALUE "9".
           03  FILLER PIC X(20) VALUE "AUTOSAVE-INTERVAL".
           03  FILLER PIC X(7)  VALUE "N001099".
           03  FILLER PIC X(59) VALUE "10".
           03  FILLER PIC X(20) VALUE "RNG-STALE-DAYS".
           03  FILLER PIC X(7)  VALUE "N001999".
           03  FILLER PIC X(59) VALUE "7".
           03  FILLER PIC X(20) VALUE "RNG-CERT-FILE".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "RANDOMCK-CERT".
           03  FILLER PIC X(20) VALUE "FLEET-STATUS-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-FLEET-STATUS".
           03  FILLER PIC X(20) VALUE "ATLAS-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-ATLAS".
           03  FILLER PIC X(20) VALUE "GALAXCHK-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-GALAXCHK-REPORT".
           03  FILLER PIC X(20) VALUE "HEALTH-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-HEALTH-REPORT".
           03  FILLER PIC X(20) VALUE "HISTORY-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-HISTORY-REPORT".
           03  FILLER PIC X(20) VALUE "STANDINGS-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-STANDINGS".
           03  FILLER PIC X(20) VALUE "TRANSFER-FILE".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-TRANSFER".
           03  FILLER PIC X(20) VALUE "SERVICE-ARCHIVE".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-SERVICE-ARCHIVE".
           03  FILLER PIC X(20) VALUE "AUDIT-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "SHOP-AUDIT-REPORT".
           03  FILLER PIC X(20) VALUE "JOB-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "SAMPLE-JOB-REPORT".
           03  FILLER PIC X(20) VALUE "BOOKING-RULE".
           03  FILLER PIC X(7)  VALUE "N001002".
           03  FILLER PIC X(59) VALUE "1".
           03  FILLER PIC X(20) VALUE "BALANCE-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-BALANCE-REPORT".
           03  FILLER PIC X(20) VALUE "RECONCILE-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-RECONCILE-REPORT".
           03  FILLER PIC X(20) VALUE "DAY-SHEET".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-DAY-SHEET".
           03  FILLER PIC X(20) VALUE "REPLAY-REPORT".
           03  FILLER PIC X(7)  VALUE "F000000".
           03  FILLER PIC X(59) VALUE "STARTREK-REPLAY-REPORT".
       01  config-standard-table REDEFINES config-standard-values.
           03  config-std-entry        OCCURS 23 TIMES.
               05  config-std-word     PIC X(20).
               05  config-std-kind     PIC X(1).
               05  config-std-low      PIC 9(3).
               05  config-std-high     PIC 9(3).
               05  config-std-value    PIC X(59).

       01  config-max                          PIC 99 VALUE 23.
       01  config-cert-idx                     PIC 99 VALUE 8.
       01  config-idx                          PIC 99 VALUE 0.
       01  config-found-idx                    PIC 99 VALUE 0.
       01  config-values.
           03  config-setting      PIC X(59) OCCURS 23 TIMES.
       01  config-seen-flags.
           03  config-seen         PIC X(1) OCCURS 23 TIMES.
       01  config-eof                          PIC X(1) VALUE "N".
       01  config-card-ctr                     PIC 9(4) VALUE 0.
       01  config-word-len                     PIC 99 VALUE 0.
       01  config-reason                       PIC X(40) VALUE SPACES.
       01  num-sides                           PIC 9(4) VALUE 6.
       01  num-trials                          PIC 9(9) VALUE 1000000.
       01  sides-env                           PIC X(4) VALUE SPACES.
       01  fairness-threshold-pct              PIC 9(4)V99 VALUE 5.00.

       PROCEDURE DIVISION.
      * take the certification file name from the shop configuration;
      * a bad card or a missing entry is reported by name and the
      * shop standard stands
           PERFORM VARYING config-idx FROM 1 BY 1
                   UNTIL config-idx > config-max
              MOVE config-std-value (config-idx)
                TO config-setting (config-idx)
              MOVE "N" TO config-seen (config-idx)
           END-PERFORM.

           OPEN INPUT shop-config-file.
           IF config-file-status NOT = "00"
              DISPLAY "NO SHOP-CONFIG FILE - THE SHOP STANDARD "
                      "SETTINGS APPLY"
              IF config-file-status = "05"
                 CLOSE shop-config-file
              END-IF
           ELSE
              PERFORM UNTIL config-eof = "Y"
                 READ shop-config-file
                    AT END
                       MOVE "Y" TO config-eof
                    NOT AT END
                       ADD 1 TO config-card-ctr
                       IF config-record (1:1) NOT = "*" AND
                          config-record NOT = SPACES
                          MOVE SPACES TO config-reason
                          MOVE 0 TO config-found-idx
                          PERFORM VARYING config-idx FROM 1 BY 1
                                  UNTIL config-idx > config-max
                             IF config-std-word (config-idx) =
                                config-keyword
                                MOVE config-idx TO config-found-idx
                             END-IF
                          END-PERFORM
                          EVALUATE TRUE
                             WHEN config-found-idx = 0
                                MOVE "UNKNOWN KEYWORD" TO config-reason
                             WHEN config-seen (config-found-idx) = "Y"
                                MOVE "KEYWORD GIVEN TWICE"
                                  TO config-reason
                             WHEN config-value = SPACES
                                MOVE "VALUE IS BLANK" TO config-reason
                             WHEN config-value (1:1) = SPACE
                                MOVE "VALUE MUST START IN COLUMN 22"
                                  TO config-reason
                          END-EVALUATE
                          IF config-found-idx NOT = 0
                             MOVE "Y" TO config-seen (config-found-idx)
                          END-IF
                          IF config-reason = SPACES
                             MOVE 0 TO config-word-len
                             INSPECT config-value
                                TALLYING config-word-len
                                FOR CHARACTERS BEFORE INITIAL SPACE
                             IF config-word-len < 59
                                IF config-value (config-word-len + 1:)
                                   NOT = SPACES
                                   MOVE "VALUE CONTAINS A SPACE"
                                     TO config-reason
                                END-IF
                             END-IF
                          END-IF
                          IF config-reason = SPACES AND
                             config-std-kind (config-found-idx) = "N"
                             IF config-word-len > 5 OR
                                config-value (1:config-word-len)
                                IS NOT NUMERIC
                                MOVE "VALUE IS NOT NUMERIC"
                                  TO config-reason
                             ELSE
                                IF FUNCTION NUMVAL(config-value
                                   (1:config-word-len)) <
                                   config-std-low (config-found-idx)
                                   OR FUNCTION NUMVAL(config-value
                                   (1:config-word-len)) >
                                   config-std-high (config-found-idx)
                                   MOVE "VALUE OUTSIDE THE LEGAL RANGE"
                                     TO config-reason
                                END-IF
                             END-IF
                          END-IF
                          IF config-reason = SPACES
                             MOVE config-value
                               TO config-setting (config-found-idx)
                          ELSE
                             DISPLAY "SHOP-CONFIG CARD " config-card-ctr
                                     " ("
                                     FUNCTION TRIM(config-keyword)
                                     ") IGNORED - "
                                     FUNCTION TRIM(config-reason)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE shop-config-file
              PERFORM VARYING config-idx FROM 1 BY 1
                      UNTIL config-idx > config-max
                 IF config-seen (config-idx) = "N"
                    DISPLAY "SHOP-CONFIG ENTRY "
                            FUNCTION TRIM(config-std-word (config-idx))
                            " MISSING - THE SHOP STANDARD "
                            FUNCTION TRIM(config-std-value (config-idx))
                            " APPLIES"
                 END-IF
              END-PERFORM
           END-IF.
           MOVE config-setting (config-cert-idx) TO cert-assign-name.

           ACCEPT sides-env FROM ENVIRONMENT "RANDOMCK-SIDES".
           IF sides-env NOT = SPACES
              MOVE FUNCTION NUMVAL(sides-env) TO num-sides
           IF cert-file-status NOT = "00" AND
              cert-file-status NOT = "05"
              DISPLAY "CERTIFICATION NOT WRITTEN - OPEN OF "
                      FUNCTION TRIM(cert-assign-name)
                      " FAILED, STATUS " cert-file-status
              GOBACK
           END-IF.
           MOVE SPACES TO cert-record.
           WRITE cert-record.
           IF cert-file-status NOT = "00"
              DISPLAY "CERTIFICATION NOT WRITTEN - WRITE TO "
                      FUNCTION TRIM(cert-assign-name)
                      " FAILED, STATUS " cert-file-status
              CLOSE certification-file
              GOBACK
           END-IF.
           CLOSE certification-file.
           DISPLAY "CERTIFICATION WRITTEN TO "
                   FUNCTION TRIM(cert-assign-name).

           END PROGRAM randomck.

      * ************************************************************** *
      *                    START OF PROGRAM DEBRIEF                    *
      * ************************************************************** *
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEBRIEF.
       AUTHOR.        STAR FLEET ADMIRAL Q.
       INSTALLATION.  HOME PC DEVELOPER.
       DATE-WRITTEN.  TUESDAY SEPTEMBER 01, 2026.
       DATE-COMPILED. FUNCTION WHEN-COMPILED.
      *
      * ************************************************************** *
      *                       PROGRAM DESCRIPTION                      *
      * -------------------------------------------------------------- *
      * DEBRIEF READS THE SHIP TELEMETRY STARTREK WRITES AFTER EVERY   *
      *  BRIDGE COMMAND (STARTREK-TELEMETRY) AND PRINTS THE DEBRIEF    *
      *  FOR ONE MISSION ON STARTREK-DEBRIEF-REPORT: A MISSION         *
      *  SUMMARY, TREND CHARTS OF ENERGY, SHIELD UNITS, CREW AND       *
      *  HOSTILES LEFT IN THE GALAXY AGAINST STARDATE, AND THE         *
      *  TURNING POINTS - FIRST CONTACT, FIRST RED ALERT, THE LOWEST   *
      *  ENERGY REACHED, EACH DOCK AND EACH SYSTEM FAILURE.            *
      *                                                                *
      * A MISSION IS NAMED BY THE CAPTAIN AND THE MISSION START STAMP. *
      *  WHEN A SAVED MISSION IS RESUMED FROM AN EARLIER CHECKPOINT    *
      *  THE STARDATE GOES BACK; THE RECORDS THE RESUME UNDID ARE      *
      *  DROPPED SO THE DEBRIEF FOLLOWS THE MISSION AS IT STANDS.      *
      *                                                                *
      * PARAMETERS (ENVIRONMENT):                                      *
      *   DEBRIEF-CAPTAIN  CAPTAIN'S NAME AS SIGNED ON - REQUIRED      *
      *   DEBRIEF-MISSION  MISSION START STAMP CCYYMMDDHHMMSS AS       *
      *                    PRINTED ON AN EARLIER DEBRIEF - DEFAULT IS  *
      *                    THE CAPTAIN'S LATEST MISSION                *
      *                                                                *
      * RETURN CODE 0 - DEBRIEF PRINTED                                *
      *             4 - DEBRIEF PRINTED, MISSION TOO LONG TO CHART     *
      *                 IN FULL                                        *
      *             8 - NO CAPTAIN GIVEN OR NO SUCH MISSION ON FILE    *
      *            12 - A FILE COULD NOT BE OPENED                     *
      * -------------------------------------------------------------- *
      *                         PROGRAM HISTORY                        *
      *                                                                *
      *   DATE   INT                    REASON                         *
      * -------- --- ------------------------------------------------- *
      * 20261015 RJB PROGRAM WRITTEN.                                  *
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

       SELECT OPTIONAL TELEMETRY-FILE
       ASSIGN TO 'STARTREK-TELEMETRY'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-TELEMETRY-FILE-STATUS.

       SELECT DEBRIEF-REPORT-FILE
       ASSIGN TO 'STARTREK-DEBRIEF-REPORT'
       ORGANIZATION LINE SEQUENTIAL
       STATUS WS-REPORT-FILE-STATUS.
      *
      * ************************************************************** *
      *
       DATA DIVISION.

       FILE SECTION.

      * TELEMETRY-FILE - THE SHIP AS IT STANDS AT THE END OF EACH
      * BRIDGE COMMAND.  STARTREK CARRIES THE SAME LAYOUT.
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

       FD DEBRIEF-REPORT-FILE.
          01 DEBRIEF-REPORT-RECORD     PIC X(80).
      *
      * -------------------------------------------------------------- *
      *
       WORKING-STORAGE SECTION.

       01 WS-BLANK-LINE             PIC  X(80)  VALUE SPACES.

       01 WS-STD-FILE-STATUSES.
          03 WS-TELEMETRY-FILE-STATUS.
             05 WS-TELEMETRY-STATUS-1
                                    PIC  9(01)  VALUE ZEROES.
             05 WS-TELEMETRY-STATUS-2
                                    PIC  9(01)  VALUE ZEROES.
          03 WS-REPORT-FILE-STATUS.
             05 WS-REPORT-STATUS-1  PIC  9(01)  VALUE ZEROES.
             05 WS-REPORT-STATUS-2  PIC  9(01)  VALUE ZEROES.

       01 WS-FLAG-SWITCHES.
          03 WS-EOF          BINARY PIC  9(01)  VALUE ZEROES.
             88 WS-EOF-FALSE         VALUE 0.
             88 WS-EOF-TRUE          VALUE 1.

      * THE RUN PARAMETERS.
       01 WS-PARAMETER-AREA.
          03 WS-DB-CAPTAIN          PIC  X(30)  VALUE SPACES.
          03 WS-DB-MISSION          PIC  X(14)  VALUE SPACES.
          03 WS-DB-MISSION-EDIT     PIC  X(19)  VALUE SPACES.

      * THE MISSION AS LOADED - ONE ENTRY PER BRIDGE COMMAND, IN
      * STARDATE ORDER, AFTER THE RECORDS A RESUME UNDID ARE DROPPED.
       01 WS-MISSION-AREA.
          03 WS-MS-MAX              PIC  9(04)  VALUE 2000.
          03 WS-MS-CTR              PIC  9(04)  VALUE ZEROES.
          03 WS-MS-IDX              PIC  9(04)  VALUE ZEROES.
          03 WS-MS-READ-CTR         PIC  9(05)  VALUE ZEROES.
          03 WS-MS-DROP-CTR         PIC  9(05)  VALUE ZEROES.
          03 WS-MS-OVER-SW          PIC  X(01)  VALUE 'N'.
             88 WS-MS-OVERFLOW                  VALUE 'Y'.
          03 WS-MS-SLOT             PIC  9(01)  VALUE ZEROES.
          03 WS-MS-TABLE.
             05 WS-MS-ENTRY         OCCURS 2000 TIMES.
                07 WS-MS-STARDATE   PIC  9(05)V9(01).
                07 WS-MS-VERB       PIC  X(05).
                07 WS-MS-ENERGY     PIC  9(05).
                07 WS-MS-SHIELD-UNITS
                                    PIC  9(05).
                07 WS-MS-CREW       PIC  9(04).
                07 WS-MS-ALERT      PIC  X(01).
                07 WS-MS-DOCKED     PIC  X(01).
                07 WS-MS-DMG-UNITS  PIC  9(02)  OCCURS 7 TIMES.
                07 WS-MS-CUBE-HOSTILES
                                    PIC  9(04).
                07 WS-MS-GALAXY-HOSTILES
                                    PIC  9(09).

      * FIGURES FOR THE MISSION SUMMARY AND THE TURNING POINTS.
       01 WS-SUMMARY-AREA.
          03 WS-SM-FIRST-SD         PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-SM-LAST-SD          PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-SM-SPAN             PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-SM-RED-SD           PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-SM-LOW-IDX          PIC  9(04)  VALUE ZEROES.
          03 WS-SM-DESTROYED        PIC S9(09)  VALUE ZEROES.
          03 WS-SM-CONTACT-SW       PIC  X(01)  VALUE 'N'.
             88 WS-SM-CONTACT-MADE              VALUE 'Y'.
          03 WS-SM-RED-SW           PIC  X(01)  VALUE 'N'.
             88 WS-SM-RED-SEEN                  VALUE 'Y'.
          03 WS-SM-PREV-DOCKED      PIC  X(01)  VALUE 'N'.
          03 WS-SM-PREV-DMG-TABLE.
             05 WS-SM-PREV-DMG      PIC  9(02)  OCCURS 7 TIMES.
          03 WS-SM-DMG-IDX          PIC  9(01)  VALUE ZEROES.
          03 WS-SM-TP-CTR           PIC  9(04)  VALUE ZEROES.
          03 WS-SM-TP-TEXT          PIC  X(55)  VALUE SPACES.

      * THE SEVEN SHIP SYSTEMS IN TELEMETRY DAMAGE-TABLE ORDER,
      * IDENTICAL TO THE NAMES STARTREK'S DAMAGE CONTROL REPORTS.
       01 WS-DMG-NAMES-LIT.
          03 FILLER                 PIC  X(18)  VALUE
             'Warp drive        '.
          03 FILLER                 PIC  X(18)  VALUE
             'Impulse engines   '.
          03 FILLER                 PIC  X(18)  VALUE
             'Phasers           '.
          03 FILLER                 PIC  X(18)  VALUE
             'Torpedo tubes     '.
          03 FILLER                 PIC  X(18)  VALUE
             'Short range sensor'.
          03 FILLER                 PIC  X(18)  VALUE
             'Long range sensor '.
          03 FILLER                 PIC  X(18)  VALUE
             'Shield generators '.
       01 WS-DMG-NAMES REDEFINES WS-DMG-NAMES-LIT.
          03 WS-DMG-NAME            PIC  X(18)  OCCURS 7 TIMES.

      * ONE TREND CHART - 10 ROWS BY 60 STARDATE COLUMNS.  EACH COLUMN
      * HOLDS THE READING IN FORCE AT ITS STARDATE, SO A QUIET STRETCH
      * DRAWS FLAT AND A STEP SHOWS WHERE THE READING CHANGED.
       01 WS-CHART-AREA.
          03 WS-CH-TITLE            PIC  X(40)  VALUE SPACES.
          03 WS-CH-COLS             PIC  9(02)  VALUE 60.
          03 WS-CH-ROWS             PIC  9(02)  VALUE 10.
          03 WS-CH-COL              PIC  9(02)  VALUE ZEROES.
          03 WS-CH-ROW              PIC  9(02)  VALUE ZEROES.
          03 WS-CH-MIN              PIC  9(09)  VALUE ZEROES.
          03 WS-CH-MAX              PIC  9(09)  VALUE ZEROES.
          03 WS-CH-LEVEL            PIC  9(09)  VALUE ZEROES.
          03 WS-CH-LEVEL-EDIT       PIC  ZZZZZZZZ9.
          03 WS-CH-SD               PIC  9(05)V9(01) VALUE ZEROES.
          03 WS-CH-SD-EDIT          PIC  ZZZZ9.9.
          03 WS-CH-POINT-TABLE.
             05 WS-CH-POINT         PIC  9(09)  OCCURS 2000 TIMES.
          03 WS-CH-COLUMN-TABLE.
             05 WS-CH-COLUMN        OCCURS 60 TIMES.
                07 WS-CH-COL-VALUE  PIC  9(09).
                07 WS-CH-COL-SET    PIC  X(01).
          03 WS-CH-GRID-TABLE.
             05 WS-CH-GRID-ROW      OCCURS 10 TIMES.
                07 WS-CH-CELL       PIC  X(01)  OCCURS 60 TIMES.

       01 WS-PRINT-AREA.
          03 WS-PRT-LINE            PIC  X(80)  VALUE SPACES.
          03 WS-PRT-COUNT-EDIT      PIC  ZZZZ9.
          03 WS-PRT-BIG-EDIT        PIC  ZZZZZZZZ9.
          03 WS-PRT-SD-EDIT         PIC  ZZZZ9.9.
          03 WS-PRT-SD2-EDIT        PIC  ZZZZ9.9.
          03 WS-PRT-UNITS-EDIT      PIC  Z9.

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

           ACCEPT WS-DB-CAPTAIN FROM ENVIRONMENT 'DEBRIEF-CAPTAIN'.
           ACCEPT WS-DB-MISSION FROM ENVIRONMENT 'DEBRIEF-MISSION'.

           IF WS-DB-CAPTAIN = SPACES
              DISPLAY 'DEBRIEF-CAPTAIN not set - name the captain to '
                      'debrief.' UPON SYSERR
              MOVE 8 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           OPEN OUTPUT DEBRIEF-REPORT-FILE.

           IF WS-REPORT-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-DEBRIEF-REPORT, status '
                      WS-REPORT-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 0000-END
           END-IF.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'MISSION DEBRIEF'           DELIMITED BY SIZE
                  '                                PRINTED '
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

           IF WS-DB-MISSION = SPACES
              PERFORM 1100-FIND-LATEST-MISSION
                 THRU 1100-END
           END-IF.

           IF RETURN-CODE = ZEROES AND WS-DB-MISSION NOT = SPACES
              PERFORM 1200-LOAD-MISSION
                 THRU 1200-END
           END-IF.

           IF RETURN-CODE NOT = ZEROES
              GO TO 0000-CLOSE
           END-IF.

           IF WS-MS-CTR = ZEROES
              MOVE SPACES TO WS-PRT-LINE
              STRING 'NO TELEMETRY ON FILE FOR '
                                              DELIMITED BY SIZE
                     WS-DB-CAPTAIN            DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
              IF WS-DB-MISSION NOT = SPACES
                 MOVE SPACES TO WS-PRT-LINE
                 STRING '  MISSION STAMP '    DELIMITED BY SIZE
                        WS-DB-MISSION         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
                 PERFORM 5000-WRITE-REPORT-LINE
                    THRU 5000-END
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 0000-CLOSE
           END-IF.

           PERFORM 2000-PRINT-SUMMARY
              THRU 2000-END.

           PERFORM 3000-PRINT-CHARTS
              THRU 3000-END.

           PERFORM 4000-PRINT-TURNING-POINTS
              THRU 4000-END.

           IF WS-MS-OVERFLOW
              MOVE 4 TO RETURN-CODE
           END-IF.

       0000-CLOSE.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'END OF MISSION DEBRIEF' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           CLOSE DEBRIEF-REPORT-FILE.

           DISPLAY WS-BLANK-LINE.
           DISPLAY 'Mission debrief written to '
                   'STARTREK-DEBRIEF-REPORT.'.

       0000-END.
           GOBACK.
      *
      * -------------------------------------------------------------- *
      *
       1100-FIND-LATEST-MISSION SECTION.

      * NO MISSION NAMED - THE CAPTAIN'S LATEST IS THE ONE WITH THE
      * HIGHEST START STAMP.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TELEMETRY-FILE.

      * AN OPTIONAL FILE THAT WAS NOT FOUND (STATUS 05) IS STILL OPEN
      * AND MUST BE CLOSED OR A LATER OPEN WILL FAIL WITH STATUS 41.
           IF WS-TELEMETRY-STATUS-1 = 0 AND WS-TELEMETRY-STATUS-2 = 5
              CLOSE TELEMETRY-FILE
              GO TO 1100-END
           END-IF.

           IF WS-TELEMETRY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TELEMETRY, status '
                      WS-TELEMETRY-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1100-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ TELEMETRY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TM-NAME = WS-DB-CAPTAIN
                       AND TM-MISSION-STAMP > WS-DB-MISSION
                       MOVE TM-MISSION-STAMP TO WS-DB-MISSION
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TELEMETRY-FILE.

       1100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1200-LOAD-MISSION SECTION.

           MOVE ZEROES TO WS-MS-CTR
                          WS-MS-READ-CTR
                          WS-MS-DROP-CTR.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT TELEMETRY-FILE.

           IF WS-TELEMETRY-STATUS-1 = 0 AND WS-TELEMETRY-STATUS-2 = 5
              CLOSE TELEMETRY-FILE
              GO TO 1200-END
           END-IF.

           IF WS-TELEMETRY-STATUS-1 NOT = 0
              DISPLAY 'Error opening STARTREK-TELEMETRY, status '
                      WS-TELEMETRY-FILE-STATUS UPON SYSERR
              MOVE 12 TO RETURN-CODE
              GO TO 1200-END
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
              READ TELEMETRY-FILE
                 AT END
                    SET WS-EOF-TRUE TO TRUE
                 NOT AT END
                    IF TM-NAME = WS-DB-CAPTAIN
                       AND TM-MISSION-STAMP = WS-DB-MISSION
                       ADD 1 TO WS-MS-READ-CTR
                       PERFORM 1210-KEEP-RECORD
                          THRU 1210-END
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TELEMETRY-FILE.

       1200-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       1210-KEEP-RECORD SECTION.

      * A STARDATE EARLIER THAN THE LAST ONE KEPT MEANS THE MISSION
      * WAS RESUMED FROM AN EARLIER CHECKPOINT - THE COMMANDS AFTER
      * THAT STARDATE NO LONGER HAPPENED.
           PERFORM UNTIL WS-MS-CTR = ZEROES
                      OR WS-MS-STARDATE (WS-MS-CTR) NOT > TM-STARDATE
              SUBTRACT 1 FROM WS-MS-CTR
              ADD 1 TO WS-MS-DROP-CTR
           END-PERFORM.

           IF WS-MS-CTR NOT < WS-MS-MAX
              SET WS-MS-OVERFLOW TO TRUE
              GO TO 1210-END
           END-IF.

           ADD 1 TO WS-MS-CTR.
           MOVE TM-SLOT               TO WS-MS-SLOT.
           MOVE TM-STARDATE           TO WS-MS-STARDATE (WS-MS-CTR).
           MOVE TM-VERB               TO WS-MS-VERB (WS-MS-CTR).
           MOVE TM-ENERGY             TO WS-MS-ENERGY (WS-MS-CTR).
           MOVE TM-SHIELD-UNITS       TO WS-MS-SHIELD-UNITS
                                           (WS-MS-CTR).
           MOVE TM-CREW               TO WS-MS-CREW (WS-MS-CTR).
           MOVE TM-ALERT              TO WS-MS-ALERT (WS-MS-CTR).
           MOVE TM-DOCKED             TO WS-MS-DOCKED (WS-MS-CTR).
           PERFORM VARYING WS-SM-DMG-IDX FROM 1 BY 1
             UNTIL WS-SM-DMG-IDX > 7
              MOVE TM-DMG-UNITS (WS-SM-DMG-IDX)
                TO WS-MS-DMG-UNITS (WS-MS-CTR, WS-SM-DMG-IDX)
           END-PERFORM.
           MOVE TM-CUBE-HOSTILES      TO WS-MS-CUBE-HOSTILES
                                           (WS-MS-CTR).
           MOVE TM-GALAXY-HOSTILES    TO WS-MS-GALAXY-HOSTILES
                                           (WS-MS-CTR).

       1210-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       2000-PRINT-SUMMARY SECTION.

           MOVE WS-MS-STARDATE (1)         TO WS-SM-FIRST-SD.
           MOVE WS-MS-STARDATE (WS-MS-CTR) TO WS-SM-LAST-SD.
           COMPUTE WS-SM-SPAN = WS-SM-LAST-SD - WS-SM-FIRST-SD.

      * STARDATES AT RED ALERT - THE TIME FROM EACH RED-ALERT READING
      * TO THE NEXT READING.  THE LOWEST ENERGY IS THE FIRST TIME IT
      * WAS REACHED.
           MOVE ZEROES TO WS-SM-RED-SD.
           MOVE 1 TO WS-SM-LOW-IDX.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              IF WS-MS-IDX > 1
                 IF WS-MS-ALERT (WS-MS-IDX - 1) = 'R'
                    COMPUTE WS-SM-RED-SD = WS-SM-RED-SD
                          + WS-MS-STARDATE (WS-MS-IDX)
                          - WS-MS-STARDATE (WS-MS-IDX - 1)
                 END-IF
              END-IF
              IF WS-MS-ENERGY (WS-MS-IDX) <
                 WS-MS-ENERGY (WS-SM-LOW-IDX)
                 MOVE WS-MS-IDX TO WS-SM-LOW-IDX
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DB-MISSION-EDIT.
           STRING WS-DB-MISSION (1:4)         DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-DB-MISSION (5:2)         DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  WS-DB-MISSION (7:2)         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DB-MISSION (9:2)         DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-DB-MISSION (11:2)        DELIMITED BY SIZE
                  ':'                         DELIMITED BY SIZE
                  WS-DB-MISSION (13:2)        DELIMITED BY SIZE
             INTO WS-DB-MISSION-EDIT.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CAPTAIN        '           DELIMITED BY SIZE
                  WS-DB-CAPTAIN               DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING 'MISSION        '           DELIMITED BY SIZE
                  WS-DB-MISSION-EDIT          DELIMITED BY SIZE
                  '  (STAMP '                 DELIMITED BY SIZE
                  WS-DB-MISSION               DELIMITED BY SIZE
                  ')  SLOT '                  DELIMITED BY SIZE
                  WS-MS-SLOT                  DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'MISSION SUMMARY' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-MS-CTR TO WS-PRT-COUNT-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  BRIDGE COMMANDS RECORDED     '
                                              DELIMITED BY SIZE
                  WS-PRT-COUNT-EDIT           DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-MS-DROP-CTR > ZEROES
              MOVE WS-MS-DROP-CTR TO WS-PRT-COUNT-EDIT
              MOVE SPACES TO WS-PRT-LINE
              STRING '  UNDONE BY A RESUME, DROPPED  '
                                              DELIMITED BY SIZE
                     WS-PRT-COUNT-EDIT        DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

           MOVE WS-SM-FIRST-SD TO WS-PRT-SD-EDIT.
           MOVE WS-SM-LAST-SD  TO WS-PRT-SD2-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  STARDATES                  '
                                              DELIMITED BY SIZE
                  WS-PRT-SD-EDIT              DELIMITED BY SIZE
                  ' TO '                      DELIMITED BY SIZE
                  WS-PRT-SD2-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SM-SPAN TO WS-PRT-SD-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  STARDATES ELAPSED          '
                                              DELIMITED BY SIZE
                  WS-PRT-SD-EDIT              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-SM-RED-SD TO WS-PRT-SD-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  STARDATES AT RED ALERT     '
                                              DELIMITED BY SIZE
                  WS-PRT-SD-EDIT              DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-MS-ENERGY (WS-MS-CTR) TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  ENERGY AT LAST COMMAND   '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-MS-CREW (WS-MS-CTR) TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  CREW AT LAST COMMAND     '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

      * THE FIRST READING IS TAKEN AFTER THE FIRST COMMAND, SO A KILL
      * ON THAT COMMAND IS NOT COUNTED HERE.
           COMPUTE WS-SM-DESTROYED = WS-MS-GALAXY-HOSTILES (1)
                                   - WS-MS-GALAXY-HOSTILES (WS-MS-CTR).
           IF WS-SM-DESTROYED < ZEROES
              MOVE ZEROES TO WS-SM-DESTROYED
           END-IF.
           MOVE WS-SM-DESTROYED TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  HOSTILES DESTROYED       '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE WS-MS-GALAXY-HOSTILES (WS-MS-CTR) TO WS-PRT-BIG-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '  HOSTILES LEFT IN GALAXY  '
                                              DELIMITED BY SIZE
                  WS-PRT-BIG-EDIT             DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           IF WS-MS-OVERFLOW
              MOVE SPACES TO WS-PRT-LINE
              STRING '  MISSION OVER 2000 COMMANDS - LATER COMMANDS '
                                              DELIMITED BY SIZE
                     'ARE NOT CHARTED'        DELIMITED BY SIZE
                INTO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       2000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3000-PRINT-CHARTS SECTION.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              MOVE WS-MS-ENERGY (WS-MS-IDX)
                TO WS-CH-POINT (WS-MS-IDX)
           END-PERFORM.
           MOVE 'ENERGY' TO WS-CH-TITLE.
           PERFORM 3100-DRAW-CHART
              THRU 3100-END.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              MOVE WS-MS-SHIELD-UNITS (WS-MS-IDX)
                TO WS-CH-POINT (WS-MS-IDX)
           END-PERFORM.
           MOVE 'SHIELD UNITS' TO WS-CH-TITLE.
           PERFORM 3100-DRAW-CHART
              THRU 3100-END.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              MOVE WS-MS-CREW (WS-MS-IDX)
                TO WS-CH-POINT (WS-MS-IDX)
           END-PERFORM.
           MOVE 'CREW' TO WS-CH-TITLE.
           PERFORM 3100-DRAW-CHART
              THRU 3100-END.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              MOVE WS-MS-GALAXY-HOSTILES (WS-MS-IDX)
                TO WS-CH-POINT (WS-MS-IDX)
           END-PERFORM.
           MOVE 'HOSTILES LEFT IN THE GALAXY' TO WS-CH-TITLE.
           PERFORM 3100-DRAW-CHART
              THRU 3100-END.

       3000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       3100-DRAW-CHART SECTION.

           MOVE WS-CH-POINT (1) TO WS-CH-MIN
                                   WS-CH-MAX.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              IF WS-CH-POINT (WS-MS-IDX) < WS-CH-MIN
                 MOVE WS-CH-POINT (WS-MS-IDX) TO WS-CH-MIN
              END-IF
              IF WS-CH-POINT (WS-MS-IDX) > WS-CH-MAX
                 MOVE WS-CH-POINT (WS-MS-IDX) TO WS-CH-MAX
              END-IF
           END-PERFORM.

      * EACH READING LANDS IN THE COLUMN ITS STARDATE FALLS IN; THE
      * LAST READING IN A COLUMN WINS.  AN EMPTY COLUMN CARRIES THE
      * READING BEFORE IT - COLUMN 1 ALWAYS HAS THE FIRST READING.
           PERFORM VARYING WS-CH-COL FROM 1 BY 1
             UNTIL WS-CH-COL > WS-CH-COLS
              MOVE ZEROES TO WS-CH-COL-VALUE (WS-CH-COL)
              MOVE 'N'    TO WS-CH-COL-SET (WS-CH-COL)
           END-PERFORM.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR
              IF WS-SM-SPAN = ZEROES
                 MOVE 1 TO WS-CH-COL
              ELSE
                 COMPUTE WS-CH-COL = 1
                       + (WS-MS-STARDATE (WS-MS-IDX) - WS-SM-FIRST-SD)
                       * (WS-CH-COLS - 1) / WS-SM-SPAN
              END-IF
              MOVE WS-CH-POINT (WS-MS-IDX)
                TO WS-CH-COL-VALUE (WS-CH-COL)
              MOVE 'Y' TO WS-CH-COL-SET (WS-CH-COL)
           END-PERFORM.

           PERFORM VARYING WS-CH-COL FROM 2 BY 1
             UNTIL WS-CH-COL > WS-CH-COLS
              IF WS-CH-COL-SET (WS-CH-COL) = 'N'
                 MOVE WS-CH-COL-VALUE (WS-CH-COL - 1)
                   TO WS-CH-COL-VALUE (WS-CH-COL)
              END-IF
           END-PERFORM.

      * ROW 1 IS THE LOWEST READING, ROW 10 THE HIGHEST.
           MOVE SPACES TO WS-CH-GRID-TABLE.
           PERFORM VARYING WS-CH-COL FROM 1 BY 1
             UNTIL WS-CH-COL > WS-CH-COLS
              IF WS-CH-MAX = WS-CH-MIN
                 MOVE 1 TO WS-CH-ROW
              ELSE
                 COMPUTE WS-CH-ROW ROUNDED = 1
                       + (WS-CH-COL-VALUE (WS-CH-COL) - WS-CH-MIN)
                       * (WS-CH-ROWS - 1) / (WS-CH-MAX - WS-CH-MIN)
              END-IF
              MOVE '*' TO WS-CH-CELL (WS-CH-ROW, WS-CH-COL)
           END-PERFORM.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE SPACES TO WS-PRT-LINE.
           STRING WS-CH-TITLE                 DELIMITED BY '  '
                  ' AGAINST STARDATE'         DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           PERFORM VARYING WS-CH-ROW FROM WS-CH-ROWS BY -1
             UNTIL WS-CH-ROW < 1
              COMPUTE WS-CH-LEVEL ROUNDED = WS-CH-MIN
                    + (WS-CH-MAX - WS-CH-MIN)
                    * (WS-CH-ROW - 1) / (WS-CH-ROWS - 1)
              MOVE WS-CH-LEVEL TO WS-CH-LEVEL-EDIT
              MOVE SPACES TO WS-PRT-LINE
              MOVE WS-CH-LEVEL-EDIT          TO WS-PRT-LINE (1:9)
              MOVE ' |'                      TO WS-PRT-LINE (10:2)
              MOVE WS-CH-GRID-ROW (WS-CH-ROW) TO WS-PRT-LINE (12:60)
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-PERFORM.

           MOVE SPACES TO WS-PRT-LINE.
           MOVE '          +' TO WS-PRT-LINE (1:11).
           MOVE ALL '-'       TO WS-PRT-LINE (12:60).
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

      * STARDATE LABELS UNDER THE FIRST, MIDDLE AND LAST COLUMNS.
           MOVE SPACES TO WS-PRT-LINE.
           MOVE WS-SM-FIRST-SD TO WS-CH-SD-EDIT.
           MOVE WS-CH-SD-EDIT  TO WS-PRT-LINE (9:7).
           COMPUTE WS-CH-SD = WS-SM-FIRST-SD
                 + WS-SM-SPAN * 29 / (WS-CH-COLS - 1).
           MOVE WS-CH-SD       TO WS-CH-SD-EDIT.
           MOVE WS-CH-SD-EDIT  TO WS-PRT-LINE (38:7).
           MOVE WS-SM-LAST-SD  TO WS-CH-SD-EDIT.
           MOVE WS-CH-SD-EDIT  TO WS-PRT-LINE (65:7).
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       3100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4000-PRINT-TURNING-POINTS SECTION.

           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE 'TURNING POINTS' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE '  STARDATE  COMMAND  EVENT' TO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

           MOVE ZEROES TO WS-SM-TP-CTR.
           MOVE 'N'    TO WS-SM-CONTACT-SW
                          WS-SM-RED-SW.
           MOVE 'N'    TO WS-SM-PREV-DOCKED.
           MOVE ZEROES TO WS-SM-PREV-DMG-TABLE.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
             UNTIL WS-MS-IDX > WS-MS-CTR

              IF NOT WS-SM-CONTACT-MADE
                 AND WS-MS-CUBE-HOSTILES (WS-MS-IDX) > ZEROES
                 SET WS-SM-CONTACT-MADE TO TRUE
                 MOVE WS-MS-CUBE-HOSTILES (WS-MS-IDX)
                   TO WS-PRT-COUNT-EDIT
                 MOVE SPACES TO WS-SM-TP-TEXT
                 STRING 'FIRST CONTACT -'     DELIMITED BY SIZE
                        WS-PRT-COUNT-EDIT     DELIMITED BY SIZE
                        ' HOSTILE(S) IN THE CUBE'
                                              DELIMITED BY SIZE
                   INTO WS-SM-TP-TEXT
                 PERFORM 4100-PRINT-TURNING-POINT
                    THRU 4100-END
              END-IF

              IF NOT WS-SM-RED-SEEN
                 AND WS-MS-ALERT (WS-MS-IDX) = 'R'
                 SET WS-SM-RED-SEEN TO TRUE
                 MOVE 'FIRST RED ALERT' TO WS-SM-TP-TEXT
                 PERFORM 4100-PRINT-TURNING-POINT
                    THRU 4100-END
              END-IF

              IF WS-MS-IDX = WS-SM-LOW-IDX
                 MOVE WS-MS-ENERGY (WS-MS-IDX) TO WS-PRT-BIG-EDIT
                 MOVE SPACES TO WS-SM-TP-TEXT
                 STRING 'LOWEST ENERGY REACHED -'
                                              DELIMITED BY SIZE
                        WS-PRT-BIG-EDIT       DELIMITED BY SIZE
                   INTO WS-SM-TP-TEXT
                 PERFORM 4100-PRINT-TURNING-POINT
                    THRU 4100-END
              END-IF

              IF WS-MS-DOCKED (WS-MS-IDX) = 'Y'
                 AND WS-SM-PREV-DOCKED NOT = 'Y'
                 MOVE 'DOCKED AT A STARBASE' TO WS-SM-TP-TEXT
                 PERFORM 4100-PRINT-TURNING-POINT
                    THRU 4100-END
              END-IF
              MOVE WS-MS-DOCKED (WS-MS-IDX) TO WS-SM-PREV-DOCKED

      * A SYSTEM FAILS WHEN ITS DAMAGE GOES FROM NONE TO SOME.
              PERFORM VARYING WS-SM-DMG-IDX FROM 1 BY 1
                UNTIL WS-SM-DMG-IDX > 7
                 IF WS-MS-DMG-UNITS (WS-MS-IDX, WS-SM-DMG-IDX)
                    > ZEROES
                    AND WS-SM-PREV-DMG (WS-SM-DMG-IDX) = ZEROES
                    MOVE WS-MS-DMG-UNITS (WS-MS-IDX, WS-SM-DMG-IDX)
                      TO WS-PRT-UNITS-EDIT
                    MOVE SPACES TO WS-SM-TP-TEXT
                    STRING 'SYSTEM FAILURE - '
                                              DELIMITED BY SIZE
                           WS-DMG-NAME (WS-SM-DMG-IDX)
                                              DELIMITED BY '  '
                           ' ('               DELIMITED BY SIZE
                           WS-PRT-UNITS-EDIT  DELIMITED BY SIZE
                           ' UNITS)'          DELIMITED BY SIZE
                      INTO WS-SM-TP-TEXT
                    PERFORM 4100-PRINT-TURNING-POINT
                       THRU 4100-END
                 END-IF
                 MOVE WS-MS-DMG-UNITS (WS-MS-IDX, WS-SM-DMG-IDX)
                   TO WS-SM-PREV-DMG (WS-SM-DMG-IDX)
              END-PERFORM

           END-PERFORM.

           IF WS-SM-TP-CTR = ZEROES
              MOVE '  NONE' TO WS-PRT-LINE
              PERFORM 5000-WRITE-REPORT-LINE
                 THRU 5000-END
           END-IF.

       4000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       4100-PRINT-TURNING-POINT SECTION.

           ADD 1 TO WS-SM-TP-CTR.

           MOVE WS-MS-STARDATE (WS-MS-IDX) TO WS-PRT-SD-EDIT.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '   '                       DELIMITED BY SIZE
                  WS-PRT-SD-EDIT              DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-MS-VERB (WS-MS-IDX)      DELIMITED BY SIZE
                  '    '                      DELIMITED BY SIZE
                  WS-SM-TP-TEXT               DELIMITED BY SIZE
             INTO WS-PRT-LINE.
           PERFORM 5000-WRITE-REPORT-LINE
              THRU 5000-END.

       4100-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
       5000-WRITE-REPORT-LINE SECTION.

           WRITE DEBRIEF-REPORT-RECORD FROM WS-PRT-LINE.
           DISPLAY WS-PRT-LINE.
           MOVE SPACES TO WS-PRT-LINE.

       5000-END.
           EXIT.
      *
      * -------------------------------------------------------------- *
      *
        END PROGRAM DEBRIEF.
      *                                                                *
      * ************************************************************** *
      *                      END OF PROGRAM DEBRIEF                    *
      * ************************************************************** *

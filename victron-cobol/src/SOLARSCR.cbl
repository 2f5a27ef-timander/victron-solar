      ******************************************************************
      * DAILY MASTER PLAUSIBILITY SCREENING PROGRAM
      * Purpose: Score every day of the daily-history master against
      *          physical plausibility rules the extract's own numeric
      *          checks cannot catch - a yield the day's peak PV power
      *          could never have produced, charge-stage times adding
      *          up to more than a day, a minimum battery voltage
      *          above the maximum, yield on a day with no PV power,
      *          the 65535 sentinel a comms glitch leaves behind - and
      *          write the suspect days to a worklist keyed on site
      *          and date. SOLARMNT steps through the worklist (NEXT)
      *          so each day is corrected, excluded, or marked
      *          reviewed and genuine (REVIEW); days already excluded
      *          or last reviewed as genuine are not listed again.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO CHANGE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO WORKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE             PIC X(200).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE               PIC X(100).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-FILE-PATH            PIC X(100).
       01  CHANGE-LOG-PATH             PIC X(100).
       01  WORKLIST-PATH               PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".

       01  WS-CHANGE-LOG-STATUS        PIC XX.
           88  WS-CHANGE-LOG-OK        VALUE "00".
           88  WS-CHANGE-LOG-EOF       VALUE "10".

       01  WS-WORKLIST-STATUS          PIC XX.
           88  WS-WORKLIST-OK          VALUE "00".

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-SITE-ID-PARM             PIC X(4).
       01  WS-USE-SITE-FILTER-FLAG     PIC X VALUE "N".
           88  WS-USE-SITE-FILTER      VALUE "Y".

      *----------------------------------------------------------------*
      * Screening Parameters (SCREEN_PEAK_HOURS bounds the yield a
      * day's peak PV power could have produced - 24 hours at peak is
      * the physical ceiling, a site may tighten it to its daylight;
      * SCREEN_MIN_SCORE is the score a day needs to be listed)
      *----------------------------------------------------------------*
       01  WS-PEAK-HOURS               PIC 9(2)V9 COMP-3 VALUE 24.0.
       01  WS-PEAK-HOURS-PARM          PIC X(10).
       01  WS-MIN-SCORE                PIC 9(3) VALUE 20.
       01  WS-MIN-SCORE-PARM           PIC X(10).

      *----------------------------------------------------------------*
      * Rule Weights (a day's score is the sum of the rules it fails;
      * the garbage-value rules weigh most because they can only be
      * wrong, the others because they can rarely be right)
      *----------------------------------------------------------------*
       01  WS-RULE-TABLE-VALUES.
           05  FILLER                  PIC X(12) VALUE "YIELD-65535".
           05  FILLER                  PIC 9(3)  VALUE 50.
           05  FILLER                  PIC X(12) VALUE "YIELD>PEAK".
           05  FILLER                  PIC 9(3)  VALUE 40.
           05  FILLER                  PIC X(12) VALUE "YIELD-NO-PV".
           05  FILLER                  PIC 9(3)  VALUE 40.
           05  FILLER                  PIC X(12) VALUE "STAGES>24H".
           05  FILLER                  PIC 9(3)  VALUE 30.
           05  FILLER                  PIC X(12) VALUE "MINV>MAXV".
           05  FILLER                  PIC 9(3)  VALUE 30.
           05  FILLER                  PIC X(12) VALUE "NON-NUMERIC".
           05  FILLER                  PIC 9(3)  VALUE 20.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-VALUES.
           05  WS-RULE-ENTRY OCCURS 6 TIMES.
               10  WS-RULE-CODE        PIC X(12).
               10  WS-RULE-WEIGHT      PIC 9(3).
       01  WS-RULE-HITS-TABLE.
           05  WS-RULE-HITS OCCURS 6 TIMES PIC 9(5).
       01  WS-RULE-COUNT               PIC 9 VALUE 6.
       01  WS-RULE-SUB                 PIC 9.

      *----------------------------------------------------------------*
      * Day Under Test (numeric forms of the master's text columns;
      * a blank column sits out the rules that need it, a
      * non-numeric one does too and fails the NON-NUMERIC rule)
      *----------------------------------------------------------------*
       01  WS-YIELD-WH                 PIC 9(7)V99 COMP-3.
       01  WS-MAX-PV-POWER-W           PIC 9(6)V99 COMP-3.
       01  WS-MIN-BATTERY-NUM          PIC 9(3)V99 COMP-3.
       01  WS-MAX-BATTERY-NUM          PIC 9(3)V99 COMP-3.
       01  WS-STAGE-MINUTES            PIC 9(6) COMP-3.
       01  WS-PEAK-CEILING-WH          PIC 9(8)V99 COMP-3.
       01  WS-YIELD-NUM-FLAG           PIC X.
           88  WS-YIELD-NUMERIC        VALUE "Y".
       01  WS-POWER-NUM-FLAG           PIC X.
           88  WS-POWER-NUMERIC        VALUE "Y".
       01  WS-VOLTS-NUM-FLAG           PIC X.
           88  WS-VOLTS-NUMERIC        VALUE "Y".
       01  WS-STAGES-NUM-FLAG          PIC X.
           88  WS-STAGES-NUMERIC       VALUE "Y".
       01  WS-BAD-TEXT-FLAG            PIC X.
           88  WS-BAD-TEXT-FOUND       VALUE "Y".
       01  WS-TEST-FIELD               PIC X(10).

       01  WS-DAY-SCORE                PIC 9(3).
       01  WS-DAY-RULES                PIC X(60).
       01  WS-DAY-RULES-PTR            PIC 9(3).

      *----------------------------------------------------------------*
      * Reviewed Days (site and date of every day whose latest
      * SOLARMNT change-log entry is a REVIEW - an operator has
      * already looked at it and declared it genuine)
      *----------------------------------------------------------------*
       01  WS-CL-RUN-DATE              PIC X(8).
       01  WS-CL-RUN-TIME              PIC X(6).
       01  WS-CL-USER                  PIC X(20).
       01  WS-CL-ACTION                PIC X(10).
       01  WS-CL-SITE                  PIC X(4).
       01  WS-CL-DATE-KEY              PIC X(8).

       01  WS-REV-TABLE-MAX            PIC 9(5) VALUE 7320.
       01  WS-REV-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 7320 TIMES
                   INDEXED BY WS-REV-IDX.
               10  WS-REV-KEY          PIC X(12).
               10  WS-REV-LAST-ACTION  PIC X(10).
       01  WS-REV-SEARCH-KEY           PIC X(12).
       01  WS-REV-FOUND-FLAG           PIC X VALUE "N".
           88  WS-REV-FOUND            VALUE "Y".
       01  WS-REV-SUB                  PIC 9(5).

      *----------------------------------------------------------------*
      * Run Counts
      *----------------------------------------------------------------*
       01  WS-DAYS-SCREENED            PIC 9(6) VALUE ZERO.
       01  WS-DAYS-SUSPECT             PIC 9(6) VALUE ZERO.
       01  WS-DAYS-EXCLUDED            PIC 9(6) VALUE ZERO.
       01  WS-DAYS-REVIEWED            PIC 9(6) VALUE ZERO.
       01  WS-DAYS-OTHER-SITE          PIC 9(6) VALUE ZERO.
       01  WS-RUN-RETURN-CODE          PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * Report Formatting Variables
      *----------------------------------------------------------------*
       01  WS-SUSPECT-DETAIL.
           05  WS-SDL-SITE             PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-SDL-DATE-KEY         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SDL-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SDL-RULES            PIC X(50).
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-EDIT-SCORE               PIC ZZ9.

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 200-SCREEN-MASTER.
           PERFORM 400-PRINT-RULE-SUMMARY.
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Plausibility Screening Program..."

           ACCEPT MASTER-FILE-PATH FROM ENVIRONMENT "DAILY_MASTER_FILE"
           IF MASTER-FILE-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-FILE-PATH
           END-IF

           ACCEPT CHANGE-LOG-PATH FROM ENVIRONMENT "CHANGE_LOG_FILE"
           IF CHANGE-LOG-PATH = SPACES
               MOVE "./output/master_change_log.csv"
                   TO CHANGE-LOG-PATH
           END-IF

           ACCEPT WORKLIST-PATH FROM ENVIRONMENT "SUSPECT_WORKLIST_FILE"
           IF WORKLIST-PATH = SPACES
               MOVE "./output/suspect_worklist.csv" TO WORKLIST-PATH
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "SCREEN_REPORT_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/suspect_day_report.txt" TO REPORT-FILE
           END-IF

           ACCEPT WS-SITE-ID-PARM FROM ENVIRONMENT "SITE_ID"
           IF WS-SITE-ID-PARM NOT = SPACES
               SET WS-USE-SITE-FILTER TO TRUE
           END-IF

           ACCEPT WS-PEAK-HOURS-PARM
               FROM ENVIRONMENT "SCREEN_PEAK_HOURS"
           IF WS-PEAK-HOURS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PEAK-HOURS-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-PEAK-HOURS-PARM)
                       TO WS-PEAK-HOURS
               ELSE
                   DISPLAY "WARNING: SCREEN_PEAK_HOURS not numeric, "
                       "using 24"
               END-IF
           END-IF

           ACCEPT WS-MIN-SCORE-PARM FROM ENVIRONMENT "SCREEN_MIN_SCORE"
           IF WS-MIN-SCORE-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-SCORE-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-MIN-SCORE-PARM)
                       TO WS-MIN-SCORE
               ELSE
                   DISPLAY "WARNING: SCREEN_MIN_SCORE not numeric, "
                       "using 20"
               END-IF
           END-IF

           INITIALIZE WS-RULE-HITS-TABLE
           PERFORM 110-LOAD-REVIEWED-DAYS

           OPEN INPUT DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: Cannot open master file: "
                   MASTER-FILE-PATH
               DISPLAY "File Status: " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           IF NOT WS-WORKLIST-OK
               DISPLAY "ERROR: Cannot open worklist: " WORKLIST-PATH
               DISPLAY "File Status: " WS-WORKLIST-STATUS
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SITE,DATE,SCORE,STATUS,RULES" TO WORKLIST-LINE
           WRITE WORKLIST-LINE

           OPEN OUTPUT REPORT-OUTPUT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               CLOSE DAILY-MASTER-FILE
               CLOSE WORKLIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-WRITE-REPORT-HEADER

           DISPLAY "Master file: " MASTER-FILE-PATH
           DISPLAY "Worklist: " WORKLIST-PATH
           DISPLAY "Output file: " REPORT-FILE.

      *----------------------------------------------------------------*
      * LOAD REVIEWED DAYS (Track each logged day's latest action; a
      * day whose latest entry is REVIEW was declared genuine and is
      * not listed again - a later correction makes it eligible
      * once more. A missing change log means nothing is reviewed.)
      *----------------------------------------------------------------*
       110-LOAD-REVIEWED-DAYS.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-OK
               PERFORM UNTIL WS-CHANGE-LOG-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           SET WS-CHANGE-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 115-PARSE-CHANGE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE CHANGE LOG LINE (run date, time, user, action, site,
      * date key, ... - only the first six columns matter here)
      *----------------------------------------------------------------*
       115-PARSE-CHANGE-LOG-LINE.
           MOVE SPACES TO WS-CL-RUN-DATE WS-CL-RUN-TIME WS-CL-USER
                          WS-CL-ACTION WS-CL-SITE WS-CL-DATE-KEY
           UNSTRING CHANGE-LOG-LINE DELIMITED BY ","
               INTO WS-CL-RUN-DATE
                    WS-CL-RUN-TIME
                    WS-CL-USER
                    WS-CL-ACTION
                    WS-CL-SITE
                    WS-CL-DATE-KEY
           END-UNSTRING

           IF WS-CL-RUN-DATE IS NUMERIC AND
              WS-CL-ACTION NOT = "DISPLAY"
               STRING WS-CL-SITE DELIMITED BY SIZE
                      WS-CL-DATE-KEY DELIMITED BY SIZE
                      INTO WS-REV-SEARCH-KEY
               END-STRING
               PERFORM 235-FIND-REVIEWED-DAY
               IF NOT WS-REV-FOUND
                   IF WS-REV-COUNT >= WS-REV-TABLE-MAX
                       DISPLAY "ERROR: more than " WS-REV-TABLE-MAX
                           " logged days on the change log"
                       CLOSE CHANGE-LOG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-SUB
                   MOVE WS-REV-SEARCH-KEY TO WS-REV-KEY(WS-REV-SUB)
               END-IF
               MOVE WS-CL-ACTION TO WS-REV-LAST-ACTION(WS-REV-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * WRITE REPORT HEADER
      *----------------------------------------------------------------*
       120-WRITE-REPORT-HEADER.
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "SUSPECT DAY SCREENING REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-USE-SITE-FILTER
               STRING "Site: " DELIMITED BY SIZE
                      WS-SITE-ID-PARM DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Site: all" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-MIN-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO REPORT-LINE
           STRING "Minimum score listed: " DELIMITED BY SIZE
                  WS-EDIT-SCORE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE "SITE DATE      SCORE  RULES FAILED" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.

      *----------------------------------------------------------------*
      * SCREEN MASTER (Walk the master in key order; other sites,
      * excluded days and days already reviewed as genuine are
      * counted and passed over, every other day is scored)
      *----------------------------------------------------------------*
       200-SCREEN-MASTER.
           DISPLAY "Screening master days..."
           PERFORM UNTIL WS-MASTER-EOF
               PERFORM 210-READ-MASTER-RECORD
               IF NOT WS-MASTER-EOF
                   MOVE MST-RECORD-KEY TO WS-REV-SEARCH-KEY
                   PERFORM 235-FIND-REVIEWED-DAY
                   EVALUATE TRUE
                       WHEN WS-USE-SITE-FILTER AND
                            MST-SITE-ID NOT = WS-SITE-ID-PARM
                           ADD 1 TO WS-DAYS-OTHER-SITE
                       WHEN MST-DAY-EXCLUDED
                           ADD 1 TO WS-DAYS-EXCLUDED
                       WHEN WS-REV-FOUND AND
                            WS-REV-LAST-ACTION(WS-REV-SUB) = "REVIEW"
                           ADD 1 TO WS-DAYS-REVIEWED
                       WHEN OTHER
                           ADD 1 TO WS-DAYS-SCREENED
                           PERFORM 220-SCORE-DAY
                           IF WS-DAY-SCORE >= WS-MIN-SCORE
                               PERFORM 300-LIST-SUSPECT-DAY
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * READ MASTER RECORD
      *----------------------------------------------------------------*
       210-READ-MASTER-RECORD.
           READ DAILY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * SCORE DAY (Convert the columns the rules need, then apply
      * each rule; every failed rule adds its weight to the score
      * and its code to the day's rule list)
      *----------------------------------------------------------------*
       220-SCORE-DAY.
           MOVE ZERO TO WS-DAY-SCORE
           MOVE SPACES TO WS-DAY-RULES
           MOVE 1 TO WS-DAY-RULES-PTR
           MOVE "N" TO WS-BAD-TEXT-FLAG
           PERFORM 225-CONVERT-DAY-FIELDS

      *    Rule 1 - the 65535 sentinel a comms glitch leaves behind
           IF WS-YIELD-NUMERIC AND WS-YIELD-WH >= 65535
               MOVE 1 TO WS-RULE-SUB
               PERFORM 230-FAIL-RULE
           END-IF

      *    Rule 2 - more energy than the day's peak PV power could
      *    have produced running flat out for WS-PEAK-HOURS
           IF WS-YIELD-NUMERIC AND WS-POWER-NUMERIC AND
              WS-MAX-PV-POWER-W > 0
               COMPUTE WS-PEAK-CEILING-WH =
                   WS-MAX-PV-POWER-W * WS-PEAK-HOURS
               IF WS-YIELD-WH > WS-PEAK-CEILING-WH
                   MOVE 2 TO WS-RULE-SUB
                   PERFORM 230-FAIL-RULE
               END-IF
           END-IF

      *    Rule 3 - yield recorded on a day with no PV power at all
           IF WS-YIELD-NUMERIC AND WS-POWER-NUMERIC AND
              WS-MAX-PV-POWER-W = 0 AND WS-YIELD-WH > 0
               MOVE 3 TO WS-RULE-SUB
               PERFORM 230-FAIL-RULE
           END-IF

      *    Rule 4 - bulk + absorption + float longer than a day
           IF WS-STAGES-NUMERIC AND WS-STAGE-MINUTES > 1440
               MOVE 4 TO WS-RULE-SUB
               PERFORM 230-FAIL-RULE
           END-IF

      *    Rule 5 - minimum battery voltage above the maximum
           IF WS-VOLTS-NUMERIC AND
              WS-MIN-BATTERY-NUM > WS-MAX-BATTERY-NUM
               MOVE 5 TO WS-RULE-SUB
               PERFORM 230-FAIL-RULE
           END-IF

      *    Rule 6 - text where a number belongs
           IF WS-BAD-TEXT-FOUND
               MOVE 6 TO WS-RULE-SUB
               PERFORM 230-FAIL-RULE
           END-IF.

      *----------------------------------------------------------------*
      * CONVERT DAY FIELDS (A blank or unreadable column clears the
      * flag of the rules that need it - a blank charge stage simply
      * did not run - and any non-blank column NUMVAL cannot read
      * sets WS-BAD-TEXT-FLAG)
      *----------------------------------------------------------------*
       225-CONVERT-DAY-FIELDS.
           MOVE ZERO TO WS-YIELD-WH WS-MAX-PV-POWER-W
                        WS-MIN-BATTERY-NUM WS-MAX-BATTERY-NUM
                        WS-STAGE-MINUTES
           MOVE "Y" TO WS-YIELD-NUM-FLAG WS-POWER-NUM-FLAG
                       WS-VOLTS-NUM-FLAG WS-STAGES-NUM-FLAG

           MOVE MST-YIELD-STR TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD
           IF WS-TEST-FIELD = SPACES
               MOVE "N" TO WS-YIELD-NUM-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEST-FIELD) TO WS-YIELD-WH
           END-IF

           MOVE MST-MAX-PV-POWER TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD
           IF WS-TEST-FIELD = SPACES
               MOVE "N" TO WS-POWER-NUM-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEST-FIELD)
                   TO WS-MAX-PV-POWER-W
           END-IF

           MOVE MST-MIN-BATTERY-V TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD
           IF WS-TEST-FIELD = SPACES
               MOVE "N" TO WS-VOLTS-NUM-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEST-FIELD)
                   TO WS-MIN-BATTERY-NUM
           END-IF

           MOVE MST-MAX-BATTERY-V TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD
           IF WS-TEST-FIELD = SPACES
               MOVE "N" TO WS-VOLTS-NUM-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEST-FIELD)
                   TO WS-MAX-BATTERY-NUM
           END-IF

           MOVE MST-TIME-BULK TO WS-TEST-FIELD
           PERFORM 227-ADD-STAGE-MINUTES
           MOVE MST-TIME-ABSORPTION TO WS-TEST-FIELD
           PERFORM 227-ADD-STAGE-MINUTES
           MOVE MST-TIME-FLOAT TO WS-TEST-FIELD
           PERFORM 227-ADD-STAGE-MINUTES

      *    Consumption and PV voltage feed no rule of their own but
      *    are still expected to be numbers
           MOVE MST-CONSUMPTION-STR TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD
           MOVE MST-MAX-PV-VOLTAGE TO WS-TEST-FIELD
           PERFORM 226-TEST-FIELD.

      *----------------------------------------------------------------*
      * TEST FIELD (Leave WS-TEST-FIELD as is when it is a usable
      * number; blank it when it is not, noting non-blank garbage)
      *----------------------------------------------------------------*
       226-TEST-FIELD.
           IF WS-TEST-FIELD NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-TEST-FIELD) NOT = 0
               SET WS-BAD-TEXT-FOUND TO TRUE
               MOVE SPACES TO WS-TEST-FIELD
           END-IF.

      *----------------------------------------------------------------*
      * ADD STAGE MINUTES (One charge-stage time column into the
      * day's stage total; a blank stage simply did not run)
      *----------------------------------------------------------------*
       227-ADD-STAGE-MINUTES.
           IF WS-TEST-FIELD NOT = SPACES
               PERFORM 226-TEST-FIELD
               IF WS-TEST-FIELD = SPACES
                   MOVE "N" TO WS-STAGES-NUM-FLAG
               ELSE
                   ADD FUNCTION NUMVAL(WS-TEST-FIELD)
                       TO WS-STAGE-MINUTES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FAIL RULE (Add rule WS-RULE-SUB's weight to the day's score
      * and its code to the ';'-separated rule list)
      *----------------------------------------------------------------*
       230-FAIL-RULE.
           ADD WS-RULE-WEIGHT(WS-RULE-SUB) TO WS-DAY-SCORE
           ADD 1 TO WS-RULE-HITS(WS-RULE-SUB)
           IF WS-DAY-RULES-PTR > 1
               STRING ";" DELIMITED BY SIZE
                      INTO WS-DAY-RULES
                      WITH POINTER WS-DAY-RULES-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-RULE-CODE(WS-RULE-SUB))
                      DELIMITED BY SIZE
                  INTO WS-DAY-RULES
                  WITH POINTER WS-DAY-RULES-PTR
           END-STRING.

      *----------------------------------------------------------------*
      * FIND REVIEWED DAY (Look WS-REV-SEARCH-KEY up among the logged
      * days; WS-REV-SUB is left on the match)
      *----------------------------------------------------------------*
       235-FIND-REVIEWED-DAY.
           MOVE "N" TO WS-REV-FOUND-FLAG
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REV-FOUND
               IF WS-REV-KEY(WS-REV-IDX) = WS-REV-SEARCH-KEY
                   SET WS-REV-FOUND TO TRUE
                   SET WS-REV-SUB TO WS-REV-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * LIST SUSPECT DAY (One worklist line - site, date key, score,
      * status OPEN, rules - and one report line per suspect day)
      *----------------------------------------------------------------*
       300-LIST-SUSPECT-DAY.
           ADD 1 TO WS-DAYS-SUSPECT
           MOVE WS-DAY-SCORE TO WS-EDIT-SCORE

           MOVE SPACES TO WORKLIST-LINE
           STRING MST-SITE-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MST-DATE-KEY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SCORE) DELIMITED BY SIZE
                  ",OPEN," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAY-RULES) DELIMITED BY SIZE
                  INTO WORKLIST-LINE
           END-STRING
           WRITE WORKLIST-LINE

           MOVE MST-SITE-ID TO WS-SDL-SITE
           MOVE MST-DATE-KEY TO WS-SDL-DATE-KEY
           MOVE WS-DAY-SCORE TO WS-SDL-SCORE
           MOVE WS-DAY-RULES TO WS-SDL-RULES
           MOVE WS-SUSPECT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT RULE SUMMARY (Days screened and passed over, then how
      * many days failed each rule)
      *----------------------------------------------------------------*
       400-PRINT-RULE-SUMMARY.
           IF WS-DAYS-SUSPECT = 0
               MOVE "No suspect days found." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-DAYS-SCREENED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Days screened:              " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DAYS-SUSPECT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Suspect days listed:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DAYS-REVIEWED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Reviewed as genuine:        " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DAYS-EXCLUDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Excluded (not screened):    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE "RULE          WEIGHT   DAYS FAILED" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE WS-RULE-WEIGHT(WS-RULE-SUB) TO WS-EDIT-SCORE
               MOVE WS-RULE-HITS(WS-RULE-SUB) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-RULE-CODE(WS-RULE-SUB) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-EDIT-SCORE DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-EQUALS-LINE.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT (Suspect days are a data-quality finding:
      * return code 4 so a job stream notices the worklist)
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           CLOSE DAILY-MASTER-FILE
           CLOSE WORKLIST-FILE
           CLOSE REPORT-OUTPUT-FILE
           DISPLAY "Days screened:       " WS-DAYS-SCREENED
           DISPLAY "Suspect days listed: " WS-DAYS-SUSPECT
           IF WS-DAYS-OTHER-SITE > 0
               DISPLAY "Skipped " WS-DAYS-OTHER-SITE
                   " day(s) from other sites"
           END-IF
           IF WS-DAYS-SUSPECT > 0
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

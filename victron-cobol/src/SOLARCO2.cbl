      ******************************************************************
      * CARBON EMISSIONS AVOIDED REPORT PROGRAM
      * Purpose: Work out the tonnes of CO2 the solar installation
      *          kept off the grid, per site, month and calendar year,
      *          for the sustainability filing. Every day on the
      *          daily master is split into self-consumed and exported
      *          energy the way SOLARCOST's 240-APPLY-RATE-TABLE
      *          splits it, and both are valued at the grid emissions
      *          factor (kg CO2 per kWh) in effect that day, taken
      *          from an effective-dated factor file laid out like
      *          the rate table. Self-consumed solar is grid import
      *          that never happened; exported solar displaces the
      *          same grid energy for someone else. The report shows
      *          monthly and annual totals per site with a cumulative
      *          line since the site's first day on the master, and a
      *          comma-separated extract carries the same figures for
      *          the filing. Days an operator excluded are left out
      *          and counted in every total, so the auditor sees them.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARCO2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-INPUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FACTOR-FILE
               ASSIGN TO FACTOR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTOR-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO EXTRACT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  FACTOR-FILE.
       01  FACTOR-RECORD               PIC X(100).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(150).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-INPUT-PATH           PIC X(100).
       01  FACTOR-FILE-PATH            PIC X(100).
       01  EXTRACT-FILE-PATH           PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".
       01  WS-FACTOR-STATUS            PIC XX.
           88  WS-FACTOR-OK            VALUE "00".
           88  WS-FACTOR-EOF           VALUE "10".
       01  WS-EXTRACT-STATUS           PIC XX.
           88  WS-EXTRACT-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.

      *----------------------------------------------------------------*
      * Emissions Factor Table (EMISSION_FACTOR_FILE: one header line,
      * then from_date,to_date,kg_co2_per_kwh rows with YYYYMMDD
      * dates, the way the rate table file is laid out. A row that
      * will not parse, a bad calendar date, a period ending before
      * it starts or two periods overlapping fails the table, since
      * any of them leaves the factor for some day in doubt. A day
      * no period covers is valued at nothing and counted.)
      *----------------------------------------------------------------*
       01  WS-FACTOR-TABLE-MAX         PIC 9(3) VALUE 120.
       01  WS-FACTOR-TABLE-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 120 TIMES
                   INDEXED BY WS-FCT-IDX WS-FCT-CMP-IDX.
               10  WS-FCT-DATE-FROM    PIC 9(8).
               10  WS-FCT-DATE-TO      PIC 9(8).
               10  WS-FCT-KG-PER-KWH   PIC 9V9(4) COMP-3.
       01  WS-FACTOR-FIELD-1           PIC X(10).
       01  WS-FACTOR-FIELD-2           PIC X(10).
       01  WS-FACTOR-FIELD-3           PIC X(10).
       01  WS-FACTOR-FIRST-RECORD-FLAG PIC X VALUE "Y".
           88  WS-FACTOR-IS-FIRST-RECORD VALUE "Y".
       01  WS-FACTOR-ERROR-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FACTOR-FOUND-FLAG        PIC X.
           88  WS-FACTOR-FOUND         VALUE "Y".
       01  WS-DAY-FACTOR               PIC 9V9(4) COMP-3.

      *----------------------------------------------------------------*
      * Site-Month Table (one entry per site and calendar month on
      * the master, appended in the master's site and date order, so
      * walking it front to back gives each site's months in
      * sequence. Kilograms are kept to four places and reported in
      * tonnes.)
      *----------------------------------------------------------------*
       01  WS-SM-TABLE-MAX             PIC 9(4) VALUE 2400.
       01  WS-SM-TABLE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-SM-TABLE.
           05  WS-SM-ENTRY OCCURS 2400 TIMES INDEXED BY WS-SM-IDX.
               10  WS-SM-SITE          PIC X(4).
               10  WS-SM-YEAR          PIC 9(4).
               10  WS-SM-MONTH         PIC 9(2).
               10  WS-SM-DAYS-USED     PIC 9(3).
               10  WS-SM-DAYS-EXCLUDED PIC 9(3).
               10  WS-SM-DAYS-NO-FACTOR PIC 9(3).
               10  WS-SM-SELF-KWH      PIC 9(7)V999 COMP-3.
               10  WS-SM-EXPORT-KWH    PIC 9(7)V999 COMP-3.
               10  WS-SM-SELF-KG       PIC 9(9)V9(4) COMP-3.
               10  WS-SM-EXPORT-KG     PIC 9(9)V9(4) COMP-3.
       01  WS-SM-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-SM-FOUND-FLAG            PIC X.
           88  WS-SM-FOUND             VALUE "Y".
       01  WS-SM-TABLE-FULL-FLAG       PIC X VALUE "N".
           88  WS-SM-TABLE-FULL        VALUE "Y".

      *----------------------------------------------------------------*
      * Master Walk Work Fields (the day split uses SOLARCOST's
      * precisions, so the kWh here agree with its report)
      *----------------------------------------------------------------*
       01  WS-DAY-DATE                 PIC 9(8).
       01  WS-DAY-DATE-SPLIT REDEFINES WS-DAY-DATE.
           05  WS-DAY-YEAR             PIC 9(4).
           05  WS-DAY-MONTH            PIC 9(2).
           05  WS-DAY-DOM              PIC 9(2).
       01  WS-YIELD-WH                 PIC 9(6)V99 COMP-3.
       01  WS-CONSUMPTION-WH           PIC 9(6)V99 COMP-3.
       01  WS-YIELD-KWH                PIC 9(4)V999 COMP-3.
       01  WS-CONSUMPTION-KWH          PIC 9(4)V999 COMP-3.
       01  WS-SELF-USED-KWH            PIC 9(4)V999 COMP-3.
       01  WS-ROW-EXPORT-KWH           PIC 9(4)V999 COMP-3.
       01  WS-DAY-VALID-FLAG           PIC X.
           88  WS-DAY-VALID            VALUE "Y".

       01  WS-DAY-COUNTS.
           05  WS-DAYS-READ            PIC 9(6) VALUE ZERO.
           05  WS-DAYS-UNUSABLE        PIC 9(6) VALUE ZERO.
           05  WS-DAYS-NO-FACTOR       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * Report Totals (1 the calendar year in progress, 2 the site
      * since its first day on the master, 3 every site together)
      * and the line being printed and extracted
      *----------------------------------------------------------------*
       01  WS-TOTALS.
           05  WS-TOT OCCURS 3 TIMES INDEXED BY WS-TOT-IDX.
               10  WS-TOT-DAYS-USED    PIC 9(6).
               10  WS-TOT-DAYS-EXCLUDED PIC 9(6).
               10  WS-TOT-DAYS-NO-FACTOR PIC 9(6).
               10  WS-TOT-SELF-KWH     PIC 9(9)V999 COMP-3.
               10  WS-TOT-EXPORT-KWH   PIC 9(9)V999 COMP-3.
               10  WS-TOT-SELF-KG      PIC 9(11)V9(4) COMP-3.
               10  WS-TOT-EXPORT-KG    PIC 9(11)V9(4) COMP-3.
       01  WS-CURRENT-SITE             PIC X(4) VALUE SPACES.
       01  WS-CURRENT-YEAR             PIC 9(4) VALUE ZERO.
       01  WS-SITE-FIRST-YEAR          PIC 9(4).
       01  WS-SITE-FIRST-MONTH         PIC 9(2).
       01  WS-SITE-COUNT               PIC 9(3) VALUE ZERO.

       01  WS-LINE-FIELDS.
           05  WS-LINE-TYPE            PIC X(10).
           05  WS-LINE-LABEL           PIC X(12).
           05  WS-LINE-YEAR            PIC 9(4).
           05  WS-LINE-MONTH           PIC 9(2).
           05  WS-LINE-DAYS-USED       PIC 9(6).
           05  WS-LINE-DAYS-EXCLUDED   PIC 9(6).
           05  WS-LINE-DAYS-NO-FACTOR  PIC 9(6).
           05  WS-LINE-SELF-KWH        PIC 9(9)V999 COMP-3.
           05  WS-LINE-EXPORT-KWH      PIC 9(9)V999 COMP-3.
           05  WS-LINE-SELF-KG         PIC 9(11)V9(4) COMP-3.
           05  WS-LINE-EXPORT-KG       PIC 9(11)V9(4) COMP-3.
       01  WS-LINE-SELF-TONNES         PIC 9(8)V999 COMP-3.
       01  WS-LINE-EXPORT-TONNES       PIC 9(8)V999 COMP-3.
       01  WS-LINE-TOTAL-TONNES        PIC 9(8)V999 COMP-3.
       01  WS-LINE-SITE                PIC X(4).

      *----------------------------------------------------------------*
      * Report and Extract Formatting Variables
      *----------------------------------------------------------------*
       01  WS-EDIT-DAYS                PIC ZZZZ9.
       01  WS-EDIT-KWH                 PIC Z(6)9.9.
       01  WS-EDIT-TONNES              PIC ZZZ9.999.
       01  WS-EDIT-TOTAL-TONNES        PIC ZZZZ9.999.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-EDIT-FACTOR              PIC 9.9999.
       01  WS-CSV-KWH                  PIC Z(8)9.999.
       01  WS-CSV-TONNES               PIC Z(7)9.999.
       01  WS-CSV-DAYS                 PIC Z(5)9.
       01  WS-CSV-PTR                  PIC 9(3).

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 200-READ-MASTER-DAYS.
           PERFORM 400-GENERATE-REPORT.
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Carbon Emissions Avoided Report..."

           ACCEPT MASTER-INPUT-PATH
               FROM ENVIRONMENT "DAILY_MASTER_INPUT"
           IF MASTER-INPUT-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-INPUT-PATH
           END-IF

           ACCEPT FACTOR-FILE-PATH
               FROM ENVIRONMENT "EMISSION_FACTOR_FILE"
           IF FACTOR-FILE-PATH = SPACES
               MOVE "./output/emission_factors.csv"
                   TO FACTOR-FILE-PATH
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "EMISSIONS_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/emissions_report.txt" TO REPORT-FILE
           END-IF

           ACCEPT EXTRACT-FILE-PATH
               FROM ENVIRONMENT "EMISSIONS_EXTRACT"
           IF EXTRACT-FILE-PATH = SPACES
               MOVE "./output/emissions_extract.csv"
                   TO EXTRACT-FILE-PATH
           END-IF

           PERFORM 110-LOAD-FACTOR-TABLE

           OPEN INPUT DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: Cannot open master file: "
                   MASTER-INPUT-PATH
               DISPLAY "File Status: " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUTPUT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               DISPLAY "ERROR: Cannot open extract file: "
                   EXTRACT-FILE-PATH
               DISPLAY "File Status: " WS-EXTRACT-STATUS
               CLOSE DAILY-MASTER-FILE
               CLOSE REPORT-OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Input master: " MASTER-INPUT-PATH
           DISPLAY "Output file:  " REPORT-FILE.

      *----------------------------------------------------------------*
      * LOAD FACTOR TABLE (The factor file is required - there is no
      * sensible default for a grid's carbon intensity. The first
      * line is a header and skipped, as in the rate table file.)
      *----------------------------------------------------------------*
       110-LOAD-FACTOR-TABLE.
           OPEN INPUT FACTOR-FILE
           IF NOT WS-FACTOR-OK
               DISPLAY "ERROR: Cannot open emission factor file: "
                   FACTOR-FILE-PATH
               DISPLAY "File Status: " WS-FACTOR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FACTOR-EOF
               READ FACTOR-FILE
                   AT END
                       SET WS-FACTOR-EOF TO TRUE
               END-READ
               IF NOT WS-FACTOR-EOF
                   IF WS-FACTOR-IS-FIRST-RECORD
                       MOVE "N" TO WS-FACTOR-FIRST-RECORD-FLAG
                   ELSE
                       IF FACTOR-RECORD NOT = SPACES
                           PERFORM 115-PARSE-FACTOR-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FACTOR-FILE

           PERFORM 120-VALIDATE-FACTOR-TABLE
           IF WS-FACTOR-ERROR-COUNT > 0 OR WS-FACTOR-TABLE-COUNT = 0
               DISPLAY "ERROR: Emission factor file failed "
                   "validation: " FACTOR-FILE-PATH
               DISPLAY "  Periods loaded:  " WS-FACTOR-TABLE-COUNT
               DISPLAY "  Problems found:  " WS-FACTOR-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * PARSE FACTOR RECORD (Two 8-digit calendar dates and a numeric
      * factor below 10 kg per kWh, or the row is rejected)
      *----------------------------------------------------------------*
       115-PARSE-FACTOR-RECORD.
           IF WS-FACTOR-TABLE-COUNT < WS-FACTOR-TABLE-MAX
               MOVE SPACES TO WS-FACTOR-FIELD-1 WS-FACTOR-FIELD-2
                   WS-FACTOR-FIELD-3
               UNSTRING FACTOR-RECORD DELIMITED BY ","
                   INTO WS-FACTOR-FIELD-1 WS-FACTOR-FIELD-2
                        WS-FACTOR-FIELD-3
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-FACTOR-FIELD-1) = 0 AND
                  FUNCTION TEST-NUMVAL(WS-FACTOR-FIELD-2) = 0 AND
                  FUNCTION TEST-NUMVAL(WS-FACTOR-FIELD-3) = 0 AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-FACTOR-FIELD-1))
                      = 8 AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-FACTOR-FIELD-2))
                      = 8 AND
                  FUNCTION NUMVAL(WS-FACTOR-FIELD-3) >= 0 AND
                  FUNCTION NUMVAL(WS-FACTOR-FIELD-3) < 10
                   ADD 1 TO WS-FACTOR-TABLE-COUNT
                   SET WS-FCT-IDX TO WS-FACTOR-TABLE-COUNT
                   MOVE FUNCTION NUMVAL(WS-FACTOR-FIELD-1)
                       TO WS-FCT-DATE-FROM(WS-FCT-IDX)
                   MOVE FUNCTION NUMVAL(WS-FACTOR-FIELD-2)
                       TO WS-FCT-DATE-TO(WS-FCT-IDX)
                   MOVE FUNCTION NUMVAL(WS-FACTOR-FIELD-3)
                       TO WS-FCT-KG-PER-KWH(WS-FCT-IDX)
               ELSE
                   DISPLAY "ERROR: malformed emission factor row: "
                       FUNCTION TRIM(FACTOR-RECORD)
                   ADD 1 TO WS-FACTOR-ERROR-COUNT
               END-IF
           ELSE
               DISPLAY "ERROR: emission factor table full, row not "
                   "loaded: " FUNCTION TRIM(FACTOR-RECORD)
               ADD 1 TO WS-FACTOR-ERROR-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * VALIDATE FACTOR TABLE (Calendar dates, start before end, and
      * no two periods sharing a day)
      *----------------------------------------------------------------*
       120-VALIDATE-FACTOR-TABLE.
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > WS-FACTOR-TABLE-COUNT
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      WS-FCT-DATE-FROM(WS-FCT-IDX)) NOT = 0 OR
                  FUNCTION TEST-DATE-YYYYMMDD(
                      WS-FCT-DATE-TO(WS-FCT-IDX)) NOT = 0
                   DISPLAY "ERROR: emission factor period has a bad "
                       "date: " WS-FCT-DATE-FROM(WS-FCT-IDX) " - "
                       WS-FCT-DATE-TO(WS-FCT-IDX)
                   ADD 1 TO WS-FACTOR-ERROR-COUNT
               ELSE
                   IF WS-FCT-DATE-TO(WS-FCT-IDX) <
                      WS-FCT-DATE-FROM(WS-FCT-IDX)
                       DISPLAY "ERROR: emission factor period ends "
                           "before it starts: "
                           WS-FCT-DATE-FROM(WS-FCT-IDX) " - "
                           WS-FCT-DATE-TO(WS-FCT-IDX)
                       ADD 1 TO WS-FACTOR-ERROR-COUNT
                   END-IF
               END-IF
               PERFORM VARYING WS-FCT-CMP-IDX FROM 1 BY 1
                       UNTIL WS-FCT-CMP-IDX >= WS-FCT-IDX
                   IF WS-FCT-DATE-FROM(WS-FCT-IDX) <=
                      WS-FCT-DATE-TO(WS-FCT-CMP-IDX) AND
                      WS-FCT-DATE-TO(WS-FCT-IDX) >=
                      WS-FCT-DATE-FROM(WS-FCT-CMP-IDX)
                       DISPLAY "ERROR: emission factor periods "
                           "overlap: " WS-FCT-DATE-FROM(WS-FCT-CMP-IDX)
                           " - " WS-FCT-DATE-TO(WS-FCT-CMP-IDX)
                           " and " WS-FCT-DATE-FROM(WS-FCT-IDX)
                           " - " WS-FCT-DATE-TO(WS-FCT-IDX)
                       ADD 1 TO WS-FACTOR-ERROR-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * READ MASTER DAYS (Each day lands in its site-month: excluded
      * days are counted there and go no further, usable days are
      * split and valued. A day whose key date or energy fields will
      * not read is counted as unusable.)
      *----------------------------------------------------------------*
       200-READ-MASTER-DAYS.
           DISPLAY "Reading master days..."
           PERFORM UNTIL WS-MASTER-EOF
               PERFORM 210-READ-MASTER-RECORD
               IF NOT WS-MASTER-EOF
                   ADD 1 TO WS-DAYS-READ
                   PERFORM 220-VALIDATE-DAY
                   IF MST-DATE-KEY IS NOT NUMERIC OR
                      MST-DATE-KEY(5:2) < "01" OR
                      MST-DATE-KEY(5:2) > "12"
                       ADD 1 TO WS-DAYS-UNUSABLE
                   ELSE
                       MOVE MST-DATE-KEY TO WS-DAY-DATE
                       PERFORM 250-FIND-SITE-MONTH
                       IF WS-SM-FOUND
                           EVALUATE TRUE
                               WHEN MST-DAY-EXCLUDED
                                   ADD 1 TO
                                       WS-SM-DAYS-EXCLUDED(WS-SM-IDX)
                               WHEN NOT WS-DAY-VALID
                                   ADD 1 TO WS-DAYS-UNUSABLE
                               WHEN OTHER
                                   PERFORM 230-VALUE-DAY
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DAILY-MASTER-FILE

           IF WS-SM-TABLE-FULL
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           IF WS-DAYS-NO-FACTOR > 0
               DISPLAY "WARNING: " WS-DAYS-NO-FACTOR " day(s) fall "
                   "in no emission factor period and are not valued"
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * READ MASTER RECORD
      *----------------------------------------------------------------*
       210-READ-MASTER-RECORD.
           READ DAILY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * VALIDATE DAY (The checks SOLARCOST's 231-VALIDATE-ROW applies
      * to a master row, so the same days are counted as energy here
      * as on its report)
      *----------------------------------------------------------------*
       220-VALIDATE-DAY.
           SET WS-DAY-VALID TO TRUE
           IF MST-DATE-STR = SPACES OR
              MST-YIELD-STR = SPACES OR
              FUNCTION TEST-NUMVAL(MST-YIELD-STR) NOT = 0 OR
              MST-CONSUMPTION-STR = SPACES OR
              FUNCTION TEST-NUMVAL(MST-CONSUMPTION-STR) NOT = 0
               MOVE "N" TO WS-DAY-VALID-FLAG
           END-IF
           IF (MST-MIN-BATTERY-V NOT = SPACES AND
               FUNCTION TEST-NUMVAL(MST-MIN-BATTERY-V) NOT = 0) OR
              (MST-MAX-BATTERY-V NOT = SPACES AND
               FUNCTION TEST-NUMVAL(MST-MAX-BATTERY-V) NOT = 0)
               MOVE "N" TO WS-DAY-VALID-FLAG
           END-IF
           IF (MST-TIME-BULK NOT = SPACES AND
               FUNCTION TEST-NUMVAL(MST-TIME-BULK) NOT = 0) OR
              (MST-TIME-ABSORPTION NOT = SPACES AND
               FUNCTION TEST-NUMVAL(MST-TIME-ABSORPTION) NOT = 0) OR
              (MST-TIME-FLOAT NOT = SPACES AND
               FUNCTION TEST-NUMVAL(MST-TIME-FLOAT) NOT = 0)
               MOVE "N" TO WS-DAY-VALID-FLAG
           END-IF.

      *----------------------------------------------------------------*
      * VALUE DAY (SOLARCOST's 246-SPLIT-DAY-ENERGY split - the solar
      * the site used itself is the lesser of yield and consumption,
      * the rest of the yield was exported - with both valued at the
      * factor in effect on the day. The last period containing the
      * day would win, as in the rate lookup, though validation
      * leaves only one.)
      *----------------------------------------------------------------*
       230-VALUE-DAY.
           MOVE "N" TO WS-FACTOR-FOUND-FLAG
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > WS-FACTOR-TABLE-COUNT
               IF WS-DAY-DATE >= WS-FCT-DATE-FROM(WS-FCT-IDX) AND
                  WS-DAY-DATE <= WS-FCT-DATE-TO(WS-FCT-IDX)
                   SET WS-FACTOR-FOUND TO TRUE
                   MOVE WS-FCT-KG-PER-KWH(WS-FCT-IDX) TO WS-DAY-FACTOR
               END-IF
           END-PERFORM

           IF NOT WS-FACTOR-FOUND
               ADD 1 TO WS-DAYS-NO-FACTOR
               ADD 1 TO WS-SM-DAYS-NO-FACTOR(WS-SM-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(MST-YIELD-STR) TO WS-YIELD-WH
               MOVE FUNCTION NUMVAL(MST-CONSUMPTION-STR)
                   TO WS-CONSUMPTION-WH
               COMPUTE WS-YIELD-KWH = WS-YIELD-WH / 1000
               COMPUTE WS-CONSUMPTION-KWH = WS-CONSUMPTION-WH / 1000

               IF WS-YIELD-KWH < WS-CONSUMPTION-KWH
                   MOVE WS-YIELD-KWH TO WS-SELF-USED-KWH
               ELSE
                   MOVE WS-CONSUMPTION-KWH TO WS-SELF-USED-KWH
               END-IF
               COMPUTE WS-ROW-EXPORT-KWH =
                   WS-YIELD-KWH - WS-SELF-USED-KWH

               ADD 1 TO WS-SM-DAYS-USED(WS-SM-IDX)
               ADD WS-SELF-USED-KWH TO WS-SM-SELF-KWH(WS-SM-IDX)
               ADD WS-ROW-EXPORT-KWH TO WS-SM-EXPORT-KWH(WS-SM-IDX)
               COMPUTE WS-SM-SELF-KG(WS-SM-IDX) =
                   WS-SM-SELF-KG(WS-SM-IDX) +
                   (WS-SELF-USED-KWH * WS-DAY-FACTOR)
               COMPUTE WS-SM-EXPORT-KG(WS-SM-IDX) =
                   WS-SM-EXPORT-KG(WS-SM-IDX) +
                   (WS-ROW-EXPORT-KWH * WS-DAY-FACTOR)
           END-IF.

      *----------------------------------------------------------------*
      * FIND SITE MONTH (The entry for the record's site and the
      * month of WS-DAY-DATE. The master's order makes the last
      * entry the only possible match, so a different site or month
      * starts a new one.)
      *----------------------------------------------------------------*
       250-FIND-SITE-MONTH.
           MOVE "N" TO WS-SM-FOUND-FLAG
           IF WS-SM-SUB > ZERO
               SET WS-SM-IDX TO WS-SM-SUB
               IF WS-SM-SITE(WS-SM-IDX) = MST-SITE-ID AND
                  WS-SM-YEAR(WS-SM-IDX) = WS-DAY-YEAR AND
                  WS-SM-MONTH(WS-SM-IDX) = WS-DAY-MONTH
                   SET WS-SM-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-SM-FOUND
               IF WS-SM-TABLE-COUNT < WS-SM-TABLE-MAX
                   ADD 1 TO WS-SM-TABLE-COUNT
                   MOVE WS-SM-TABLE-COUNT TO WS-SM-SUB
                   SET WS-SM-IDX TO WS-SM-SUB
                   SET WS-SM-FOUND TO TRUE
                   INITIALIZE WS-SM-ENTRY(WS-SM-IDX)
                   MOVE MST-SITE-ID TO WS-SM-SITE(WS-SM-IDX)
                   MOVE WS-DAY-YEAR TO WS-SM-YEAR(WS-SM-IDX)
                   MOVE WS-DAY-MONTH TO WS-SM-MONTH(WS-SM-IDX)
               ELSE
                   IF NOT WS-SM-TABLE-FULL
                       SET WS-SM-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: site-month table full at "
                           WS-SM-TABLE-MAX " - later months not "
                           "reported"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GENERATE REPORT (Each site's months in order with a total at
      * every change of calendar year and a cumulative line at the
      * end of the site; every printed line also goes to the
      * extract)
      *----------------------------------------------------------------*
       400-GENERATE-REPORT.
           DISPLAY "Generating report..."
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "CARBON EMISSIONS AVOIDED REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           WRITE REPORT-LINE FROM SPACES

           PERFORM 410-PRINT-PARAMETERS

           MOVE SPACES TO EXTRACT-LINE
           STRING "record_type,site,year,month,days_valued,"
                      DELIMITED BY SIZE
                  "days_excluded,days_no_factor,self_kwh,export_kwh,"
                      DELIMITED BY SIZE
                  "self_tco2,export_tco2,total_tco2" DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE

           INITIALIZE WS-TOTALS
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-TABLE-COUNT
               IF WS-SM-SITE(WS-SM-IDX) NOT = WS-CURRENT-SITE
                   IF WS-CURRENT-SITE NOT = SPACES
                       PERFORM 430-PRINT-YEAR-TOTAL
                       PERFORM 435-PRINT-SITE-CUMULATIVE
                   END-IF
                   PERFORM 420-START-SITE
               ELSE
                   IF WS-SM-YEAR(WS-SM-IDX) NOT = WS-CURRENT-YEAR
                       PERFORM 430-PRINT-YEAR-TOTAL
                       MOVE WS-SM-YEAR(WS-SM-IDX) TO WS-CURRENT-YEAR
                   END-IF
               END-IF
               PERFORM 425-PRINT-MONTH
           END-PERFORM
           IF WS-CURRENT-SITE NOT = SPACES
               PERFORM 430-PRINT-YEAR-TOTAL
               PERFORM 435-PRINT-SITE-CUMULATIVE
           ELSE
               MOVE "No days on the master." TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SPACES
           END-IF
           IF WS-SITE-COUNT > 1
               PERFORM 440-PRINT-ALL-SITES
           END-IF

           PERFORM 450-PRINT-NOTES
           WRITE REPORT-LINE FROM WS-EQUALS-LINE.

      *----------------------------------------------------------------*
      * PRINT PARAMETERS (The factor periods in force and where every
      * master day went)
      *----------------------------------------------------------------*
       410-PRINT-PARAMETERS.
           MOVE SPACES TO REPORT-LINE
           STRING "Factor file:  " DELIMITED BY SIZE
                  FUNCTION TRIM(FACTOR-FILE-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  FROM       TO         KG CO2 PER KWH" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > WS-FACTOR-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-FCT-DATE-FROM(WS-FCT-IDX) TO REPORT-LINE(3:8)
               MOVE WS-FCT-DATE-TO(WS-FCT-IDX) TO REPORT-LINE(14:8)
               MOVE WS-FCT-KG-PER-KWH(WS-FCT-IDX) TO WS-EDIT-FACTOR
               MOVE WS-EDIT-FACTOR TO REPORT-LINE(25:6)
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT
           STRING "Master days read:            " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-UNUSABLE TO WS-EDIT-COUNT
           STRING "  Unusable (failed checks):  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-NO-FACTOR TO WS-EDIT-COUNT
           STRING "  In no factor period:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Excluded days are counted per month in EXCL."
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * START SITE (Heading for the site at WS-SM-IDX; the year and
      * cumulative totals start from zero)
      *----------------------------------------------------------------*
       420-START-SITE.
           MOVE WS-SM-SITE(WS-SM-IDX) TO WS-CURRENT-SITE
           MOVE WS-SM-YEAR(WS-SM-IDX) TO WS-CURRENT-YEAR
           MOVE WS-SM-YEAR(WS-SM-IDX) TO WS-SITE-FIRST-YEAR
           MOVE WS-SM-MONTH(WS-SM-IDX) TO WS-SITE-FIRST-MONTH
           ADD 1 TO WS-SITE-COUNT
           INITIALIZE WS-TOT(1) WS-TOT(2)

           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SITE " DELIMITED BY SIZE
                  WS-CURRENT-SITE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "PERIOD" TO REPORT-LINE(1:6)
           MOVE "DAYS" TO REPORT-LINE(14:4)
           MOVE "EXCL" TO REPORT-LINE(20:4)
           MOVE "SELF KWH" TO REPORT-LINE(26:8)
           MOVE "EXP KWH" TO REPORT-LINE(37:7)
           MOVE "T SELF" TO REPORT-LINE(47:6)
           MOVE "T EXP" TO REPORT-LINE(57:5)
           MOVE "T TOTAL" TO REPORT-LINE(64:7)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT MONTH (One site-month, added into the year, site and
      * all-site totals)
      *----------------------------------------------------------------*
       425-PRINT-MONTH.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 3
               ADD WS-SM-DAYS-USED(WS-SM-IDX)
                   TO WS-TOT-DAYS-USED(WS-TOT-IDX)
               ADD WS-SM-DAYS-EXCLUDED(WS-SM-IDX)
                   TO WS-TOT-DAYS-EXCLUDED(WS-TOT-IDX)
               ADD WS-SM-DAYS-NO-FACTOR(WS-SM-IDX)
                   TO WS-TOT-DAYS-NO-FACTOR(WS-TOT-IDX)
               ADD WS-SM-SELF-KWH(WS-SM-IDX)
                   TO WS-TOT-SELF-KWH(WS-TOT-IDX)
               ADD WS-SM-EXPORT-KWH(WS-SM-IDX)
                   TO WS-TOT-EXPORT-KWH(WS-TOT-IDX)
               ADD WS-SM-SELF-KG(WS-SM-IDX)
                   TO WS-TOT-SELF-KG(WS-TOT-IDX)
               ADD WS-SM-EXPORT-KG(WS-SM-IDX)
                   TO WS-TOT-EXPORT-KG(WS-TOT-IDX)
           END-PERFORM

           MOVE "MONTH" TO WS-LINE-TYPE
           MOVE WS-SM-SITE(WS-SM-IDX) TO WS-LINE-SITE
           MOVE WS-SM-YEAR(WS-SM-IDX) TO WS-LINE-YEAR
           MOVE WS-SM-MONTH(WS-SM-IDX) TO WS-LINE-MONTH
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-LINE-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LINE-MONTH DELIMITED BY SIZE
                  INTO WS-LINE-LABEL
           END-STRING
           MOVE WS-SM-DAYS-USED(WS-SM-IDX) TO WS-LINE-DAYS-USED
           MOVE WS-SM-DAYS-EXCLUDED(WS-SM-IDX) TO WS-LINE-DAYS-EXCLUDED
           MOVE WS-SM-DAYS-NO-FACTOR(WS-SM-IDX)
               TO WS-LINE-DAYS-NO-FACTOR
           MOVE WS-SM-SELF-KWH(WS-SM-IDX) TO WS-LINE-SELF-KWH
           MOVE WS-SM-EXPORT-KWH(WS-SM-IDX) TO WS-LINE-EXPORT-KWH
           MOVE WS-SM-SELF-KG(WS-SM-IDX) TO WS-LINE-SELF-KG
           MOVE WS-SM-EXPORT-KG(WS-SM-IDX) TO WS-LINE-EXPORT-KG
           PERFORM 460-PRINT-LINE
           PERFORM 470-WRITE-EXTRACT-ROW.

      *----------------------------------------------------------------*
      * PRINT YEAR TOTAL (The calendar year just finished for the
      * current site; the year total then starts again)
      *----------------------------------------------------------------*
       430-PRINT-YEAR-TOTAL.
           SET WS-TOT-IDX TO 1
           PERFORM 445-MOVE-TOTAL-TO-LINE
           MOVE "YEAR" TO WS-LINE-TYPE
           MOVE WS-CURRENT-SITE TO WS-LINE-SITE
           MOVE WS-CURRENT-YEAR TO WS-LINE-YEAR
           MOVE ZERO TO WS-LINE-MONTH
           MOVE SPACES TO WS-LINE-LABEL
           STRING "Year " DELIMITED BY SIZE
                  WS-LINE-YEAR DELIMITED BY SIZE
                  INTO WS-LINE-LABEL
           END-STRING
           PERFORM 460-PRINT-LINE
           PERFORM 470-WRITE-EXTRACT-ROW
           WRITE REPORT-LINE FROM SPACES
           INITIALIZE WS-TOT(1).

      *----------------------------------------------------------------*
      * PRINT SITE CUMULATIVE (Everything since the site's first day
      * on the master, taken as its installation)
      *----------------------------------------------------------------*
       435-PRINT-SITE-CUMULATIVE.
           SET WS-TOT-IDX TO 2
           PERFORM 445-MOVE-TOTAL-TO-LINE
           MOVE "CUMULATIVE" TO WS-LINE-TYPE
           MOVE WS-CURRENT-SITE TO WS-LINE-SITE
           MOVE WS-SITE-FIRST-YEAR TO WS-LINE-YEAR
           MOVE WS-SITE-FIRST-MONTH TO WS-LINE-MONTH
           MOVE SPACES TO WS-LINE-LABEL
           STRING "From " DELIMITED BY SIZE
                  WS-LINE-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-LINE-MONTH DELIMITED BY SIZE
                  INTO WS-LINE-LABEL
           END-STRING
           PERFORM 460-PRINT-LINE
           PERFORM 470-WRITE-EXTRACT-ROW
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT ALL SITES (Every site together since the first day on
      * the master)
      *----------------------------------------------------------------*
       440-PRINT-ALL-SITES.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "ALL SITES" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           SET WS-TOT-IDX TO 3
           PERFORM 445-MOVE-TOTAL-TO-LINE
           MOVE "ALL-SITES" TO WS-LINE-TYPE
           MOVE "*" TO WS-LINE-SITE
           MOVE ZERO TO WS-LINE-YEAR WS-LINE-MONTH
           MOVE "All sites" TO WS-LINE-LABEL
           PERFORM 460-PRINT-LINE
           PERFORM 470-WRITE-EXTRACT-ROW
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * MOVE TOTAL TO LINE (Total WS-TOT-IDX as the line to print)
      *----------------------------------------------------------------*
       445-MOVE-TOTAL-TO-LINE.
           MOVE WS-TOT-DAYS-USED(WS-TOT-IDX) TO WS-LINE-DAYS-USED
           MOVE WS-TOT-DAYS-EXCLUDED(WS-TOT-IDX)
               TO WS-LINE-DAYS-EXCLUDED
           MOVE WS-TOT-DAYS-NO-FACTOR(WS-TOT-IDX)
               TO WS-LINE-DAYS-NO-FACTOR
           MOVE WS-TOT-SELF-KWH(WS-TOT-IDX) TO WS-LINE-SELF-KWH
           MOVE WS-TOT-EXPORT-KWH(WS-TOT-IDX) TO WS-LINE-EXPORT-KWH
           MOVE WS-TOT-SELF-KG(WS-TOT-IDX) TO WS-LINE-SELF-KG
           MOVE WS-TOT-EXPORT-KG(WS-TOT-IDX) TO WS-LINE-EXPORT-KG.

      *----------------------------------------------------------------*
      * PRINT NOTES (How the figures were reached, for the auditor)
      *----------------------------------------------------------------*
       450-PRINT-NOTES.
           MOVE "Self-consumed solar is import avoided; exported solar"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "displaces the same grid energy. Both are valued at the"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "factor in effect on the day. EXCL days are operator-"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "excluded and not valued; cumulative lines run from the"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "site's first day on the master."
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT LINE (WS-LINE-FIELDS in report columns, kilograms shown
      * as tonnes)
      *----------------------------------------------------------------*
       460-PRINT-LINE.
           COMPUTE WS-LINE-SELF-TONNES ROUNDED =
               WS-LINE-SELF-KG / 1000
           COMPUTE WS-LINE-EXPORT-TONNES ROUNDED =
               WS-LINE-EXPORT-KG / 1000
           COMPUTE WS-LINE-TOTAL-TONNES ROUNDED =
               (WS-LINE-SELF-KG + WS-LINE-EXPORT-KG) / 1000

           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-LABEL TO REPORT-LINE(1:12)
           MOVE WS-LINE-DAYS-USED TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE(13:5)
           MOVE WS-LINE-DAYS-EXCLUDED TO WS-EDIT-DAYS
           MOVE WS-EDIT-DAYS TO REPORT-LINE(19:5)
           MOVE WS-LINE-SELF-KWH TO WS-EDIT-KWH
           MOVE WS-EDIT-KWH TO REPORT-LINE(25:9)
           MOVE WS-LINE-EXPORT-KWH TO WS-EDIT-KWH
           MOVE WS-EDIT-KWH TO REPORT-LINE(35:9)
           MOVE WS-LINE-SELF-TONNES TO WS-EDIT-TONNES
           MOVE WS-EDIT-TONNES TO REPORT-LINE(45:8)
           MOVE WS-LINE-EXPORT-TONNES TO WS-EDIT-TONNES
           MOVE WS-EDIT-TONNES TO REPORT-LINE(54:8)
           MOVE WS-LINE-TOTAL-TONNES TO WS-EDIT-TOTAL-TONNES
           MOVE WS-EDIT-TOTAL-TONNES TO REPORT-LINE(62:9)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE EXTRACT ROW (The line just printed as one comma-
      * separated row; figures unedited apart from the decimal point)
      *----------------------------------------------------------------*
       470-WRITE-EXTRACT-ROW.
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING FUNCTION TRIM(WS-LINE-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-SITE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LINE-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LINE-MONTH DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-DAYS-USED TO WS-CSV-DAYS
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DAYS) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-DAYS-EXCLUDED TO WS-CSV-DAYS
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DAYS) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-DAYS-NO-FACTOR TO WS-CSV-DAYS
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DAYS) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-SELF-KWH TO WS-CSV-KWH
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-KWH) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-EXPORT-KWH TO WS-CSV-KWH
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-KWH) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-SELF-TONNES TO WS-CSV-TONNES
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TONNES) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-EXPORT-TONNES TO WS-CSV-TONNES
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TONNES) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-LINE-TOTAL-TONNES TO WS-CSV-TONNES
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-TONNES) DELIMITED BY SIZE
                  INTO EXTRACT-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           WRITE EXTRACT-LINE.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           CLOSE REPORT-OUTPUT-FILE
           CLOSE EXTRACT-FILE

           DISPLAY "Sites reported: " WS-SITE-COUNT
           DISPLAY "Extract file:   " EXTRACT-FILE-PATH
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

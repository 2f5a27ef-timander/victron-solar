      ******************************************************************
      * PV ARRAY DEGRADATION ANALYSIS PROGRAM
      * Purpose: Measure whether each array is losing output faster
      *          than the panel warranty allows. Yearly yield totals
      *          cannot show it - a cloudy year looks like a degraded
      *          one - so yield is normalized for sunshine: the daily
      *          master is matched to the weather file (the date,
      *          sun-hours layout SOLARCOST's weather check reads)
      *          and yield per sun-hour is built by site, calendar
      *          month and year. Only clear days count, and only days
      *          the battery did not cap (float time dominating the
      *          charge stages means the bank was full and the
      *          controller throttled the array). Each month is
      *          compared with itself across the years, a straight
      *          line through those comparisons gives the annual
      *          degradation rate with a confidence range, and the
      *          result is held against the warranty curve; a site
      *          below the curve is flagged. The report is the
      *          evidence a warranty claim is built on.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARDEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-INPUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT WEATHER-FILE
               ASSIGN TO WEATHER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEATHER-STATUS.

           SELECT WARRANTY-FILE
               ASSIGN TO WARRANTY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARRANTY-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  WEATHER-FILE.
       01  WEATHER-RECORD              PIC X(200).

       FD  WARRANTY-FILE.
       01  WARRANTY-RECORD             PIC X(80).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-INPUT-PATH           PIC X(100).
       01  WEATHER-FILE-PATH           PIC X(100).
       01  WARRANTY-FILE-PATH          PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".
       01  WS-WEATHER-STATUS           PIC XX.
           88  WS-WEATHER-OK           VALUE "00".
           88  WS-WEATHER-EOF          VALUE "10".
       01  WS-WARRANTY-STATUS          PIC XX.
           88  WS-WARRANTY-OK          VALUE "00".
           88  WS-WARRANTY-EOF         VALUE "10".
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.
       01  WS-SITE-ID-PARM             PIC X(4).
       01  WS-USE-SITE-FILTER-FLAG     PIC X VALUE "N".
           88  WS-USE-SITE-FILTER      VALUE "Y".

      *----------------------------------------------------------------*
      * Screening Parameters (CLEAR_DAY_PCT: a day is clear when its
      * sun-hours reach this share of the sunniest day the weather
      * file holds for the same calendar month, so the test follows
      * the seasons; FLOAT_CAP_PCT: a day whose float time is more
      * than this share of its charge-stage minutes was capped by a
      * full battery; MIN_CLEAR_DAYS: a month of a year needs this
      * many usable days before its figure is trusted; INSTALL_YEAR:
      * the year the arrays went in, for the warranty age - without
      * it each site's first year on record is taken as year 1)
      *----------------------------------------------------------------*
       01  WS-CLEAR-DAY-PCT            PIC 9(3) VALUE 80.
       01  WS-CLEAR-DAY-PCT-PARM       PIC X(10).
       01  WS-FLOAT-CAP-PCT            PIC 9(3) VALUE 50.
       01  WS-FLOAT-CAP-PCT-PARM       PIC X(10).
       01  WS-MIN-CLEAR-DAYS           PIC 9(3) VALUE 3.
       01  WS-MIN-CLEAR-DAYS-PARM      PIC X(10).
       01  WS-INSTALL-YEAR             PIC 9(4) VALUE ZERO.
       01  WS-INSTALL-YEAR-PARM        PIC X(10).

      *----------------------------------------------------------------*
      * Weather Table (date,sun-hours rows, header skipped; dates
      * arrive MM/DD/YYYY and are held as YYYYMMDD numerics. The
      * sunniest day per calendar month sets the clear-day bar.)
      *----------------------------------------------------------------*
       01  WS-WX-FIRST-RECORD-FLAG     PIC X VALUE "Y".
           88  WS-WX-IS-FIRST-RECORD   VALUE "Y".
       01  WS-WX-FIELD-1               PIC X(12).
       01  WS-WX-FIELD-2               PIC X(12).
       01  WS-WX-ROWS-REJECTED         PIC 9(5) VALUE ZERO.
       01  WS-WX-TABLE-FULL-FLAG       PIC X VALUE "N".
           88  WS-WX-TABLE-FULL        VALUE "Y".
       01  WS-WEATHER-TABLE-MAX        PIC 9(5) VALUE 9150.
       01  WS-WEATHER-TABLE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-WEATHER-TABLE.
           05  WS-WEATHER-ENTRY OCCURS 9150 TIMES
                   INDEXED BY WS-WX-IDX.
               10  WS-WX-DATE-COMPARE  PIC 9(8).
               10  WS-WX-SUN-HOURS     PIC 9(2)V99 COMP-3.
       01  WS-WX-MONTH-BEST-TABLE.
           05  WS-WX-MONTH-BEST-HOURS PIC 9(2)V99 COMP-3
                   OCCURS 12 TIMES.
       01  WS-WX-FOUND-FLAG            PIC X.
           88  WS-WX-FOUND             VALUE "Y".
       01  WS-DATE-CONVERT-IN          PIC X(10).
       01  WS-DATE-CONVERT-OUT-STR     PIC X(8).
       01  WS-DATE-CONVERT-OUT         PIC 9(8).

      *----------------------------------------------------------------*
      * Warranty Curve (guaranteed output as a percentage of
      * nameplate by year of service: age,percent rows, header
      * skipped. A year the file does not list keeps the figure of
      * the year before it. Without a file the common linear
      * guarantee applies: 97.5% in year 1, 0.5 points less each
      * year after.)
      *----------------------------------------------------------------*
       01  WS-WAR-FIRST-RECORD-FLAG    PIC X VALUE "Y".
           88  WS-WAR-IS-FIRST-RECORD  VALUE "Y".
       01  WS-WAR-FIELD-1              PIC X(12).
       01  WS-WAR-FIELD-2              PIC X(12).
       01  WS-WAR-AGE                  PIC 9(3).
       01  WS-WAR-ROWS-LOADED          PIC 9(3) VALUE ZERO.
       01  WS-WAR-ROWS-REJECTED        PIC 9(3) VALUE ZERO.
       01  WS-WAR-FROM-FILE-FLAG       PIC X VALUE "N".
           88  WS-WAR-FROM-FILE        VALUE "Y".
       01  WS-WAR-MAX-AGE              PIC 9(2) VALUE 50.
       01  WS-WAR-TABLE.
           05  WS-WAR-ENTRY OCCURS 50 TIMES INDEXED BY WS-WAR-IDX.
               10  WS-WAR-PCT          PIC 9(3)V99 COMP-3.
               10  WS-WAR-LISTED-FLAG  PIC X.
                   88  WS-WAR-LISTED   VALUE "Y".

      *----------------------------------------------------------------*
      * Master Walk Work Fields
      *----------------------------------------------------------------*
       01  WS-DAY-DATE                 PIC 9(8).
       01  WS-DAY-DATE-SPLIT REDEFINES WS-DAY-DATE.
           05  WS-DAY-YEAR             PIC 9(4).
           05  WS-DAY-MONTH            PIC 9(2).
           05  WS-DAY-DOM              PIC 9(2).
       01  WS-DAY-SUN-HOURS            PIC 9(2)V99 COMP-3.
       01  WS-DAY-YIELD-WH             PIC 9(8)V99 COMP-3.
       01  WS-BULK-MINUTES             PIC 9(5) COMP-3.
       01  WS-ABSORPTION-MINUTES       PIC 9(5) COMP-3.
       01  WS-FLOAT-MINUTES            PIC 9(5) COMP-3.
       01  WS-STAGE-MINUTES            PIC 9(6) COMP-3.
       01  WS-DAY-CAPPED-FLAG          PIC X.
           88  WS-DAY-CAPPED           VALUE "Y".

       01  WS-DAY-COUNTS.
           05  WS-DAYS-READ            PIC 9(6) VALUE ZERO.
           05  WS-DAYS-OTHER-SITE      PIC 9(6) VALUE ZERO.
           05  WS-DAYS-EXCLUDED        PIC 9(6) VALUE ZERO.
           05  WS-DAYS-MALFORMED       PIC 9(6) VALUE ZERO.
           05  WS-DAYS-NO-WEATHER      PIC 9(6) VALUE ZERO.
           05  WS-DAYS-NOT-CLEAR       PIC 9(6) VALUE ZERO.
           05  WS-DAYS-CAPPED          PIC 9(6) VALUE ZERO.
           05  WS-DAYS-USED            PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * Site-Month-Year Buckets (the clear, uncapped days of one
      * site in one calendar month of one year; the yield per
      * sun-hour is the bucket's yield over its sun-hours)
      *----------------------------------------------------------------*
       01  WS-BKT-TABLE-MAX            PIC 9(4) VALUE 2400.
       01  WS-BKT-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 2400 TIMES
                   INDEXED BY WS-BKT-IDX WS-BKT-CMP-IDX.
               10  WS-BKT-SITE         PIC X(4).
               10  WS-BKT-YEAR         PIC 9(4).
               10  WS-BKT-MONTH        PIC 9(2).
               10  WS-BKT-YIELD-WH     PIC 9(9)V99 COMP-3.
               10  WS-BKT-SUN-HOURS    PIC 9(5)V99 COMP-3.
               10  WS-BKT-DAYS         PIC 9(3).
               10  WS-BKT-RATIO        PIC 9(2)V9(4) COMP-3.
               10  WS-BKT-USABLE-FLAG  PIC X.
                   88  WS-BKT-USABLE   VALUE "Y".
       01  WS-BKT-FOUND-FLAG           PIC X.
           88  WS-BKT-FOUND            VALUE "Y".
       01  WS-BKT-TABLE-FULL-FLAG      PIC X VALUE "N".
           88  WS-BKT-TABLE-FULL       VALUE "Y".

      *----------------------------------------------------------------*
      * Site Table (one entry per site with usable days, in master
      * key order, carrying the fitted degradation and the warranty
      * comparison for the report)
      *----------------------------------------------------------------*
       01  WS-SITE-TABLE-MAX           PIC 9(2) VALUE 20.
       01  WS-SITE-TABLE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 20 TIMES INDEXED BY WS-SITE-IDX.
               10  WS-SITE-ID              PIC X(4).
               10  WS-SITE-FIRST-YEAR      PIC 9(4).
               10  WS-SITE-DAYS-USED       PIC 9(6).
               10  WS-SITE-FIT-POINTS      PIC 9(5).
               10  WS-SITE-FIT-FIRST-YEAR  PIC 9(4).
               10  WS-SITE-FIT-LAST-YEAR   PIC 9(4).
               10  WS-SITE-DEG-PCT         PIC S9(3)V99 COMP-3.
               10  WS-SITE-DEG-LOW-PCT     PIC S9(3)V99 COMP-3.
               10  WS-SITE-DEG-HIGH-PCT    PIC S9(3)V99 COMP-3.
               10  WS-SITE-ALLOWED-PCT     PIC S9(3)V99 COMP-3.
               10  WS-SITE-LEVEL-PCT       PIC S9(3)V99 COMP-3.
               10  WS-SITE-BEST-LEVEL-PCT  PIC S9(3)V99 COMP-3.
               10  WS-SITE-WARRANTY-PCT    PIC 9(3)V99 COMP-3.
               10  WS-SITE-STATUS          PIC X.
                   88  WS-SITE-INSUFFICIENT    VALUE "I".
                   88  WS-SITE-WITHIN          VALUE "W".
                   88  WS-SITE-POSSIBLY-BELOW  VALUE "P".
                   88  WS-SITE-BELOW           VALUE "B".
       01  WS-SITE-FOUND-FLAG          PIC X.
           88  WS-SITE-FOUND           VALUE "Y".
       01  WS-SITES-FLAGGED            PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------*
      * Degradation Fit (each usable bucket becomes a point: x is
      * the year, y its yield per sun-hour as a percentage of the
      * same calendar month's mean over that site's years, so the
      * seasons cancel out. Months seen in only one year carry no
      * trend and are left out. A least-squares line through the
      * points gives the change per year; the confidence range is
      * two standard errors of the slope either side.)
      *----------------------------------------------------------------*
       01  WS-FIT-FIELDS.
           05  WS-FIT-N                PIC 9(5).
           05  WS-FIT-X                PIC S9(3) COMP-3.
           05  WS-FIT-Y                PIC S9(5)V9(4) COMP-3.
           05  WS-FIT-SX               PIC S9(7)V9(4) COMP-3.
           05  WS-FIT-SY               PIC S9(9)V9(4) COMP-3.
           05  WS-FIT-SXX              PIC S9(9)V9(4) COMP-3.
           05  WS-FIT-SXY              PIC S9(9)V9(4) COMP-3.
           05  WS-FIT-SYY              PIC S9(11)V9(4) COMP-3.
           05  WS-FIT-DENOM            PIC S9(11)V9(4) COMP-3.
           05  WS-FIT-SLOPE            PIC S9(5)V9(6) COMP-3.
           05  WS-FIT-INTERCEPT        PIC S9(5)V9(6) COMP-3.
           05  WS-FIT-SSRES            PIC S9(11)V9(6) COMP-3.
           05  WS-FIT-VARIANCE         PIC S9(9)V9(6) COMP-3.
           05  WS-FIT-SLOPE-SE         PIC S9(5)V9(6) COMP-3.
           05  WS-FIT-LEVEL-FIRST      PIC S9(5)V9(6) COMP-3.
           05  WS-FIT-SE-PCT           PIC S9(5)V9(4) COMP-3.
           05  WS-FIT-SPAN-YEARS       PIC 9(3).
           05  WS-FIT-AGE-FIRST        PIC 9(3).
           05  WS-FIT-AGE-LAST         PIC 9(3).
           05  WS-FIT-INSTALL-YEAR     PIC 9(4).
       01  WS-MONTH-MEAN-RATIO         PIC 9(2)V9(6) COMP-3.
       01  WS-MONTH-RATIO-SUM          PIC 9(5)V9(4) COMP-3.
       01  WS-MONTH-YEARS              PIC 9(3).
       01  WS-WAR-FIRST-PCT            PIC 9(3)V99 COMP-3.

      *----------------------------------------------------------------*
      * Yield-Per-Sun-Hour Matrix Print Area (one row per calendar
      * month, one column per year, as SOLARYOY lays out its
      * seasonality matrix; at most the most recent 6 years fit)
      *----------------------------------------------------------------*
       01  WS-MATRIX-PRINT.
           05  WS-MPRINT-MONTH         PIC X(7).
           05  WS-MPRINT-COL OCCURS 6 TIMES PIC X(10).
       01  WS-MATRIX-COL-MAX           PIC 9 VALUE 6.
       01  WS-SITE-YEAR-MAX            PIC 9(2) VALUE 40.
       01  WS-SITE-YEAR-COUNT          PIC 9(2).
       01  WS-SITE-YEAR-TABLE.
           05  WS-SITE-YEAR OCCURS 40 TIMES PIC 9(4).
       01  WS-SY-SUB                   PIC 9(2).
       01  WS-SY-FIRST-SUB             PIC 9(2).
       01  WS-SY-FOUND-FLAG            PIC X.
           88  WS-SY-FOUND             VALUE "Y".
       01  WS-SWAP-YEAR                PIC 9(4).
       01  WS-SORT-PASS                PIC 9(2).
       01  WS-COL-SUB                  PIC 9.
       01  WS-MONTH-SUB                PIC 9(2).
       01  WS-MONTH-DISP               PIC 99.
       01  WS-CELL-FOUND-FLAG          PIC X.
           88  WS-CELL-FOUND           VALUE "Y".
       01  WS-ROW-HAS-DATA-FLAG        PIC X.
           88  WS-ROW-HAS-DATA         VALUE "Y".

      *----------------------------------------------------------------*
      * Report Formatting Variables
      *----------------------------------------------------------------*
       01  WS-EDIT-RATIO               PIC Z9.9999.
       01  WS-EDIT-PCT-SIGNED          PIC -ZZ9.99.
       01  WS-EDIT-PCT-LOW             PIC -ZZ9.99.
       01  WS-EDIT-PCT-HIGH            PIC -ZZ9.99.
       01  WS-EDIT-LEVEL               PIC -ZZ9.99.
       01  WS-EDIT-WARRANTY            PIC ZZ9.99.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-EDIT-PARM                PIC ZZ9.
       01  WS-EDIT-YEAR-1              PIC 9(4).
       01  WS-EDIT-YEAR-2              PIC 9(4).
       01  WS-STATUS-TEXT              PIC X(30).

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 200-READ-MASTER-HISTORY.
           PERFORM 300-FIT-DEGRADATION.
           PERFORM 400-GENERATE-REPORT.
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing PV Degradation Analysis Program..."

           ACCEPT MASTER-INPUT-PATH
               FROM ENVIRONMENT "DAILY_MASTER_INPUT"
           IF MASTER-INPUT-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-INPUT-PATH
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "DEGRADATION_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/degradation_report.txt" TO REPORT-FILE
           END-IF

           ACCEPT WS-SITE-ID-PARM FROM ENVIRONMENT "SITE_ID"
           IF WS-SITE-ID-PARM NOT = SPACES
               SET WS-USE-SITE-FILTER TO TRUE
           END-IF

           ACCEPT WS-CLEAR-DAY-PCT-PARM
               FROM ENVIRONMENT "CLEAR_DAY_PCT"
           IF WS-CLEAR-DAY-PCT-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CLEAR-DAY-PCT-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-CLEAR-DAY-PCT-PARM)
                       TO WS-CLEAR-DAY-PCT
               ELSE
                   DISPLAY "WARNING: CLEAR_DAY_PCT not numeric, "
                       "using 80"
               END-IF
           END-IF

           ACCEPT WS-FLOAT-CAP-PCT-PARM
               FROM ENVIRONMENT "FLOAT_CAP_PCT"
           IF WS-FLOAT-CAP-PCT-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FLOAT-CAP-PCT-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-FLOAT-CAP-PCT-PARM)
                       TO WS-FLOAT-CAP-PCT
               ELSE
                   DISPLAY "WARNING: FLOAT_CAP_PCT not numeric, "
                       "using 50"
               END-IF
           END-IF

           ACCEPT WS-MIN-CLEAR-DAYS-PARM
               FROM ENVIRONMENT "MIN_CLEAR_DAYS"
           IF WS-MIN-CLEAR-DAYS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-CLEAR-DAYS-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-MIN-CLEAR-DAYS-PARM)
                       TO WS-MIN-CLEAR-DAYS
               ELSE
                   DISPLAY "WARNING: MIN_CLEAR_DAYS not numeric, "
                       "using 3"
               END-IF
           END-IF

           ACCEPT WS-INSTALL-YEAR-PARM FROM ENVIRONMENT "INSTALL_YEAR"
           IF WS-INSTALL-YEAR-PARM NOT = SPACES
               IF WS-INSTALL-YEAR-PARM(1:4) IS NUMERIC AND
                  WS-INSTALL-YEAR-PARM(5:6) = SPACES
                   MOVE WS-INSTALL-YEAR-PARM(1:4) TO WS-INSTALL-YEAR
               ELSE
                   DISPLAY "WARNING: INSTALL_YEAR not a year, "
                       "using each site's first year on record"
               END-IF
           END-IF

           PERFORM 110-LOAD-WEATHER-TABLE
           PERFORM 120-LOAD-WARRANTY-CURVE

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

           DISPLAY "Input master: " MASTER-INPUT-PATH
           DISPLAY "Weather file: " WEATHER-FILE-PATH
           DISPLAY "Output file:  " REPORT-FILE.

      *----------------------------------------------------------------*
      * LOAD WEATHER TABLE (WEATHER_FILE is required here - without
      * sun-hours there is nothing to normalize against. The first
      * line is a header and is skipped, as SOLARCOST does.)
      *----------------------------------------------------------------*
       110-LOAD-WEATHER-TABLE.
           ACCEPT WEATHER-FILE-PATH FROM ENVIRONMENT "WEATHER_FILE"
           IF WEATHER-FILE-PATH = SPACES
               MOVE "./output/weather.csv" TO WEATHER-FILE-PATH
           END-IF

           OPEN INPUT WEATHER-FILE
           IF NOT WS-WEATHER-OK
               DISPLAY "ERROR: Cannot open weather file: "
                   WEATHER-FILE-PATH
               DISPLAY "File Status: " WS-WEATHER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-WEATHER-EOF
               PERFORM 113-READ-WEATHER-RECORD
           END-PERFORM
           CLOSE WEATHER-FILE

           IF WS-WEATHER-TABLE-COUNT = ZERO
               DISPLAY "ERROR: no usable rows in weather file: "
                   WEATHER-FILE-PATH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Loaded " WS-WEATHER-TABLE-COUNT
               " weather observations"
           PERFORM 116-SET-MONTH-BEST-HOURS.

      *----------------------------------------------------------------*
      * READ WEATHER RECORD
      *----------------------------------------------------------------*
       113-READ-WEATHER-RECORD.
           READ WEATHER-FILE
               AT END
                   SET WS-WEATHER-EOF TO TRUE
           END-READ

           IF NOT WS-WEATHER-EOF
               IF WS-WX-IS-FIRST-RECORD
                   MOVE "N" TO WS-WX-FIRST-RECORD-FLAG
               ELSE
                   PERFORM 114-PARSE-WEATHER-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE WEATHER RECORD (date,sun-hours; reject rows that don't
      * carry a 10-character date and a numeric sun-hours figure)
      *----------------------------------------------------------------*
       114-PARSE-WEATHER-RECORD.
           MOVE SPACES TO WS-WX-FIELD-1 WS-WX-FIELD-2
           UNSTRING WEATHER-RECORD DELIMITED BY ","
               INTO WS-WX-FIELD-1 WS-WX-FIELD-2
           END-UNSTRING
           MOVE WS-WX-FIELD-1 TO WS-DATE-CONVERT-IN
           PERFORM 226-CONVERT-DATE-FOR-COMPARE

           EVALUATE TRUE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-WX-FIELD-1))
                    NOT = 10
                 OR WS-DATE-CONVERT-OUT-STR IS NOT NUMERIC
                 OR FUNCTION TEST-NUMVAL(WS-WX-FIELD-2) NOT = 0
                   DISPLAY "WARNING: skipping malformed weather row: "
                       FUNCTION TRIM(WEATHER-RECORD)
                   ADD 1 TO WS-WX-ROWS-REJECTED
               WHEN WS-WEATHER-TABLE-COUNT >= WS-WEATHER-TABLE-MAX
                   IF NOT WS-WX-TABLE-FULL
                       SET WS-WX-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: weather table full at "
                           WS-WEATHER-TABLE-MAX " days - later "
                           "observations not used"
                   END-IF
                   ADD 1 TO WS-WX-ROWS-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-WEATHER-TABLE-COUNT
                   SET WS-WX-IDX TO WS-WEATHER-TABLE-COUNT
                   MOVE WS-DATE-CONVERT-OUT
                       TO WS-WX-DATE-COMPARE(WS-WX-IDX)
                   MOVE FUNCTION NUMVAL(WS-WX-FIELD-2)
                       TO WS-WX-SUN-HOURS(WS-WX-IDX)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SET MONTH BEST HOURS (The sunniest observation per calendar
      * month, over every year in the file)
      *----------------------------------------------------------------*
       116-SET-MONTH-BEST-HOURS.
           INITIALIZE WS-WX-MONTH-BEST-TABLE
           PERFORM VARYING WS-WX-IDX FROM 1 BY 1
                   UNTIL WS-WX-IDX > WS-WEATHER-TABLE-COUNT
               MOVE WS-WX-DATE-COMPARE(WS-WX-IDX) TO WS-DAY-DATE
               IF WS-DAY-MONTH >= 1 AND WS-DAY-MONTH <= 12
                   IF WS-WX-SUN-HOURS(WS-WX-IDX) >
                      WS-WX-MONTH-BEST-HOURS(WS-DAY-MONTH)
                       MOVE WS-WX-SUN-HOURS(WS-WX-IDX)
                           TO WS-WX-MONTH-BEST-HOURS(WS-DAY-MONTH)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * LOAD WARRANTY CURVE (WARRANTY_CURVE_FILE names the curve; a
      * named file that cannot be read stops the run, since a claim
      * against the wrong curve is worse than none)
      *----------------------------------------------------------------*
       120-LOAD-WARRANTY-CURVE.
           INITIALIZE WS-WAR-TABLE
           ACCEPT WARRANTY-FILE-PATH
               FROM ENVIRONMENT "WARRANTY_CURVE_FILE"
           IF WARRANTY-FILE-PATH = SPACES
               PERFORM VARYING WS-WAR-IDX FROM 1 BY 1
                       UNTIL WS-WAR-IDX > WS-WAR-MAX-AGE
                   SET WS-WAR-AGE TO WS-WAR-IDX
                   IF WS-WAR-AGE <= 196
                       COMPUTE WS-WAR-PCT(WS-WAR-IDX) =
                           97.5 - (WS-WAR-AGE - 1) * 0.5
                   END-IF
               END-PERFORM
           ELSE
               OPEN INPUT WARRANTY-FILE
               IF NOT WS-WARRANTY-OK
                   DISPLAY "ERROR: Cannot open warranty curve: "
                       WARRANTY-FILE-PATH
                   DISPLAY "File Status: " WS-WARRANTY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-WAR-FROM-FILE TO TRUE
               PERFORM UNTIL WS-WARRANTY-EOF
                   PERFORM 123-READ-WARRANTY-RECORD
               END-PERFORM
               CLOSE WARRANTY-FILE
               IF WS-WAR-ROWS-LOADED = ZERO
                   DISPLAY "ERROR: no usable rows in warranty curve: "
                       WARRANTY-FILE-PATH
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 126-FILL-WARRANTY-GAPS
           END-IF.

      *----------------------------------------------------------------*
      * READ WARRANTY RECORD
      *----------------------------------------------------------------*
       123-READ-WARRANTY-RECORD.
           READ WARRANTY-FILE
               AT END
                   SET WS-WARRANTY-EOF TO TRUE
           END-READ

           IF NOT WS-WARRANTY-EOF
               IF WS-WAR-IS-FIRST-RECORD
                   MOVE "N" TO WS-WAR-FIRST-RECORD-FLAG
               ELSE
                   PERFORM 124-PARSE-WARRANTY-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE WARRANTY RECORD (year-of-service,guaranteed-percent;
      * the year must be 1-50 and the percentage 0-100)
      *----------------------------------------------------------------*
       124-PARSE-WARRANTY-RECORD.
           MOVE SPACES TO WS-WAR-FIELD-1 WS-WAR-FIELD-2
           UNSTRING WARRANTY-RECORD DELIMITED BY ","
               INTO WS-WAR-FIELD-1 WS-WAR-FIELD-2
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-WAR-FIELD-1) = 0 AND
              FUNCTION TEST-NUMVAL(WS-WAR-FIELD-2) = 0 AND
              FUNCTION NUMVAL(WS-WAR-FIELD-1) >= 1 AND
              FUNCTION NUMVAL(WS-WAR-FIELD-1) <= WS-WAR-MAX-AGE AND
              FUNCTION NUMVAL(WS-WAR-FIELD-2) >= 0 AND
              FUNCTION NUMVAL(WS-WAR-FIELD-2) <= 100
               MOVE FUNCTION NUMVAL(WS-WAR-FIELD-1) TO WS-WAR-AGE
               SET WS-WAR-IDX TO WS-WAR-AGE
               MOVE FUNCTION NUMVAL(WS-WAR-FIELD-2)
                   TO WS-WAR-PCT(WS-WAR-IDX)
               SET WS-WAR-LISTED(WS-WAR-IDX) TO TRUE
               ADD 1 TO WS-WAR-ROWS-LOADED
           ELSE
               DISPLAY "WARNING: skipping malformed warranty row: "
                   FUNCTION TRIM(WARRANTY-RECORD)
               ADD 1 TO WS-WAR-ROWS-REJECTED
           END-IF.

      *----------------------------------------------------------------*
      * FILL WARRANTY GAPS (A year not listed keeps the guarantee of
      * the year before; an unlisted year 1 is full nameplate)
      *----------------------------------------------------------------*
       126-FILL-WARRANTY-GAPS.
           IF NOT WS-WAR-LISTED(1)
               MOVE 100 TO WS-WAR-PCT(1)
           END-IF
           PERFORM VARYING WS-WAR-IDX FROM 2 BY 1
                   UNTIL WS-WAR-IDX > WS-WAR-MAX-AGE
               IF NOT WS-WAR-LISTED(WS-WAR-IDX)
                   MOVE WS-WAR-PCT(WS-WAR-IDX - 1)
                       TO WS-WAR-PCT(WS-WAR-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * READ MASTER HISTORY (Every day that passes the screens lands
      * in its site-month-year bucket; the rest are counted by the
      * reason they were passed over)
      *----------------------------------------------------------------*
       200-READ-MASTER-HISTORY.
           DISPLAY "Reading master history..."
           PERFORM UNTIL WS-MASTER-EOF
               PERFORM 210-READ-MASTER-RECORD
               IF NOT WS-MASTER-EOF
                   ADD 1 TO WS-DAYS-READ
                   EVALUATE TRUE
                       WHEN WS-USE-SITE-FILTER AND
                            MST-SITE-ID NOT = WS-SITE-ID-PARM
                           ADD 1 TO WS-DAYS-OTHER-SITE
                       WHEN MST-DAY-EXCLUDED
                           ADD 1 TO WS-DAYS-EXCLUDED
                       WHEN OTHER
                           PERFORM 220-SCREEN-DAY
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
      * SCREEN DAY (A day is used when its yield is readable, the
      * weather file has its sun-hours, it was clear and the battery
      * did not cap it)
      *----------------------------------------------------------------*
       220-SCREEN-DAY.
           IF MST-DATE-KEY IS NUMERIC AND
              MST-YIELD-STR NOT = SPACES AND
              FUNCTION TEST-NUMVAL(MST-YIELD-STR) = 0
               MOVE MST-DATE-KEY TO WS-DAY-DATE
               MOVE FUNCTION NUMVAL(MST-YIELD-STR) TO WS-DAY-YIELD-WH
               PERFORM 225-FIND-WEATHER-DAY
               PERFORM 228-CHECK-BATTERY-CAPPED
               EVALUATE TRUE
                   WHEN NOT WS-WX-FOUND
                       ADD 1 TO WS-DAYS-NO-WEATHER
                   WHEN WS-DAY-MONTH < 1 OR WS-DAY-MONTH > 12
                       ADD 1 TO WS-DAYS-MALFORMED
                   WHEN WS-DAY-SUN-HOURS = ZERO
                     OR WS-DAY-SUN-HOURS * 100 <
                        WS-WX-MONTH-BEST-HOURS(WS-DAY-MONTH)
                        * WS-CLEAR-DAY-PCT
                       ADD 1 TO WS-DAYS-NOT-CLEAR
                   WHEN WS-DAY-CAPPED
                       ADD 1 TO WS-DAYS-CAPPED
                   WHEN OTHER
                       PERFORM 230-ADD-DAY-TO-BUCKET
               END-EVALUATE
           ELSE
               ADD 1 TO WS-DAYS-MALFORMED
           END-IF.

      *----------------------------------------------------------------*
      * FIND WEATHER DAY (The day's sun-hours, if observed)
      *----------------------------------------------------------------*
       225-FIND-WEATHER-DAY.
           MOVE "N" TO WS-WX-FOUND-FLAG
           MOVE ZERO TO WS-DAY-SUN-HOURS
           PERFORM VARYING WS-WX-IDX FROM 1 BY 1
                   UNTIL WS-WX-IDX > WS-WEATHER-TABLE-COUNT
                      OR WS-WX-FOUND
               IF WS-WX-DATE-COMPARE(WS-WX-IDX) = WS-DAY-DATE
                   SET WS-WX-FOUND TO TRUE
                   MOVE WS-WX-SUN-HOURS(WS-WX-IDX) TO WS-DAY-SUN-HOURS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CONVERT DATE FOR COMPARE (MM/DD/YYYY in WS-DATE-CONVERT-IN to
      * a YYYYMMDD numeric in WS-DATE-CONVERT-OUT)
      *----------------------------------------------------------------*
       226-CONVERT-DATE-FOR-COMPARE.
           MOVE SPACES TO WS-DATE-CONVERT-OUT-STR
           STRING WS-DATE-CONVERT-IN(7:4) DELIMITED BY SIZE
                  WS-DATE-CONVERT-IN(1:2) DELIMITED BY SIZE
                  WS-DATE-CONVERT-IN(4:2) DELIMITED BY SIZE
                  INTO WS-DATE-CONVERT-OUT-STR
           IF WS-DATE-CONVERT-OUT-STR IS NUMERIC
               MOVE WS-DATE-CONVERT-OUT-STR TO WS-DATE-CONVERT-OUT
           ELSE
               MOVE ZERO TO WS-DATE-CONVERT-OUT
           END-IF.

      *----------------------------------------------------------------*
      * CHECK BATTERY CAPPED (Float minutes above FLOAT_CAP_PCT of
      * the day's bulk + absorption + float minutes: the bank sat
      * full and the controller held the array back, so the yield
      * says nothing about the panels. Blank or unreadable stage
      * times count as zero, as SOLARCOST's stage budget does.)
      *----------------------------------------------------------------*
       228-CHECK-BATTERY-CAPPED.
           MOVE ZERO TO WS-BULK-MINUTES WS-ABSORPTION-MINUTES
                        WS-FLOAT-MINUTES
           IF MST-TIME-BULK NOT = SPACES AND
              FUNCTION TEST-NUMVAL(MST-TIME-BULK) = 0
               MOVE FUNCTION NUMVAL(MST-TIME-BULK) TO WS-BULK-MINUTES
           END-IF
           IF MST-TIME-ABSORPTION NOT = SPACES AND
              FUNCTION TEST-NUMVAL(MST-TIME-ABSORPTION) = 0
               MOVE FUNCTION NUMVAL(MST-TIME-ABSORPTION)
                   TO WS-ABSORPTION-MINUTES
           END-IF
           IF MST-TIME-FLOAT NOT = SPACES AND
              FUNCTION TEST-NUMVAL(MST-TIME-FLOAT) = 0
               MOVE FUNCTION NUMVAL(MST-TIME-FLOAT) TO WS-FLOAT-MINUTES
           END-IF
           COMPUTE WS-STAGE-MINUTES = WS-BULK-MINUTES
               + WS-ABSORPTION-MINUTES + WS-FLOAT-MINUTES

           MOVE "N" TO WS-DAY-CAPPED-FLAG
           IF WS-STAGE-MINUTES > ZERO AND
              WS-FLOAT-MINUTES * 100 >
              WS-STAGE-MINUTES * WS-FLOAT-CAP-PCT
               SET WS-DAY-CAPPED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * ADD DAY TO BUCKET (The site-month-year bucket for the day,
      * started the first time it is needed)
      *----------------------------------------------------------------*
       230-ADD-DAY-TO-BUCKET.
           PERFORM 235-REGISTER-SITE
           MOVE "N" TO WS-BKT-FOUND-FLAG
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
                      OR WS-BKT-FOUND
               IF WS-BKT-SITE(WS-BKT-IDX) = MST-SITE-ID AND
                  WS-BKT-YEAR(WS-BKT-IDX) = WS-DAY-YEAR AND
                  WS-BKT-MONTH(WS-BKT-IDX) = WS-DAY-MONTH
                   SET WS-BKT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-BKT-FOUND
               SET WS-BKT-IDX DOWN BY 1
           ELSE
               IF WS-BKT-TABLE-COUNT >= WS-BKT-TABLE-MAX
                   IF NOT WS-BKT-TABLE-FULL
                       SET WS-BKT-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: month table full at "
                           WS-BKT-TABLE-MAX " site-months - later "
                           "months not analysed"
                       MOVE 4 TO WS-RUN-RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-BKT-TABLE-COUNT
                   SET WS-BKT-IDX TO WS-BKT-TABLE-COUNT
                   MOVE MST-SITE-ID TO WS-BKT-SITE(WS-BKT-IDX)
                   MOVE WS-DAY-YEAR TO WS-BKT-YEAR(WS-BKT-IDX)
                   MOVE WS-DAY-MONTH TO WS-BKT-MONTH(WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-YIELD-WH(WS-BKT-IDX)
                                WS-BKT-SUN-HOURS(WS-BKT-IDX)
                                WS-BKT-DAYS(WS-BKT-IDX)
                                WS-BKT-RATIO(WS-BKT-IDX)
                   MOVE "N" TO WS-BKT-USABLE-FLAG(WS-BKT-IDX)
                   SET WS-BKT-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-BKT-FOUND
               ADD WS-DAY-YIELD-WH TO WS-BKT-YIELD-WH(WS-BKT-IDX)
               ADD WS-DAY-SUN-HOURS TO WS-BKT-SUN-HOURS(WS-BKT-IDX)
               ADD 1 TO WS-BKT-DAYS(WS-BKT-IDX)
               ADD 1 TO WS-DAYS-USED
               ADD 1 TO WS-SITE-DAYS-USED(WS-SITE-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * REGISTER SITE (The day's site in the site table; the master
      * arrives in site order, so the table follows it)
      *----------------------------------------------------------------*
       235-REGISTER-SITE.
           MOVE "N" TO WS-SITE-FOUND-FLAG
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-TABLE-COUNT
                      OR WS-SITE-FOUND
               IF WS-SITE-ID(WS-SITE-IDX) = MST-SITE-ID
                   SET WS-SITE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SITE-FOUND
               SET WS-SITE-IDX DOWN BY 1
           ELSE
               IF WS-SITE-TABLE-COUNT >= WS-SITE-TABLE-MAX
                   DISPLAY "ERROR: more than " WS-SITE-TABLE-MAX
                       " sites on the master - run per SITE_ID"
                   CLOSE DAILY-MASTER-FILE
                   CLOSE REPORT-OUTPUT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SITE-TABLE-COUNT
               SET WS-SITE-IDX TO WS-SITE-TABLE-COUNT
               INITIALIZE WS-SITE-ENTRY(WS-SITE-IDX)
               MOVE MST-SITE-ID TO WS-SITE-ID(WS-SITE-IDX)
               MOVE WS-DAY-YEAR TO WS-SITE-FIRST-YEAR(WS-SITE-IDX)
               SET WS-SITE-INSUFFICIENT(WS-SITE-IDX) TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * FIT DEGRADATION (Settle each bucket's yield per sun-hour,
      * then fit and judge every site)
      *----------------------------------------------------------------*
       300-FIT-DEGRADATION.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
               IF WS-BKT-DAYS(WS-BKT-IDX) >= WS-MIN-CLEAR-DAYS AND
                  WS-BKT-SUN-HOURS(WS-BKT-IDX) > ZERO
                   COMPUTE WS-BKT-RATIO(WS-BKT-IDX) ROUNDED =
                       WS-BKT-YIELD-WH(WS-BKT-IDX) / 1000
                       / WS-BKT-SUN-HOURS(WS-BKT-IDX)
                   SET WS-BKT-USABLE(WS-BKT-IDX) TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-TABLE-COUNT
               PERFORM 310-FIT-ONE-SITE
           END-PERFORM.

      *----------------------------------------------------------------*
      * FIT ONE SITE (Sum the site's points, solve the line, and
      * compare with the warranty curve)
      *----------------------------------------------------------------*
       310-FIT-ONE-SITE.
           INITIALIZE WS-FIT-FIELDS
           MOVE 9999 TO WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
           MOVE ZERO TO WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
               IF WS-BKT-SITE(WS-BKT-IDX) = WS-SITE-ID(WS-SITE-IDX)
                  AND WS-BKT-USABLE(WS-BKT-IDX)
                   PERFORM 320-ADD-FIT-POINT
               END-IF
           END-PERFORM
           MOVE WS-FIT-N TO WS-SITE-FIT-POINTS(WS-SITE-IDX)

           IF WS-FIT-N < 3 OR
              WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX) <=
              WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
               SET WS-SITE-INSUFFICIENT(WS-SITE-IDX) TO TRUE
           ELSE
               SET WS-SITE-WITHIN(WS-SITE-IDX) TO TRUE
               PERFORM 330-SOLVE-FIT
               PERFORM 340-COMPARE-WARRANTY
           END-IF.

      *----------------------------------------------------------------*
      * ADD FIT POINT (One bucket as a percentage of its calendar
      * month's mean across the site's years; x counts years from
      * the site's first year on record)
      *----------------------------------------------------------------*
       320-ADD-FIT-POINT.
           MOVE ZERO TO WS-MONTH-RATIO-SUM WS-MONTH-YEARS
           PERFORM VARYING WS-BKT-CMP-IDX FROM 1 BY 1
                   UNTIL WS-BKT-CMP-IDX > WS-BKT-TABLE-COUNT
               IF WS-BKT-SITE(WS-BKT-CMP-IDX) = WS-BKT-SITE(WS-BKT-IDX)
                  AND WS-BKT-MONTH(WS-BKT-CMP-IDX) =
                      WS-BKT-MONTH(WS-BKT-IDX)
                  AND WS-BKT-USABLE(WS-BKT-CMP-IDX)
                   ADD WS-BKT-RATIO(WS-BKT-CMP-IDX)
                       TO WS-MONTH-RATIO-SUM
                   ADD 1 TO WS-MONTH-YEARS
               END-IF
           END-PERFORM

           IF WS-MONTH-YEARS >= 2 AND WS-MONTH-RATIO-SUM > ZERO
               COMPUTE WS-MONTH-MEAN-RATIO =
                   WS-MONTH-RATIO-SUM / WS-MONTH-YEARS
               COMPUTE WS-FIT-Y ROUNDED =
                   WS-BKT-RATIO(WS-BKT-IDX) * 100 / WS-MONTH-MEAN-RATIO
               COMPUTE WS-FIT-X = WS-BKT-YEAR(WS-BKT-IDX)
                   - WS-SITE-FIRST-YEAR(WS-SITE-IDX)
               ADD 1 TO WS-FIT-N
               ADD WS-FIT-X TO WS-FIT-SX
               ADD WS-FIT-Y TO WS-FIT-SY
               COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X
               COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y
               COMPUTE WS-FIT-SYY = WS-FIT-SYY + WS-FIT-Y * WS-FIT-Y
               IF WS-BKT-YEAR(WS-BKT-IDX) <
                  WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
                   MOVE WS-BKT-YEAR(WS-BKT-IDX)
                       TO WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
               END-IF
               IF WS-BKT-YEAR(WS-BKT-IDX) >
                  WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
                   MOVE WS-BKT-YEAR(WS-BKT-IDX)
                       TO WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SOLVE FIT (Least-squares slope and intercept, the standard
      * error of the slope, and the rate expressed as a percentage
      * of the fitted level in the first fitted year, so a positive
      * figure is a loss. The range is two standard errors - about
      * 95% confidence once there are a dozen or more points.)
      *----------------------------------------------------------------*
       330-SOLVE-FIT.
           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
           IF WS-FIT-DENOM = ZERO
               SET WS-SITE-INSUFFICIENT(WS-SITE-IDX) TO TRUE
           ELSE
               COMPUTE WS-FIT-SLOPE ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                   / WS-FIT-DENOM
               COMPUTE WS-FIT-INTERCEPT ROUNDED =
                   (WS-FIT-SY - WS-FIT-SLOPE * WS-FIT-SX) / WS-FIT-N

               COMPUTE WS-FIT-SSRES = WS-FIT-SYY
                   - WS-FIT-INTERCEPT * WS-FIT-SY
                   - WS-FIT-SLOPE * WS-FIT-SXY
               IF WS-FIT-SSRES < ZERO
                   MOVE ZERO TO WS-FIT-SSRES
               END-IF
               COMPUTE WS-FIT-VARIANCE ROUNDED =
                   WS-FIT-SSRES / (WS-FIT-N - 2)
               COMPUTE WS-FIT-SLOPE-SE ROUNDED =
                   (WS-FIT-VARIANCE * WS-FIT-N / WS-FIT-DENOM) ** 0.5

               COMPUTE WS-FIT-X = WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
                   - WS-SITE-FIRST-YEAR(WS-SITE-IDX)
               COMPUTE WS-FIT-LEVEL-FIRST =
                   WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-FIT-X
               IF WS-FIT-LEVEL-FIRST <= ZERO
                   SET WS-SITE-INSUFFICIENT(WS-SITE-IDX) TO TRUE
               ELSE
                   COMPUTE WS-SITE-DEG-PCT(WS-SITE-IDX) ROUNDED =
                       0 - WS-FIT-SLOPE * 100 / WS-FIT-LEVEL-FIRST
                   COMPUTE WS-FIT-SE-PCT ROUNDED =
                       WS-FIT-SLOPE-SE * 100 / WS-FIT-LEVEL-FIRST
                   COMPUTE WS-SITE-DEG-LOW-PCT(WS-SITE-IDX) ROUNDED =
                       WS-SITE-DEG-PCT(WS-SITE-IDX) - 2 * WS-FIT-SE-PCT
                   COMPUTE WS-SITE-DEG-HIGH-PCT(WS-SITE-IDX) ROUNDED =
                       WS-SITE-DEG-PCT(WS-SITE-IDX) + 2 * WS-FIT-SE-PCT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMPARE WARRANTY (The array is taken to have delivered its
      * guarantee in the first fitted year - the benefit of the
      * doubt - and is carried forward at the fitted rate to the
      * last fitted year. Below the curve even at the low end of the
      * range is BELOW; below it only at the central rate is
      * POSSIBLY BELOW. Either flags the site.)
      *----------------------------------------------------------------*
       340-COMPARE-WARRANTY.
           IF NOT WS-SITE-INSUFFICIENT(WS-SITE-IDX)
               IF WS-INSTALL-YEAR NOT = ZERO AND
                  WS-INSTALL-YEAR <= WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
                   MOVE WS-INSTALL-YEAR TO WS-FIT-INSTALL-YEAR
               ELSE
                   MOVE WS-SITE-FIRST-YEAR(WS-SITE-IDX)
                       TO WS-FIT-INSTALL-YEAR
               END-IF
               COMPUTE WS-FIT-AGE-FIRST =
                   WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
                   - WS-FIT-INSTALL-YEAR + 1
               COMPUTE WS-FIT-AGE-LAST =
                   WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
                   - WS-FIT-INSTALL-YEAR + 1
               IF WS-FIT-AGE-FIRST > WS-WAR-MAX-AGE
                   MOVE WS-WAR-MAX-AGE TO WS-FIT-AGE-FIRST
               END-IF
               IF WS-FIT-AGE-LAST > WS-WAR-MAX-AGE
                   MOVE WS-WAR-MAX-AGE TO WS-FIT-AGE-LAST
               END-IF
               COMPUTE WS-FIT-SPAN-YEARS =
                   WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
                   - WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)

               MOVE WS-WAR-PCT(WS-FIT-AGE-FIRST) TO WS-WAR-FIRST-PCT
               MOVE WS-WAR-PCT(WS-FIT-AGE-LAST)
                   TO WS-SITE-WARRANTY-PCT(WS-SITE-IDX)
               IF WS-WAR-FIRST-PCT > ZERO
                   COMPUTE WS-SITE-ALLOWED-PCT(WS-SITE-IDX) ROUNDED =
                       (WS-WAR-FIRST-PCT
                        - WS-SITE-WARRANTY-PCT(WS-SITE-IDX))
                       * 100 / WS-WAR-FIRST-PCT / WS-FIT-SPAN-YEARS
               END-IF
               COMPUTE WS-SITE-LEVEL-PCT(WS-SITE-IDX) ROUNDED =
                   WS-WAR-FIRST-PCT
                   * (1 - WS-SITE-DEG-PCT(WS-SITE-IDX)
                          * WS-FIT-SPAN-YEARS / 100)
               COMPUTE WS-SITE-BEST-LEVEL-PCT(WS-SITE-IDX) ROUNDED =
                   WS-WAR-FIRST-PCT
                   * (1 - WS-SITE-DEG-LOW-PCT(WS-SITE-IDX)
                          * WS-FIT-SPAN-YEARS / 100)

               EVALUATE TRUE
                   WHEN WS-SITE-BEST-LEVEL-PCT(WS-SITE-IDX) <
                        WS-SITE-WARRANTY-PCT(WS-SITE-IDX)
                       SET WS-SITE-BELOW(WS-SITE-IDX) TO TRUE
                       ADD 1 TO WS-SITES-FLAGGED
                   WHEN WS-SITE-LEVEL-PCT(WS-SITE-IDX) <
                        WS-SITE-WARRANTY-PCT(WS-SITE-IDX)
                       SET WS-SITE-POSSIBLY-BELOW(WS-SITE-IDX) TO TRUE
                       ADD 1 TO WS-SITES-FLAGGED
                   WHEN OTHER
                       SET WS-SITE-WITHIN(WS-SITE-IDX) TO TRUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * GENERATE REPORT
      *----------------------------------------------------------------*
       400-GENERATE-REPORT.
           DISPLAY "Generating report..."
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "PV ARRAY DEGRADATION ANALYSIS (SUNSHINE-NORMALIZED)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           WRITE REPORT-LINE FROM SPACES

           PERFORM 410-PRINT-DAY-COUNTS

           IF WS-SITE-TABLE-COUNT = ZERO
               MOVE "No clear, uncapped days to analyse." TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SPACES
           ELSE
               PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                       UNTIL WS-SITE-IDX > WS-SITE-TABLE-COUNT
                   PERFORM 420-PRINT-SITE-SECTION
               END-PERFORM
               PERFORM 450-PRINT-WARRANTY-SUMMARY
           END-IF
           WRITE REPORT-LINE FROM WS-EQUALS-LINE.

      *----------------------------------------------------------------*
      * PRINT DAY COUNTS (The screening parameters, then where every
      * master day went)
      *----------------------------------------------------------------*
       410-PRINT-DAY-COUNTS.
           MOVE SPACES TO REPORT-LINE
           IF WS-USE-SITE-FILTER
               STRING "Site: " DELIMITED BY SIZE
                      WS-SITE-ID-PARM DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "Site: all" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLEAR-DAY-PCT TO WS-EDIT-PARM
           STRING "Clear day: sun-hours at least " DELIMITED BY SIZE
                  WS-EDIT-PARM DELIMITED BY SIZE
                  "% of the month's best" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-FLOAT-CAP-PCT TO WS-EDIT-PARM
           STRING "Battery-capped: float over " DELIMITED BY SIZE
                  WS-EDIT-PARM DELIMITED BY SIZE
                  "% of charge-stage time" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIN-CLEAR-DAYS TO WS-EDIT-PARM
           STRING "Usable month: at least " DELIMITED BY SIZE
                  WS-EDIT-PARM DELIMITED BY SIZE
                  " clear, uncapped days" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-WAR-FROM-FILE
               STRING "Warranty curve: " DELIMITED BY SIZE
                      FUNCTION TRIM(WARRANTY-FILE-PATH)
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "Warranty curve: 97.5% in year 1, less 0.5 a year"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT
           STRING "Master days read:            " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DAYS-OTHER-SITE > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DAYS-OTHER-SITE TO WS-EDIT-COUNT
               STRING "  Other sites:               " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-EXCLUDED TO WS-EDIT-COUNT
           STRING "  Excluded:                  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-MALFORMED TO WS-EDIT-COUNT
           STRING "  Unreadable yield or date:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-NO-WEATHER TO WS-EDIT-COUNT
           STRING "  No weather observation:    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-NOT-CLEAR TO WS-EDIT-COUNT
           STRING "  Not clear:                 " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-CAPPED TO WS-EDIT-COUNT
           STRING "  Capped by a full battery:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-USED TO WS-EDIT-COUNT
           STRING "  Used:                      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT SITE SECTION (The site's yield-per-sun-hour matrix and
      * its fitted rate against the warranty)
      *----------------------------------------------------------------*
       420-PRINT-SITE-SECTION.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "YIELD PER SUN-HOUR (KWH) BY MONTH - SITE "
                      DELIMITED BY SIZE
                  WS-SITE-ID(WS-SITE-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           PERFORM 425-BUILD-SITE-YEARS
           MOVE 1 TO WS-SY-FIRST-SUB
           IF WS-SITE-YEAR-COUNT > WS-MATRIX-COL-MAX
               COMPUTE WS-SY-FIRST-SUB =
                   WS-SITE-YEAR-COUNT - WS-MATRIX-COL-MAX + 1
               MOVE "(showing the most recent 6 years)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *    Column header row: one year per column
           MOVE SPACES TO WS-MATRIX-PRINT
           MOVE "MONTH" TO WS-MPRINT-MONTH
           MOVE ZERO TO WS-COL-SUB
           PERFORM VARYING WS-SY-SUB FROM WS-SY-FIRST-SUB BY 1
                   UNTIL WS-SY-SUB > WS-SITE-YEAR-COUNT
               ADD 1 TO WS-COL-SUB
               MOVE SPACES TO WS-MPRINT-COL(WS-COL-SUB)
               MOVE WS-SITE-YEAR(WS-SY-SUB)
                   TO WS-MPRINT-COL(WS-COL-SUB)(4:4)
           END-PERFORM
           MOVE WS-MATRIX-PRINT TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               PERFORM 430-PRINT-MONTH-ROW
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES

           PERFORM 440-PRINT-SITE-FIT.

      *----------------------------------------------------------------*
      * BUILD SITE YEARS (The distinct years the site has days in,
      * ascending)
      *----------------------------------------------------------------*
       425-BUILD-SITE-YEARS.
           MOVE ZERO TO WS-SITE-YEAR-COUNT
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
               IF WS-BKT-SITE(WS-BKT-IDX) = WS-SITE-ID(WS-SITE-IDX)
                   MOVE "N" TO WS-SY-FOUND-FLAG
                   PERFORM VARYING WS-SY-SUB FROM 1 BY 1
                           UNTIL WS-SY-SUB > WS-SITE-YEAR-COUNT
                       IF WS-SITE-YEAR(WS-SY-SUB) =
                          WS-BKT-YEAR(WS-BKT-IDX)
                           SET WS-SY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-SY-FOUND AND
                      WS-SITE-YEAR-COUNT < WS-SITE-YEAR-MAX
                       ADD 1 TO WS-SITE-YEAR-COUNT
                       MOVE WS-BKT-YEAR(WS-BKT-IDX)
                           TO WS-SITE-YEAR(WS-SITE-YEAR-COUNT)
                   END-IF
               END-IF
           END-PERFORM

      *    Simple bubble sort - a site has a few dozen years at most
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-SITE-YEAR-COUNT
               PERFORM VARYING WS-SY-SUB FROM 1 BY 1
                       UNTIL WS-SY-SUB >= WS-SITE-YEAR-COUNT
                   IF WS-SITE-YEAR(WS-SY-SUB) >
                      WS-SITE-YEAR(WS-SY-SUB + 1)
                       MOVE WS-SITE-YEAR(WS-SY-SUB) TO WS-SWAP-YEAR
                       MOVE WS-SITE-YEAR(WS-SY-SUB + 1)
                           TO WS-SITE-YEAR(WS-SY-SUB)
                       MOVE WS-SWAP-YEAR TO WS-SITE-YEAR(WS-SY-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * PRINT MONTH ROW (One calendar month across the site's years;
      * a month with too few usable days shows its day count in
      * brackets instead of a figure, a month with none shows "-".
      * Months with no days in any year are suppressed.)
      *----------------------------------------------------------------*
       430-PRINT-MONTH-ROW.
           MOVE SPACES TO WS-MATRIX-PRINT
           MOVE WS-MONTH-SUB TO WS-MONTH-DISP
           MOVE WS-MONTH-DISP TO WS-MPRINT-MONTH(3:2)
           MOVE "N" TO WS-ROW-HAS-DATA-FLAG
           MOVE ZERO TO WS-COL-SUB
           PERFORM VARYING WS-SY-SUB FROM WS-SY-FIRST-SUB BY 1
                   UNTIL WS-SY-SUB > WS-SITE-YEAR-COUNT
               ADD 1 TO WS-COL-SUB
               MOVE "N" TO WS-CELL-FOUND-FLAG
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
                          OR WS-CELL-FOUND
                   IF WS-BKT-SITE(WS-BKT-IDX) = WS-SITE-ID(WS-SITE-IDX)
                      AND WS-BKT-YEAR(WS-BKT-IDX) =
                          WS-SITE-YEAR(WS-SY-SUB)
                      AND WS-BKT-MONTH(WS-BKT-IDX) = WS-MONTH-SUB
                       SET WS-CELL-FOUND TO TRUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-MPRINT-COL(WS-COL-SUB)
               IF WS-CELL-FOUND
                   SET WS-BKT-IDX DOWN BY 1
                   SET WS-ROW-HAS-DATA TO TRUE
                   IF WS-BKT-USABLE(WS-BKT-IDX)
                       MOVE WS-BKT-RATIO(WS-BKT-IDX) TO WS-EDIT-RATIO
                       MOVE WS-EDIT-RATIO
                           TO WS-MPRINT-COL(WS-COL-SUB)(2:7)
                   ELSE
                       MOVE WS-BKT-DAYS(WS-BKT-IDX) TO WS-EDIT-PARM
                       STRING "   (" DELIMITED BY SIZE
                              WS-EDIT-PARM DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-MPRINT-COL(WS-COL-SUB)
                   END-IF
               ELSE
                   MOVE "-" TO WS-MPRINT-COL(WS-COL-SUB)(7:1)
               END-IF
           END-PERFORM
           IF WS-ROW-HAS-DATA
               MOVE WS-MATRIX-PRINT TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * PRINT SITE FIT (The fitted rate, its range, the warranty's
      * allowance over the same years, and the verdict)
      *----------------------------------------------------------------*
       440-PRINT-SITE-FIT.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SITE-DAYS-USED(WS-SITE-IDX) TO WS-EDIT-COUNT
           STRING "Clear, uncapped days used:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SITE-FIT-POINTS(WS-SITE-IDX) TO WS-EDIT-COUNT
           STRING "Months fitted (2+ years):    " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SITE-INSUFFICIENT(WS-SITE-IDX)
               MOVE "Not enough repeated months across years to fit a"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "rate - needs the same months usable in 2+ years."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SITE-FIT-FIRST-YEAR(WS-SITE-IDX)
                   TO WS-EDIT-YEAR-1
               MOVE WS-SITE-FIT-LAST-YEAR(WS-SITE-IDX)
                   TO WS-EDIT-YEAR-2
               STRING "Years fitted:                " DELIMITED BY SIZE
                      WS-EDIT-YEAR-1 DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-EDIT-YEAR-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-SITE-DEG-PCT(WS-SITE-IDX) TO WS-EDIT-PCT-SIGNED
               MOVE WS-SITE-DEG-LOW-PCT(WS-SITE-IDX) TO WS-EDIT-PCT-LOW
               MOVE WS-SITE-DEG-HIGH-PCT(WS-SITE-IDX)
                   TO WS-EDIT-PCT-HIGH
               STRING "Degradation per year:      " DELIMITED BY SIZE
                      WS-EDIT-PCT-SIGNED DELIMITED BY SIZE
                      " %  (range " DELIMITED BY SIZE
                      WS-EDIT-PCT-LOW DELIMITED BY SIZE
                      " to" DELIMITED BY SIZE
                      WS-EDIT-PCT-HIGH DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-SITE-ALLOWED-PCT(WS-SITE-IDX)
                   TO WS-EDIT-PCT-SIGNED
               STRING "Warranty allows per year:  " DELIMITED BY SIZE
                      WS-EDIT-PCT-SIGNED DELIMITED BY SIZE
                      " %" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-SITE-LEVEL-PCT(WS-SITE-IDX) TO WS-EDIT-LEVEL
               MOVE WS-SITE-WARRANTY-PCT(WS-SITE-IDX)
                   TO WS-EDIT-WARRANTY
               STRING "Output in " DELIMITED BY SIZE
                      WS-EDIT-YEAR-2 DELIMITED BY SIZE
                      ":           " DELIMITED BY SIZE
                      WS-EDIT-LEVEL DELIMITED BY SIZE
                      " %  (guaranteed " DELIMITED BY SIZE
                      WS-EDIT-WARRANTY DELIMITED BY SIZE
                      " %)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM 445-SET-STATUS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Status:                      " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * SET STATUS TEXT
      *----------------------------------------------------------------*
       445-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-SITE-BELOW(WS-SITE-IDX)
                   MOVE "*** BELOW WARRANTY CURVE ***" TO WS-STATUS-TEXT
               WHEN WS-SITE-POSSIBLY-BELOW(WS-SITE-IDX)
                   MOVE "POSSIBLY BELOW WARRANTY" TO WS-STATUS-TEXT
               WHEN WS-SITE-WITHIN(WS-SITE-IDX)
                   MOVE "WITHIN WARRANTY" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "INSUFFICIENT HISTORY" TO WS-STATUS-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PRINT WARRANTY SUMMARY (One line per site, the flagged ones
      * called out for the claim)
      *----------------------------------------------------------------*
       450-PRINT-WARRANTY-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "WARRANTY SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "SITE   DEG %/YR   ALLOWED   STATUS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-TABLE-COUNT
               PERFORM 445-SET-STATUS-TEXT
               MOVE SPACES TO REPORT-LINE
               IF WS-SITE-INSUFFICIENT(WS-SITE-IDX)
                   STRING WS-SITE-ID(WS-SITE-IDX) DELIMITED BY SIZE
                          "                        " DELIMITED BY SIZE
                          WS-STATUS-TEXT DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   MOVE WS-SITE-DEG-PCT(WS-SITE-IDX)
                       TO WS-EDIT-PCT-SIGNED
                   MOVE WS-SITE-ALLOWED-PCT(WS-SITE-IDX)
                       TO WS-EDIT-PCT-LOW
                   STRING WS-SITE-ID(WS-SITE-IDX) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-EDIT-PCT-SIGNED DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-EDIT-PCT-LOW DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-STATUS-TEXT DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES
           IF WS-SITES-FLAGGED > 0
               MOVE "Output is taken at its guarantee in the first"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "fitted year, so a flagged site is below the curve"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "even on that generous assumption."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SPACES
           END-IF.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT (RC 4 when any site is flagged)
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           CLOSE DAILY-MASTER-FILE
           CLOSE REPORT-OUTPUT-FILE
           DISPLAY "Days used:    " WS-DAYS-USED
           DISPLAY "Sites flagged: " WS-SITES-FLAGGED
           IF WS-SITES-FLAGGED > 0
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

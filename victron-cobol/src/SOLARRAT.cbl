      ******************************************************************
      * RATE TABLE MAINTENANCE AND VALIDATION PROGRAM
      * Purpose: Keep the effective-dated rate table file that
      *          SOLARCOST, SOLARBIL, SOLARFCT, SOLARBAT, SOLARARC and
      *          SOLARINQ price with in a state they can trust. The
      *          file used to be edited by hand, and a typo in a date
      *          silently priced days at the wrong tariff - or at no
      *          tariff at all. VALIDATE reports every period with
      *          the problems 160-VALIDATE-RATE-TABLE finds (bad
      *          dates, inverted or overlapping periods, gaps between
      *          periods, rows that will not parse) and, walking the
      *          daily master, every run of master days per site that
      *          no period covers. ADD appends a new period, ENDDATE
      *          closes an existing one, SUPERSEDE ends the period in
      *          effect on a date and starts a new one there. A period
      *          may carry import blocks (block limits in kWh per
      *          billing month with a rate for each block above the
      *          first) and fixed daily and monthly charges. A change
      *          is only written when the resulting table has no
      *          overlapping, inverted or badly dated periods; the
      *          file is rewritten in date order and every change is
      *          appended to the rate change log (who, when, which
      *          period, old and new values).
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARRAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE
               ASSIGN TO RATE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-LOG-FILE
               ASSIGN TO RATE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-LOG-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD           PIC X(200).

       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  RATE-LOG-FILE.
       01  RATE-LOG-LINE               PIC X(200).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  RATE-TABLE-PATH             PIC X(100).
       01  MASTER-FILE-PATH            PIC X(100).
       01  RATE-LOG-PATH               PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-RATE-TABLE-STATUS        PIC XX.
           88  WS-RATE-TABLE-OK        VALUE "00".
           88  WS-RATE-TABLE-EOF       VALUE "10".
           88  WS-RATE-TABLE-MISSING   VALUE "35".

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".

       01  WS-RATE-LOG-STATUS          PIC XX.
           88  WS-RATE-LOG-OK          VALUE "00".

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-SITE-ID-PARM             PIC X(4).
       01  WS-USE-SITE-FILTER-FLAG     PIC X VALUE "N".
           88  WS-USE-SITE-FILTER      VALUE "Y".

      *----------------------------------------------------------------*
      * Rate Table (layout shared with the pricing programs)
      *----------------------------------------------------------------*
       COPY RATETBL.

       01  WS-RATE-FIELD-1             PIC X(10).
       01  WS-RATE-FIELD-2             PIC X(10).
       01  WS-RATE-FIELD-3             PIC X(10).
       01  WS-RATE-FIELD-4             PIC X(10).
       01  WS-RATE-FIRST-RECORD-FLAG   PIC X VALUE "Y".
           88  WS-RATE-IS-FIRST-RECORD VALUE "Y".

      *----------------------------------------------------------------*
      * Maintenance Request Parameters (RATE_ACTION names the action:
      * VALIDATE, ADD, ENDDATE or SUPERSEDE; RATE_FROM and RATE_TO
      * are YYYYMMDD, RATE_TO defaulting to 99999999 - open ended;
      * RATE_IMPORT and RATE_EXPORT are per-kWh rates, the export
      * rate following the import rate when it is not given; every
      * change needs RATE_USER for the log. ADD and SUPERSEDE may also
      * give RATE_BLOCK1_KWH, RATE_BLOCK2_RATE, RATE_BLOCK2_KWH,
      * RATE_BLOCK3_RATE, RATE_DAILY_CHARGE and RATE_MONTHLY_CHARGE;
      * any left out are zero - a flat rate with no fixed charges)
      *----------------------------------------------------------------*
       01  WS-RATE-ACTION              PIC X(10).
           88  WS-ACTION-VALIDATE      VALUE "VALIDATE".
           88  WS-ACTION-ADD           VALUE "ADD".
           88  WS-ACTION-ENDDATE       VALUE "ENDDATE".
           88  WS-ACTION-SUPERSEDE     VALUE "SUPERSEDE".
       01  WS-RATE-USER                PIC X(20).
       01  WS-RATE-FROM-PARM           PIC X(10).
       01  WS-RATE-TO-PARM             PIC X(10).
       01  WS-RATE-IMPORT-PARM         PIC X(10).
       01  WS-RATE-EXPORT-PARM         PIC X(10).

       01  WS-NEW-FROM                 PIC 9(8) VALUE ZERO.
       01  WS-NEW-TO                   PIC 9(8) VALUE 99999999.
       01  WS-NEW-IMPORT               PIC 9V999 COMP-3 VALUE ZERO.
       01  WS-NEW-EXPORT               PIC 9V999 COMP-3 VALUE ZERO.
       01  WS-NEW-TIER-FIELDS          PIC X(60) VALUE SPACES.
       01  WS-OLD-TO                   PIC 9(8).
       01  WS-OLD-FROM                 PIC 9(8).

       01  WS-CHECK-DATE-PARM          PIC X(10).
       01  WS-CHECK-DATE               PIC 9(8).
       01  WS-CHECK-DATE-FLAG          PIC X.
           88  WS-CHECK-DATE-VALID     VALUE "Y".

       01  WS-TARGET-SUB               PIC 9(3) VALUE ZERO.
       01  WS-TARGET-FOUND-FLAG        PIC X VALUE "N".
           88  WS-TARGET-FOUND         VALUE "Y".

       01  WS-SWAP-ENTRY               PIC X(49).
       01  WS-SORT-SWAPPED-FLAG        PIC X.
           88  WS-SORT-SWAPPED         VALUE "Y".

      *----------------------------------------------------------------*
      * Pending Change Log Lines (written only once the new table has
      * been saved, so the log never records a refused change)
      *----------------------------------------------------------------*
       01  WS-PEND-COUNT               PIC 9 VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 2 TIMES INDEXED BY WS-PEND-IDX.
               10  WS-PEND-ACTION      PIC X(10).
               10  WS-PEND-FROM        PIC 9(8).
               10  WS-PEND-TO          PIC 9(8).
               10  WS-PEND-IMPORT      PIC 9V999 COMP-3.
               10  WS-PEND-EXPORT      PIC 9V999 COMP-3.
               10  WS-PEND-DETAIL      PIC X(40).
               10  WS-PEND-BLOCK1-KWH  PIC 9(5)V99 COMP-3.
               10  WS-PEND-BLOCK2-RATE PIC 9V999 COMP-3.
               10  WS-PEND-BLOCK2-KWH  PIC 9(5)V99 COMP-3.
               10  WS-PEND-BLOCK3-RATE PIC 9V999 COMP-3.
               10  WS-PEND-DAILY       PIC 9(3)V9999 COMP-3.
               10  WS-PEND-MONTHLY     PIC 9(5)V99 COMP-3.
       01  WS-ENTRY-SUB                PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * Block and Fixed Charge Columns (the six optional columns after
      * the export rate, shared by the rate file and the change log)
      *----------------------------------------------------------------*
       01  WS-FMT-CHARGES.
           05  WS-FMT-BLOCK1-KWH       PIC 9(5)V99 COMP-3.
           05  WS-FMT-BLOCK2-RATE      PIC 9V999 COMP-3.
           05  WS-FMT-BLOCK2-KWH       PIC 9(5)V99 COMP-3.
           05  WS-FMT-BLOCK3-RATE      PIC 9V999 COMP-3.
           05  WS-FMT-DAILY            PIC 9(3)V9999 COMP-3.
           05  WS-FMT-MONTHLY          PIC 9(5)V99 COMP-3.
       01  WS-CHARGE-COLUMNS           PIC X(80).
       01  WS-CHARGES-PRESENT-FLAG     PIC X VALUE "N".
           88  WS-CHARGES-PRESENT      VALUE "Y".
       01  WS-EDIT-KWH-LIMIT           PIC ZZZZ9.99.
       01  WS-EDIT-KWH-LIMIT-2         PIC ZZZZ9.99.
       01  WS-EDIT-BLOCK-RATE          PIC 9.999.
       01  WS-EDIT-BLOCK-RATE-2        PIC 9.999.
       01  WS-EDIT-DAILY               PIC ZZ9.9999.
       01  WS-EDIT-MONTHLY             PIC ZZZZ9.99.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-LOG-TIME-DISP            PIC 9(6).

      *----------------------------------------------------------------*
      * Master Date Coverage (a run is a stretch of consecutive master
      * days for one site that no rate period covers)
      *----------------------------------------------------------------*
       01  WS-MASTER-CHECKED-FLAG      PIC X VALUE "N".
           88  WS-MASTER-CHECKED       VALUE "Y".
       01  WS-CUR-SITE                 PIC X(4) VALUE SPACES.
       01  WS-SITE-DAYS                PIC 9(5) VALUE ZERO.
       01  WS-SITE-UNCOVERED           PIC 9(5) VALUE ZERO.
       01  WS-SITES-CHECKED            PIC 9(3) VALUE ZERO.
       01  WS-DAYS-CHECKED             PIC 9(7) VALUE ZERO.
       01  WS-DAYS-UNCOVERED           PIC 9(7) VALUE ZERO.
       01  WS-DAYS-EXCLUDED            PIC 9(7) VALUE ZERO.
       01  WS-RUN-OPEN-FLAG            PIC X VALUE "N".
           88  WS-RUN-OPEN             VALUE "Y".
       01  WS-RUN-FROM                 PIC X(8).
       01  WS-RUN-TO                   PIC X(8).
       01  WS-RUN-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-UNCOVERED-RUNS           PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * Report Edit Fields
      *----------------------------------------------------------------*
       01  WS-EDIT-COUNT               PIC ZZ,ZZ9.
       01  WS-EDIT-IMPORT              PIC 9.999.
       01  WS-EDIT-EXPORT              PIC 9.999.
       01  WS-EDIT-SUB                 PIC ZZ9.

       01  WS-RUN-RETURN-CODE          PIC 9(4) VALUE 0.

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 110-LOAD-RATE-TABLE.
           PERFORM 160-VALIDATE-RATE-TABLE.
           EVALUATE TRUE
               WHEN WS-ACTION-VALIDATE
                   PERFORM 200-REPORT-RATE-PERIODS
                   PERFORM 300-CHECK-MASTER-COVERAGE
                   PERFORM 390-REPORT-RESULT
               WHEN WS-ACTION-ADD
                   PERFORM 400-ADD-PERIOD
                   PERFORM 700-SAVE-RATE-TABLE
               WHEN WS-ACTION-ENDDATE
                   PERFORM 500-END-DATE-PERIOD
                   PERFORM 700-SAVE-RATE-TABLE
               WHEN WS-ACTION-SUPERSEDE
                   PERFORM 600-SUPERSEDE-PERIOD
                   PERFORM 700-SAVE-RATE-TABLE
           END-EVALUATE
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION (Validate the requested action and its dates
      * before reading anything; a change without a user would leave
      * an unattributable log entry, so it is refused up front)
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Rate Table Maintenance Program..."

           ACCEPT RATE-TABLE-PATH FROM ENVIRONMENT "RATE_TABLE_FILE"
           IF RATE-TABLE-PATH = SPACES
               MOVE "./output/rate_table.csv" TO RATE-TABLE-PATH
           END-IF

           ACCEPT MASTER-FILE-PATH FROM ENVIRONMENT "DAILY_MASTER_FILE"
           IF MASTER-FILE-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-FILE-PATH
           END-IF

           ACCEPT RATE-LOG-PATH FROM ENVIRONMENT "RATE_CHANGE_LOG_FILE"
           IF RATE-LOG-PATH = SPACES
               MOVE "./output/rate_change_log.csv" TO RATE-LOG-PATH
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "RATE_REPORT_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/rate_validation_report.txt"
                   TO REPORT-FILE
           END-IF

           ACCEPT WS-SITE-ID-PARM FROM ENVIRONMENT "SITE_ID"
           IF WS-SITE-ID-PARM NOT = SPACES
               SET WS-USE-SITE-FILTER TO TRUE
           END-IF

           ACCEPT WS-RATE-ACTION FROM ENVIRONMENT "RATE_ACTION"
           IF WS-RATE-ACTION = SPACES
               MOVE "VALIDATE" TO WS-RATE-ACTION
           END-IF
           IF NOT (WS-ACTION-VALIDATE OR WS-ACTION-ADD OR
                   WS-ACTION-ENDDATE OR WS-ACTION-SUPERSEDE)
               DISPLAY "ERROR: RATE_ACTION must be VALIDATE, ADD, "
                   "ENDDATE or SUPERSEDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT WS-ACTION-VALIDATE
               PERFORM 120-ACCEPT-CHANGE-PARMS
           END-IF

           DISPLAY "Rate table file: " RATE-TABLE-PATH
           DISPLAY "Action: " WS-RATE-ACTION.

      *----------------------------------------------------------------*
      * ACCEPT CHANGE PARAMETERS (RATE_FROM is needed by every change;
      * ADD and SUPERSEDE need an import rate, ENDDATE needs the new
      * end date)
      *----------------------------------------------------------------*
       120-ACCEPT-CHANGE-PARMS.
           ACCEPT WS-RATE-USER FROM ENVIRONMENT "RATE_USER"
           IF WS-RATE-USER = SPACES
               DISPLAY "ERROR: RATE_USER is required for changes"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RATE-FROM-PARM FROM ENVIRONMENT "RATE_FROM"
           MOVE WS-RATE-FROM-PARM TO WS-CHECK-DATE-PARM
           PERFORM 130-CHECK-PARM-DATE
           IF NOT WS-CHECK-DATE-VALID
               DISPLAY "ERROR: RATE_FROM must be a YYYYMMDD date"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-DATE TO WS-NEW-FROM

           ACCEPT WS-RATE-TO-PARM FROM ENVIRONMENT "RATE_TO"
           IF WS-RATE-TO-PARM = SPACES
               IF WS-ACTION-ENDDATE
                   DISPLAY "ERROR: RATE_TO is required for ENDDATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-RATE-TO-PARM TO WS-CHECK-DATE-PARM
               PERFORM 130-CHECK-PARM-DATE
               IF NOT WS-CHECK-DATE-VALID
                   DISPLAY "ERROR: RATE_TO must be a YYYYMMDD date"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CHECK-DATE TO WS-NEW-TO
           END-IF

           IF WS-ACTION-ADD OR WS-ACTION-SUPERSEDE
               ACCEPT WS-RATE-IMPORT-PARM
                   FROM ENVIRONMENT "RATE_IMPORT"
               IF WS-RATE-IMPORT-PARM = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-RATE-IMPORT-PARM) NOT = 0
                   DISPLAY "ERROR: RATE_IMPORT (per kWh) is required "
                       "for " FUNCTION TRIM(WS-RATE-ACTION)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-RATE-IMPORT-PARM)
                   TO WS-NEW-IMPORT
               MOVE WS-NEW-IMPORT TO WS-NEW-EXPORT
               ACCEPT WS-RATE-EXPORT-PARM
                   FROM ENVIRONMENT "RATE_EXPORT"
               IF WS-RATE-EXPORT-PARM NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-RATE-EXPORT-PARM)
                          NOT = 0
                       DISPLAY "ERROR: RATE_EXPORT is not numeric"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-RATE-EXPORT-PARM)
                       TO WS-NEW-EXPORT
               END-IF
               PERFORM 125-ACCEPT-CHARGE-PARMS
           END-IF

           IF WS-NEW-FROM > WS-NEW-TO
               DISPLAY "ERROR: RATE_TO " WS-NEW-TO
                   " is before RATE_FROM " WS-NEW-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * ACCEPT CHARGE PARAMETERS (The block and fixed-charge values
      * go through the same column check the loaders use, and are
      * kept aside because loading the table reuses the work fields)
      *----------------------------------------------------------------*
       125-ACCEPT-CHARGE-PARMS.
           MOVE SPACES TO RATE-TIER-FIELDS
           ACCEPT RATE-TIER-FIELD(1) FROM ENVIRONMENT "RATE_BLOCK1_KWH"
           ACCEPT RATE-TIER-FIELD(2)
               FROM ENVIRONMENT "RATE_BLOCK2_RATE"
           ACCEPT RATE-TIER-FIELD(3) FROM ENVIRONMENT "RATE_BLOCK2_KWH"
           ACCEPT RATE-TIER-FIELD(4)
               FROM ENVIRONMENT "RATE_BLOCK3_RATE"
           ACCEPT RATE-TIER-FIELD(5)
               FROM ENVIRONMENT "RATE_DAILY_CHARGE"
           ACCEPT RATE-TIER-FIELD(6)
               FROM ENVIRONMENT "RATE_MONTHLY_CHARGE"
           PERFORM 166-CHECK-TIER-FIELDS
           IF NOT RATE-TIER-FIELDS-VALID
               DISPLAY "ERROR: RATE_BLOCK1_KWH, RATE_BLOCK2_RATE, "
                   "RATE_BLOCK2_KWH, RATE_BLOCK3_RATE,"
               DISPLAY "  RATE_DAILY_CHARGE and RATE_MONTHLY_CHARGE "
                   "must be numbers that are not negative"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RATE-TIER-FIELDS TO WS-NEW-TIER-FIELDS.

      *----------------------------------------------------------------*
      * CHECK PARAMETER DATE (Eight digits forming a calendar date;
      * 99999999 is accepted as the open end of a period)
      *----------------------------------------------------------------*
       130-CHECK-PARM-DATE.
           MOVE "N" TO WS-CHECK-DATE-FLAG
           MOVE ZERO TO WS-CHECK-DATE
           IF WS-CHECK-DATE-PARM NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-CHECK-DATE-PARM) = 0 AND
              FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-DATE-PARM)) = 8
               MOVE FUNCTION NUMVAL(WS-CHECK-DATE-PARM)
                   TO WS-CHECK-DATE
               IF WS-CHECK-DATE = 99999999 OR
                  FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = 0
                   SET WS-CHECK-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD RATE TABLE (The file as it stands, with no default period
      * in front of it. A missing file is only acceptable to ADD,
      * which then creates it; every other action needs a table)
      *----------------------------------------------------------------*
       110-LOAD-RATE-TABLE.
           MOVE ZERO TO RATE-TABLE-COUNT
           MOVE ZERO TO RATE-ROWS-REJECTED RATE-ROWS-OVERFLOW
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-OK
               MOVE "Y" TO WS-RATE-FIRST-RECORD-FLAG
               PERFORM UNTIL WS-RATE-TABLE-EOF
                   PERFORM 115-READ-RATE-TABLE-RECORD
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               IF WS-RATE-TABLE-MISSING AND WS-ACTION-ADD
                   DISPLAY "Rate table file not found - it will be "
                       "created"
               ELSE
                   DISPLAY "ERROR: Cannot open rate table file: "
                       RATE-TABLE-PATH
                   DISPLAY "File Status: " WS-RATE-TABLE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Rate periods loaded: " RATE-TABLE-COUNT

           IF NOT WS-ACTION-VALIDATE AND
              RATE-ROWS-REJECTED + RATE-ROWS-OVERFLOW > 0
               DISPLAY "ERROR: Rate table file has rows that cannot "
                   "be loaded - correct them before maintaining it"
               DISPLAY "  Run RATE_ACTION=VALIDATE for the full report"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * READ RATE TABLE RECORD (effective-date-from,effective-date-to,
      * import-rate-per-kWh,export-rate-per-kWh and the optional
      * block and fixed-charge columns - the layout the pricing
      * programs read; the first line is a header, blank lines are
      * ignored)
      *----------------------------------------------------------------*
       115-READ-RATE-TABLE-RECORD.
           READ RATE-TABLE-FILE
               AT END
                   SET WS-RATE-TABLE-EOF TO TRUE
           END-READ

           IF NOT WS-RATE-TABLE-EOF
               IF WS-RATE-IS-FIRST-RECORD
                   MOVE "N" TO WS-RATE-FIRST-RECORD-FLAG
               ELSE
                   IF RATE-TABLE-RECORD NOT = SPACES
                       PERFORM 116-PARSE-RATE-TABLE-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE RATE TABLE RECORD (The same acceptance test the pricing
      * programs apply, so a row rejected here is a row they reject)
      *----------------------------------------------------------------*
       116-PARSE-RATE-TABLE-RECORD.
           IF RATE-TABLE-COUNT < RATE-TABLE-MAX
               MOVE SPACES TO WS-RATE-FIELD-1 WS-RATE-FIELD-2
                   WS-RATE-FIELD-3 WS-RATE-FIELD-4 RATE-TIER-FIELDS
               UNSTRING RATE-TABLE-RECORD DELIMITED BY ","
                   INTO WS-RATE-FIELD-1 WS-RATE-FIELD-2 WS-RATE-FIELD-3
                        WS-RATE-FIELD-4 RATE-TIER-FIELD(1)
                        RATE-TIER-FIELD(2) RATE-TIER-FIELD(3)
                        RATE-TIER-FIELD(4) RATE-TIER-FIELD(5)
                        RATE-TIER-FIELD(6)
               END-UNSTRING
               PERFORM 166-CHECK-TIER-FIELDS
               IF RATE-TIER-FIELDS-VALID AND
                  FUNCTION TEST-NUMVAL(WS-RATE-FIELD-1) = 0 AND
                  FUNCTION TEST-NUMVAL(WS-RATE-FIELD-2) = 0 AND
                  FUNCTION TEST-NUMVAL(WS-RATE-FIELD-3) = 0 AND
                  (WS-RATE-FIELD-4 = SPACES OR
                   FUNCTION TEST-NUMVAL(WS-RATE-FIELD-4) = 0) AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-RATE-FIELD-1)) = 8
                  AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-RATE-FIELD-2)) = 8
                   ADD 1 TO RATE-TABLE-COUNT
                   SET RATE-IDX TO RATE-TABLE-COUNT
                   MOVE FUNCTION NUMVAL(WS-RATE-FIELD-1)
                       TO RATE-EFF-DATE-FROM(RATE-IDX)
                   MOVE FUNCTION NUMVAL(WS-RATE-FIELD-2)
                       TO RATE-EFF-DATE-TO(RATE-IDX)
                   MOVE FUNCTION NUMVAL(WS-RATE-FIELD-3)
                       TO RATE-IMPORT-PER-KWH(RATE-IDX)
                   IF WS-RATE-FIELD-4 = SPACES
                       MOVE RATE-IMPORT-PER-KWH(RATE-IDX)
                           TO RATE-EXPORT-PER-KWH(RATE-IDX)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-RATE-FIELD-4)
                           TO RATE-EXPORT-PER-KWH(RATE-IDX)
                   END-IF
                   PERFORM 167-STORE-TIER-FIELDS
               ELSE
                   DISPLAY "ERROR: malformed rate row: "
                       FUNCTION TRIM(RATE-TABLE-RECORD)
                   ADD 1 TO RATE-ROWS-REJECTED
               END-IF
           ELSE
               DISPLAY "ERROR: rate table full, row not loaded: "
                   FUNCTION TRIM(RATE-TABLE-RECORD)
               ADD 1 TO RATE-ROWS-OVERFLOW
           END-IF.

           COPY RATEVAL.

      *----------------------------------------------------------------*
      * REPORT RATE PERIODS (Open the validation report and list every
      * period as loaded, with its problem flags: D bad date,
      * I ends before it starts, O overlaps another period,
      * G no period covers the day after it ends)
      *----------------------------------------------------------------*
       200-REPORT-RATE-PERIODS.
           OPEN OUTPUT REPORT-OUTPUT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "RATE TABLE VALIDATION REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Rate file: " DELIMITED BY SIZE
                  FUNCTION TRIM(RATE-TABLE-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE "  #  FROM      TO        IMPORT  EXPORT  FLAGS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "     (IMPORT is the block-1 rate when blocks apply)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               SET WS-EDIT-SUB TO RATE-IDX
               MOVE RATE-IMPORT-PER-KWH(RATE-IDX) TO WS-EDIT-IMPORT
               MOVE RATE-EXPORT-PER-KWH(RATE-IDX) TO WS-EDIT-EXPORT
               MOVE SPACES TO REPORT-LINE
               STRING WS-EDIT-SUB DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      RATE-EFF-DATE-FROM(RATE-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      RATE-EFF-DATE-TO(RATE-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-IMPORT DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-EDIT-EXPORT DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      RATE-ENTRY-FLAGS(RATE-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM 210-REPORT-PERIOD-CHARGES
           END-PERFORM
           IF RATE-TABLE-COUNT = ZERO
               MOVE "No rate periods loaded." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE

           MOVE RATE-ROWS-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Rows that would not parse:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-ROWS-OVERFLOW TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Rows beyond table size:     " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-BAD-DATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Periods with bad dates (D): " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-INVERTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Inverted periods (I):       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-OVERLAP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Overlapping pairs (O):      " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-GAP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Gaps between periods (G):   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE RATE-BAD-TIER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Block ladders in error (T): " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * REPORT PERIOD CHARGES (Under a period with import blocks or
      * fixed charges, one line for the block ladder and one for the
      * fixed charges)
      *----------------------------------------------------------------*
       210-REPORT-PERIOD-CHARGES.
           IF RATE-BLOCK1-LIMIT-KWH(RATE-IDX) NOT = ZERO OR
              RATE-BLOCK2-PER-KWH(RATE-IDX) NOT = ZERO OR
              RATE-BLOCK3-PER-KWH(RATE-IDX) NOT = ZERO
               MOVE RATE-BLOCK1-LIMIT-KWH(RATE-IDX) TO WS-EDIT-KWH-LIMIT
               MOVE RATE-BLOCK2-PER-KWH(RATE-IDX) TO WS-EDIT-BLOCK-RATE
               MOVE SPACES TO REPORT-LINE
               IF RATE-BLOCK2-LIMIT-KWH(RATE-IDX) = ZERO
                   STRING "     blocks: above " DELIMITED BY SIZE
                          WS-EDIT-KWH-LIMIT DELIMITED BY SIZE
                          " kWh " DELIMITED BY SIZE
                          WS-EDIT-BLOCK-RATE DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   MOVE RATE-BLOCK2-LIMIT-KWH(RATE-IDX)
                       TO WS-EDIT-KWH-LIMIT-2
                   MOVE RATE-BLOCK3-PER-KWH(RATE-IDX)
                       TO WS-EDIT-BLOCK-RATE-2
                   STRING "     blocks: above " DELIMITED BY SIZE
                          WS-EDIT-KWH-LIMIT DELIMITED BY SIZE
                          " kWh " DELIMITED BY SIZE
                          WS-EDIT-BLOCK-RATE DELIMITED BY SIZE
                          ", above " DELIMITED BY SIZE
                          WS-EDIT-KWH-LIMIT-2 DELIMITED BY SIZE
                          " kWh " DELIMITED BY SIZE
                          WS-EDIT-BLOCK-RATE-2 DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF
           IF RATE-DAILY-CHARGE(RATE-IDX) NOT = ZERO OR
              RATE-MONTHLY-CHARGE(RATE-IDX) NOT = ZERO
               MOVE RATE-DAILY-CHARGE(RATE-IDX) TO WS-EDIT-DAILY
               MOVE RATE-MONTHLY-CHARGE(RATE-IDX) TO WS-EDIT-MONTHLY
               MOVE SPACES TO REPORT-LINE
               STRING "     fixed:  " DELIMITED BY SIZE
                      WS-EDIT-DAILY DELIMITED BY SIZE
                      " per day, " DELIMITED BY SIZE
                      WS-EDIT-MONTHLY DELIMITED BY SIZE
                      " per month" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * CHECK MASTER COVERAGE (Walk the master in key order - site,
      * then date - and look every non-excluded day up in the rate
      * table; consecutive uncovered days of a site are reported as
      * one run. Without a master there is nothing to check)
      *----------------------------------------------------------------*
       300-CHECK-MASTER-COVERAGE.
           MOVE "MASTER DATE COVERAGE" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "WARNING: Cannot open master file: "
                   MASTER-FILE-PATH ", coverage not checked"
               DISPLAY "File Status: " WS-MASTER-STATUS
               MOVE "Master file not available - not checked."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-RUN-RETURN-CODE < 4
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           ELSE
               SET WS-MASTER-CHECKED TO TRUE
               MOVE "SITE  UNCOVERED FROM  TO         DAYS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               PERFORM UNTIL WS-MASTER-EOF
                   READ DAILY-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-CHECK-MASTER-DAY
                   END-READ
               END-PERFORM
               IF WS-CUR-SITE NOT = SPACES
                   PERFORM 330-END-SITE
               END-IF
               CLOSE DAILY-MASTER-FILE
               IF WS-SITES-CHECKED = ZERO
                   MOVE "No master days to check." TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      *----------------------------------------------------------------*
      * CHECK MASTER DAY (One master day against the rate table)
      *----------------------------------------------------------------*
       310-CHECK-MASTER-DAY.
           EVALUATE TRUE
               WHEN WS-USE-SITE-FILTER AND
                    MST-SITE-ID NOT = WS-SITE-ID-PARM
                   CONTINUE
               WHEN MST-DAY-EXCLUDED
                   ADD 1 TO WS-DAYS-EXCLUDED
               WHEN OTHER
                   IF MST-SITE-ID NOT = WS-CUR-SITE
                       IF WS-CUR-SITE NOT = SPACES
                           PERFORM 330-END-SITE
                       END-IF
                       MOVE MST-SITE-ID TO WS-CUR-SITE
                       MOVE ZERO TO WS-SITE-DAYS WS-SITE-UNCOVERED
                       ADD 1 TO WS-SITES-CHECKED
                   END-IF
                   ADD 1 TO WS-SITE-DAYS WS-DAYS-CHECKED
                   MOVE "N" TO RATE-COVERED-FLAG
                   IF MST-DATE-KEY IS NUMERIC
                       MOVE MST-DATE-KEY TO RATE-NEXT-DAY
                       PERFORM 165-CHECK-RATE-COVERAGE
                   END-IF
                   IF RATE-DAY-COVERED
                       IF WS-RUN-OPEN
                           PERFORM 320-WRITE-UNCOVERED-RUN
                       END-IF
                   ELSE
                       ADD 1 TO WS-SITE-UNCOVERED WS-DAYS-UNCOVERED
                       IF NOT WS-RUN-OPEN
                           SET WS-RUN-OPEN TO TRUE
                           MOVE MST-DATE-KEY TO WS-RUN-FROM
                           MOVE ZERO TO WS-RUN-DAYS
                       END-IF
                       MOVE MST-DATE-KEY TO WS-RUN-TO
                       ADD 1 TO WS-RUN-DAYS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WRITE UNCOVERED RUN (One line per stretch of uncovered days)
      *----------------------------------------------------------------*
       320-WRITE-UNCOVERED-RUN.
           MOVE WS-RUN-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUR-SITE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RUN-FROM DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-RUN-TO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WS-UNCOVERED-RUNS
           MOVE "N" TO WS-RUN-OPEN-FLAG.

      *----------------------------------------------------------------*
      * END SITE (Close any open run and total the site)
      *----------------------------------------------------------------*
       330-END-SITE.
           IF WS-RUN-OPEN
               PERFORM 320-WRITE-UNCOVERED-RUN
           END-IF
           MOVE WS-SITE-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUR-SITE DELIMITED BY SIZE
                  "  days checked: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-SITE-UNCOVERED TO WS-EDIT-COUNT
           MOVE "  uncovered: " TO REPORT-LINE(31:13)
           MOVE WS-EDIT-COUNT TO REPORT-LINE(44:6)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * REPORT RESULT (Any problem in the table or any uncovered
      * master day fails validation with return code 8, the same
      * outcome the pricing programs would give)
      *----------------------------------------------------------------*
       390-REPORT-RESULT.
           IF WS-MASTER-CHECKED
               MOVE WS-DAYS-EXCLUDED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Excluded days (not checked): " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-DAYS-UNCOVERED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Master days not covered:     " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SPACES

           IF RATE-TABLE-VALID AND RATE-TABLE-COUNT > ZERO
              AND WS-DAYS-UNCOVERED = ZERO
               MOVE "RESULT: RATE TABLE VALID" TO REPORT-LINE
           ELSE
               MOVE "RESULT: RATE TABLE INVALID - PRICING WILL NOT RUN"
                   TO REPORT-LINE
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           CLOSE REPORT-OUTPUT-FILE

           DISPLAY "Table problems found: " RATE-ERROR-COUNT
           IF WS-MASTER-CHECKED
               DISPLAY "Master days checked:  " WS-DAYS-CHECKED
               DISPLAY "Master days uncovered: " WS-DAYS-UNCOVERED
           END-IF
           DISPLAY "Report written to: " REPORT-FILE.

      *----------------------------------------------------------------*
      * ADD PERIOD (Append a new period; whether it fits among the
      * others is decided by 700-SAVE-RATE-TABLE)
      *----------------------------------------------------------------*
       400-ADD-PERIOD.
           PERFORM 410-APPEND-NEW-PERIOD
           MOVE "ADD" TO WS-PEND-ACTION(1)
           MOVE WS-NEW-FROM TO WS-PEND-FROM(1)
           MOVE WS-NEW-TO TO WS-PEND-TO(1)
           MOVE WS-NEW-IMPORT TO WS-PEND-IMPORT(1)
           MOVE WS-NEW-EXPORT TO WS-PEND-EXPORT(1)
           MOVE "NEW PERIOD" TO WS-PEND-DETAIL(1)
           MOVE 1 TO WS-PEND-COUNT
           SET WS-PEND-IDX TO 1
           SET WS-ENTRY-SUB TO RATE-IDX
           PERFORM 420-SAVE-PEND-CHARGES.

      *----------------------------------------------------------------*
      * APPEND NEW PERIOD (RATE_FROM..RATE_TO at the requested rates)
      *----------------------------------------------------------------*
       410-APPEND-NEW-PERIOD.
           IF RATE-TABLE-COUNT >= RATE-TABLE-MAX
               DISPLAY "ERROR: Rate table already holds "
                   RATE-TABLE-MAX " periods"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RATE-TABLE-COUNT
           SET RATE-IDX TO RATE-TABLE-COUNT
           MOVE WS-NEW-FROM TO RATE-EFF-DATE-FROM(RATE-IDX)
           MOVE WS-NEW-TO TO RATE-EFF-DATE-TO(RATE-IDX)
           MOVE WS-NEW-IMPORT TO RATE-IMPORT-PER-KWH(RATE-IDX)
           MOVE WS-NEW-EXPORT TO RATE-EXPORT-PER-KWH(RATE-IDX)
           MOVE WS-NEW-TIER-FIELDS TO RATE-TIER-FIELDS
           PERFORM 167-STORE-TIER-FIELDS.

      *----------------------------------------------------------------*
      * SAVE PENDING CHARGES (Carry the block ladder and fixed charges
      * of entry WS-ENTRY-SUB onto pending log line WS-PEND-IDX)
      *----------------------------------------------------------------*
       420-SAVE-PEND-CHARGES.
           MOVE RATE-BLOCK1-LIMIT-KWH(WS-ENTRY-SUB)
               TO WS-PEND-BLOCK1-KWH(WS-PEND-IDX)
           MOVE RATE-BLOCK2-PER-KWH(WS-ENTRY-SUB)
               TO WS-PEND-BLOCK2-RATE(WS-PEND-IDX)
           MOVE RATE-BLOCK2-LIMIT-KWH(WS-ENTRY-SUB)
               TO WS-PEND-BLOCK2-KWH(WS-PEND-IDX)
           MOVE RATE-BLOCK3-PER-KWH(WS-ENTRY-SUB)
               TO WS-PEND-BLOCK3-RATE(WS-PEND-IDX)
           MOVE RATE-DAILY-CHARGE(WS-ENTRY-SUB)
               TO WS-PEND-DAILY(WS-PEND-IDX)
           MOVE RATE-MONTHLY-CHARGE(WS-ENTRY-SUB)
               TO WS-PEND-MONTHLY(WS-PEND-IDX).

      *----------------------------------------------------------------*
      * END-DATE PERIOD (The period starting on RATE_FROM now ends on
      * RATE_TO)
      *----------------------------------------------------------------*
       500-END-DATE-PERIOD.
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
                      OR WS-TARGET-FOUND
               IF RATE-EFF-DATE-FROM(RATE-IDX) = WS-NEW-FROM
                   SET WS-TARGET-FOUND TO TRUE
                   SET WS-TARGET-SUB TO RATE-IDX
               END-IF
           END-PERFORM
           IF NOT WS-TARGET-FOUND
               DISPLAY "ERROR: No rate period starts on " WS-NEW-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RATE-EFF-DATE-TO(WS-TARGET-SUB) TO WS-OLD-TO
           MOVE WS-NEW-TO TO RATE-EFF-DATE-TO(WS-TARGET-SUB)
           MOVE "ENDDATE" TO WS-PEND-ACTION(1)
           MOVE WS-NEW-FROM TO WS-PEND-FROM(1)
           MOVE WS-NEW-TO TO WS-PEND-TO(1)
           MOVE RATE-IMPORT-PER-KWH(WS-TARGET-SUB) TO WS-PEND-IMPORT(1)
           MOVE RATE-EXPORT-PER-KWH(WS-TARGET-SUB) TO WS-PEND-EXPORT(1)
           MOVE SPACES TO WS-PEND-DETAIL(1)
           STRING "PREVIOUS TO " DELIMITED BY SIZE
                  WS-OLD-TO DELIMITED BY SIZE
                  INTO WS-PEND-DETAIL(1)
           END-STRING
           MOVE 1 TO WS-PEND-COUNT
           SET WS-PEND-IDX TO 1
           MOVE WS-TARGET-SUB TO WS-ENTRY-SUB
           PERFORM 420-SAVE-PEND-CHARGES.

      *----------------------------------------------------------------*
      * SUPERSEDE PERIOD (The period in effect on RATE_FROM ends the
      * day before, and a new period at the new rates runs from
      * RATE_FROM to RATE_TO - or to where the old period ended. When
      * the old period itself starts on RATE_FROM its rates are
      * replaced in place. Either way the log gets the old period's
      * values first and the new ones after.)
      *----------------------------------------------------------------*
       600-SUPERSEDE-PERIOD.
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
                      OR WS-TARGET-FOUND
               IF WS-NEW-FROM >= RATE-EFF-DATE-FROM(RATE-IDX) AND
                  WS-NEW-FROM <= RATE-EFF-DATE-TO(RATE-IDX)
                   SET WS-TARGET-FOUND TO TRUE
                   SET WS-TARGET-SUB TO RATE-IDX
               END-IF
           END-PERFORM
           IF NOT WS-TARGET-FOUND
               DISPLAY "ERROR: No rate period is in effect on "
                   WS-NEW-FROM " - use ADD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RATE-EFF-DATE-FROM(WS-TARGET-SUB) TO WS-OLD-FROM
           MOVE RATE-EFF-DATE-TO(WS-TARGET-SUB) TO WS-OLD-TO
           IF WS-RATE-TO-PARM = SPACES
               MOVE WS-OLD-TO TO WS-NEW-TO
           END-IF

           IF WS-OLD-FROM = WS-NEW-FROM
               MOVE "REPLACED" TO WS-PEND-ACTION(1)
               MOVE WS-OLD-FROM TO WS-PEND-FROM(1)
               MOVE WS-OLD-TO TO WS-PEND-TO(1)
               MOVE RATE-IMPORT-PER-KWH(WS-TARGET-SUB)
                   TO WS-PEND-IMPORT(1)
               MOVE RATE-EXPORT-PER-KWH(WS-TARGET-SUB)
                   TO WS-PEND-EXPORT(1)
               SET WS-PEND-IDX TO 1
               MOVE WS-TARGET-SUB TO WS-ENTRY-SUB
               PERFORM 420-SAVE-PEND-CHARGES
               MOVE "PREVIOUS RATES REPLACED" TO WS-PEND-DETAIL(1)
               MOVE WS-NEW-TO TO RATE-EFF-DATE-TO(WS-TARGET-SUB)
               MOVE WS-NEW-IMPORT TO RATE-IMPORT-PER-KWH(WS-TARGET-SUB)
               MOVE WS-NEW-EXPORT TO RATE-EXPORT-PER-KWH(WS-TARGET-SUB)
               SET RATE-IDX TO WS-TARGET-SUB
               MOVE WS-NEW-TIER-FIELDS TO RATE-TIER-FIELDS
               PERFORM 167-STORE-TIER-FIELDS
               MOVE 2 TO WS-PEND-COUNT
               MOVE "RATES REPLACED IN PLACE" TO WS-PEND-DETAIL(2)
           ELSE
               COMPUTE RATE-EFF-DATE-TO(WS-TARGET-SUB) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-NEW-FROM) - 1)
               MOVE "ENDDATE" TO WS-PEND-ACTION(1)
               MOVE WS-OLD-FROM TO WS-PEND-FROM(1)
               MOVE RATE-EFF-DATE-TO(WS-TARGET-SUB) TO WS-PEND-TO(1)
               MOVE RATE-IMPORT-PER-KWH(WS-TARGET-SUB)
                   TO WS-PEND-IMPORT(1)
               MOVE RATE-EXPORT-PER-KWH(WS-TARGET-SUB)
                   TO WS-PEND-EXPORT(1)
               SET WS-PEND-IDX TO 1
               MOVE WS-TARGET-SUB TO WS-ENTRY-SUB
               PERFORM 420-SAVE-PEND-CHARGES
               MOVE SPACES TO WS-PEND-DETAIL(1)
               STRING "PREVIOUS TO " DELIMITED BY SIZE
                      WS-OLD-TO DELIMITED BY SIZE
                      " SUPERSEDED" DELIMITED BY SIZE
                      INTO WS-PEND-DETAIL(1)
               END-STRING
               PERFORM 410-APPEND-NEW-PERIOD
               MOVE 2 TO WS-PEND-COUNT
               MOVE SPACES TO WS-PEND-DETAIL(2)
               STRING "SUPERSEDES PERIOD FROM " DELIMITED BY SIZE
                      WS-OLD-FROM DELIMITED BY SIZE
                      INTO WS-PEND-DETAIL(2)
               END-STRING
           END-IF

           SET WS-PEND-IDX TO WS-PEND-COUNT
           MOVE "SUPERSEDE" TO WS-PEND-ACTION(WS-PEND-IDX)
           MOVE WS-NEW-FROM TO WS-PEND-FROM(WS-PEND-IDX)
           MOVE WS-NEW-TO TO WS-PEND-TO(WS-PEND-IDX)
           MOVE WS-NEW-IMPORT TO WS-PEND-IMPORT(WS-PEND-IDX)
           MOVE WS-NEW-EXPORT TO WS-PEND-EXPORT(WS-PEND-IDX)
           IF WS-OLD-FROM = WS-NEW-FROM
               MOVE WS-TARGET-SUB TO WS-ENTRY-SUB
           ELSE
               MOVE RATE-TABLE-COUNT TO WS-ENTRY-SUB
           END-IF
           PERFORM 420-SAVE-PEND-CHARGES.

      *----------------------------------------------------------------*
      * SAVE RATE TABLE (Re-validate the changed table; overlapping,
      * inverted or badly dated periods and block ladders that do not
      * climb refuse the change and leave
      * the file as it was. A remaining gap is saved with a warning
      * since it may be closed by the next change. The file is
      * written back in date order, then the change is logged.)
      *----------------------------------------------------------------*
       700-SAVE-RATE-TABLE.
           PERFORM 160-VALIDATE-RATE-TABLE
           IF RATE-BAD-DATE-COUNT + RATE-INVERTED-COUNT
              + RATE-OVERLAP-COUNT + RATE-BAD-TIER-COUNT > 0
               DISPLAY "ERROR: Change refused - the resulting rate "
                   "table would have:"
               DISPLAY "  Periods with bad dates: " RATE-BAD-DATE-COUNT
               DISPLAY "  Inverted periods:       " RATE-INVERTED-COUNT
               DISPLAY "  Overlapping pairs:      " RATE-OVERLAP-COUNT
               DISPLAY "  Block ladders in error: " RATE-BAD-TIER-COUNT
               DISPLAY "Rate table file left unchanged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 710-SORT-RATE-TABLE

           OPEN OUTPUT RATE-TABLE-FILE
           IF NOT WS-RATE-TABLE-OK
               DISPLAY "ERROR: Cannot rewrite rate table file: "
                   RATE-TABLE-PATH
               DISPLAY "File Status: " WS-RATE-TABLE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RATE-TABLE-RECORD
           STRING "from,to,import,export,block1_kwh,block2_rate,"
                      DELIMITED BY SIZE
                  "block2_kwh,block3_rate,daily_charge,monthly_charge"
                      DELIMITED BY SIZE
                  INTO RATE-TABLE-RECORD
           END-STRING
           WRITE RATE-TABLE-RECORD
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               MOVE RATE-IMPORT-PER-KWH(RATE-IDX) TO WS-EDIT-IMPORT
               MOVE RATE-EXPORT-PER-KWH(RATE-IDX) TO WS-EDIT-EXPORT
               MOVE RATE-BLOCK1-LIMIT-KWH(RATE-IDX) TO WS-FMT-BLOCK1-KWH
               MOVE RATE-BLOCK2-PER-KWH(RATE-IDX) TO WS-FMT-BLOCK2-RATE
               MOVE RATE-BLOCK2-LIMIT-KWH(RATE-IDX) TO WS-FMT-BLOCK2-KWH
               MOVE RATE-BLOCK3-PER-KWH(RATE-IDX) TO WS-FMT-BLOCK3-RATE
               MOVE RATE-DAILY-CHARGE(RATE-IDX) TO WS-FMT-DAILY
               MOVE RATE-MONTHLY-CHARGE(RATE-IDX) TO WS-FMT-MONTHLY
               PERFORM 720-FORMAT-CHARGE-COLUMNS
               IF NOT WS-CHARGES-PRESENT
                   MOVE SPACES TO WS-CHARGE-COLUMNS
               END-IF
               MOVE SPACES TO RATE-TABLE-RECORD
               STRING RATE-EFF-DATE-FROM(RATE-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RATE-EFF-DATE-TO(RATE-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EDIT-IMPORT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EDIT-EXPORT DELIMITED BY SIZE
                      WS-CHARGE-COLUMNS DELIMITED BY SPACE
                      INTO RATE-TABLE-RECORD
               END-STRING
               WRITE RATE-TABLE-RECORD
           END-PERFORM
           CLOSE RATE-TABLE-FILE
           DISPLAY "Rate table saved with " RATE-TABLE-COUNT
               " periods"

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               PERFORM 800-WRITE-RATE-CHANGE-LOG
           END-PERFORM

           IF RATE-GAP-COUNT > 0
               DISPLAY "WARNING: Rate table now has " RATE-GAP-COUNT
                   " gap(s) between periods - pricing will not run"
                   " until they are closed"
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * SORT RATE TABLE (Exchange sort on the effective-from date; the
      * table is small and already nearly in order)
      *----------------------------------------------------------------*
       710-SORT-RATE-TABLE.
           MOVE "Y" TO WS-SORT-SWAPPED-FLAG
           PERFORM UNTIL NOT WS-SORT-SWAPPED
               MOVE "N" TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX >= RATE-TABLE-COUNT
                   SET RATE-CMP-IDX TO RATE-IDX
                   SET RATE-CMP-IDX UP BY 1
                   IF RATE-EFF-DATE-FROM(RATE-IDX) >
                      RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                       MOVE RATE-ENTRY(RATE-IDX) TO WS-SWAP-ENTRY
                       MOVE RATE-ENTRY(RATE-CMP-IDX)
                           TO RATE-ENTRY(RATE-IDX)
                       MOVE WS-SWAP-ENTRY TO RATE-ENTRY(RATE-CMP-IDX)
                       SET WS-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * FORMAT CHARGE COLUMNS (The six values in WS-FMT-CHARGES as
      * ",block1-kwh,block2-rate,block2-kwh,block3-rate,daily,monthly"
      * with no embedded spaces; WS-CHARGES-PRESENT says whether any
      * of them is other than zero)
      *----------------------------------------------------------------*
       720-FORMAT-CHARGE-COLUMNS.
           MOVE "N" TO WS-CHARGES-PRESENT-FLAG
           IF WS-FMT-BLOCK1-KWH NOT = ZERO OR
              WS-FMT-BLOCK2-RATE NOT = ZERO OR
              WS-FMT-BLOCK2-KWH NOT = ZERO OR
              WS-FMT-BLOCK3-RATE NOT = ZERO OR
              WS-FMT-DAILY NOT = ZERO OR
              WS-FMT-MONTHLY NOT = ZERO
               SET WS-CHARGES-PRESENT TO TRUE
           END-IF
           MOVE WS-FMT-BLOCK1-KWH TO WS-EDIT-KWH-LIMIT
           MOVE WS-FMT-BLOCK2-RATE TO WS-EDIT-BLOCK-RATE
           MOVE WS-FMT-BLOCK2-KWH TO WS-EDIT-KWH-LIMIT-2
           MOVE WS-FMT-BLOCK3-RATE TO WS-EDIT-BLOCK-RATE-2
           MOVE WS-FMT-DAILY TO WS-EDIT-DAILY
           MOVE WS-FMT-MONTHLY TO WS-EDIT-MONTHLY
           MOVE SPACES TO WS-CHARGE-COLUMNS
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-KWH-LIMIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-BLOCK-RATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-KWH-LIMIT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EDIT-BLOCK-RATE-2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAILY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-MONTHLY) DELIMITED BY SIZE
                  INTO WS-CHARGE-COLUMNS
           END-STRING.

      *----------------------------------------------------------------*
      * WRITE RATE CHANGE LOG (Append one comma-separated line per
      * period changed: run date/time, user, action, from, to,
      * import, export, detail, then the period's block-1 limit,
      * block-2 rate, block-2 limit, block-3 rate, daily charge and
      * monthly charge)
      *----------------------------------------------------------------*
       800-WRITE-RATE-CHANGE-LOG.
           OPEN EXTEND RATE-LOG-FILE
           IF NOT WS-RATE-LOG-OK
               OPEN OUTPUT RATE-LOG-FILE
           END-IF
           IF NOT WS-RATE-LOG-OK
               DISPLAY "WARNING: Cannot open rate change log: "
                   RATE-LOG-PATH
               DISPLAY "File Status: " WS-RATE-LOG-STATUS
               MOVE 4 TO WS-RUN-RETURN-CODE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               COMPUTE WS-LOG-TIME-DISP = WS-RUN-TIME / 100
               MOVE WS-PEND-IMPORT(WS-PEND-IDX) TO WS-EDIT-IMPORT
               MOVE WS-PEND-EXPORT(WS-PEND-IDX) TO WS-EDIT-EXPORT
               MOVE WS-PEND-BLOCK1-KWH(WS-PEND-IDX) TO WS-FMT-BLOCK1-KWH
               MOVE WS-PEND-BLOCK2-RATE(WS-PEND-IDX)
                   TO WS-FMT-BLOCK2-RATE
               MOVE WS-PEND-BLOCK2-KWH(WS-PEND-IDX) TO WS-FMT-BLOCK2-KWH
               MOVE WS-PEND-BLOCK3-RATE(WS-PEND-IDX)
                   TO WS-FMT-BLOCK3-RATE
               MOVE WS-PEND-DAILY(WS-PEND-IDX) TO WS-FMT-DAILY
               MOVE WS-PEND-MONTHLY(WS-PEND-IDX) TO WS-FMT-MONTHLY
               PERFORM 720-FORMAT-CHARGE-COLUMNS

               MOVE SPACES TO RATE-LOG-LINE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-LOG-TIME-DISP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RATE-USER) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PEND-ACTION(WS-PEND-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PEND-FROM(WS-PEND-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PEND-TO(WS-PEND-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EDIT-IMPORT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EDIT-EXPORT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PEND-DETAIL(WS-PEND-IDX))
                          DELIMITED BY SIZE
                      WS-CHARGE-COLUMNS DELIMITED BY SPACE
                      INTO RATE-LOG-LINE
               END-STRING
               WRITE RATE-LOG-LINE
               CLOSE RATE-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-RUN-RETURN-CODE >= 8
                   DISPLAY "Program completed with errors"
               WHEN WS-RUN-RETURN-CODE > 0
                   DISPLAY "Program completed with warnings"
               WHEN OTHER
                   DISPLAY "Program completed successfully"
           END-EVALUATE.

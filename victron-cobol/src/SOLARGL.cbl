      ******************************************************************
      * SOLAR BENEFIT GENERAL LEDGER INTERFACE PROGRAM
      * Purpose: Book each site's monthly solar benefit to the general
      *          ledger from the daily master instead of by hand from
      *          the SOLARCOST report. Every day is split and priced
      *          the way SOLARCOST's 240-APPLY-RATE-TABLE does it -
      *          the same effective-dated rate table, block fills and
      *          export credit - and summed per site and calendar
      *          month into three amounts: the grid import cost the
      *          solar avoided, the export credit, and the cost of
      *          the import actually drawn. A month is closed once it
      *          is before the open GL period. Each closed site-month
      *          is posted once as a balanced journal with accounts
      *          from the account map file, and recorded in the
      *          period-close register. A closed month is never
      *          posted again: when a later correction to the master
      *          changes what it values to, the difference is booked
      *          as an adjusting journal in the open period, dated
      *          the run date and referenced to the original posting.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARGL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-INPUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-TABLE-FILE
               ASSIGN TO RATE-TABLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO ACCOUNT-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.

           SELECT CLOSE-REGISTER-FILE
               ASSIGN TO CLOSE-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GL-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD           PIC X(200).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD          PIC X(200).

       FD  CLOSE-REGISTER-FILE.
       01  CLOSE-REGISTER-LINE         PIC X(200).

       FD  GL-JOURNAL-FILE.
       COPY GLJRNL.

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-INPUT-PATH           PIC X(100).
       01  RATE-TABLE-PATH             PIC X(100).
       01  ACCOUNT-MAP-PATH            PIC X(100).
       01  CLOSE-REGISTER-PATH         PIC X(100).
       01  GL-JOURNAL-PATH             PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".
       01  WS-RATE-TABLE-STATUS        PIC XX.
           88  WS-RATE-TABLE-OK        VALUE "00".
           88  WS-RATE-TABLE-EOF       VALUE "10".
       01  WS-ACCOUNT-MAP-STATUS       PIC XX.
           88  WS-ACCOUNT-MAP-OK       VALUE "00".
           88  WS-ACCOUNT-MAP-EOF      VALUE "10".
       01  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK          VALUE "00".
           88  WS-REGISTER-EOF         VALUE "10".
       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(8).

      *----------------------------------------------------------------*
      * Posting Periods (GL_OPEN_PERIOD is the open GL month, YYYYMM,
      * defaulting to the month of the run date; every month before
      * it is closed and due its posting. GL_START_PERIOD, when set,
      * is the first month the interface books - history before it
      * was booked by hand and is left alone.)
      *----------------------------------------------------------------*
       01  WS-OPEN-PERIOD              PIC 9(6).
       01  WS-START-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-PARM              PIC X(10).
       01  WS-PERIOD-VALUE             PIC 9(6).
       01  WS-PERIOD-VALID-FLAG        PIC X.
           88  WS-PERIOD-VALID         VALUE "Y".
      *    Adjusting entries are dated the run date when it falls in
      *    the open period, otherwise the open period's last day
       01  WS-ADJ-ENTRY-DATE           PIC 9(8).
       01  WS-WORK-DATE                PIC 9(8).
       01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DOM             PIC 9(2).
       01  WS-MONTH-END-DATE           PIC 9(8).

      *----------------------------------------------------------------*
      * Effective-Dated Rate Table (see copybooks/RATETBL.cpy)
      *----------------------------------------------------------------*
       COPY RATETBL.

       01  WS-IMPORT-RATE-PER-KWH      PIC 9V999 COMP-3 VALUE 0.140.
       01  WS-EXPORT-RATE-PER-KWH      PIC 9V999 COMP-3 VALUE 0.140.
       01  WS-IMPORT-RATE-PARM         PIC X(10).
       01  WS-EXPORT-RATE-PARM         PIC X(10).
       01  WS-ROW-IMPORT-RATE          PIC 9V999 COMP-3.
       01  WS-ROW-EXPORT-RATE          PIC 9V999 COMP-3.
       01  WS-RATE-FIELD-1             PIC X(10).
       01  WS-RATE-FIELD-2             PIC X(10).
       01  WS-RATE-FIELD-3             PIC X(10).
       01  WS-RATE-FIELD-4             PIC X(10).
       01  WS-RATE-FIRST-RECORD-FLAG   PIC X VALUE "Y".
           88  WS-RATE-IS-FIRST-RECORD VALUE "Y".

      *----------------------------------------------------------------*
      * GL Entry Codes (the three amounts booked per site-month, in
      * the order they appear on a journal)
      *----------------------------------------------------------------*
       01  WS-ENTRY-CODE-NAMES.
           05  FILLER                  PIC X(8) VALUE "AVOIDED".
           05  FILLER                  PIC X(8) VALUE "EXPORT".
           05  FILLER                  PIC X(8) VALUE "IMPORT".
       01  WS-ENTRY-CODE-TABLE REDEFINES WS-ENTRY-CODE-NAMES.
           05  WS-ENTRY-CODE OCCURS 3 TIMES PIC X(8).
       01  WS-ENTRY-SUB                PIC 9.

      *----------------------------------------------------------------*
      * Account Map (GL_ACCOUNT_MAP_FILE, one header line then
      * site,entry,debit_account,credit_account,description rows.
      * Entry is AVOIDED, EXPORT or IMPORT; a site of * maps every
      * site that has no row of its own for the entry. The
      * description is carried onto the journal lines.)
      *----------------------------------------------------------------*
       01  WS-MAP-TABLE-MAX            PIC 9(3) VALUE 100.
       01  WS-MAP-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES INDEXED BY WS-MAP-IDX.
               10  WS-MAP-SITE         PIC X(4).
               10  WS-MAP-ENTRY-CODE   PIC X(8).
               10  WS-MAP-DEBIT-ACCT   PIC X(12).
               10  WS-MAP-CREDIT-ACCT  PIC X(12).
               10  WS-MAP-DESCRIPTION  PIC X(30).
       01  WS-MAP-FIELD-1              PIC X(10).
       01  WS-MAP-FIELD-2              PIC X(10).
       01  WS-MAP-FIELD-3              PIC X(20).
       01  WS-MAP-FIELD-4              PIC X(20).
       01  WS-MAP-FIELD-5              PIC X(30).
       01  WS-MAP-FIRST-RECORD-FLAG    PIC X VALUE "Y".
           88  WS-MAP-IS-FIRST-RECORD  VALUE "Y".
       01  WS-MAP-ROWS-REJECTED        PIC 9(3) VALUE ZERO.
       01  WS-MAP-CODE-VALID-FLAG      PIC X.
           88  WS-MAP-CODE-VALID       VALUE "Y".
      *    Result of 310-RESOLVE-ACCOUNTS for WS-RESOLVE-SITE and
      *    WS-ENTRY-SUB
       01  WS-RESOLVE-SITE             PIC X(4).
       01  WS-GL-DEBIT-ACCOUNT         PIC X(12).
       01  WS-GL-CREDIT-ACCOUNT        PIC X(12).
       01  WS-GL-LINE-DESC             PIC X(30).
       01  WS-ACCOUNT-FOUND-FLAG       PIC X.
           88  WS-ACCOUNT-FOUND        VALUE "Y".
       01  WS-MISSING-ACCOUNTS         PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * Period-Close Register (GL_CLOSE_REGISTER, appended one line
      * per journal posted: site, service month, journal reference,
      * POST or ADJUST, entry date, GL period, original reference,
      * the avoided, export and import amounts and their kWh as
      * booked to date including this journal, and the days valued.
      * Loaded into one entry per site-month holding the latest
      * booked totals.)
      *----------------------------------------------------------------*
       01  WS-REG-TABLE-MAX            PIC 9(4) VALUE 2400.
       01  WS-REG-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 2400 TIMES INDEXED BY WS-REG-IDX.
               10  WS-REG-SITE         PIC X(4).
               10  WS-REG-PERIOD       PIC 9(6).
               10  WS-REG-ORIGINAL-REF PIC X(20).
               10  WS-REG-ADJ-COUNT    PIC 9(2).
               10  WS-REG-BOOKED-USD   PIC S9(9)V99 COMP-3
                       OCCURS 3 TIMES.
               10  WS-REG-BOOKED-KWH   PIC 9(7)V999 COMP-3
                       OCCURS 3 TIMES.
               10  WS-REG-BOOKED-DAYS  PIC 9(3).
       01  WS-REG-FIELDS.
           05  WS-REG-FIELD OCCURS 14 TIMES PIC X(20).
       01  WS-REG-FIELD-SUB            PIC 99.
       01  WS-REG-LINE-PTR             PIC 9(3).
       01  WS-REG-ROW-VALID-FLAG       PIC X.
           88  WS-REG-ROW-VALID        VALUE "Y".
       01  WS-REG-ROWS-REJECTED        PIC 9(3) VALUE ZERO.
       01  WS-REG-FOUND-FLAG           PIC X.
           88  WS-REG-FOUND            VALUE "Y".
       01  WS-REG-SUB                  PIC 9(4).
       01  WS-REG-TABLE-FULL-FLAG      PIC X VALUE "N".
           88  WS-REG-TABLE-FULL       VALUE "Y".
       01  WS-FIND-SITE                PIC X(4).
       01  WS-FIND-PERIOD              PIC 9(6).
       01  WS-REG-EDIT-USD             PIC -(9)9.99.
       01  WS-REG-EDIT-KWH             PIC Z(6)9.999.
       01  WS-REG-EDIT-DAYS            PIC ZZ9.
       01  WS-REG-ENTRY-TYPE           PIC X(6).

      *----------------------------------------------------------------*
      * Site-Month Buckets (one per site and closed calendar month
      * valued this run, or on the register; the master arrives in
      * site and date order, so a site's months are appended in
      * sequence. Amounts keep SOLARCOST's four decimals until the
      * journal rounds them to cents. Subscript 1-3 follows the
      * entry codes: avoided import cost with the self-consumed
      * kWh, export credit with the exported kWh, grid import cost
      * with the imported kWh. Action: P original posting due, A
      * adjusting entry due, U posted and unchanged.)
      *----------------------------------------------------------------*
       01  WS-BKT-TABLE-MAX            PIC 9(4) VALUE 2400.
       01  WS-BKT-TABLE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 2400 TIMES INDEXED BY WS-BKT-IDX.
               10  WS-BKT-SITE         PIC X(4).
               10  WS-BKT-PERIOD       PIC 9(6).
               10  WS-BKT-DAYS         PIC 9(3).
               10  WS-BKT-RAW-USD      PIC S9(7)V9999 COMP-3
                       OCCURS 3 TIMES.
               10  WS-BKT-KWH          PIC 9(7)V999 COMP-3
                       OCCURS 3 TIMES.
               10  WS-BKT-NEW-USD      PIC S9(9)V99 COMP-3
                       OCCURS 3 TIMES.
               10  WS-BKT-POST-USD     PIC S9(9)V99 COMP-3
                       OCCURS 3 TIMES.
               10  WS-BKT-POST-KWH     PIC S9(7)V999 COMP-3
                       OCCURS 3 TIMES.
               10  WS-BKT-ACTION       PIC X.
                   88  WS-BKT-POST         VALUE "P".
                   88  WS-BKT-ADJUST       VALUE "A".
                   88  WS-BKT-UNCHANGED    VALUE "U".
                   88  WS-BKT-TO-JOURNAL   VALUE "P" "A".
               10  WS-BKT-JOURNAL-REF  PIC X(20).
               10  WS-BKT-ORIGINAL-REF PIC X(20).
               10  WS-BKT-REG-SUB      PIC 9(4).
       01  WS-BKT-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-BKT-FOUND-FLAG           PIC X.
           88  WS-BKT-FOUND            VALUE "Y".
       01  WS-BKT-TABLE-FULL-FLAG      PIC X VALUE "N".
           88  WS-BKT-TABLE-FULL       VALUE "Y".
       01  WS-BKT-CHANGED-FLAG         PIC X.
           88  WS-BKT-CHANGED          VALUE "Y".

      *----------------------------------------------------------------*
      * Day Valuation Work Fields (the precisions SOLARCOST prices a
      * day with, so a month here values to what its report shows)
      *----------------------------------------------------------------*
       01  WS-DAY-DATE                 PIC 9(8).
       01  WS-DAY-PERIOD               PIC 9(6).
       01  WS-YIELD-WH                 PIC 9(6)V99 COMP-3.
       01  WS-CONSUMPTION-WH           PIC 9(6)V99 COMP-3.
       01  WS-YIELD-KWH                PIC 9(4)V999 COMP-3.
       01  WS-CONSUMPTION-KWH          PIC 9(4)V999 COMP-3.
       01  WS-SELF-USED-KWH            PIC 9(4)V999 COMP-3.
       01  WS-ROW-IMPORT-KWH           PIC 9(4)V999 COMP-3.
       01  WS-ROW-EXPORT-KWH           PIC 9(4)V999 COMP-3.
       01  WS-ROW-COST-USD             PIC 9(4)V9999 COMP-3.
       01  WS-ROW-IMPORT-COST-USD      PIC 9(4)V9999 COMP-3.
       01  WS-ROW-FIXED-USD            PIC 9(4)V9999 COMP-3.
       01  WS-DAY-VALID-FLAG           PIC X.
           88  WS-DAY-VALID            VALUE "Y".

       01  WS-DAY-COUNTS.
           05  WS-DAYS-READ            PIC 9(6) VALUE ZERO.
           05  WS-DAYS-EXCLUDED        PIC 9(6) VALUE ZERO.
           05  WS-DAYS-UNUSABLE        PIC 9(6) VALUE ZERO.
           05  WS-DAYS-OPEN-PERIOD     PIC 9(6) VALUE ZERO.
           05  WS-DAYS-BEFORE-START    PIC 9(6) VALUE ZERO.
           05  WS-DAYS-VALUED          PIC 9(6) VALUE ZERO.

       01  WS-JOURNAL-COUNTS.
           05  WS-POST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-ADJUST-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-UNCHANGED-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-JOURNAL-LINES        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * Journal Writing Work Fields
      *----------------------------------------------------------------*
       01  WS-JRNL-LINE-NO             PIC 9(3).
       01  WS-JRNL-DEBIT-TOTAL         PIC 9(11)V99.
       01  WS-JRNL-CREDIT-TOTAL        PIC 9(11)V99.
       01  WS-JRNL-ENTRY-DATE          PIC 9(8).
       01  WS-JRNL-GL-PERIOD           PIC 9(6).
       01  WS-LINE-AMOUNT              PIC 9(9)V99.
       01  WS-LINE-KWH                 PIC 9(7)V999.
       01  WS-LINE-ACCOUNT             PIC X(12).
       01  WS-LINE-DR-CR               PIC X.
       01  WS-REF-SUFFIX               PIC X(3).
       01  WS-REF-ADJ-NUMBER           PIC 9(2).
       01  WS-PERIOD-DISP              PIC 9(6).
       01  WS-PERIOD-DISP-SPLIT REDEFINES WS-PERIOD-DISP.
           05  WS-PERIOD-DISP-YEAR     PIC 9(4).
           05  WS-PERIOD-DISP-MONTH    PIC 9(2).
       01  WS-PERIOD-LABEL             PIC X(7).

      *----------------------------------------------------------------*
      * Report Formatting Variables
      *----------------------------------------------------------------*
       01  WS-EDIT-USD                 PIC -(5)9.99.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-EDIT-BIG-USD             PIC -(9)9.99.
       01  WS-REPORT-TOTAL-USD         PIC S9(11)V99 COMP-3.

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 200-VALUE-MASTER-DAYS.
           PERFORM 300-PLAN-POSTINGS.
           PERFORM 400-POST-GL-JOURNALS.
           PERFORM 500-GENERATE-REPORT.
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Solar Benefit GL Interface..."

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT MASTER-INPUT-PATH
               FROM ENVIRONMENT "DAILY_MASTER_INPUT"
           IF MASTER-INPUT-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-INPUT-PATH
           END-IF

           ACCEPT ACCOUNT-MAP-PATH
               FROM ENVIRONMENT "GL_ACCOUNT_MAP_FILE"
           IF ACCOUNT-MAP-PATH = SPACES
               MOVE "./output/gl_account_map.csv" TO ACCOUNT-MAP-PATH
           END-IF

           ACCEPT CLOSE-REGISTER-PATH
               FROM ENVIRONMENT "GL_CLOSE_REGISTER"
           IF CLOSE-REGISTER-PATH = SPACES
               MOVE "./output/gl_close_register.csv"
                   TO CLOSE-REGISTER-PATH
           END-IF

      *    One journal file per run date; a second run the same day
      *    appends to it rather than replacing journals not yet
      *    picked up
           ACCEPT GL-JOURNAL-PATH FROM ENVIRONMENT "GL_JOURNAL_OUTPUT"
           IF GL-JOURNAL-PATH = SPACES
               STRING "./output/gl_journal_" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO GL-JOURNAL-PATH
               END-STRING
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "GL_REPORT_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/gl_posting_report.txt" TO REPORT-FILE
           END-IF

           MOVE WS-RUN-DATE(1:6) TO WS-OPEN-PERIOD
           ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "GL_OPEN_PERIOD"
           IF WS-PERIOD-PARM NOT = SPACES
               PERFORM 105-CHECK-PERIOD-PARM
               IF WS-PERIOD-VALID
                   MOVE WS-PERIOD-VALUE TO WS-OPEN-PERIOD
               ELSE
                   DISPLAY "WARNING: GL_OPEN_PERIOD not YYYYMM, "
                       "using " WS-OPEN-PERIOD
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF

           ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "GL_START_PERIOD"
           IF WS-PERIOD-PARM NOT = SPACES
               PERFORM 105-CHECK-PERIOD-PARM
               IF WS-PERIOD-VALID
                   MOVE WS-PERIOD-VALUE TO WS-START-PERIOD
               ELSE
                   DISPLAY "WARNING: GL_START_PERIOD not YYYYMM, "
                       "booking every closed month"
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF

      *    Adjusting entries belong to the open period
           IF WS-RUN-DATE(1:6) = WS-OPEN-PERIOD
               MOVE WS-RUN-DATE TO WS-ADJ-ENTRY-DATE
           ELSE
               MOVE WS-OPEN-PERIOD TO WS-PERIOD-DISP
               PERFORM 106-SET-MONTH-END-DATE
               MOVE WS-MONTH-END-DATE TO WS-ADJ-ENTRY-DATE
           END-IF

           PERFORM 110-LOAD-RATE-TABLE
           PERFORM 120-LOAD-ACCOUNT-MAP
           PERFORM 130-LOAD-CLOSE-REGISTER

           OPEN INPUT DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: Cannot open master file: "
                   MASTER-INPUT-PATH
               DISPLAY "File Status: " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Input master:   " MASTER-INPUT-PATH
           DISPLAY "Open GL period: " WS-OPEN-PERIOD.

      *----------------------------------------------------------------*
      * CHECK PERIOD PARM (WS-PERIOD-PARM as a YYYYMM month)
      *----------------------------------------------------------------*
       105-CHECK-PERIOD-PARM.
           MOVE "N" TO WS-PERIOD-VALID-FLAG
           IF FUNCTION TEST-NUMVAL(WS-PERIOD-PARM) = 0 AND
              FUNCTION LENGTH(FUNCTION TRIM(WS-PERIOD-PARM)) = 6
               MOVE FUNCTION NUMVAL(WS-PERIOD-PARM) TO WS-PERIOD-VALUE
               IF WS-PERIOD-VALUE(5:2) >= "01" AND
                  WS-PERIOD-VALUE(5:2) <= "12"
                   SET WS-PERIOD-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SET MONTH END DATE (Last calendar day of month WS-PERIOD-DISP:
      * the day before the first of the following month)
      *----------------------------------------------------------------*
       106-SET-MONTH-END-DATE.
           MOVE WS-PERIOD-DISP-YEAR TO WS-WORK-YEAR
           MOVE WS-PERIOD-DISP-MONTH TO WS-WORK-MONTH
           MOVE 1 TO WS-WORK-DOM
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).

      *----------------------------------------------------------------*
      * LOAD RATE TABLE (Default single rate, optionally overridden by
      * the same effective-dated rate table file SOLARCOST uses)
      *----------------------------------------------------------------*
       110-LOAD-RATE-TABLE.
           ACCEPT WS-IMPORT-RATE-PARM
               FROM ENVIRONMENT "IMPORT_RATE_PER_KWH"
           IF WS-IMPORT-RATE-PARM NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IMPORT-RATE-PARM)
                   TO WS-IMPORT-RATE-PER-KWH
               MOVE WS-IMPORT-RATE-PER-KWH TO WS-EXPORT-RATE-PER-KWH
           END-IF

           ACCEPT WS-EXPORT-RATE-PARM
               FROM ENVIRONMENT "EXPORT_RATE_PER_KWH"
           IF WS-EXPORT-RATE-PARM NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EXPORT-RATE-PARM)
                   TO WS-EXPORT-RATE-PER-KWH
           END-IF

           MOVE 1 TO RATE-TABLE-COUNT
           MOVE ZERO TO RATE-EFF-DATE-FROM(1)
           MOVE 99999999 TO RATE-EFF-DATE-TO(1)
           MOVE WS-IMPORT-RATE-PER-KWH TO RATE-IMPORT-PER-KWH(1)
           MOVE WS-EXPORT-RATE-PER-KWH TO RATE-EXPORT-PER-KWH(1)
           MOVE ZERO TO RATE-BLOCK1-LIMIT-KWH(1) RATE-BLOCK2-PER-KWH(1)
               RATE-BLOCK2-LIMIT-KWH(1) RATE-BLOCK3-PER-KWH(1)
               RATE-DAILY-CHARGE(1) RATE-MONTHLY-CHARGE(1)

           ACCEPT RATE-TABLE-PATH FROM ENVIRONMENT "RATE_TABLE_FILE"
           IF RATE-TABLE-PATH NOT = SPACES
               OPEN INPUT RATE-TABLE-FILE
               IF WS-RATE-TABLE-OK
                   MOVE ZERO TO RATE-TABLE-COUNT
                   MOVE ZERO TO RATE-ROWS-REJECTED RATE-ROWS-OVERFLOW
                   MOVE "Y" TO WS-RATE-FIRST-RECORD-FLAG
                   PERFORM UNTIL WS-RATE-TABLE-EOF
                       PERFORM 115-READ-RATE-TABLE-RECORD
                   END-PERFORM
                   CLOSE RATE-TABLE-FILE
                   PERFORM 160-VALIDATE-RATE-TABLE
                   IF NOT RATE-TABLE-VALID OR RATE-TABLE-COUNT = ZERO
                       DISPLAY "ERROR: Rate table file failed "
                           "validation: " RATE-TABLE-PATH
                       DISPLAY "  Periods loaded:  " RATE-TABLE-COUNT
                       DISPLAY "  Problems found:  " RATE-ERROR-COUNT
                       DISPLAY "  Run SOLARRAT with RATE_ACTION="
                           "VALIDATE for the full report"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "ERROR: Cannot open rate table file: "
                       RATE-TABLE-PATH
                   DISPLAY "File Status: " WS-RATE-TABLE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ RATE TABLE RECORD
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
      * PARSE RATE TABLE RECORD
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

      *----------------------------------------------------------------*
      * LOAD ACCOUNT MAP (The map is required - booking to a guessed
      * account is worse than not booking. Malformed rows are
      * reported and skipped; whether every journal line still finds
      * its accounts is checked before anything is posted.)
      *----------------------------------------------------------------*
       120-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT WS-ACCOUNT-MAP-OK
               DISPLAY "ERROR: Cannot open account map file: "
                   ACCOUNT-MAP-PATH
               DISPLAY "File Status: " WS-ACCOUNT-MAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCOUNT-MAP-EOF
               READ ACCOUNT-MAP-FILE
                   AT END
                       SET WS-ACCOUNT-MAP-EOF TO TRUE
               END-READ
               IF NOT WS-ACCOUNT-MAP-EOF
                   IF WS-MAP-IS-FIRST-RECORD
                       MOVE "N" TO WS-MAP-FIRST-RECORD-FLAG
                   ELSE
                       IF ACCOUNT-MAP-RECORD NOT = SPACES
                           PERFORM 125-PARSE-ACCOUNT-MAP-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
           IF WS-MAP-ROWS-REJECTED > 0
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           DISPLAY "Account map rows loaded: " WS-MAP-TABLE-COUNT.

      *----------------------------------------------------------------*
      * PARSE ACCOUNT MAP RECORD (A row needs a site or *, one of the
      * three entry codes and both accounts; a later row for the
      * same site and entry replaces the earlier one)
      *----------------------------------------------------------------*
       125-PARSE-ACCOUNT-MAP-RECORD.
           MOVE SPACES TO WS-MAP-FIELD-1 WS-MAP-FIELD-2 WS-MAP-FIELD-3
               WS-MAP-FIELD-4 WS-MAP-FIELD-5
           UNSTRING ACCOUNT-MAP-RECORD DELIMITED BY ","
               INTO WS-MAP-FIELD-1 WS-MAP-FIELD-2 WS-MAP-FIELD-3
                    WS-MAP-FIELD-4 WS-MAP-FIELD-5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-MAP-FIELD-2) TO WS-MAP-FIELD-2
           MOVE "N" TO WS-MAP-CODE-VALID-FLAG
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 3
               IF FUNCTION TRIM(WS-MAP-FIELD-2) =
                  WS-ENTRY-CODE(WS-ENTRY-SUB)
                   SET WS-MAP-CODE-VALID TO TRUE
               END-IF
           END-PERFORM

           IF WS-MAP-FIELD-1 = SPACES OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-FIELD-1)) > 4 OR
              NOT WS-MAP-CODE-VALID OR
              WS-MAP-FIELD-3 = SPACES OR
              WS-MAP-FIELD-4 = SPACES OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-FIELD-3)) > 12 OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-FIELD-4)) > 12
               DISPLAY "WARNING: skipping malformed account map row: "
                   FUNCTION TRIM(ACCOUNT-MAP-RECORD)
               ADD 1 TO WS-MAP-ROWS-REJECTED
           ELSE
               MOVE "N" TO WS-ACCOUNT-FOUND-FLAG
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-TABLE-COUNT
                          OR WS-ACCOUNT-FOUND
                   IF WS-MAP-SITE(WS-MAP-IDX) =
                      FUNCTION TRIM(WS-MAP-FIELD-1) AND
                      WS-MAP-ENTRY-CODE(WS-MAP-IDX) =
                      FUNCTION TRIM(WS-MAP-FIELD-2)
                       SET WS-ACCOUNT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ACCOUNT-FOUND
                   SET WS-MAP-IDX DOWN BY 1
               ELSE
                   IF WS-MAP-TABLE-COUNT < WS-MAP-TABLE-MAX
                       ADD 1 TO WS-MAP-TABLE-COUNT
                       SET WS-MAP-IDX TO WS-MAP-TABLE-COUNT
                   ELSE
                       DISPLAY "WARNING: account map full, row not "
                           "loaded: " FUNCTION TRIM(ACCOUNT-MAP-RECORD)
                       ADD 1 TO WS-MAP-ROWS-REJECTED
                       SET WS-MAP-IDX TO ZERO
                   END-IF
               END-IF
               IF WS-MAP-IDX > ZERO
                   MOVE FUNCTION TRIM(WS-MAP-FIELD-1)
                       TO WS-MAP-SITE(WS-MAP-IDX)
                   MOVE FUNCTION TRIM(WS-MAP-FIELD-2)
                       TO WS-MAP-ENTRY-CODE(WS-MAP-IDX)
                   MOVE FUNCTION TRIM(WS-MAP-FIELD-3)
                       TO WS-MAP-DEBIT-ACCT(WS-MAP-IDX)
                   MOVE FUNCTION TRIM(WS-MAP-FIELD-4)
                       TO WS-MAP-CREDIT-ACCT(WS-MAP-IDX)
                   MOVE FUNCTION TRIM(WS-MAP-FIELD-5)
                       TO WS-MAP-DESCRIPTION(WS-MAP-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD CLOSE REGISTER (A missing register is an empty one - the
      * first run that posts creates it. The latest line for a
      * site-month carries what is booked for it so far.)
      *----------------------------------------------------------------*
       130-LOAD-CLOSE-REGISTER.
           OPEN INPUT CLOSE-REGISTER-FILE
           IF WS-REGISTER-OK
               PERFORM UNTIL WS-REGISTER-EOF
                   READ CLOSE-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT WS-REGISTER-EOF AND
                      CLOSE-REGISTER-LINE NOT = SPACES
                       PERFORM 135-PARSE-REGISTER-LINE
                   END-IF
               END-PERFORM
               CLOSE CLOSE-REGISTER-FILE
           END-IF
           DISPLAY "Register site-months: " WS-REG-TABLE-COUNT.

      *----------------------------------------------------------------*
      * PARSE REGISTER LINE
      *----------------------------------------------------------------*
       135-PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-FIELDS
           UNSTRING CLOSE-REGISTER-LINE DELIMITED BY ","
               INTO WS-REG-FIELD(1) WS-REG-FIELD(2) WS-REG-FIELD(3)
                    WS-REG-FIELD(4) WS-REG-FIELD(5) WS-REG-FIELD(6)
                    WS-REG-FIELD(7) WS-REG-FIELD(8) WS-REG-FIELD(9)
                    WS-REG-FIELD(10) WS-REG-FIELD(11) WS-REG-FIELD(12)
                    WS-REG-FIELD(13) WS-REG-FIELD(14)
           END-UNSTRING

           SET WS-REG-ROW-VALID TO TRUE
           IF WS-REG-FIELD(1) = SPACES OR WS-REG-FIELD(3) = SPACES OR
              (WS-REG-FIELD(4) NOT = "POST" AND
               WS-REG-FIELD(4) NOT = "ADJUST") OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-REG-FIELD(2))) NOT = 6
               MOVE "N" TO WS-REG-ROW-VALID-FLAG
           END-IF
           PERFORM VARYING WS-REG-FIELD-SUB FROM 8 BY 1
                   UNTIL WS-REG-FIELD-SUB > 14
               IF FUNCTION TEST-NUMVAL(WS-REG-FIELD(WS-REG-FIELD-SUB))
                  NOT = 0
                   MOVE "N" TO WS-REG-ROW-VALID-FLAG
               END-IF
           END-PERFORM
           IF FUNCTION TEST-NUMVAL(WS-REG-FIELD(2)) NOT = 0
               MOVE "N" TO WS-REG-ROW-VALID-FLAG
           END-IF

           IF NOT WS-REG-ROW-VALID
               DISPLAY "ERROR: malformed register row: "
                   FUNCTION TRIM(CLOSE-REGISTER-LINE)
               ADD 1 TO WS-REG-ROWS-REJECTED
           ELSE
               MOVE WS-REG-FIELD(1) TO WS-FIND-SITE
               MOVE FUNCTION NUMVAL(WS-REG-FIELD(2)) TO WS-FIND-PERIOD
               PERFORM 140-FIND-REGISTER-ENTRY
               IF NOT WS-REG-FOUND
                   IF WS-REG-TABLE-COUNT < WS-REG-TABLE-MAX
                       ADD 1 TO WS-REG-TABLE-COUNT
                       MOVE WS-REG-TABLE-COUNT TO WS-REG-SUB
                       SET WS-REG-IDX TO WS-REG-SUB
                       INITIALIZE WS-REG-ENTRY(WS-REG-IDX)
                       MOVE WS-FIND-SITE TO WS-REG-SITE(WS-REG-IDX)
                       MOVE WS-FIND-PERIOD TO WS-REG-PERIOD(WS-REG-IDX)
                       IF WS-REG-FIELD(4) = "POST"
                           MOVE WS-REG-FIELD(3)
                               TO WS-REG-ORIGINAL-REF(WS-REG-IDX)
                       ELSE
                           MOVE WS-REG-FIELD(7)
                               TO WS-REG-ORIGINAL-REF(WS-REG-IDX)
                       END-IF
                       SET WS-REG-FOUND TO TRUE
                   ELSE
                       IF NOT WS-REG-TABLE-FULL
                           SET WS-REG-TABLE-FULL TO TRUE
                           DISPLAY "ERROR: close register table full "
                               "at " WS-REG-TABLE-MAX " site-months"
                       END-IF
                   END-IF
               END-IF
               IF WS-REG-FOUND
                   IF WS-REG-FIELD(4) = "ADJUST"
                       ADD 1 TO WS-REG-ADJ-COUNT(WS-REG-IDX)
                   END-IF
                   PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                           UNTIL WS-ENTRY-SUB > 3
                       COMPUTE WS-REG-FIELD-SUB = 7 + WS-ENTRY-SUB
                       MOVE FUNCTION NUMVAL(
                           WS-REG-FIELD(WS-REG-FIELD-SUB))
                           TO WS-REG-BOOKED-USD(WS-REG-IDX
                                                WS-ENTRY-SUB)
                       COMPUTE WS-REG-FIELD-SUB = 10 + WS-ENTRY-SUB
                       MOVE FUNCTION NUMVAL(
                           WS-REG-FIELD(WS-REG-FIELD-SUB))
                           TO WS-REG-BOOKED-KWH(WS-REG-IDX
                                                WS-ENTRY-SUB)
                   END-PERFORM
                   MOVE FUNCTION NUMVAL(WS-REG-FIELD(14))
                       TO WS-REG-BOOKED-DAYS(WS-REG-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND REGISTER ENTRY (The entry for WS-FIND-SITE and
      * WS-FIND-PERIOD; WS-REG-SUB and WS-REG-IDX point at it)
      *----------------------------------------------------------------*
       140-FIND-REGISTER-ENTRY.
           MOVE "N" TO WS-REG-FOUND-FLAG
           MOVE ZERO TO WS-REG-SUB
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-TABLE-COUNT
                      OR WS-REG-FOUND
               IF WS-REG-SITE(WS-REG-IDX) = WS-FIND-SITE AND
                  WS-REG-PERIOD(WS-REG-IDX) = WS-FIND-PERIOD
                   SET WS-REG-FOUND TO TRUE
                   SET WS-REG-SUB TO WS-REG-IDX
               END-IF
           END-PERFORM
           IF WS-REG-FOUND
               SET WS-REG-IDX TO WS-REG-SUB
           END-IF.

           COPY RATEVAL.

           COPY RATEPRC.

      *----------------------------------------------------------------*
      * VALUE MASTER DAYS (Every usable day of a closed month from
      * GL_START_PERIOD on is split and priced into its site-month.
      * Excluded days are skipped and days of the open period and
      * later wait for their month to close. Site-months on the
      * register that have no usable day left are valued at zero,
      * so a month whose days were all deleted or excluded is
      * reversed rather than left booked.)
      *----------------------------------------------------------------*
       200-VALUE-MASTER-DAYS.
           DISPLAY "Valuing master days..."
           PERFORM UNTIL WS-MASTER-EOF
               PERFORM 210-READ-MASTER-RECORD
               IF NOT WS-MASTER-EOF
                   ADD 1 TO WS-DAYS-READ
                   PERFORM 220-VALIDATE-DAY
                   EVALUATE TRUE
                       WHEN MST-DAY-EXCLUDED
                           ADD 1 TO WS-DAYS-EXCLUDED
                       WHEN NOT WS-DAY-VALID
                           ADD 1 TO WS-DAYS-UNUSABLE
                       WHEN WS-DAY-PERIOD >= WS-OPEN-PERIOD
                           ADD 1 TO WS-DAYS-OPEN-PERIOD
                       WHEN WS-DAY-PERIOD < WS-START-PERIOD
                           ADD 1 TO WS-DAYS-BEFORE-START
                       WHEN OTHER
                           PERFORM 230-VALUE-DAY
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE DAILY-MASTER-FILE

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-TABLE-COUNT
               IF WS-REG-PERIOD(WS-REG-IDX) < WS-OPEN-PERIOD AND
                  WS-REG-PERIOD(WS-REG-IDX) >= WS-START-PERIOD
                   MOVE WS-REG-SITE(WS-REG-IDX) TO WS-FIND-SITE
                   MOVE WS-REG-PERIOD(WS-REG-IDX) TO WS-FIND-PERIOD
                   PERFORM 250-FIND-BUCKET
               END-IF
           END-PERFORM
           DISPLAY "Days valued: " WS-DAYS-VALUED.

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
      * to a master row, so the same days are valued here as on its
      * report; the service month is taken from the key date)
      *----------------------------------------------------------------*
       220-VALIDATE-DAY.
           SET WS-DAY-VALID TO TRUE
           IF MST-DATE-KEY IS NOT NUMERIC OR
              MST-DATE-KEY(5:2) < "01" OR MST-DATE-KEY(5:2) > "12" OR
              MST-DATE-STR = SPACES
               MOVE "N" TO WS-DAY-VALID-FLAG
           ELSE
               MOVE MST-DATE-KEY TO WS-DAY-DATE
               MOVE MST-DATE-KEY(1:6) TO WS-DAY-PERIOD
           END-IF
           IF MST-YIELD-STR = SPACES OR
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
      * VALUE DAY (SOLARCOST's 246-SPLIT-DAY-ENERGY and
      * 247-PRICE-DAY-ENERGY: the day is split into self-consumed,
      * exported and imported energy at the rate period in effect,
      * consumption is priced up the property's BASE fill and import
      * up its GRID fill for the calendar month, and the difference
      * is the import cost the solar avoided. Fixed charges are
      * owed with or without solar and are not part of the benefit,
      * but they still go through the fill so its state matches.)
      *----------------------------------------------------------------*
       230-VALUE-DAY.
           MOVE FUNCTION NUMVAL(MST-YIELD-STR) TO WS-YIELD-WH
           MOVE FUNCTION NUMVAL(MST-CONSUMPTION-STR)
               TO WS-CONSUMPTION-WH

           MOVE WS-IMPORT-RATE-PER-KWH TO RATE-PRICE-IMPORT-RATE
           MOVE WS-EXPORT-RATE-PER-KWH TO RATE-PRICE-EXPORT-RATE
           MOVE WS-DAY-DATE TO RATE-PRICE-DATE
           PERFORM 170-FIND-RATE-PERIOD
           MOVE RATE-PRICE-IMPORT-RATE TO WS-ROW-IMPORT-RATE
           MOVE RATE-PRICE-EXPORT-RATE TO WS-ROW-EXPORT-RATE

           COMPUTE WS-YIELD-KWH = WS-YIELD-WH / 1000
           COMPUTE WS-CONSUMPTION-KWH = WS-CONSUMPTION-WH / 1000

           IF WS-YIELD-KWH < WS-CONSUMPTION-KWH
               MOVE WS-YIELD-KWH TO WS-SELF-USED-KWH
           ELSE
               MOVE WS-CONSUMPTION-KWH TO WS-SELF-USED-KWH
           END-IF
           COMPUTE WS-ROW-EXPORT-KWH =
               WS-YIELD-KWH - WS-SELF-USED-KWH
           COMPUTE WS-ROW-IMPORT-KWH =
               WS-CONSUMPTION-KWH - WS-SELF-USED-KWH

           PERFORM 175-SET-MONTH-FILL-KEY

           MOVE "BASE" TO RATE-PRICE-OWNER
           MOVE WS-CONSUMPTION-KWH TO RATE-PRICE-KWH
           PERFORM 172-PRICE-IMPORT-BLOCKS
           MOVE RATE-PRICE-USD TO WS-ROW-COST-USD

           MOVE "GRID" TO RATE-PRICE-OWNER
           MOVE WS-ROW-IMPORT-KWH TO RATE-PRICE-KWH
           PERFORM 172-PRICE-IMPORT-BLOCKS
           MOVE RATE-PRICE-USD TO WS-ROW-IMPORT-COST-USD

           PERFORM 174-PRICE-FIXED-CHARGES
           MOVE RATE-PRICE-FIXED-USD TO WS-ROW-FIXED-USD

           MOVE MST-SITE-ID TO WS-FIND-SITE
           MOVE WS-DAY-PERIOD TO WS-FIND-PERIOD
           PERFORM 250-FIND-BUCKET
           IF WS-BKT-FOUND
               ADD 1 TO WS-DAYS-VALUED
               ADD 1 TO WS-BKT-DAYS(WS-BKT-IDX)
               COMPUTE WS-BKT-RAW-USD(WS-BKT-IDX 1) =
                   WS-BKT-RAW-USD(WS-BKT-IDX 1) +
                   WS-ROW-COST-USD - WS-ROW-IMPORT-COST-USD
               COMPUTE WS-BKT-RAW-USD(WS-BKT-IDX 2) =
                   WS-BKT-RAW-USD(WS-BKT-IDX 2) +
                   (WS-ROW-EXPORT-KWH * WS-ROW-EXPORT-RATE)
               ADD WS-ROW-IMPORT-COST-USD
                   TO WS-BKT-RAW-USD(WS-BKT-IDX 3)
               ADD WS-SELF-USED-KWH TO WS-BKT-KWH(WS-BKT-IDX 1)
               ADD WS-ROW-EXPORT-KWH TO WS-BKT-KWH(WS-BKT-IDX 2)
               ADD WS-ROW-IMPORT-KWH TO WS-BKT-KWH(WS-BKT-IDX 3)
           END-IF.

      *----------------------------------------------------------------*
      * FIND BUCKET (The site-month bucket for WS-FIND-SITE and
      * WS-FIND-PERIOD, started empty when new. The master's order
      * makes the last bucket the usual match, so it is tried first.)
      *----------------------------------------------------------------*
       250-FIND-BUCKET.
           MOVE "N" TO WS-BKT-FOUND-FLAG
           IF WS-BKT-SUB > ZERO
               SET WS-BKT-IDX TO WS-BKT-SUB
               IF WS-BKT-SITE(WS-BKT-IDX) = WS-FIND-SITE AND
                  WS-BKT-PERIOD(WS-BKT-IDX) = WS-FIND-PERIOD
                   SET WS-BKT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-BKT-FOUND
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
                          OR WS-BKT-FOUND
                   IF WS-BKT-SITE(WS-BKT-IDX) = WS-FIND-SITE AND
                      WS-BKT-PERIOD(WS-BKT-IDX) = WS-FIND-PERIOD
                       SET WS-BKT-FOUND TO TRUE
                       SET WS-BKT-SUB TO WS-BKT-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-BKT-FOUND
               IF WS-BKT-TABLE-COUNT < WS-BKT-TABLE-MAX
                   ADD 1 TO WS-BKT-TABLE-COUNT
                   MOVE WS-BKT-TABLE-COUNT TO WS-BKT-SUB
                   SET WS-BKT-FOUND TO TRUE
                   SET WS-BKT-IDX TO WS-BKT-SUB
                   INITIALIZE WS-BKT-ENTRY(WS-BKT-IDX)
                   MOVE WS-FIND-SITE TO WS-BKT-SITE(WS-BKT-IDX)
                   MOVE WS-FIND-PERIOD TO WS-BKT-PERIOD(WS-BKT-IDX)
               ELSE
                   IF NOT WS-BKT-TABLE-FULL
                       SET WS-BKT-TABLE-FULL TO TRUE
                       DISPLAY "ERROR: site-month table full at "
                           WS-BKT-TABLE-MAX " - set GL_START_PERIOD "
                           "to book a shorter history"
                   END-IF
               END-IF
           ELSE
               SET WS-BKT-IDX TO WS-BKT-SUB
           END-IF.

      *----------------------------------------------------------------*
      * PLAN POSTINGS (Each closed site-month is rounded to cents and
      * checked against the register: not there, it is posted; there
      * and valuing differently now, the difference is adjusted;
      * otherwise it stands. Every journal line must find its
      * accounts in the map before anything is written - a partial
      * posting would leave the register and the ledger apart. A
      * register row that cannot be read stops the run the same way:
      * without it, what was booked for that site-month is unknown and
      * it would be posted a second time.)
      *----------------------------------------------------------------*
       300-PLAN-POSTINGS.
           IF WS-REG-ROWS-REJECTED > 0
               DISPLAY "ERROR: " WS-REG-ROWS-REJECTED
                   " close register row(s) malformed - correct the "
                   "register; nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BKT-TABLE-FULL OR WS-REG-TABLE-FULL
               DISPLAY "ERROR: not every site-month could be held - "
                   "nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
               PERFORM 320-PLAN-SITE-MONTH
           END-PERFORM

           IF WS-MISSING-ACCOUNTS > 0
               DISPLAY "ERROR: " WS-MISSING-ACCOUNTS " journal "
                   "line(s) have no account in the map - nothing "
                   "posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE ACCOUNTS (Debit and credit accounts for site
      * WS-RESOLVE-SITE and entry WS-ENTRY-SUB: the site's own row
      * if it has one, else the * row)
      *----------------------------------------------------------------*
       310-RESOLVE-ACCOUNTS.
           MOVE "N" TO WS-ACCOUNT-FOUND-FLAG
           MOVE SPACES TO WS-GL-DEBIT-ACCOUNT WS-GL-CREDIT-ACCOUNT
               WS-GL-LINE-DESC
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-TABLE-COUNT
               IF WS-MAP-ENTRY-CODE(WS-MAP-IDX) =
                  WS-ENTRY-CODE(WS-ENTRY-SUB)
                   IF WS-MAP-SITE(WS-MAP-IDX) = WS-RESOLVE-SITE OR
                      (WS-MAP-SITE(WS-MAP-IDX) = "*" AND
                       NOT WS-ACCOUNT-FOUND)
                       SET WS-ACCOUNT-FOUND TO TRUE
                       MOVE WS-MAP-DEBIT-ACCT(WS-MAP-IDX)
                           TO WS-GL-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT-ACCT(WS-MAP-IDX)
                           TO WS-GL-CREDIT-ACCOUNT
                       MOVE WS-MAP-DESCRIPTION(WS-MAP-IDX)
                           TO WS-GL-LINE-DESC
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PLAN SITE MONTH (The amounts this run books for the bucket:
      * everything for an original posting, the change since the
      * register's booked totals for an adjustment. A change in the
      * kWh or days alone, with the money unchanged to the cent,
      * books nothing.)
      *----------------------------------------------------------------*
       320-PLAN-SITE-MONTH.
           MOVE WS-BKT-SITE(WS-BKT-IDX) TO WS-FIND-SITE
           MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO WS-FIND-PERIOD
           PERFORM 140-FIND-REGISTER-ENTRY
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 3
               COMPUTE WS-BKT-NEW-USD(WS-BKT-IDX WS-ENTRY-SUB) ROUNDED
                   = WS-BKT-RAW-USD(WS-BKT-IDX WS-ENTRY-SUB)
           END-PERFORM

           MOVE WS-FIND-PERIOD TO WS-PERIOD-DISP
           MOVE SPACES TO WS-BKT-JOURNAL-REF(WS-BKT-IDX)
           IF NOT WS-REG-FOUND
               SET WS-BKT-POST(WS-BKT-IDX) TO TRUE
               ADD 1 TO WS-POST-COUNT
               MOVE "P00" TO WS-REF-SUFFIX
               MOVE SPACES TO WS-BKT-ORIGINAL-REF(WS-BKT-IDX)
               PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-SUB > 3
                   MOVE WS-BKT-NEW-USD(WS-BKT-IDX WS-ENTRY-SUB)
                       TO WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB)
                   MOVE WS-BKT-KWH(WS-BKT-IDX WS-ENTRY-SUB)
                       TO WS-BKT-POST-KWH(WS-BKT-IDX WS-ENTRY-SUB)
               END-PERFORM
           ELSE
               MOVE WS-REG-SUB TO WS-BKT-REG-SUB(WS-BKT-IDX)
               MOVE WS-REG-ORIGINAL-REF(WS-REG-IDX)
                   TO WS-BKT-ORIGINAL-REF(WS-BKT-IDX)
               MOVE "N" TO WS-BKT-CHANGED-FLAG
               PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-SUB > 3
                   COMPUTE WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB) =
                       WS-BKT-NEW-USD(WS-BKT-IDX WS-ENTRY-SUB)
                       - WS-REG-BOOKED-USD(WS-REG-IDX WS-ENTRY-SUB)
                   COMPUTE WS-BKT-POST-KWH(WS-BKT-IDX WS-ENTRY-SUB) =
                       WS-BKT-KWH(WS-BKT-IDX WS-ENTRY-SUB)
                       - WS-REG-BOOKED-KWH(WS-REG-IDX WS-ENTRY-SUB)
                   IF WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB)
                      NOT = ZERO
                       SET WS-BKT-CHANGED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-BKT-CHANGED
                   SET WS-BKT-ADJUST(WS-BKT-IDX) TO TRUE
                   ADD 1 TO WS-ADJUST-COUNT
                   COMPUTE WS-REF-ADJ-NUMBER =
                       WS-REG-ADJ-COUNT(WS-REG-IDX) + 1
                   MOVE "A" TO WS-REF-SUFFIX(1:1)
                   MOVE WS-REF-ADJ-NUMBER TO WS-REF-SUFFIX(2:2)
               ELSE
                   SET WS-BKT-UNCHANGED(WS-BKT-IDX) TO TRUE
                   ADD 1 TO WS-UNCHANGED-COUNT
               END-IF
           END-IF

           IF WS-BKT-TO-JOURNAL(WS-BKT-IDX)
               STRING "SOL-" DELIMITED BY SIZE
                      WS-BKT-SITE(WS-BKT-IDX) DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-PERIOD-DISP DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-REF-SUFFIX DELIMITED BY SIZE
                      INTO WS-BKT-JOURNAL-REF(WS-BKT-IDX)
               END-STRING
               MOVE WS-BKT-SITE(WS-BKT-IDX) TO WS-RESOLVE-SITE
               PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-ENTRY-SUB > 3
                   IF WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB)
                      NOT = ZERO
                       PERFORM 310-RESOLVE-ACCOUNTS
                       IF NOT WS-ACCOUNT-FOUND
                           DISPLAY "ERROR: no account map row for "
                               WS-RESOLVE-SITE " "
                               WS-ENTRY-CODE(WS-ENTRY-SUB)
                           ADD 1 TO WS-MISSING-ACCOUNTS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * POST GL JOURNALS (The journal file and the register are both
      * opened before either is written, so a run that cannot record
      * its postings does not produce them. Each journal's register
      * line follows the journal itself.)
      *----------------------------------------------------------------*
       400-POST-GL-JOURNALS.
           IF WS-POST-COUNT + WS-ADJUST-COUNT = ZERO
               DISPLAY "No closed month due a posting or adjustment"
           ELSE
               OPEN EXTEND GL-JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   OPEN OUTPUT GL-JOURNAL-FILE
               END-IF
               IF NOT WS-JOURNAL-OK
                   DISPLAY "ERROR: Cannot open journal file: "
                       GL-JOURNAL-PATH
                   DISPLAY "File Status: " WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN EXTEND CLOSE-REGISTER-FILE
               IF NOT WS-REGISTER-OK
                   OPEN OUTPUT CLOSE-REGISTER-FILE
               END-IF
               IF NOT WS-REGISTER-OK
                   DISPLAY "ERROR: Cannot open close register: "
                       CLOSE-REGISTER-PATH
                   DISPLAY "File Status: " WS-REGISTER-STATUS
                   CLOSE GL-JOURNAL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
                   IF WS-BKT-TO-JOURNAL(WS-BKT-IDX)
                       PERFORM 410-WRITE-JOURNAL
                       PERFORM 450-WRITE-REGISTER-LINE
                   END-IF
               END-PERFORM

               CLOSE GL-JOURNAL-FILE
               CLOSE CLOSE-REGISTER-FILE
               DISPLAY "Journal file:   " GL-JOURNAL-PATH
           END-IF

           IF WS-ADJUST-COUNT > 0
               DISPLAY "Adjusting entries booked for " WS-ADJUST-COUNT
                   " closed site-month(s)"
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE JOURNAL (Header, a debit and a credit line for each
      * entry with an amount, trailer. An original posting books in
      * its own month, dated the month's last day; an adjustment
      * books in the open period. A decrease is booked to the same
      * accounts with debit and credit swapped.)
      *----------------------------------------------------------------*
       410-WRITE-JOURNAL.
           MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO WS-PERIOD-DISP
           MOVE SPACES TO WS-PERIOD-LABEL
           STRING WS-PERIOD-DISP-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD-DISP-MONTH DELIMITED BY SIZE
                  INTO WS-PERIOD-LABEL
           END-STRING
           IF WS-BKT-POST(WS-BKT-IDX)
               PERFORM 106-SET-MONTH-END-DATE
               MOVE WS-MONTH-END-DATE TO WS-JRNL-ENTRY-DATE
               MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO WS-JRNL-GL-PERIOD
           ELSE
               MOVE WS-ADJ-ENTRY-DATE TO WS-JRNL-ENTRY-DATE
               MOVE WS-OPEN-PERIOD TO WS-JRNL-GL-PERIOD
           END-IF

           MOVE SPACES TO GLJ-RECORD
           SET GLJ-HEADER TO TRUE
           MOVE WS-BKT-JOURNAL-REF(WS-BKT-IDX) TO GLJ-JOURNAL-REF
           IF WS-BKT-POST(WS-BKT-IDX)
               SET GLJ-H-ORIGINAL TO TRUE
               STRING "SOLAR BENEFIT " DELIMITED BY SIZE
                      WS-PERIOD-LABEL DELIMITED BY SIZE
                      INTO GLJ-H-DESCRIPTION
               END-STRING
           ELSE
               SET GLJ-H-ADJUSTING TO TRUE
               STRING "SOLAR BENEFIT ADJ " DELIMITED BY SIZE
                      WS-PERIOD-LABEL DELIMITED BY SIZE
                      INTO GLJ-H-DESCRIPTION
               END-STRING
           END-IF
           MOVE WS-JRNL-ENTRY-DATE TO GLJ-H-ENTRY-DATE
           MOVE WS-JRNL-GL-PERIOD TO GLJ-H-GL-PERIOD
           MOVE WS-BKT-SITE(WS-BKT-IDX) TO GLJ-H-SITE-ID
           MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO GLJ-H-SERVICE-PERIOD
           MOVE WS-BKT-ORIGINAL-REF(WS-BKT-IDX) TO GLJ-H-ORIGINAL-REF
           MOVE WS-RUN-DATE TO GLJ-H-CREATED-DATE
           WRITE GLJ-RECORD

           MOVE ZERO TO WS-JRNL-LINE-NO WS-JRNL-DEBIT-TOTAL
               WS-JRNL-CREDIT-TOTAL
           MOVE WS-BKT-SITE(WS-BKT-IDX) TO WS-RESOLVE-SITE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 3
               IF WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB) NOT = ZERO
                   PERFORM 420-WRITE-ENTRY-LINES
               END-IF
           END-PERFORM

           MOVE SPACES TO GLJ-RECORD
           SET GLJ-TRAILER TO TRUE
           MOVE WS-BKT-JOURNAL-REF(WS-BKT-IDX) TO GLJ-JOURNAL-REF
           MOVE WS-JRNL-LINE-NO TO GLJ-T-LINE-COUNT
           MOVE WS-JRNL-DEBIT-TOTAL TO GLJ-T-DEBIT-TOTAL
           MOVE WS-JRNL-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
           WRITE GLJ-RECORD
           ADD WS-JRNL-LINE-NO TO WS-JOURNAL-LINES.

      *----------------------------------------------------------------*
      * WRITE ENTRY LINES (The debit and the credit for one entry)
      *----------------------------------------------------------------*
       420-WRITE-ENTRY-LINES.
           PERFORM 310-RESOLVE-ACCOUNTS
           MOVE WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB)
               TO WS-LINE-AMOUNT
           MOVE WS-BKT-POST-KWH(WS-BKT-IDX WS-ENTRY-SUB)
               TO WS-LINE-KWH

           IF WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB) > ZERO
               MOVE WS-GL-DEBIT-ACCOUNT TO WS-LINE-ACCOUNT
           ELSE
               MOVE WS-GL-CREDIT-ACCOUNT TO WS-LINE-ACCOUNT
           END-IF
           MOVE "D" TO WS-LINE-DR-CR
           PERFORM 430-WRITE-DETAIL-LINE
           ADD WS-LINE-AMOUNT TO WS-JRNL-DEBIT-TOTAL

           IF WS-BKT-POST-USD(WS-BKT-IDX WS-ENTRY-SUB) > ZERO
               MOVE WS-GL-CREDIT-ACCOUNT TO WS-LINE-ACCOUNT
           ELSE
               MOVE WS-GL-DEBIT-ACCOUNT TO WS-LINE-ACCOUNT
           END-IF
           MOVE "C" TO WS-LINE-DR-CR
           PERFORM 430-WRITE-DETAIL-LINE
           ADD WS-LINE-AMOUNT TO WS-JRNL-CREDIT-TOTAL.

      *----------------------------------------------------------------*
      * WRITE DETAIL LINE
      *----------------------------------------------------------------*
       430-WRITE-DETAIL-LINE.
           ADD 1 TO WS-JRNL-LINE-NO
           MOVE SPACES TO GLJ-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE WS-BKT-JOURNAL-REF(WS-BKT-IDX) TO GLJ-JOURNAL-REF
           MOVE WS-JRNL-LINE-NO TO GLJ-D-LINE-NO
           MOVE WS-JRNL-ENTRY-DATE TO GLJ-D-ENTRY-DATE
           MOVE WS-JRNL-GL-PERIOD TO GLJ-D-GL-PERIOD
           MOVE WS-BKT-SITE(WS-BKT-IDX) TO GLJ-D-SITE-ID
           MOVE WS-LINE-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-LINE-DR-CR TO GLJ-D-DR-CR
           MOVE WS-LINE-AMOUNT TO GLJ-D-AMOUNT
           MOVE WS-ENTRY-CODE(WS-ENTRY-SUB) TO GLJ-D-ENTRY-CODE
           MOVE WS-LINE-KWH TO GLJ-D-KWH
           MOVE WS-GL-LINE-DESC TO GLJ-D-DESCRIPTION
           MOVE WS-BKT-ORIGINAL-REF(WS-BKT-IDX) TO GLJ-D-ORIGINAL-REF
           WRITE GLJ-RECORD.

      *----------------------------------------------------------------*
      * WRITE REGISTER LINE (What is now booked for the site-month -
      * the full recomputed amounts, whichever kind of journal got
      * it there)
      *----------------------------------------------------------------*
       450-WRITE-REGISTER-LINE.
           IF WS-BKT-POST(WS-BKT-IDX)
               MOVE "POST" TO WS-REG-ENTRY-TYPE
           ELSE
               MOVE "ADJUST" TO WS-REG-ENTRY-TYPE
           END-IF
           MOVE SPACES TO CLOSE-REGISTER-LINE
           MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO WS-PERIOD-DISP
           MOVE 1 TO WS-REG-LINE-PTR
           STRING WS-BKT-SITE(WS-BKT-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PERIOD-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BKT-JOURNAL-REF(WS-BKT-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REG-ENTRY-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-ENTRY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-GL-PERIOD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BKT-ORIGINAL-REF(WS-BKT-IDX) DELIMITED BY SPACE
                  INTO CLOSE-REGISTER-LINE
                  WITH POINTER WS-REG-LINE-PTR
           END-STRING
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 3
               MOVE WS-BKT-NEW-USD(WS-BKT-IDX WS-ENTRY-SUB)
                   TO WS-REG-EDIT-USD
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REG-EDIT-USD) DELIMITED BY SIZE
                      INTO CLOSE-REGISTER-LINE
                      WITH POINTER WS-REG-LINE-PTR
               END-STRING
           END-PERFORM
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > 3
               MOVE WS-BKT-KWH(WS-BKT-IDX WS-ENTRY-SUB)
                   TO WS-REG-EDIT-KWH
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REG-EDIT-KWH) DELIMITED BY SIZE
                      INTO CLOSE-REGISTER-LINE
                      WITH POINTER WS-REG-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-BKT-DAYS(WS-BKT-IDX) TO WS-REG-EDIT-DAYS
           STRING "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REG-EDIT-DAYS) DELIMITED BY SIZE
                  INTO CLOSE-REGISTER-LINE
                  WITH POINTER WS-REG-LINE-PTR
           END-STRING
           WRITE CLOSE-REGISTER-LINE.

      *----------------------------------------------------------------*
      * GENERATE REPORT
      *----------------------------------------------------------------*
       500-GENERATE-REPORT.
           OPEN OUTPUT REPORT-OUTPUT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Generating report..."
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "SOLAR BENEFIT GL POSTING REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           WRITE REPORT-LINE FROM SPACES

           PERFORM 510-PRINT-PARAMETERS
           PERFORM 520-PRINT-JOURNALS
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           CLOSE REPORT-OUTPUT-FILE.

      *----------------------------------------------------------------*
      * PRINT PARAMETERS (Periods, files, and where every master day
      * went)
      *----------------------------------------------------------------*
       510-PRINT-PARAMETERS.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-PERIOD TO WS-PERIOD-DISP
           STRING "Open GL period:              " DELIMITED BY SIZE
                  WS-PERIOD-DISP-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD-DISP-MONTH DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-START-PERIOD > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-START-PERIOD TO WS-PERIOD-DISP
               STRING "First month booked:          " DELIMITED BY SIZE
                      WS-PERIOD-DISP-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PERIOD-DISP-MONTH DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Adjusting entries dated:     " DELIMITED BY SIZE
                  WS-ADJ-ENTRY-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Journal file:  " DELIMITED BY SIZE
                  FUNCTION TRIM(GL-JOURNAL-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Register:      " DELIMITED BY SIZE
                  FUNCTION TRIM(CLOSE-REGISTER-PATH) DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT
           STRING "Master days read:            " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-EXCLUDED TO WS-EDIT-COUNT
           STRING "  Excluded by operator:      " DELIMITED BY SIZE
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
           MOVE WS-DAYS-OPEN-PERIOD TO WS-EDIT-COUNT
           STRING "  In months not yet closed:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-BEFORE-START TO WS-EDIT-COUNT
           STRING "  Before first month booked: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-VALUED TO WS-EDIT-COUNT
           STRING "  Valued in closed months:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT JOURNALS (One line per closed site-month: the journal
      * booked for it this run and the amounts booked, or that it
      * stands as already posted)
      *----------------------------------------------------------------*
       520-PRINT-JOURNALS.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "CLOSED SITE-MONTHS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "SITE MONTH   ACTION REFERENCE             AVOIDED"
               TO REPORT-LINE
           MOVE "EXPORT    IMPORT" TO REPORT-LINE(55:16)
           WRITE REPORT-LINE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-TABLE-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-BKT-SITE(WS-BKT-IDX) TO REPORT-LINE(1:4)
               MOVE WS-BKT-PERIOD(WS-BKT-IDX) TO WS-PERIOD-DISP
               MOVE WS-PERIOD-DISP-YEAR TO REPORT-LINE(6:4)
               MOVE "-" TO REPORT-LINE(10:1)
               MOVE WS-PERIOD-DISP-MONTH TO REPORT-LINE(11:2)
               EVALUATE TRUE
                   WHEN WS-BKT-POST(WS-BKT-IDX)
                       MOVE "POST" TO REPORT-LINE(14:6)
                   WHEN WS-BKT-ADJUST(WS-BKT-IDX)
                       MOVE "ADJUST" TO REPORT-LINE(14:6)
                   WHEN OTHER
                       MOVE "BOOKED" TO REPORT-LINE(14:6)
               END-EVALUATE
               IF WS-BKT-TO-JOURNAL(WS-BKT-IDX)
                   MOVE WS-BKT-JOURNAL-REF(WS-BKT-IDX)
                       TO REPORT-LINE(21:19)
                   MOVE WS-BKT-POST-USD(WS-BKT-IDX 1) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(41:9)
                   MOVE WS-BKT-POST-USD(WS-BKT-IDX 2) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(51:9)
                   MOVE WS-BKT-POST-USD(WS-BKT-IDX 3) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(61:9)
               ELSE
                   MOVE WS-BKT-ORIGINAL-REF(WS-BKT-IDX)
                       TO REPORT-LINE(21:19)
                   MOVE WS-BKT-NEW-USD(WS-BKT-IDX 1) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(41:9)
                   MOVE WS-BKT-NEW-USD(WS-BKT-IDX 2) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(51:9)
                   MOVE WS-BKT-NEW-USD(WS-BKT-IDX 3) TO WS-EDIT-USD
                   MOVE WS-EDIT-USD TO REPORT-LINE(61:9)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES

           MOVE SPACES TO REPORT-LINE
           MOVE WS-POST-COUNT TO WS-EDIT-COUNT
           STRING "Original postings:           " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ADJUST-COUNT TO WS-EDIT-COUNT
           STRING "Adjusting entries:           " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT
           STRING "Already booked, unchanged:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-JOURNAL-LINES TO WS-EDIT-COUNT
           STRING "Journal lines written:       " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ADJUST-COUNT > 0
               WRITE REPORT-LINE FROM SPACES
               MOVE "ADJUST lines show the change booked; BOOKED lines"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "show the month's booked value and its original."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           DISPLAY "Original postings: " WS-POST-COUNT
           DISPLAY "Adjusting entries: " WS-ADJUST-COUNT
           DISPLAY "Report file:       " REPORT-FILE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

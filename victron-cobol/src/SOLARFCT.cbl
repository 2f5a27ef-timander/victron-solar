      *          winter run understates the year and a summer run
      *          overstates it; the seasonal projection replaces that
      *          as the number management plans on, and the straight-
      *          line figure stays as a comparison line. Where the
      *          tariff bills import in blocks, each month's usage and
      *          grid import are priced up the blocks from zero, and
      *          the fixed daily and monthly charges are totalled
      *          separately from the savings.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       01  WS-MONTH-BEST-KWH           PIC 9(6)V999 COMP-3.
       01  WS-MONTH-WORST-KWH          PIC 9(6)V999 COMP-3.
       01  WS-MONTH-SAVINGS-USD        PIC S9(6)V99 COMP-3.
       01  WS-MONTH-BASE-COST-USD      PIC 9(7)V9(6) COMP-3.
       01  WS-MONTH-GRID-COST-USD      PIC 9(7)V9(6) COMP-3.
       01  WS-MONTH-FIXED-USD          PIC 9(5)V99 COMP-3.
       01  WS-ANNUAL-FIXED-USD         PIC 9(6)V99 COMP-3 VALUE ZERO.
       01  WS-BLOCK-TARIFF-FLAG        PIC X VALUE "N".
           88  WS-BLOCK-TARIFF         VALUE "Y".
       01  WS-ANNUAL-YIELD-KWH         PIC 9(7)V999 COMP-3 VALUE ZERO.
       01  WS-ANNUAL-SAVINGS-USD       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MONTHS-FORECAST          PIC 9(2) VALUE ZERO.
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

               IF WS-RATE-IS-FIRST-RECORD
                   MOVE "N" TO WS-RATE-FIRST-RECORD-FLAG
               ELSE
                   IF RATE-TABLE-RECORD NOT = SPACES
                       PERFORM 116-PARSE-RATE-TABLE-RECORD
                   END-IF
               END-IF
           END-IF.

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

           COPY RATEPRC.

      *----------------------------------------------------------------*
      * READ MASTER HISTORY (Every usable record is netted into its
      * whole-property calendar day; operator-excluded days are
      *----------------------------------------------------------------*
      * FORECAST ONE MONTH (Scale the month-of-year daily averages to
      * the month's calendar length; the savings figure applies the
      * same self-used/export day split SOLARCOST values a day with,
      * with the month's import priced through the rate blocks)
      *----------------------------------------------------------------*
       410-FORECAST-ONE-MONTH.
           MOVE WS-FCT-MONTH TO WS-MOY-SUB
      *        Rates in effect mid-month
               COMPUTE WS-FCT-MID-DATE =
                   WS-FCT-YEAR * 10000 + WS-FCT-MONTH * 100 + 15
               MOVE WS-IMPORT-RATE-PER-KWH TO RATE-PRICE-IMPORT-RATE
               MOVE WS-EXPORT-RATE-PER-KWH TO RATE-PRICE-EXPORT-RATE
               MOVE WS-FCT-MID-DATE TO RATE-PRICE-DATE
               PERFORM 170-FIND-RATE-PERIOD
               MOVE RATE-PRICE-IMPORT-RATE TO WS-ROW-IMPORT-RATE
               MOVE RATE-PRICE-EXPORT-RATE TO WS-ROW-EXPORT-RATE
               IF RATE-PRICE-TIERED
                   SET WS-BLOCK-TARIFF TO TRUE
               END-IF

               IF WS-MOY-AVG-YIELD-KWH(WS-MOY-SUB) <
                  WS-MOY-AVG-CONSUMP-KWH(WS-MOY-SUB)
               END-IF
               COMPUTE WS-EXPORT-KWH =
                   WS-MOY-AVG-YIELD-KWH(WS-MOY-SUB) - WS-SELF-USED-KWH
               PERFORM 415-PRICE-FORECAST-MONTH
               COMPUTE WS-MONTH-SAVINGS-USD ROUNDED =
                   (WS-MONTH-BASE-COST-USD - WS-MONTH-GRID-COST-USD)
                   + (WS-EXPORT-KWH * WS-FCT-DAYS-IN-MONTH
                      * WS-ROW-EXPORT-RATE)
                   - WS-MONTH-BASE-COST-USD

               ADD WS-MONTH-YIELD-KWH TO WS-ANNUAL-YIELD-KWH
               ADD WS-MONTH-SAVINGS-USD TO WS-ANNUAL-SAVINGS-USD
               ADD WS-MONTH-FIXED-USD TO WS-ANNUAL-FIXED-USD
               ADD 1 TO WS-MONTHS-FORECAST

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * PRICE FORECAST MONTH (The month's consumption and its grid
      * import each climb the import blocks from empty - the meter
      * starts every billing month at zero - so the avoided cost is
      * what the solar takes off the top blocks. The fixed charges
      * for the month are the daily charge for every day plus the
      * monthly charge; they are owed with or without the solar.)
      *----------------------------------------------------------------*
       415-PRICE-FORECAST-MONTH.
           MOVE WS-FCT-THIS-FIRST TO RATE-PRICE-FILL-KEY

           MOVE "BASE" TO RATE-PRICE-OWNER
           COMPUTE RATE-PRICE-KWH =
               WS-MOY-AVG-CONSUMP-KWH(WS-MOY-SUB) * WS-FCT-DAYS-IN-MONTH
           PERFORM 172-PRICE-IMPORT-BLOCKS
           MOVE RATE-PRICE-USD TO WS-MONTH-BASE-COST-USD

           MOVE "GRID" TO RATE-PRICE-OWNER
           COMPUTE RATE-PRICE-KWH =
               (WS-MOY-AVG-CONSUMP-KWH(WS-MOY-SUB) - WS-SELF-USED-KWH)
               * WS-FCT-DAYS-IN-MONTH
           PERFORM 172-PRICE-IMPORT-BLOCKS
           MOVE RATE-PRICE-USD TO WS-MONTH-GRID-COST-USD

           COMPUTE WS-MONTH-FIXED-USD ROUNDED =
               RATE-PRICE-DAILY-CHARGE * WS-FCT-DAYS-IN-MONTH
               + RATE-PRICE-MONTHLY-CHARGE.

      *----------------------------------------------------------------*
      * COMPUTE DAYS IN MONTH (First of this month to first of next,
      * through the day serials, so leap Februaries come out right)
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ANNUAL-FIXED-USD NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ANNUAL-FIXED-USD TO WS-EDIT-USD-SIGNED
               STRING "12-Month Fixed Charges:    " DELIMITED BY SIZE
                      WS-EDIT-USD-SIGNED DELIMITED BY SIZE
                      " (owed with or without solar)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-BLOCK-TARIFF
               MOVE "Import priced in monthly blocks; savings are at"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  the block rates the solar displaces."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-MONTHS-FORECAST < 12
               MOVE SPACES TO REPORT-LINE
               MOVE WS-MONTHS-FORECAST TO WS-EDIT-COUNT

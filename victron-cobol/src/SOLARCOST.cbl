       01  WS-ROW-EXPORT-RATE          PIC 9V999 COMP-3.
       01  WS-ROW-VALUE-USD            PIC 9(4)V9999 COMP-3.
       01  WS-ROW-COST-USD             PIC 9(4)V9999 COMP-3.
       01  WS-ROW-IMPORT-COST-USD      PIC 9(4)V9999 COMP-3.
       01  WS-ROW-FIXED-USD            PIC 9(4)V9999 COMP-3.
       01  WS-YIELD-KWH                PIC 9(4)V999 COMP-3.
       01  WS-CONSUMPTION-KWH          PIC 9(4)V999 COMP-3.
       01  WS-SELF-USED-KWH            PIC 9(4)V999 COMP-3.
       01  WS-TOTAL-EXPORT-KWH         PIC 9(6)V999 COMP-3 VALUE ZERO.
       01  WS-TOTAL-IMPORT-COST-USD    PIC 9(6)V9999 COMP-3 VALUE ZERO.
       01  WS-TOTAL-EXPORT-CRED-USD    PIC 9(6)V9999 COMP-3 VALUE ZERO.
      *    Fixed connection charges are not checkpointed: a restarted
      *    run replays the skipped rows through the block fill in
      *    248-REPLAY-BLOCK-FILL, which charges them again
       01  WS-TOTAL-FIXED-CHARGE-USD   PIC 9(6)V9999 COMP-3 VALUE ZERO.
       01  WS-IMPORT-COST-USD          PIC 9(5)V99 COMP-3.
       01  WS-FIXED-CHARGE-USD         PIC 9(5)V99 COMP-3.
       01  WS-BLOCK-TARIFF-FLAG        PIC X VALUE "N".
           88  WS-BLOCK-TARIFF         VALUE "Y".
       01  WS-EXPORT-CRED-USD          PIC 9(5)V99 COMP-3.
       01  WS-NET-BILL-IMPACT-USD      PIC S9(5)V99 COMP-3.
       01  WS-RATE-FIELD-1             PIC X(10).
      * error days, under/over-voltage days), 4 for data-quality and
      * financial conditions (reject percentage, minimum offset) - so
      * the scheduler can page on a red run instead of relying on
      * someone reading the report. A run that cannot be made at all
      * - a file that will not open, a rate table that fails
      * validation, an unrecognized export - ends with 12, above any
      * threshold severity.)
      *----------------------------------------------------------------*
       01  THRESHOLD-FILE-PATH         PIC X(100).
       01  WS-THRESHOLD-STATUS         PIC XX.
                   DISPLAY "ERROR: Cannot open master file: "
                       MASTER-INPUT-PATH
                   DISPLAY "File Status: " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF NOT WS-FILE-OK
                   DISPLAY "ERROR: Cannot open input file: " CSV-FILE
                   DISPLAY "File Status: " WS-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "ERROR: Cannot open reject file: "
                   REJECT-FILE-PATH
               DISPLAY "File Status: " WS-REJECT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF


      *----------------------------------------------------------------*
      * LOAD RATE TABLE (Default single rate, optionally overridden by
      * an effective-dated rate table file. A named file that cannot
      * be opened, holds no periods or fails 160-VALIDATE-RATE-TABLE
      * stops the run - pricing on a broken tariff is worse than not
      * pricing at all.)
      *----------------------------------------------------------------*
       110-LOAD-RATE-TABLE.
      *    Direction-specific default rates: retail import rate for
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
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "ERROR: Cannot open rate table file: "
                       RATE-TABLE-PATH
                   DISPLAY "File Status: " WS-RATE-TABLE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


      *----------------------------------------------------------------*
      * READ RATE TABLE RECORD (effective-date-from,effective-date-to,
      * import-rate-per-kWh,export-rate-per-kWh,block1-kWh,
      * block2-rate,block2-kWh,block3-rate,daily-charge,
      * monthly-charge; dates are YYYYMMDD, the export rate is
      * optional, defaulting to the import rate, and the block and
      * fixed-charge columns may be left off for a flat tariff).
      * The first line is treated as a header and skipped, the
      * same convention 200-PROCESS-CSV-FILE uses for CSV-INPUT-FILE
      * via WS-FIRST-RECORD-FLAG.
      *----------------------------------------------------------------*
               IF WS-RATE-IS-FIRST-RECORD
                   MOVE "N" TO WS-RATE-FIRST-RECORD-FLAG
               ELSE
                   IF RATE-TABLE-RECORD NOT = SPACES
                       PERFORM 116-PARSE-RATE-TABLE-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PARSE RATE TABLE RECORD (Reject rows that don't parse as two
      * 8-digit dates plus a numeric rate instead of silently admitting
      * a garbage range built from a mis-split header or free-text row.
      * Rejected rows and rows beyond RATE-TABLE-MAX are counted, and
      * either one makes the table fail validation.)
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
      * LOAD THRESHOLD FILE (Optional NAME,VALUE parameter file; the
      * recognized names are MAX_ERROR_DAYS, MAX_UNDER_VOLTAGE_DAYS,
           PERFORM 224-CHECK-RESTART-SKIP
           IF WS-ROW-ALREADY-PROCESSED
               ADD 1 TO WS-ROWS-SKIPPED
               PERFORM 248-REPLAY-BLOCK-FILL
           ELSE
               ADD 1 TO WS-ROWS-READ
               PERFORM 231-VALIDATE-ROW
                   CLOSE CSV-INPUT-FILE
                   CLOSE REPORT-OUTPUT-FILE
                   CLOSE REJECT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * report section.)
      *----------------------------------------------------------------*
       240-APPLY-RATE-TABLE.
           PERFORM 246-SPLIT-DAY-ENERGY
           PERFORM 247-PRICE-DAY-ENERGY

           ADD WS-ROW-IMPORT-KWH TO WS-TOTAL-IMPORT-KWH
           ADD WS-ROW-EXPORT-KWH TO WS-TOTAL-EXPORT-KWH

      *    Solar value is the import it avoided, priced at the blocks
      *    it kept the meter out of, plus the export credit
           COMPUTE WS-ROW-VALUE-USD =
               WS-ROW-COST-USD - WS-ROW-IMPORT-COST-USD +
               (WS-ROW-EXPORT-KWH * WS-ROW-EXPORT-RATE)
           ADD WS-ROW-VALUE-USD TO WS-TOTAL-SOLAR-VALUE-USD
           ADD WS-ROW-COST-USD TO WS-TOTAL-CONSUMP-COST-USD
           ADD WS-ROW-IMPORT-COST-USD TO WS-TOTAL-IMPORT-COST-USD
           COMPUTE WS-TOTAL-EXPORT-CRED-USD =
               WS-TOTAL-EXPORT-CRED-USD +
               (WS-ROW-EXPORT-KWH * WS-ROW-EXPORT-RATE)
           ADD WS-ROW-FIXED-USD TO WS-TOTAL-FIXED-CHARGE-USD

           PERFORM 244-ACCUMULATE-SITE-TOTALS.

      *----------------------------------------------------------------*
      * SPLIT DAY ENERGY (Look up the rate period in effect on the
      * row's date, then split the day into self-consumed solar,
      * surplus exported to the grid, and energy imported from it)
      *----------------------------------------------------------------*
       246-SPLIT-DAY-ENERGY.
           MOVE WS-IMPORT-RATE-PER-KWH TO RATE-PRICE-IMPORT-RATE
           MOVE WS-EXPORT-RATE-PER-KWH TO RATE-PRICE-EXPORT-RATE
           MOVE WS-ROW-DATE-COMPARE TO RATE-PRICE-DATE
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
               WS-CONSUMPTION-KWH - WS-SELF-USED-KWH.

      *----------------------------------------------------------------*
      * PRICE DAY ENERGY (The utility meters the property as one
      * point and fills its import blocks per calendar month, so
      * every site's days feed the same two monthly fills: GRID, the
      * import actually drawn, and BASE, the whole consumption as it
      * would have been drawn without solar. Consumption cost is
      * priced on BASE, purchase cost on GRID; the fixed charges are
      * billed once per day on GRID whatever the meter reads.)
      *----------------------------------------------------------------*
       247-PRICE-DAY-ENERGY.
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
           MOVE RATE-PRICE-FIXED-USD TO WS-ROW-FIXED-USD.

      *----------------------------------------------------------------*
      * REPLAY BLOCK FILL (A restarted run skips rows the checkpoint
      * already totalled, but the month's block fill must still see
      * them or the remaining days would be priced from an empty
      * block. Only the fill and the uncheckpointed fixed charges
      * are carried; nothing else is accumulated.)
      *----------------------------------------------------------------*
       248-REPLAY-BLOCK-FILL.
           PERFORM 231-VALIDATE-ROW
           IF WS-ROW-VALID
               PERFORM 225-CHECK-DATE-RANGE
               IF WS-ROW-IN-RANGE
                   MOVE FUNCTION NUMVAL(WS-YIELD-STR) TO WS-YIELD-WH
                   MOVE FUNCTION NUMVAL(WS-CONSUMPTION-STR)
                       TO WS-CONSUMPTION-WH
                   PERFORM 246-SPLIT-DAY-ENERGY
                   PERFORM 247-PRICE-DAY-ENERGY
                   ADD WS-ROW-FIXED-USD TO WS-TOTAL-FIXED-CHARGE-USD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ACCUMULATE SITE TOTALS (Each row's energy and valuation under
      * its site identifier, feeding the SITE BREAKDOWN section of a
               WS-SOLAR-VALUE-USD - WS-CONSUMPTION-COST-USD

      *    Net-metering settlement: what the utility actually bills
      *    (imports at the retail block rates plus the fixed daily
      *    and monthly charges) less what it credits (exports at the
      *    feed-in rate)
           COMPUTE WS-IMPORT-COST-USD ROUNDED =
               WS-TOTAL-IMPORT-COST-USD
           COMPUTE WS-EXPORT-CRED-USD ROUNDED =
               WS-TOTAL-EXPORT-CRED-USD
           COMPUTE WS-FIXED-CHARGE-USD ROUNDED =
               WS-TOTAL-FIXED-CHARGE-USD
           COMPUTE WS-NET-BILL-IMPACT-USD =
               WS-IMPORT-COST-USD + WS-FIXED-CHARGE-USD
               - WS-EXPORT-CRED-USD

      *    Calculate solar offset percentage
           IF WS-TOTAL-CONSUMPTION-KWH > 0
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           PERFORM 411-PRINT-BLOCK-TARIFF-NOTE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT BLOCK TARIFF NOTE (When any period bills import in
      * blocks or carries fixed charges, say so - the value and cost
      * figures are then marginal-block prices, not kWh times one
      * rate)
      *----------------------------------------------------------------*
       411-PRINT-BLOCK-TARIFF-NOTE.
           MOVE "N" TO WS-BLOCK-TARIFF-FLAG
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RATE-BLOCK1-LIMIT-KWH(RATE-IDX) NOT = ZERO OR
                  RATE-DAILY-CHARGE(RATE-IDX) NOT = ZERO OR
                  RATE-MONTHLY-CHARGE(RATE-IDX) NOT = ZERO
                   SET WS-BLOCK-TARIFF TO TRUE
               END-IF
           END-PERFORM
           IF WS-BLOCK-TARIFF
               MOVE SPACES TO REPORT-LINE
               STRING "Import priced in monthly blocks; "
                          DELIMITED BY SIZE
                      "fixed charges apply" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       
      *----------------------------------------------------------------*
      * PRINT MONTHLY SUMMARY (Control-break subtotals by MM/YYYY,
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-FIXED-CHARGE-USD NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-FIXED-CHARGE-USD TO WS-EDIT-USD-SMALL
               STRING "Fixed Charges:             " DELIMITED BY SIZE
                      WS-EDIT-USD-SMALL DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-NET-BILL-IMPACT-USD TO WS-EDIT-USD-SIGNED
           STRING "NET BILL IMPACT:           " DELIMITED BY SIZE

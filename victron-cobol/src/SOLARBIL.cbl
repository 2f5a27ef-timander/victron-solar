      *          date ranges the utility actually bills on, not the
      *          calendar months SOLARCOST breaks on - price the
      *          cycles through the same effective-dated rate table,
      *          filling the import blocks afresh each cycle and adding
      *          the fixed daily and monthly charges as the bill does,
      *          print one statement per cycle, and flag any cycle
      *          where the computed net bill impact differs from the
      *          utility's billed amount by more than a configurable
               10  WS-CYC-IMPORT-USD   PIC 9(6)V9999 COMP-3.
               10  WS-CYC-EXPORT-USD   PIC 9(6)V9999 COMP-3.
               10  WS-CYC-DAY-COUNT    PIC 9(5).
               10  WS-CYC-FIXED-USD    PIC 9(5)V9999 COMP-3.
               10  WS-CYC-TIERED-FLAG  PIC X.
                   88  WS-CYC-TIERED   VALUE "Y".
       01  WS-CYC-FIRST-RECORD-FLAG    PIC X VALUE "Y".
           88  WS-CYC-IS-FIRST-RECORD  VALUE "Y".
       01  WS-CYC-FOUND-FLAG           PIC X.
      * Report Formatting Variables
      *----------------------------------------------------------------*
       01  WS-EDIT-KWH-1               PIC ZZZ9.99.
       01  WS-EDIT-BLOCK-NO            PIC 9.
       01  WS-EDIT-USD-SMALL           PIC $ZZZ9.99.
       01  WS-EDIT-USD-SIGNED          PIC $ZZZ9.99-.
       01  WS-EDIT-DAYS                PIC ZZ9.
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
      * LOAD CYCLE TABLE (cycle-start,cycle-end,billed-amount; dates
      * are YYYYMMDD like the rate table's, the first line is a header
                   MOVE ZERO TO WS-CYC-IMPORT-USD(WS-CYC-IDX)
                   MOVE ZERO TO WS-CYC-EXPORT-USD(WS-CYC-IDX)
                   MOVE ZERO TO WS-CYC-DAY-COUNT(WS-CYC-IDX)
                   MOVE ZERO TO WS-CYC-FIXED-USD(WS-CYC-IDX)
                   MOVE "N" TO WS-CYC-TIERED-FLAG(WS-CYC-IDX)
               ELSE
                   DISPLAY "WARNING: skipping malformed cycle row: "
                       FUNCTION TRIM(CYCLE-RECORD)
      *----------------------------------------------------------------*
      * ACCUMULATE CYCLE DAY (The same self-used/import/export split
      * and rate lookup SOLARCOST performs, applied to the day's
      * whole-property totals; import is priced through the cycle's
      * block fill and the day's fixed charges are added)
      *----------------------------------------------------------------*
       230-ACCUMULATE-CYCLE-DAY.
           ADD 1 TO WS-DAYS-MATCHED
           COMPUTE WS-ROW-IMPORT-KWH =
               WS-CONSUMPTION-KWH - WS-SELF-USED-KWH

           MOVE WS-IMPORT-RATE-PER-KWH TO RATE-PRICE-IMPORT-RATE
           MOVE WS-EXPORT-RATE-PER-KWH TO RATE-PRICE-EXPORT-RATE
           MOVE WS-ROW-DATE-COMPARE TO RATE-PRICE-DATE
           PERFORM 170-FIND-RATE-PERIOD
           MOVE RATE-PRICE-IMPORT-RATE TO WS-ROW-IMPORT-RATE
           MOVE RATE-PRICE-EXPORT-RATE TO WS-ROW-EXPORT-RATE
           IF RATE-PRICE-TIERED
               SET WS-CYC-TIERED(WS-CYC-IDX) TO TRUE
           END-IF

      *    The cycle is the utility's billing month: its import
      *    blocks fill from the first day of the cycle
           MOVE "BILL" TO RATE-PRICE-OWNER
           MOVE WS-CYC-DATE-FROM(WS-CYC-IDX) TO RATE-PRICE-FILL-KEY
           MOVE WS-ROW-IMPORT-KWH TO RATE-PRICE-KWH
           PERFORM 172-PRICE-IMPORT-BLOCKS
           PERFORM 174-PRICE-FIXED-CHARGES

           ADD WS-ROW-IMPORT-KWH TO WS-CYC-IMPORT-KWH(WS-CYC-IDX)
           ADD WS-ROW-EXPORT-KWH TO WS-CYC-EXPORT-KWH(WS-CYC-IDX)
           ADD RATE-PRICE-USD TO WS-CYC-IMPORT-USD(WS-CYC-IDX)
           ADD RATE-PRICE-FIXED-USD TO WS-CYC-FIXED-USD(WS-CYC-IDX)
           COMPUTE WS-CYC-EXPORT-USD(WS-CYC-IDX) =
               WS-CYC-EXPORT-USD(WS-CYC-IDX) +
               (WS-ROW-EXPORT-KWH * WS-ROW-EXPORT-RATE).
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CYC-TIERED(WS-CYC-IDX)
               PERFORM 411-PRINT-CYCLE-BLOCKS
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE WS-CYC-EXPORT-KWH(WS-CYC-IDX) TO WS-EDIT-KWH-1
           STRING "Energy Credited:      " DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CYC-FIXED-USD(WS-CYC-IDX) NOT = ZERO
               MOVE SPACES TO REPORT-LINE
               COMPUTE WS-NET-IMPACT-USD ROUNDED =
                   WS-CYC-FIXED-USD(WS-CYC-IDX)
               MOVE WS-NET-IMPACT-USD TO WS-EDIT-USD-SMALL
               STRING "Fixed Charges:        " DELIMITED BY SIZE
                      WS-EDIT-USD-SMALL DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           COMPUTE WS-NET-IMPACT-USD ROUNDED =
               WS-CYC-IMPORT-USD(WS-CYC-IDX)
               + WS-CYC-FIXED-USD(WS-CYC-IDX)
               - WS-CYC-EXPORT-USD(WS-CYC-IDX)
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NET-IMPACT-USD TO WS-EDIT-USD-SIGNED
           END-IF
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT CYCLE BLOCKS (How the cycle's purchases split across the
      * import blocks, from the cycle's block fill)
      *----------------------------------------------------------------*
       411-PRINT-CYCLE-BLOCKS.
           MOVE "BILL" TO RATE-PRICE-OWNER
           MOVE WS-CYC-DATE-FROM(WS-CYC-IDX) TO RATE-PRICE-FILL-KEY
           PERFORM 171-FIND-FILL-ENTRY
           PERFORM VARYING RATE-FILL-KWH-IDX FROM 1 BY 1
                   UNTIL RATE-FILL-KWH-IDX > 3
               SET RATE-FILL-USD-IDX TO RATE-FILL-KWH-IDX
               IF RATE-FILL-BLOCK-KWH(RATE-FILL-IDX RATE-FILL-KWH-IDX)
                      NOT = ZERO
                   SET WS-EDIT-BLOCK-NO TO RATE-FILL-KWH-IDX
                   MOVE RATE-FILL-BLOCK-KWH(RATE-FILL-IDX
                                            RATE-FILL-KWH-IDX)
                       TO WS-EDIT-KWH-1
                   COMPUTE WS-NET-IMPACT-USD ROUNDED =
                       RATE-FILL-BLOCK-USD(RATE-FILL-IDX
                                           RATE-FILL-USD-IDX)
                   MOVE WS-NET-IMPACT-USD TO WS-EDIT-USD-SMALL
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Block " DELIMITED BY SIZE
                          WS-EDIT-BLOCK-NO DELIMITED BY SIZE
                          ":             " DELIMITED BY SIZE
                          WS-EDIT-KWH-1 DELIMITED BY SIZE
                          " kWh  " DELIMITED BY SIZE
                          WS-EDIT-USD-SMALL DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PRINT RUN SUMMARY
      *----------------------------------------------------------------*

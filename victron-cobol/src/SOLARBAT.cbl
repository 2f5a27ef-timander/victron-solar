      *          actual history before spending the money. A
      *          financial layer prices each scenario through the
      *          same effective-dated rate table SOLARCOST uses:
      *          import cost avoided by time-shifted energy (at the
      *          block rates it displaces where import is billed in
      *          blocks), export credit forgone on energy stored
      *          instead of sold, the net annual benefit, and payback
      *          against a per-scenario bank price.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
               10  WS-BAT-AUTONOMY-DAYS   PIC 9(4)V9 COMP-3.
               10  WS-BAT-SHIFTED-WH      PIC 9(9)V99 COMP-3.
               10  WS-BAT-STORED-WH       PIC 9(9)V99 COMP-3.
               10  WS-BAT-IMP-AVOID-USD   PIC S9(6)V9999 COMP-3.
               10  WS-BAT-EXP-FORGONE-USD PIC 9(6)V9999 COMP-3.
               10  WS-BAT-NET-ANNUAL-USD  PIC S9(6)V99 COMP-3.
               10  WS-BAT-PRICE-USD       PIC 9(6)V99 COMP-3.
      *----------------------------------------------------------------*
      * Financial Layer (the purchasing decision is made in dollars:
      * energy the bank time-shifts into evening use avoids the
      * retail import rate - through the month's import blocks where
      * the tariff has them - energy stored instead of sold forgoes
      * the feed-in export credit, both at the rates in effect on
      * the day through the same RATETBL SOLARCOST prices with. A
      * per-scenario bank price turns the net annual benefit into a
       01  WS-DAY-SHIFT-WH             PIC 9(6)V99 COMP-3.
       01  WS-DAY-STORE-WH             PIC 9(6)V99 COMP-3.
       01  WS-BANK-ROOM-WH             PIC 9(7)V99 COMP-3.
       01  WS-DAY-BASE-COST-USD        PIC 9(7)V9(6) COMP-3.
       01  WS-SCEN-OWNER.
           05  FILLER                  PIC X(3) VALUE "BAT".
           05  WS-SCEN-OWNER-NO        PIC 9.

      *----------------------------------------------------------------*
      * Effective-Dated Rate Table (see copybooks/RATETBL.cpy)
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
      * REPLAY HISTORY (Read every extract row, skip the header, and
      * push each valid day through all three scenarios)
               MOVE WS-DATE-STR TO WS-DATE-CONVERT-IN
               PERFORM 226-CONVERT-DATE-FOR-COMPARE
               MOVE WS-DATE-CONVERT-OUT TO WS-ROW-DATE-COMPARE
               MOVE WS-IMPORT-RATE-PER-KWH TO RATE-PRICE-IMPORT-RATE
               MOVE WS-EXPORT-RATE-PER-KWH TO RATE-PRICE-EXPORT-RATE
               MOVE WS-ROW-DATE-COMPARE TO RATE-PRICE-DATE
               PERFORM 170-FIND-RATE-PERIOD
               MOVE RATE-PRICE-IMPORT-RATE TO WS-ROW-IMPORT-RATE
               MOVE RATE-PRICE-EXPORT-RATE TO WS-ROW-EXPORT-RATE
               PERFORM 175-SET-MONTH-FILL-KEY
               PERFORM 235-PRICE-BASELINE-IMPORT

               PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
                       UNTIL WS-SCEN-SUB > WS-SCENARIO-COUNT
                  INTO WS-DATE-CONVERT-OUT-STR
           MOVE WS-DATE-CONVERT-OUT-STR TO WS-DATE-CONVERT-OUT.

      *----------------------------------------------------------------*
      * PRICE BASELINE IMPORT (A shortfall day's import with no bank
      * at all, priced up the month's import blocks on a meter of its
      * own; each scenario's import is priced against its own meter
      * in 240, and the difference is the import the bank avoided at
      * the block rates it actually displaced)
      *----------------------------------------------------------------*
       235-PRICE-BASELINE-IMPORT.
           MOVE ZERO TO WS-DAY-BASE-COST-USD
           IF WS-YIELD-WH < WS-CONSUMPTION-WH
               MOVE "NOBT" TO RATE-PRICE-OWNER
               COMPUTE RATE-PRICE-KWH =
                   (WS-CONSUMPTION-WH - WS-YIELD-WH) / 1000
               PERFORM 172-PRICE-IMPORT-BLOCKS
               MOVE RATE-PRICE-USD TO WS-DAY-BASE-COST-USD
           END-IF.

      *----------------------------------------------------------------*
      * APPLY DAY TO SCENARIO (One scenario's state-of-charge update
      * plus the dollars behind it: on a deficit day, whatever the
      * bank actually covered is energy time-shifted into evening
      * use, avoiding import at the block rates it displaces (the
      * scenario's remaining import climbs its own monthly blocks,
      * against the no-bank baseline of 235); on a surplus day,
      * whatever fit into the bank is energy stored instead of sold,
      * forgoing the day's export credit)
      *----------------------------------------------------------------*
                   MOVE WS-SOC-BEFORE-WH TO WS-DAY-SHIFT-WH
               END-IF
               ADD WS-DAY-SHIFT-WH TO WS-BAT-SHIFTED-WH(WS-SCEN-SUB)
               MOVE WS-SCEN-SUB TO WS-SCEN-OWNER-NO
               MOVE WS-SCEN-OWNER TO RATE-PRICE-OWNER
               COMPUTE RATE-PRICE-KWH =
                   (0 - WS-DAY-NET-WH - WS-DAY-SHIFT-WH) / 1000
               PERFORM 172-PRICE-IMPORT-BLOCKS
               COMPUTE WS-BAT-IMP-AVOID-USD(WS-SCEN-SUB) =
                   WS-BAT-IMP-AVOID-USD(WS-SCEN-SUB)
                   + WS-DAY-BASE-COST-USD - RATE-PRICE-USD
           ELSE
               COMPUTE WS-BANK-ROOM-WH =
                   WS-BAT-USABLE-WH(WS-SCEN-SUB) - WS-SOC-BEFORE-WH

      *----------------------------------------------------------------*
      * RATEPRC - Block Pricing Paragraphs
      *
      * Copied into the PROCEDURE DIVISION of the programs that price
      * energy against the effective-dated rate table (layout and work
      * areas in RATETBL). The utility bills imported energy in
      * blocks that fill from zero at the start of every billing
      * month or cycle, so the price of a day's import depends on how
      * much was already drawn in that month. The caller:
      *   - moves its default import and export rates into
      *     RATE-PRICE-IMPORT-RATE and RATE-PRICE-EXPORT-RATE, the
      *     day into RATE-PRICE-DATE, and performs
      *     170-FIND-RATE-PERIOD;
      *   - names the meter in RATE-PRICE-OWNER and the billing month
      *     or cycle by its first day in RATE-PRICE-FILL-KEY
      *     (175-SET-MONTH-FILL-KEY sets a calendar month);
      *   - moves the kWh to RATE-PRICE-KWH and performs
      *     172-PRICE-IMPORT-BLOCKS, getting RATE-PRICE-USD, the
      *     kWh and USD that fell into each block, and the marginal
      *     rate - the rate of the block the meter has reached;
      *   - performs 174-PRICE-FIXED-CHARGES once per day to pick up
      *     the daily charge (once per date per meter and month) and
      *     the monthly charge (once per meter and month).
      * Pricing the same day twice for two meters, e.g. actual import
      * and the import there would have been without solar, gives
      * the avoided cost at the blocks the solar actually displaced.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FIND RATE PERIOD (The last period containing RATE-PRICE-DATE
      * wins, as in the flat lookups; with no period the caller's
      * default rates apply flat and there are no fixed charges.
      * Builds the block ladder the pricing paragraphs walk.)
      *----------------------------------------------------------------*
       170-FIND-RATE-PERIOD.
           MOVE ZERO TO RATE-PRICE-PERIOD
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RATE-PRICE-DATE >= RATE-EFF-DATE-FROM(RATE-IDX)
                  AND RATE-PRICE-DATE <= RATE-EFF-DATE-TO(RATE-IDX)
                   SET RATE-PRICE-PERIOD TO RATE-IDX
               END-IF
           END-PERFORM

           MOVE 9999999.99 TO RATE-PRICE-BLOCK-LIMIT(1)
                              RATE-PRICE-BLOCK-LIMIT(2)
                              RATE-PRICE-BLOCK-LIMIT(3)
           MOVE ZERO TO RATE-PRICE-DAILY-CHARGE
                        RATE-PRICE-MONTHLY-CHARGE
           MOVE "N" TO RATE-PRICE-TIERED-FLAG

           IF RATE-PRICE-PERIOD NOT = ZERO
               SET RATE-IDX TO RATE-PRICE-PERIOD
               MOVE RATE-IMPORT-PER-KWH(RATE-IDX)
                   TO RATE-PRICE-IMPORT-RATE
               MOVE RATE-EXPORT-PER-KWH(RATE-IDX)
                   TO RATE-PRICE-EXPORT-RATE
               MOVE RATE-DAILY-CHARGE(RATE-IDX)
                   TO RATE-PRICE-DAILY-CHARGE
               MOVE RATE-MONTHLY-CHARGE(RATE-IDX)
                   TO RATE-PRICE-MONTHLY-CHARGE
               IF RATE-BLOCK1-LIMIT-KWH(RATE-IDX) NOT = ZERO
                   SET RATE-PRICE-TIERED TO TRUE
                   MOVE RATE-BLOCK1-LIMIT-KWH(RATE-IDX)
                       TO RATE-PRICE-BLOCK-LIMIT(1)
                   MOVE RATE-BLOCK2-PER-KWH(RATE-IDX)
                       TO RATE-PRICE-BLOCK-RATE(2)
                   IF RATE-BLOCK2-LIMIT-KWH(RATE-IDX) NOT = ZERO
                       MOVE RATE-BLOCK2-LIMIT-KWH(RATE-IDX)
                           TO RATE-PRICE-BLOCK-LIMIT(2)
                       MOVE RATE-BLOCK3-PER-KWH(RATE-IDX)
                           TO RATE-PRICE-BLOCK-RATE(3)
                   END-IF
               END-IF
           END-IF

           MOVE RATE-PRICE-IMPORT-RATE TO RATE-PRICE-BLOCK-RATE(1)
           IF NOT RATE-PRICE-TIERED
               MOVE RATE-PRICE-IMPORT-RATE TO RATE-PRICE-BLOCK-RATE(2)
                                              RATE-PRICE-BLOCK-RATE(3)
           ELSE
               IF RATE-PRICE-BLOCK-LIMIT(2) = 9999999.99
                   MOVE RATE-PRICE-BLOCK-RATE(2)
                       TO RATE-PRICE-BLOCK-RATE(3)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND FILL ENTRY (The running fill of RATE-PRICE-OWNER in the
      * month or cycle RATE-PRICE-FILL-KEY, started empty the first
      * time it is asked for. Should the table ever fill up, the last
      * entry is reused so pricing carries on, with a warning.)
      *----------------------------------------------------------------*
       171-FIND-FILL-ENTRY.
           MOVE "N" TO RATE-FILL-FOUND-FLAG
           PERFORM VARYING RATE-FILL-IDX FROM 1 BY 1
                   UNTIL RATE-FILL-IDX > RATE-FILL-COUNT
                      OR RATE-FILL-FOUND
               IF RATE-FILL-OWNER(RATE-FILL-IDX) = RATE-PRICE-OWNER
                  AND RATE-FILL-KEY(RATE-FILL-IDX)
                      = RATE-PRICE-FILL-KEY
                   SET RATE-FILL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RATE-FILL-FOUND
               SET RATE-FILL-IDX DOWN BY 1
           ELSE
               PERFORM 176-START-FILL-ENTRY
           END-IF.

      *----------------------------------------------------------------*
      * PRICE IMPORT BLOCKS (RATE-PRICE-KWH priced from where the
      * meter's fill stands; the fill then moves on by the quantity)
      *----------------------------------------------------------------*
       172-PRICE-IMPORT-BLOCKS.
           PERFORM 171-FIND-FILL-ENTRY
           MOVE RATE-FILL-CUM-KWH(RATE-FILL-IDX) TO RATE-PRICE-POSITION
           MOVE RATE-PRICE-KWH TO RATE-PRICE-REMAINING
           MOVE ZERO TO RATE-PRICE-USD RATE-PRICE-MARGINAL-BLOCK
           PERFORM VARYING RATE-BLK-IDX FROM 1 BY 1
                   UNTIL RATE-BLK-IDX > 3
               PERFORM 173-FILL-ONE-BLOCK
           END-PERFORM
           IF RATE-PRICE-MARGINAL-BLOCK = ZERO
               MOVE 3 TO RATE-PRICE-MARGINAL-BLOCK
           END-IF
           SET RATE-BLK-IDX TO RATE-PRICE-MARGINAL-BLOCK
           MOVE RATE-PRICE-BLOCK-RATE(RATE-BLK-IDX)
               TO RATE-PRICE-MARGINAL-RATE
           ADD RATE-PRICE-KWH TO RATE-FILL-CUM-KWH(RATE-FILL-IDX).

      *----------------------------------------------------------------*
      * FILL ONE BLOCK (Whatever is left of the quantity, up to the
      * room remaining below this block's limit, at this block's
      * rate. The first block the meter is still below when done is
      * the marginal block.)
      *----------------------------------------------------------------*
       173-FILL-ONE-BLOCK.
           MOVE ZERO TO RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
                        RATE-PRICE-BLOCK-USD(RATE-BLK-IDX)
           IF RATE-PRICE-POSITION < RATE-PRICE-BLOCK-LIMIT(RATE-BLK-IDX)
               COMPUTE RATE-PRICE-ROOM =
                   RATE-PRICE-BLOCK-LIMIT(RATE-BLK-IDX)
                   - RATE-PRICE-POSITION
               IF RATE-PRICE-REMAINING < RATE-PRICE-ROOM
                   MOVE RATE-PRICE-REMAINING
                       TO RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
               ELSE
                   MOVE RATE-PRICE-ROOM
                       TO RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
               END-IF
               COMPUTE RATE-PRICE-BLOCK-USD(RATE-BLK-IDX) =
                   RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
                   * RATE-PRICE-BLOCK-RATE(RATE-BLK-IDX)
               ADD RATE-PRICE-BLOCK-USD(RATE-BLK-IDX) TO RATE-PRICE-USD
               SUBTRACT RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
                   FROM RATE-PRICE-REMAINING
               ADD RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
                   TO RATE-PRICE-POSITION
               SET RATE-FILL-KWH-IDX TO RATE-BLK-IDX
               SET RATE-FILL-USD-IDX TO RATE-BLK-IDX
               ADD RATE-PRICE-BLOCK-KWH(RATE-BLK-IDX)
                   TO RATE-FILL-BLOCK-KWH(RATE-FILL-IDX
                                          RATE-FILL-KWH-IDX)
               ADD RATE-PRICE-BLOCK-USD(RATE-BLK-IDX)
                   TO RATE-FILL-BLOCK-USD(RATE-FILL-IDX
                                          RATE-FILL-USD-IDX)
               IF RATE-PRICE-MARGINAL-BLOCK = ZERO AND
                  RATE-PRICE-POSITION
                      < RATE-PRICE-BLOCK-LIMIT(RATE-BLK-IDX)
                   SET RATE-PRICE-MARGINAL-BLOCK TO RATE-BLK-IDX
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRICE FIXED CHARGES (The daily charge for RATE-PRICE-DATE the
      * first time the meter sees that date in the month or cycle,
      * and the monthly charge the first time it sees the month or
      * cycle at all; RATE-PRICE-FIXED-USD is what this call added)
      *----------------------------------------------------------------*
       174-PRICE-FIXED-CHARGES.
           PERFORM 171-FIND-FILL-ENTRY
           MOVE ZERO TO RATE-PRICE-FIXED-USD
           COMPUTE RATE-PRICE-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(RATE-PRICE-DATE)
               - FUNCTION INTEGER-OF-DATE(RATE-PRICE-FILL-KEY) + 1
           IF RATE-PRICE-DAY-OFFSET >= 1 AND
              RATE-PRICE-DAY-OFFSET <= 62
               IF RATE-FILL-DAY-CHARGED(RATE-FILL-IDX
                                        RATE-PRICE-DAY-OFFSET)
                  NOT = "Y"
                   MOVE "Y" TO RATE-FILL-DAY-CHARGED(RATE-FILL-IDX
                                                RATE-PRICE-DAY-OFFSET)
                   ADD RATE-PRICE-DAILY-CHARGE TO RATE-PRICE-FIXED-USD
                   ADD RATE-PRICE-DAILY-CHARGE
                       TO RATE-FILL-DAILY-USD(RATE-FILL-IDX)
                   ADD 1 TO RATE-FILL-DAYS-CHARGED(RATE-FILL-IDX)
               END-IF
           ELSE
               ADD RATE-PRICE-DAILY-CHARGE TO RATE-PRICE-FIXED-USD
               ADD RATE-PRICE-DAILY-CHARGE
                   TO RATE-FILL-DAILY-USD(RATE-FILL-IDX)
               ADD 1 TO RATE-FILL-DAYS-CHARGED(RATE-FILL-IDX)
           END-IF
           IF NOT RATE-FILL-MONTHLY-CHARGED(RATE-FILL-IDX)
               SET RATE-FILL-MONTHLY-CHARGED(RATE-FILL-IDX) TO TRUE
               ADD RATE-PRICE-MONTHLY-CHARGE TO RATE-PRICE-FIXED-USD
               MOVE RATE-PRICE-MONTHLY-CHARGE
                   TO RATE-FILL-MONTHLY-USD(RATE-FILL-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * SET MONTH FILL KEY (The calendar month of RATE-PRICE-DATE,
      * as its first day)
      *----------------------------------------------------------------*
       175-SET-MONTH-FILL-KEY.
           MOVE RATE-PRICE-DATE TO RATE-PRICE-FILL-KEY
           MOVE "01" TO RATE-PRICE-FILL-KEY(7:2).

      *----------------------------------------------------------------*
      * START FILL ENTRY (A new, empty fill for the owner and key)
      *----------------------------------------------------------------*
       176-START-FILL-ENTRY.
           IF RATE-FILL-COUNT < RATE-FILL-MAX
               ADD 1 TO RATE-FILL-COUNT
           ELSE
               IF NOT RATE-FILL-FULL
                   DISPLAY "WARNING: block fill table full at "
                       RATE-FILL-MAX " fills - the last one is reused"
                   SET RATE-FILL-FULL TO TRUE
               END-IF
           END-IF
           SET RATE-FILL-IDX TO RATE-FILL-COUNT
           MOVE RATE-PRICE-OWNER TO RATE-FILL-OWNER(RATE-FILL-IDX)
           MOVE RATE-PRICE-FILL-KEY TO RATE-FILL-KEY(RATE-FILL-IDX)
           MOVE ZERO TO RATE-FILL-CUM-KWH(RATE-FILL-IDX)
                        RATE-FILL-BLOCK-KWH(RATE-FILL-IDX 1)
                        RATE-FILL-BLOCK-KWH(RATE-FILL-IDX 2)
                        RATE-FILL-BLOCK-KWH(RATE-FILL-IDX 3)
                        RATE-FILL-BLOCK-USD(RATE-FILL-IDX 1)
                        RATE-FILL-BLOCK-USD(RATE-FILL-IDX 2)
                        RATE-FILL-BLOCK-USD(RATE-FILL-IDX 3)
                        RATE-FILL-DAILY-USD(RATE-FILL-IDX)
                        RATE-FILL-MONTHLY-USD(RATE-FILL-IDX)
                        RATE-FILL-DAYS-CHARGED(RATE-FILL-IDX)
           MOVE "N" TO RATE-FILL-MONTHLY-FLAG(RATE-FILL-IDX)
           MOVE SPACES TO RATE-FILL-DAY-MAP(RATE-FILL-IDX).

      *----------------------------------------------------------------*
      * RATEVAL - Rate Table Validation Paragraphs
      *
      * Copied into the PROCEDURE DIVISION of every program that loads
      * the effective-dated rate table (layout in RATETBL). The caller
      * fills RATE-TABLE and counts RATE-ROWS-REJECTED and
      * RATE-ROWS-OVERFLOW while reading the file, then performs
      * 160-VALIDATE-RATE-TABLE. Every period is checked for calendar
      * dates (00000000 and 99999999 are accepted as open ends), an
      * end date before its start date, an overlap with any other
      * period, a gap in coverage between it and the next period and
      * a block ladder that does not climb.
      * RATE-TABLE-VALID is left off when anything was found, and the
      * pricing programs refuse to run on such a table.
      * 165-CHECK-RATE-COVERAGE answers whether the date in
      * RATE-NEXT-DAY falls inside any period. The loaders use
      * 166-CHECK-TIER-FIELDS and 167-STORE-TIER-FIELDS for the
      * optional block and fixed-charge columns of a rate row.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * VALIDATE RATE TABLE (Flag every period, total the findings)
      *----------------------------------------------------------------*
       160-VALIDATE-RATE-TABLE.
           MOVE ZERO TO RATE-BAD-DATE-COUNT RATE-INVERTED-COUNT
               RATE-OVERLAP-COUNT RATE-GAP-COUNT RATE-BAD-TIER-COUNT
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               MOVE SPACES TO RATE-ENTRY-FLAGS(RATE-IDX)
           END-PERFORM

           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               PERFORM 161-CHECK-RATE-PERIOD
           END-PERFORM

           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT
               IF RATE-ENTRY-FLAGS(RATE-IDX) = SPACES
                   PERFORM 163-CHECK-GAP-AFTER-PERIOD
               END-IF
           END-PERFORM

           COMPUTE RATE-ERROR-COUNT = RATE-ROWS-REJECTED
               + RATE-ROWS-OVERFLOW + RATE-BAD-DATE-COUNT
               + RATE-INVERTED-COUNT + RATE-OVERLAP-COUNT
               + RATE-GAP-COUNT + RATE-BAD-TIER-COUNT
           IF RATE-ERROR-COUNT = ZERO
               MOVE "Y" TO RATE-TABLE-VALID-FLAG
           ELSE
               MOVE "N" TO RATE-TABLE-VALID-FLAG
           END-IF.

      *----------------------------------------------------------------*
      * CHECK RATE PERIOD (Calendar dates, block ladder, direction,
      * and overlap with every later period in the table)
      *----------------------------------------------------------------*
       161-CHECK-RATE-PERIOD.
           PERFORM 164-CHECK-RATE-BLOCKS

           IF (RATE-EFF-DATE-FROM(RATE-IDX) NOT = ZERO AND
               FUNCTION TEST-DATE-YYYYMMDD
                   (RATE-EFF-DATE-FROM(RATE-IDX)) NOT = ZERO)
              OR
              (RATE-EFF-DATE-TO(RATE-IDX) NOT = 99999999 AND
               FUNCTION TEST-DATE-YYYYMMDD
                   (RATE-EFF-DATE-TO(RATE-IDX)) NOT = ZERO)
               MOVE "D" TO RATE-FLAG-BAD-DATE(RATE-IDX)
               ADD 1 TO RATE-BAD-DATE-COUNT
           END-IF

           IF RATE-EFF-DATE-FROM(RATE-IDX) > RATE-EFF-DATE-TO(RATE-IDX)
               MOVE "I" TO RATE-FLAG-INVERTED(RATE-IDX)
               ADD 1 TO RATE-INVERTED-COUNT
           ELSE
               PERFORM VARYING RATE-CMP-IDX FROM RATE-IDX BY 1
                       UNTIL RATE-CMP-IDX > RATE-TABLE-COUNT
                   IF RATE-CMP-IDX NOT = RATE-IDX
                       PERFORM 162-CHECK-RATE-OVERLAP
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * CHECK RATE OVERLAP (Two periods overlap when each one starts
      * on or before the day the other one ends; each overlapping pair
      * is counted once and both periods are flagged)
      *----------------------------------------------------------------*
       162-CHECK-RATE-OVERLAP.
           IF RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                  NOT > RATE-EFF-DATE-TO(RATE-CMP-IDX)
              AND RATE-EFF-DATE-FROM(RATE-IDX)
                  NOT > RATE-EFF-DATE-TO(RATE-CMP-IDX)
              AND RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                  NOT > RATE-EFF-DATE-TO(RATE-IDX)
               MOVE "O" TO RATE-FLAG-OVERLAP(RATE-IDX)
               MOVE "O" TO RATE-FLAG-OVERLAP(RATE-CMP-IDX)
               ADD 1 TO RATE-OVERLAP-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * CHECK GAP AFTER PERIOD (The day after the period ends must be
      * covered by some period whenever a later period exists - a
      * missing stretch between two tariffs would otherwise be priced
      * silently at whatever default happens to apply)
      *----------------------------------------------------------------*
       163-CHECK-GAP-AFTER-PERIOD.
           IF RATE-EFF-DATE-TO(RATE-IDX) NOT = 99999999
               COMPUTE RATE-NEXT-DAY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (RATE-EFF-DATE-TO(RATE-IDX)) + 1)
               MOVE 99999999 TO RATE-NEXT-FROM
               PERFORM VARYING RATE-CMP-IDX FROM 1 BY 1
                       UNTIL RATE-CMP-IDX > RATE-TABLE-COUNT
                   IF RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                          > RATE-EFF-DATE-TO(RATE-IDX)
                      AND RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                          < RATE-NEXT-FROM
                       MOVE RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                           TO RATE-NEXT-FROM
                   END-IF
               END-PERFORM
               IF RATE-NEXT-FROM NOT = 99999999
                   PERFORM 165-CHECK-RATE-COVERAGE
                   IF NOT RATE-DAY-COVERED
                       MOVE "G" TO RATE-FLAG-GAP-AFTER(RATE-IDX)
                       ADD 1 TO RATE-GAP-COUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHECK RATE BLOCKS (A block limit needs a rate for the block
      * above it, block rates need the limit below them, and the
      * block-2 limit must sit above the block-1 limit)
      *----------------------------------------------------------------*
       164-CHECK-RATE-BLOCKS.
           EVALUATE TRUE
               WHEN RATE-BLOCK1-LIMIT-KWH(RATE-IDX) = ZERO
                    AND (RATE-BLOCK2-LIMIT-KWH(RATE-IDX) NOT = ZERO
                      OR RATE-BLOCK2-PER-KWH(RATE-IDX) NOT = ZERO)
               WHEN RATE-BLOCK1-LIMIT-KWH(RATE-IDX) NOT = ZERO
                    AND RATE-BLOCK2-PER-KWH(RATE-IDX) = ZERO
               WHEN RATE-BLOCK2-LIMIT-KWH(RATE-IDX) = ZERO
                    AND RATE-BLOCK3-PER-KWH(RATE-IDX) NOT = ZERO
               WHEN RATE-BLOCK2-LIMIT-KWH(RATE-IDX) NOT = ZERO
                    AND (RATE-BLOCK2-LIMIT-KWH(RATE-IDX)
                            NOT > RATE-BLOCK1-LIMIT-KWH(RATE-IDX)
                      OR RATE-BLOCK3-PER-KWH(RATE-IDX) = ZERO)
                   MOVE "T" TO RATE-FLAG-BAD-TIER(RATE-IDX)
                   ADD 1 TO RATE-BAD-TIER-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CHECK RATE COVERAGE (Is RATE-NEXT-DAY inside any period?)
      *----------------------------------------------------------------*
       165-CHECK-RATE-COVERAGE.
           MOVE "N" TO RATE-COVERED-FLAG
           PERFORM VARYING RATE-CMP-IDX FROM 1 BY 1
                   UNTIL RATE-CMP-IDX > RATE-TABLE-COUNT
                      OR RATE-DAY-COVERED
               IF RATE-NEXT-DAY >= RATE-EFF-DATE-FROM(RATE-CMP-IDX)
                  AND RATE-NEXT-DAY <= RATE-EFF-DATE-TO(RATE-CMP-IDX)
                   MOVE "Y" TO RATE-COVERED-FLAG
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CHECK TIER FIELDS (Columns 5-10 are optional, but any that is
      * present must be a number that is not negative)
      *----------------------------------------------------------------*
       166-CHECK-TIER-FIELDS.
           MOVE "Y" TO RATE-TIER-FIELDS-FLAG
           PERFORM VARYING RATE-TIER-FLD-IDX FROM 1 BY 1
                   UNTIL RATE-TIER-FLD-IDX > 6
               IF RATE-TIER-FIELD(RATE-TIER-FLD-IDX) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL
                          (RATE-TIER-FIELD(RATE-TIER-FLD-IDX)) NOT = 0
                       MOVE "N" TO RATE-TIER-FIELDS-FLAG
                   ELSE
                       IF FUNCTION NUMVAL
                              (RATE-TIER-FIELD(RATE-TIER-FLD-IDX)) < 0
                           MOVE "N" TO RATE-TIER-FIELDS-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * STORE TIER FIELDS (Move the block and fixed-charge columns
      * into the entry at RATE-IDX; a blank column is zero, so a
      * four-column row stays a flat-rate period)
      *----------------------------------------------------------------*
       167-STORE-TIER-FIELDS.
           MOVE ZERO TO RATE-BLOCK1-LIMIT-KWH(RATE-IDX)
               RATE-BLOCK2-PER-KWH(RATE-IDX)
               RATE-BLOCK2-LIMIT-KWH(RATE-IDX)
               RATE-BLOCK3-PER-KWH(RATE-IDX)
               RATE-DAILY-CHARGE(RATE-IDX)
               RATE-MONTHLY-CHARGE(RATE-IDX)
           IF RATE-TIER-FIELD(1) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(1))
                   TO RATE-BLOCK1-LIMIT-KWH(RATE-IDX)
           END-IF
           IF RATE-TIER-FIELD(2) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(2))
                   TO RATE-BLOCK2-PER-KWH(RATE-IDX)
           END-IF
           IF RATE-TIER-FIELD(3) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(3))
                   TO RATE-BLOCK2-LIMIT-KWH(RATE-IDX)
           END-IF
           IF RATE-TIER-FIELD(4) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(4))
                   TO RATE-BLOCK3-PER-KWH(RATE-IDX)
           END-IF
           IF RATE-TIER-FIELD(5) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(5))
                   TO RATE-DAILY-CHARGE(RATE-IDX)
           END-IF
           IF RATE-TIER-FIELD(6) NOT = SPACES
               MOVE FUNCTION NUMVAL(RATE-TIER-FIELD(6))
                   TO RATE-MONTHLY-CHARGE(RATE-IDX)
           END-IF.

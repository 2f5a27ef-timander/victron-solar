      * credited at the (usually lower) feed-in export rate.
      * Effective dates are stored as YYYYMMDD numerics so ranges
      * compare naturally. RATE-TABLE-COUNT and the entries are
      * populated at run time by each program's own
      * 110-LOAD-RATE-TABLE / 116-PARSE-RATE-TABLE-RECORD - this
      * copybook only supplies the layout. The table
      * holds ten years of monthly tariff changes.
      * The validation fields record what 160-VALIDATE-RATE-TABLE
      * found: rows that would not parse, rows beyond the table,
      * and per period a bad calendar date (D), an end before the
      * start (I), an overlap with another period (O) or a gap in
      * coverage right after the period ends (G), or a block ladder
      * that does not climb (T). Any of these makes the table invalid
      * and stops a pricing run.
      * Import may be billed in blocks: the period's import rate is
      * the rate for the first RATE-BLOCK1-LIMIT-KWH kWh of a billing
      * month or cycle, RATE-BLOCK2-PER-KWH applies up to the
      * cumulative RATE-BLOCK2-LIMIT-KWH and RATE-BLOCK3-PER-KWH above
      * that. A zero block-1 limit means a flat import rate and a zero
      * block-2 limit means there is no third block. The daily and
      * monthly charges are fixed connection charges billed whatever
      * the meter reads. Export credit is always the flat export rate.
      *----------------------------------------------------------------*
       01  RATE-TABLE-MAX               PIC 9(3) VALUE 120.
       01  RATE-TABLE-COUNT             PIC 9(3) VALUE ZERO.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 120 TIMES
                   INDEXED BY RATE-IDX RATE-CMP-IDX.
               10  RATE-EFF-DATE-FROM   PIC 9(8).
               10  RATE-EFF-DATE-TO     PIC 9(8).
               10  RATE-IMPORT-PER-KWH  PIC 9V999 COMP-3.
               10  RATE-EXPORT-PER-KWH  PIC 9V999 COMP-3.
               10  RATE-BLOCK1-LIMIT-KWH PIC 9(5)V99 COMP-3.
               10  RATE-BLOCK2-PER-KWH  PIC 9V999 COMP-3.
               10  RATE-BLOCK2-LIMIT-KWH PIC 9(5)V99 COMP-3.
               10  RATE-BLOCK3-PER-KWH  PIC 9V999 COMP-3.
               10  RATE-DAILY-CHARGE    PIC 9(3)V9999 COMP-3.
               10  RATE-MONTHLY-CHARGE  PIC 9(5)V99 COMP-3.
               10  RATE-ENTRY-FLAGS.
                   15  RATE-FLAG-BAD-DATE  PIC X.
                   15  RATE-FLAG-INVERTED  PIC X.
                   15  RATE-FLAG-OVERLAP   PIC X.
                   15  RATE-FLAG-GAP-AFTER PIC X.
                   15  RATE-FLAG-BAD-TIER  PIC X.

      *    Columns 5-10 of a rate row: block-1 limit, block-2 rate,
      *    block-2 limit, block-3 rate, daily charge, monthly charge.
      *    All are optional; a blank column is zero.
       01  RATE-TIER-FIELDS.
           05  RATE-TIER-FIELD OCCURS 6 TIMES
                   INDEXED BY RATE-TIER-FLD-IDX PIC X(10).
       01  RATE-TIER-FIELDS-FLAG        PIC X VALUE "Y".
           88  RATE-TIER-FIELDS-VALID   VALUE "Y".

       01  RATE-VALIDATION.
           05  RATE-ROWS-REJECTED       PIC 9(5) VALUE ZERO.
           05  RATE-ROWS-OVERFLOW       PIC 9(5) VALUE ZERO.
           05  RATE-BAD-DATE-COUNT      PIC 9(5) VALUE ZERO.
           05  RATE-INVERTED-COUNT      PIC 9(5) VALUE ZERO.
           05  RATE-OVERLAP-COUNT       PIC 9(5) VALUE ZERO.
           05  RATE-GAP-COUNT           PIC 9(5) VALUE ZERO.
           05  RATE-BAD-TIER-COUNT      PIC 9(5) VALUE ZERO.
           05  RATE-ERROR-COUNT         PIC 9(5) VALUE ZERO.
           05  RATE-TABLE-VALID-FLAG    PIC X VALUE "Y".
               88  RATE-TABLE-VALID     VALUE "Y".
           05  RATE-NEXT-DAY            PIC 9(8).
           05  RATE-NEXT-FROM           PIC 9(8).
           05  RATE-COVERED-FLAG        PIC X.
               88  RATE-DAY-COVERED     VALUE "Y".

      *----------------------------------------------------------------*
      * Block pricing work areas for 170-179 (copybook RATEPRC). The
      * caller sets RATE-PRICE-DATE and the default rates, performs
      * 170-FIND-RATE-PERIOD, then prices a quantity of imported kWh
      * for a meter (RATE-PRICE-OWNER) in a billing month or cycle
      * (RATE-PRICE-FILL-KEY, the first day of it). Each owner/key
      * pair keeps its own running fill, so successive days climb the
      * blocks the way the utility's meter does.
      *----------------------------------------------------------------*
       01  RATE-PRICING.
           05  RATE-PRICE-DATE          PIC 9(8).
           05  RATE-PRICE-OWNER         PIC X(4).
           05  RATE-PRICE-FILL-KEY      PIC 9(8).
           05  RATE-PRICE-KWH           PIC 9(7)V999 COMP-3.
           05  RATE-PRICE-PERIOD        PIC 9(3).
           05  RATE-PRICE-IMPORT-RATE   PIC 9V999 COMP-3.
           05  RATE-PRICE-EXPORT-RATE   PIC 9V999 COMP-3.
           05  RATE-PRICE-DAILY-CHARGE  PIC 9(3)V9999 COMP-3.
           05  RATE-PRICE-MONTHLY-CHARGE PIC 9(5)V99 COMP-3.
           05  RATE-PRICE-TIERED-FLAG   PIC X.
               88  RATE-PRICE-TIERED    VALUE "Y".
           05  RATE-PRICE-USD           PIC 9(7)V9(6) COMP-3.
           05  RATE-PRICE-FIXED-USD     PIC 9(5)V9(4) COMP-3.
           05  RATE-PRICE-MARGINAL-RATE PIC 9V999 COMP-3.
           05  RATE-PRICE-MARGINAL-BLOCK PIC 9.
           05  RATE-PRICE-POSITION      PIC 9(7)V999 COMP-3.
           05  RATE-PRICE-REMAINING     PIC 9(7)V999 COMP-3.
           05  RATE-PRICE-ROOM          PIC 9(7)V999 COMP-3.
           05  RATE-PRICE-DAY-OFFSET    PIC S9(7) COMP-3.
           05  RATE-PRICE-BLOCK OCCURS 3 TIMES
                   INDEXED BY RATE-BLK-IDX.
               10  RATE-PRICE-BLOCK-LIMIT PIC 9(7)V99 COMP-3.
               10  RATE-PRICE-BLOCK-RATE  PIC 9V999 COMP-3.
               10  RATE-PRICE-BLOCK-KWH   PIC 9(7)V999 COMP-3.
               10  RATE-PRICE-BLOCK-USD   PIC 9(7)V9(6) COMP-3.

       01  RATE-FILL-MAX                PIC 9(4) VALUE 1000.
       01  RATE-FILL-COUNT              PIC 9(4) VALUE ZERO.
       01  RATE-FILL-FULL-FLAG          PIC X VALUE "N".
           88  RATE-FILL-FULL           VALUE "Y".
       01  RATE-FILL-FOUND-FLAG         PIC X VALUE "N".
           88  RATE-FILL-FOUND          VALUE "Y".
       01  RATE-FILL-TABLE.
           05  RATE-FILL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RATE-FILL-IDX.
               10  RATE-FILL-OWNER      PIC X(4).
               10  RATE-FILL-KEY        PIC 9(8).
               10  RATE-FILL-CUM-KWH    PIC 9(7)V999 COMP-3.
               10  RATE-FILL-BLOCK-KWH  PIC 9(7)V999 COMP-3
                       OCCURS 3 TIMES INDEXED BY RATE-FILL-KWH-IDX.
               10  RATE-FILL-BLOCK-USD  PIC 9(7)V9(4) COMP-3
                       OCCURS 3 TIMES INDEXED BY RATE-FILL-USD-IDX.
               10  RATE-FILL-DAILY-USD  PIC 9(5)V9(4) COMP-3.
               10  RATE-FILL-MONTHLY-USD PIC 9(5)V9(4) COMP-3.
               10  RATE-FILL-DAYS-CHARGED PIC 9(3).
               10  RATE-FILL-MONTHLY-FLAG PIC X.
                   88  RATE-FILL-MONTHLY-CHARGED VALUE "Y".
               10  RATE-FILL-DAY-MAP.
                   15  RATE-FILL-DAY-CHARGED PIC X OCCURS 62 TIMES.

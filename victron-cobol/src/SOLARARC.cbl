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

      *----------------------------------------------------------------*
      * ARCHIVE OLD DAYS (Walk the whole master; every record dated
      * before the cutoff is written to its year's archive file,

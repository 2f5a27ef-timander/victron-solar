      * MST-EXCLUDE-FLAG marks a day an operator has ruled out of
      * analysis (a known-bad reading) without deleting the record;
      * readers skip excluded days, SOLARMNT sets and clears the
      * flag. SOLARLOAD holds back a re-sent extract row for any day
      * SOLARMNT has logged a change against, so neither a corrected
      * value nor an exclusion is undone by an overlapping extract.
      *----------------------------------------------------------------*
       01  MASTER-RECORD.
           05  MST-RECORD-KEY.

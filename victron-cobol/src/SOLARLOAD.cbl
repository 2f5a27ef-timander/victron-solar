      *          several days; merging through this program replaces a
      *          day's record when the same date arrives again, so the
      *          master is a true system of record that never
      *          double-counts re-sent days. A day SOLARMNT has
      *          corrected, excluded, deleted or reviewed (any entry for
      *          it on the master change log) is held back rather than
      *          replaced and listed on a merge conflict report, and
      *          every day that is replaced has its changed fields
      *          written to a merge journal with old and new values.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO CHANGE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT CONFLICT-REPORT-FILE
               ASSIGN TO CONFLICT-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.

           SELECT MERGE-JOURNAL-FILE
               ASSIGN TO MERGE-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-INPUT-FILE.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE             PIC X(200).

       FD  CONFLICT-REPORT-FILE.
       01  CONFLICT-LINE               PIC X(70).

       FD  MERGE-JOURNAL-FILE.
       01  JOURNAL-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
           88  WS-FILE-OK              VALUE "00".
           88  WS-FILE-EOF             VALUE "10".

       01  CHANGE-LOG-PATH             PIC X(100).
       01  CONFLICT-REPORT-PATH        PIC X(100).
       01  MERGE-JOURNAL-PATH          PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-NOT-FOUND     VALUE "35".
           88  WS-MASTER-DUP-KEY       VALUE "22".
           88  WS-MASTER-NO-RECORD     VALUE "23".

       01  WS-CHANGE-LOG-STATUS        PIC XX.
           88  WS-CHANGE-LOG-OK        VALUE "00".
           88  WS-CHANGE-LOG-EOF       VALUE "10".

       01  WS-CONFLICT-STATUS          PIC XX.
           88  WS-CONFLICT-OK          VALUE "00".

       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE "00".
       01  WS-JOURNAL-OPEN-FLAG        PIC X VALUE "N".
           88  WS-JOURNAL-OPEN         VALUE "Y".

       01  WS-FIRST-RECORD-FLAG        PIC X VALUE "Y".
           88  WS-IS-FIRST-RECORD      VALUE "Y".
       01  WS-ROWS-ADDED               PIC 9(5) VALUE ZERO.
       01  WS-ROWS-REPLACED            PIC 9(5) VALUE ZERO.
       01  WS-ROWS-REJECTED            PIC 9(5) VALUE ZERO.
       01  WS-ROWS-UNCHANGED           PIC 9(5) VALUE ZERO.
       01  WS-ROWS-HELD                PIC 9(5) VALUE ZERO.
       01  WS-JOURNAL-LINES            PIC 9(6) VALUE ZERO.

       01  WS-RUN-RETURN-CODE          PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * CSV Field Definitions (15 fields from SolarHistory.csv, the
      *----------------------------------------------------------------*
       01  WS-SITE-ID                  PIC X(4).

      *----------------------------------------------------------------*
      * Hand-Corrected Days (every day of this site that carries an
      * UPDATE, DELETE, EXCLUDE or INCLUDE entry on the SOLARMNT
      * change log, or a REVIEW confirming its values as genuine,
      * with the latest such entry. A re-sent extract
      * row for one of these days would undo the correction, so it
      * is held back and reported instead of merged; the operator
      * re-applies or confirms it through SOLARMNT if the charger's
      * value really should stand.)
      *----------------------------------------------------------------*
       01  WS-CL-RUN-DATE              PIC X(8).
       01  WS-CL-RUN-TIME              PIC X(6).
       01  WS-CL-USER                  PIC X(20).
       01  WS-CL-ACTION                PIC X(10).
       01  WS-CL-SITE                  PIC X(4).
       01  WS-CL-DATE-KEY              PIC X(8).
       01  WS-CL-FIELD                 PIC X(20).
       01  WS-CL-OLD-VALUE             PIC X(10).
       01  WS-CL-NEW-VALUE             PIC X(10).

       01  WS-HELD-TABLE-MAX           PIC 9(4) VALUE 3660.
       01  WS-HELD-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 3660 TIMES
                   INDEXED BY WS-HELD-IDX.
               10  WS-HELD-DATE-KEY    PIC X(8).
               10  WS-HELD-ACTION      PIC X(10).
               10  WS-HELD-LOG-DATE    PIC X(8).
               10  WS-HELD-USER        PIC X(20).
       01  WS-HELD-FOUND-FLAG          PIC X VALUE "N".
           88  WS-HELD-FOUND           VALUE "Y".
       01  WS-HELD-SUB                 PIC 9(4) VALUE ZERO.
       01  WS-HELD-SEARCH-KEY          PIC X(8).

      *----------------------------------------------------------------*
      * Merge Journal Work Areas (the day as already on the master
      * and as the extract now delivers it, compared field by field.
      * The DAYMSTR fields after the key are laid end to end, ten
      * bytes each, with the one-byte exclusion marker last; the
      * journal names each field the way SOLARMNT's MAINT_FIELD and
      * change log do)
      *----------------------------------------------------------------*
       01  WS-ON-FILE-RECORD           PIC X(153).
       01  WS-EXTRACT-RECORD           PIC X(153).
       01  WS-JRNL-FIELD-NAMES.
           05  FILLER                  PIC X(16) VALUE "DATE-STR".
           05  FILLER                  PIC X(16) VALUE "YIELD".
           05  FILLER                  PIC X(16) VALUE "CONSUMPTION".
           05  FILLER                  PIC X(16) VALUE "MAX-PV-POWER".
           05  FILLER                  PIC X(16) VALUE "MAX-PV-VOLTAGE".
           05  FILLER                  PIC X(16) VALUE "MIN-BATTERY-V".
           05  FILLER                  PIC X(16) VALUE "MAX-BATTERY-V".
           05  FILLER                  PIC X(16) VALUE "TIME-BULK".
           05  FILLER                  PIC X(16)
                   VALUE "TIME-ABSORPTION".
           05  FILLER                  PIC X(16) VALUE "TIME-FLOAT".
           05  FILLER                  PIC X(16) VALUE "ERROR-1".
           05  FILLER                  PIC X(16) VALUE "ERROR-2".
           05  FILLER                  PIC X(16) VALUE "ERROR-3".
           05  FILLER                  PIC X(16) VALUE "ERROR-4".
       01  WS-JRNL-FIELD-TABLE REDEFINES WS-JRNL-FIELD-NAMES.
           05  WS-JRNL-FIELD-NAME OCCURS 14 TIMES PIC X(16).
       01  WS-JRNL-SUB                 PIC 99.
       01  WS-JRNL-OFFSET              PIC 999.
       01  WS-JRNL-FIELD               PIC X(16).
       01  WS-JRNL-OLD-VALUE           PIC X(10).
       01  WS-JRNL-NEW-VALUE           PIC X(10).
       01  WS-DAY-CHANGED-FLAG         PIC X VALUE "N".
           88  WS-DAY-CHANGED          VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-LOG-TIME-DISP            PIC 9(6).

      *----------------------------------------------------------------*
      * Conflict Report Formatting
      *----------------------------------------------------------------*
       01  WS-CONFLICT-DETAIL.
           05  WS-CFD-SITE             PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CFD-DATE-KEY         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CFD-ACTION           PIC X(8).
           05  WS-CFD-LOG-DATE         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CFD-USER             PIC X(12).
           05  WS-CFD-EXTRACT-YIELD    PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-CFD-MASTER-YIELD     PIC X(10).
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
               MOVE "MAIN" TO WS-SITE-ID
           END-IF

           ACCEPT CHANGE-LOG-PATH FROM ENVIRONMENT "CHANGE_LOG_FILE"
           IF CHANGE-LOG-PATH = SPACES
               MOVE "./output/master_change_log.csv"
                   TO CHANGE-LOG-PATH
           END-IF

           ACCEPT CONFLICT-REPORT-PATH
               FROM ENVIRONMENT "MERGE_CONFLICT_OUTPUT"
           IF CONFLICT-REPORT-PATH = SPACES
               MOVE "./output/merge_conflict_report.txt"
                   TO CONFLICT-REPORT-PATH
           END-IF

           ACCEPT MERGE-JOURNAL-PATH
               FROM ENVIRONMENT "MERGE_JOURNAL_FILE"
           IF MERGE-JOURNAL-PATH = SPACES
               MOVE "./output/merge_journal.csv"
                   TO MERGE-JOURNAL-PATH
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-LOG-TIME-DISP = WS-RUN-TIME / 100

           PERFORM 110-LOAD-CHANGE-LOG

           OPEN INPUT CSV-INPUT-FILE
           IF NOT WS-FILE-OK
               DISPLAY "ERROR: Cannot open input file: " CSV-FILE
               DISPLAY "File Status: " WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

                   MASTER-FILE-PATH
               DISPLAY "File Status: " WS-MASTER-STATUS
               CLOSE CSV-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONFLICT-REPORT-FILE
           IF NOT WS-CONFLICT-OK
               DISPLAY "ERROR: Cannot open conflict report: "
                   CONFLICT-REPORT-PATH
               DISPLAY "File Status: " WS-CONFLICT-STATUS
               CLOSE CSV-INPUT-FILE
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-WRITE-CONFLICT-HEADER

           DISPLAY "Input file: " CSV-FILE
           DISPLAY "Master file: " MASTER-FILE-PATH
           DISPLAY "Site: " WS-SITE-ID
           DISPLAY "Change log: " CHANGE-LOG-PATH
           DISPLAY "Hand-corrected days on file: " WS-HELD-COUNT.

      *----------------------------------------------------------------*
      * LOAD CHANGE LOG (Collect this site's hand-corrected days from
      * the SOLARMNT change log - one comma-separated line per change:
      * run date, time, user, action, site, date key, field, old,
      * new. A missing log simply means nothing has been corrected
      * yet; a line whose run date is not numeric is not a change
      * entry and is passed over.)
      *----------------------------------------------------------------*
       110-LOAD-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF NOT WS-CHANGE-LOG-OK
               DISPLAY "No change log found - no days held back"
           ELSE
               PERFORM UNTIL WS-CHANGE-LOG-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           SET WS-CHANGE-LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 115-PARSE-CHANGE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE CHANGE LOG LINE (Register a correcting entry for this
      * site; a day already registered keeps one table slot and
      * takes the later entry's action, date and user)
      *----------------------------------------------------------------*
       115-PARSE-CHANGE-LOG-LINE.
           MOVE SPACES TO WS-CL-RUN-DATE WS-CL-RUN-TIME WS-CL-USER
                          WS-CL-ACTION WS-CL-SITE WS-CL-DATE-KEY
                          WS-CL-FIELD WS-CL-OLD-VALUE WS-CL-NEW-VALUE
           UNSTRING CHANGE-LOG-LINE DELIMITED BY ","
               INTO WS-CL-RUN-DATE
                    WS-CL-RUN-TIME
                    WS-CL-USER
                    WS-CL-ACTION
                    WS-CL-SITE
                    WS-CL-DATE-KEY
                    WS-CL-FIELD
                    WS-CL-OLD-VALUE
                    WS-CL-NEW-VALUE
           END-UNSTRING

           IF WS-CL-RUN-DATE IS NUMERIC AND
              WS-CL-SITE = WS-SITE-ID AND
              (WS-CL-ACTION = "UPDATE" OR "DELETE" OR "EXCLUDE" OR
                              "INCLUDE" OR "REVIEW")
               MOVE WS-CL-DATE-KEY TO WS-HELD-SEARCH-KEY
               PERFORM 235-FIND-HELD-DAY
               IF NOT WS-HELD-FOUND
                   IF WS-HELD-COUNT >= WS-HELD-TABLE-MAX
                       DISPLAY "ERROR: more than " WS-HELD-TABLE-MAX
                           " corrected days on the change log"
                       CLOSE CHANGE-LOG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HELD-COUNT TO WS-HELD-SUB
                   MOVE WS-CL-DATE-KEY TO WS-HELD-DATE-KEY(WS-HELD-SUB)
               END-IF
               MOVE WS-CL-ACTION TO WS-HELD-ACTION(WS-HELD-SUB)
               MOVE WS-CL-RUN-DATE TO WS-HELD-LOG-DATE(WS-HELD-SUB)
               MOVE WS-CL-USER TO WS-HELD-USER(WS-HELD-SUB)
           END-IF.

      *----------------------------------------------------------------*
      * WRITE CONFLICT HEADER (Title and column headings of the merge
      * conflict report - one line per held day follows)
      *----------------------------------------------------------------*
       120-WRITE-CONFLICT-HEADER.
           WRITE CONFLICT-LINE FROM WS-EQUALS-LINE
           MOVE "DAILY MASTER MERGE CONFLICT REPORT" TO CONFLICT-LINE
           WRITE CONFLICT-LINE
           WRITE CONFLICT-LINE FROM WS-EQUALS-LINE
           MOVE SPACES TO CONFLICT-LINE
           STRING "Extract: " DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-FILE) DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE SPACES TO CONFLICT-LINE
           STRING "Run date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "   Site: " DELIMITED BY SIZE
                  WS-SITE-ID DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           MOVE "Days below were corrected in SOLARMNT and were NOT"
               TO CONFLICT-LINE
           WRITE CONFLICT-LINE
           MOVE "replaced from the extract."
               TO CONFLICT-LINE
           WRITE CONFLICT-LINE
           WRITE CONFLICT-LINE FROM SPACES
           MOVE SPACES TO CONFLICT-LINE
           STRING "SITE DATE     ACTION  LOGGED   " DELIMITED BY SIZE
                  "BY          EXT-YIELD  MST-YIELD" DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           WRITE CONFLICT-LINE FROM WS-SEPARATOR-LINE.

      *----------------------------------------------------------------*
      * MERGE CSV FILE (Read every extract row, skip the header, and

      *----------------------------------------------------------------*
      * MERGE ROW (Build the YYYYMMDD key and the master record, then
      * read the day as it stands on the master. A day with a
      * SOLARMNT correction on the change log is held back and
      * reported; a day already on file is replaced only when the
      * extract actually differs, with the changed fields journaled;
      * a new day is added)
      *----------------------------------------------------------------*
       230-MERGE-ROW.
           IF WS-DATE-STR = SPACES OR
                      WS-DATE-STR(4:2) DELIMITED BY SIZE
                      INTO WS-DATE-KEY-STR
               PERFORM 240-BUILD-MASTER-RECORD
               MOVE MASTER-RECORD TO WS-EXTRACT-RECORD
               MOVE WS-DATE-KEY-STR TO WS-HELD-SEARCH-KEY
               PERFORM 235-FIND-HELD-DAY

               READ DAILY-MASTER-FILE
               IF WS-MASTER-OK
                   MOVE MASTER-RECORD TO WS-ON-FILE-RECORD
               ELSE
                   MOVE SPACES TO WS-ON-FILE-RECORD
               END-IF

               EVALUATE TRUE
                   WHEN WS-HELD-FOUND
                       PERFORM 260-REPORT-HELD-DAY
                   WHEN WS-MASTER-OK
                       PERFORM 245-REPLACE-DAY
                   WHEN WS-MASTER-NO-RECORD
                       PERFORM 248-ADD-DAY
                   WHEN OTHER
                       ADD 1 TO WS-ROWS-REJECTED
                       DISPLAY "WARNING: read failed for "
                           WS-DATE-STR ", status " WS-MASTER-STATUS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * FIND HELD DAY (Look WS-HELD-SEARCH-KEY up among this site's
      * hand-corrected days; WS-HELD-SUB is left on the match)
      *----------------------------------------------------------------*
       235-FIND-HELD-DAY.
           MOVE "N" TO WS-HELD-FOUND-FLAG
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                      OR WS-HELD-FOUND
               IF WS-HELD-DATE-KEY(WS-HELD-IDX) = WS-HELD-SEARCH-KEY
                   SET WS-HELD-FOUND TO TRUE
                   SET WS-HELD-SUB TO WS-HELD-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * BUILD MASTER RECORD (Carry the extract's columns verbatim;
      * the days-ago column is relative to the extract date and is
           MOVE WS-ERROR-3 TO MST-ERROR-3
           MOVE WS-ERROR-4 TO MST-ERROR-4.

      *----------------------------------------------------------------*
      * REPLACE DAY (A re-sent day identical to the master is left
      * alone; otherwise the extract's record replaces it and every
      * field that changed goes to the merge journal)
      *----------------------------------------------------------------*
       245-REPLACE-DAY.
           IF WS-ON-FILE-RECORD = WS-EXTRACT-RECORD
               ADD 1 TO WS-ROWS-UNCHANGED
           ELSE
               MOVE WS-EXTRACT-RECORD TO MASTER-RECORD
               REWRITE MASTER-RECORD
               IF WS-MASTER-OK
                   ADD 1 TO WS-ROWS-REPLACED
                   PERFORM 250-JOURNAL-DAY-FIELDS
               ELSE
                   ADD 1 TO WS-ROWS-REJECTED
                   DISPLAY "WARNING: rewrite failed for "
                       WS-DATE-STR ", status " WS-MASTER-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ADD DAY (First appearance of the day on the master)
      *----------------------------------------------------------------*
       248-ADD-DAY.
           MOVE WS-EXTRACT-RECORD TO MASTER-RECORD
           WRITE MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-ROWS-ADDED
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               DISPLAY "WARNING: write failed for "
                   WS-DATE-STR ", status " WS-MASTER-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * JOURNAL DAY FIELDS (Compare the replaced day field by field -
      * the fourteen ten-byte columns after the key, then the
      * exclusion marker - and journal each one that changed)
      *----------------------------------------------------------------*
       250-JOURNAL-DAY-FIELDS.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > 14
               COMPUTE WS-JRNL-OFFSET = 13 + (WS-JRNL-SUB - 1) * 10
               IF WS-ON-FILE-RECORD(WS-JRNL-OFFSET:10) NOT =
                  WS-EXTRACT-RECORD(WS-JRNL-OFFSET:10)
                   MOVE WS-JRNL-FIELD-NAME(WS-JRNL-SUB)
                       TO WS-JRNL-FIELD
                   MOVE WS-ON-FILE-RECORD(WS-JRNL-OFFSET:10)
                       TO WS-JRNL-OLD-VALUE
                   MOVE WS-EXTRACT-RECORD(WS-JRNL-OFFSET:10)
                       TO WS-JRNL-NEW-VALUE
                   PERFORM 255-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM
           IF WS-ON-FILE-RECORD(153:1) NOT = WS-EXTRACT-RECORD(153:1)
               MOVE "EXCLUDE-FLAG" TO WS-JRNL-FIELD
               MOVE WS-ON-FILE-RECORD(153:1) TO WS-JRNL-OLD-VALUE
               MOVE WS-EXTRACT-RECORD(153:1) TO WS-JRNL-NEW-VALUE
               PERFORM 255-WRITE-JOURNAL-LINE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE JOURNAL LINE (Append one comma-separated line per
      * changed field: run date/time, extract, site, date key, field,
      * old value, new value - laid out like the SOLARMNT change log
      * so the two trails read side by side. The journal is opened
      * on the first change and kept open for the run.)
      *----------------------------------------------------------------*
       255-WRITE-JOURNAL-LINE.
           IF NOT WS-JOURNAL-OPEN
               OPEN EXTEND MERGE-JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   OPEN OUTPUT MERGE-JOURNAL-FILE
               END-IF
               IF NOT WS-JOURNAL-OK
                   DISPLAY "ERROR: Cannot open merge journal: "
                       MERGE-JOURNAL-PATH
                   DISPLAY "File Status: " WS-JOURNAL-STATUS
                   CLOSE CSV-INPUT-FILE
                   CLOSE DAILY-MASTER-FILE
                   CLOSE CONFLICT-REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-JOURNAL-OPEN TO TRUE
           END-IF

           MOVE SPACES TO JOURNAL-LINE
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOG-TIME-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-FILE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SITE-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DATE-KEY-STR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JRNL-FIELD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JRNL-OLD-VALUE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JRNL-NEW-VALUE) DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           ADD 1 TO WS-JOURNAL-LINES.

      *----------------------------------------------------------------*
      * REPORT HELD DAY (The day stays as SOLARMNT left it; list it
      * with the correction that protects it and the yield the
      * extract tried to bring back)
      *----------------------------------------------------------------*
       260-REPORT-HELD-DAY.
           ADD 1 TO WS-ROWS-HELD
           MOVE WS-SITE-ID TO WS-CFD-SITE
           MOVE WS-DATE-KEY-STR TO WS-CFD-DATE-KEY
           MOVE WS-HELD-ACTION(WS-HELD-SUB) TO WS-CFD-ACTION
           MOVE WS-HELD-LOG-DATE(WS-HELD-SUB) TO WS-CFD-LOG-DATE
           MOVE WS-HELD-USER(WS-HELD-SUB) TO WS-CFD-USER
           MOVE WS-YIELD-STR TO WS-CFD-EXTRACT-YIELD
           IF WS-MASTER-OK
               MOVE MST-YIELD-STR TO WS-CFD-MASTER-YIELD
           ELSE
               MOVE "(deleted)" TO WS-CFD-MASTER-YIELD
           END-IF
           MOVE WS-CONFLICT-DETAIL TO CONFLICT-LINE
           WRITE CONFLICT-LINE.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           WRITE CONFLICT-LINE FROM WS-SEPARATOR-LINE
           MOVE WS-ROWS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO CONFLICT-LINE
           STRING "Days held back: " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO CONFLICT-LINE
           END-STRING
           WRITE CONFLICT-LINE
           WRITE CONFLICT-LINE FROM WS-EQUALS-LINE

           CLOSE CSV-INPUT-FILE
           CLOSE DAILY-MASTER-FILE
           CLOSE CONFLICT-REPORT-FILE
           IF WS-JOURNAL-OPEN
               CLOSE MERGE-JOURNAL-FILE
           END-IF
           DISPLAY "Rows read:      " WS-ROWS-READ
           DISPLAY "Rows added:     " WS-ROWS-ADDED
           DISPLAY "Rows replaced:  " WS-ROWS-REPLACED
           DISPLAY "Rows unchanged: " WS-ROWS-UNCHANGED
           DISPLAY "Rows held:      " WS-ROWS-HELD
           DISPLAY "Rows rejected:  " WS-ROWS-REJECTED
           DISPLAY "Journal lines:  " WS-JOURNAL-LINES

      *    A held day is not a failure, but someone has to look at
      *    the conflict report before the correction is trusted again
           IF WS-ROWS-HELD > 0
               MOVE 4 TO WS-RUN-RETURN-CODE
               DISPLAY "WARNING: " WS-ROWS-HELD
                   " corrected day(s) held back - see "
                   FUNCTION TRIM(CONFLICT-REPORT-PATH)
           END-IF
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

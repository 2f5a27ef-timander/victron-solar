      *          readers skip it without losing the record - and
      *          appends every change to a change log (who, when, old
      *          value, new value) so the master stays auditable as a
      *          system of record. NEXT steps through the suspect-day
      *          worklist SOLARSCR builds, showing the next open day
      *          and the rules it failed; the day is then corrected,
      *          excluded, or marked reviewed and genuine (REVIEW),
      *          and its worklist item is closed accordingly.
      *          Changes to the master are maker/checker: UPDATE,
      *          DELETE, EXCLUDE and INCLUDE only queue the change,
      *          with the day's old and proposed new value, on a
      *          pending-change file. A second, different user lists
      *          the queue (PENDING, which also ages it), then
      *          APPROVEs or REJECTs each item by number; only an
      *          approval touches the master, writes the change log
      *          and closes the worklist item.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO WORKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE             PIC X(200).

       FD  WORKLIST-FILE.
       01  WORKLIST-LINE               PIC X(100).

       FD  PENDING-FILE.
       01  PENDING-LINE                PIC X(250).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-FILE-PATH            PIC X(100).
       01  CHANGE-LOG-PATH             PIC X(100).
       01  WORKLIST-PATH               PIC X(100).
       01  PENDING-PATH                PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
       01  WS-CHANGE-LOG-STATUS        PIC XX.
           88  WS-CHANGE-LOG-OK        VALUE "00".

       01  WS-WORKLIST-STATUS          PIC XX.
           88  WS-WORKLIST-OK          VALUE "00".
           88  WS-WORKLIST-EOF         VALUE "10".

       01  WS-PENDING-STATUS           PIC XX.
           88  WS-PENDING-OK           VALUE "00".
           88  WS-PENDING-EOF          VALUE "10".

       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.

      *----------------------------------------------------------------*
      * Maintenance Request Parameters (MAINT_ACTION names the action:
      * DISPLAY, UPDATE, DELETE, EXCLUDE, INCLUDE, REVIEW or NEXT;
      * MAINT_SITE and MAINT_DATE select the day - site defaulting to
      * MAIN, date as the YYYYMMDD portion of the master key; NEXT
      * takes the day from the suspect worklist instead, after
      * MAINT_SITE/MAINT_DATE when a date is given; UPDATE also needs
      * MAINT_FIELD and MAINT_VALUE; every change needs MAINT_USER
      * for the log. PENDING lists the pending-change queue, items
      * older than MAINT_AGE_DAYS (default 3) flagged overdue;
      * APPROVE and REJECT take the item's MAINT_CHANGE_ID instead of
      * a site and date)
      *----------------------------------------------------------------*
       01  WS-MAINT-ACTION             PIC X(10).
           88  WS-ACTION-DISPLAY       VALUE "DISPLAY".
           88  WS-ACTION-DELETE        VALUE "DELETE".
           88  WS-ACTION-EXCLUDE       VALUE "EXCLUDE".
           88  WS-ACTION-INCLUDE       VALUE "INCLUDE".
           88  WS-ACTION-REVIEW        VALUE "REVIEW".
           88  WS-ACTION-NEXT          VALUE "NEXT".
           88  WS-ACTION-PENDING       VALUE "PENDING".
           88  WS-ACTION-APPROVE       VALUE "APPROVE".
           88  WS-ACTION-REJECT        VALUE "REJECT".
       01  WS-MAINT-SITE               PIC X(4).
       01  WS-MAINT-DATE               PIC X(8).
       01  WS-MAINT-FIELD              PIC X(20).
       01  WS-MAINT-VALUE              PIC X(10).
       01  WS-MAINT-USER               PIC X(20).
       01  WS-MAINT-CHANGE-ID-PARM     PIC X(10).
       01  WS-MAINT-CHANGE-ID          PIC 9(5) VALUE ZERO.
       01  WS-AGE-DAYS-PARM            PIC X(5).
       01  WS-AGE-DAYS                 PIC 9(3) VALUE 3.

      *    The session login, kept beside MAINT_USER on every pending
      *    item so one person cannot approve their own change under a
      *    second name
       01  WS-LOGIN-ID                 PIC X(20).

       01  WS-OLD-VALUE                PIC X(10).
       01  WS-NEW-VALUE                PIC X(10).

      *----------------------------------------------------------------*
      * Change Log Work Fields (one comma-separated line per change:
      * run date/time, user, action, site, date key, field, old,
      * new, then the approving user and pending-change number when
      * the change went through approval)
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).
       01  WS-LOG-TIME-DISP            PIC 9(6).
       01  WS-LOG-ACTION               PIC X(10).
       01  WS-LOG-USER                 PIC X(20).
       01  WS-LOG-APPROVER             PIC X(20).
       01  WS-LOG-CHANGE-ID            PIC X(5).

      *----------------------------------------------------------------*
      * Suspect-Day Worklist (site, date key, score, status, rules -
      * as written by SOLARSCR with status OPEN. Working a day here
      * closes its item as CORRECTED, DELETED, EXCLUDED or REVIEWED
      * and the worklist is written back whole)
      *----------------------------------------------------------------*
       01  WS-WL-TABLE-MAX             PIC 9(5) VALUE 7320.
       01  WS-WL-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-WL-HEADER                PIC X(100).
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 7320 TIMES INDEXED BY WS-WL-IDX.
               10  WS-WL-SITE          PIC X(4).
               10  WS-WL-DATE-KEY      PIC X(8).
               10  WS-WL-SCORE         PIC X(3).
               10  WS-WL-STATUS        PIC X(10).
               10  WS-WL-RULES         PIC X(60).
       01  WS-WL-LOADED-FLAG           PIC X VALUE "N".
           88  WS-WL-LOADED            VALUE "Y".
       01  WS-WL-FOUND-FLAG            PIC X VALUE "N".
           88  WS-WL-FOUND             VALUE "Y".
       01  WS-WL-SUB                   PIC 9(5) VALUE ZERO.
       01  WS-WL-OPEN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-WL-AFTER-KEY             PIC X(12).
       01  WS-WL-ENTRY-KEY             PIC X(12).
       01  WS-WL-NEW-STATUS            PIC X(10).

      *----------------------------------------------------------------*
      * Pending-Change Queue (PENDING_CHANGE_FILE: a header line, then
      * one comma-separated line per proposed change - number,
      * status, action, site, date key, field, old value, new value,
      * who proposed it and when, who decided it and when. Items are
      * PENDING until a second user makes them APPROVED or REJECTED;
      * decided items stay on file as the record of the decision. The
      * queue is held in memory and written back whole, and one
      * larger than the table is never written back.)
      *----------------------------------------------------------------*
       01  WS-PC-TABLE-MAX             PIC 9(5) VALUE 2000.
       01  WS-PC-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-PC-HEADER                PIC X(250).
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PC-IDX.
               10  WS-PC-ID            PIC 9(5).
               10  WS-PC-STATUS        PIC X(8).
                   88  WS-PC-PENDING   VALUE "PENDING".
                   88  WS-PC-APPROVED  VALUE "APPROVED".
                   88  WS-PC-REJECTED  VALUE "REJECTED".
               10  WS-PC-ACTION        PIC X(10).
               10  WS-PC-SITE          PIC X(4).
               10  WS-PC-DATE-KEY      PIC X(8).
               10  WS-PC-FIELD         PIC X(20).
               10  WS-PC-OLD-VALUE     PIC X(10).
               10  WS-PC-NEW-VALUE     PIC X(10).
               10  WS-PC-REQ-USER      PIC X(20).
               10  WS-PC-REQ-LOGIN     PIC X(20).
               10  WS-PC-REQ-DATE      PIC X(8).
               10  WS-PC-REQ-TIME      PIC X(6).
               10  WS-PC-DEC-USER      PIC X(20).
               10  WS-PC-DEC-LOGIN     PIC X(20).
               10  WS-PC-DEC-DATE      PIC X(8).
               10  WS-PC-DEC-TIME      PIC X(6).
       01  WS-PC-ID-TEXT               PIC X(10).
       01  WS-PC-LOADED-FLAG           PIC X VALUE "Y".
           88  WS-PC-LOADED            VALUE "Y".
       01  WS-PC-FOUND-FLAG            PIC X VALUE "N".
           88  WS-PC-FOUND             VALUE "Y".
       01  WS-PC-SUB                   PIC 9(5) VALUE ZERO.
       01  WS-PC-LAST-ID               PIC 9(5) VALUE ZERO.
       01  WS-PC-SEARCH-SITE           PIC X(4).
       01  WS-PC-SEARCH-DATE           PIC X(8).
       01  WS-PC-AGE                   PIC 9(5).
       01  WS-PC-REQ-DATE-NUM          PIC 9(8).
       01  WS-PC-PENDING-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PC-OVERDUE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PC-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-VALUE            PIC X(10).
       01  WS-USER-UPPER               PIC X(20).
       01  WS-OTHER-USER-UPPER         PIC X(20).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           EVALUATE TRUE
               WHEN WS-ACTION-NEXT
                   PERFORM 150-FIND-NEXT-SUSPECT
               WHEN WS-ACTION-APPROVE
                   PERFORM 180-SELECT-PENDING-CHANGE
               WHEN WS-ACTION-REJECT
                   PERFORM 180-SELECT-PENDING-CHANGE
           END-EVALUATE
           IF NOT (WS-ACTION-PENDING OR WS-ACTION-REJECT)
               PERFORM 200-FETCH-MASTER-DAY
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-DISPLAY
                   PERFORM 300-DISPLAY-DAY
                   PERFORM 310-DISPLAY-SUSPECT-ITEM
               WHEN WS-ACTION-NEXT
                   PERFORM 300-DISPLAY-DAY
                   PERFORM 310-DISPLAY-SUSPECT-ITEM
               WHEN WS-ACTION-UPDATE
                   PERFORM 400-UPDATE-FIELD
               WHEN WS-ACTION-DELETE
                   PERFORM 600-EXCLUDE-DAY
               WHEN WS-ACTION-INCLUDE
                   PERFORM 610-INCLUDE-DAY
               WHEN WS-ACTION-REVIEW
                   PERFORM 620-REVIEW-DAY
               WHEN WS-ACTION-PENDING
                   PERFORM 170-LIST-PENDING-CHANGES
               WHEN WS-ACTION-APPROVE
                   PERFORM 650-APPROVE-CHANGE
               WHEN WS-ACTION-REJECT
                   PERFORM 660-REJECT-CHANGE
           END-EVALUATE
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
      * INITIALIZATION (Validate the requested action before touching
      * the master; a change action without a user would leave an
      * unattributable log entry, so it is refused up front, and so
      * is an approval or rejection without a user)
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Daily Master Maintenance Program..."
                   TO CHANGE-LOG-PATH
           END-IF

           ACCEPT WORKLIST-PATH FROM ENVIRONMENT "SUSPECT_WORKLIST_FILE"
           IF WORKLIST-PATH = SPACES
               MOVE "./output/suspect_worklist.csv" TO WORKLIST-PATH
           END-IF

           ACCEPT PENDING-PATH FROM ENVIRONMENT "PENDING_CHANGE_FILE"
           IF PENDING-PATH = SPACES
               MOVE "./output/master_pending_changes.csv"
                   TO PENDING-PATH
           END-IF

           ACCEPT WS-MAINT-ACTION FROM ENVIRONMENT "MAINT_ACTION"
           IF NOT (WS-ACTION-DISPLAY OR WS-ACTION-UPDATE OR
                   WS-ACTION-DELETE OR WS-ACTION-EXCLUDE OR
                   WS-ACTION-INCLUDE OR WS-ACTION-REVIEW OR
                   WS-ACTION-NEXT OR WS-ACTION-PENDING OR
                   WS-ACTION-APPROVE OR WS-ACTION-REJECT)
               DISPLAY "ERROR: MAINT_ACTION must be DISPLAY, UPDATE,"
               DISPLAY "       DELETE, EXCLUDE, INCLUDE, REVIEW, NEXT,"
               DISPLAY "       PENDING, APPROVE or REJECT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF

           ACCEPT WS-MAINT-DATE FROM ENVIRONMENT "MAINT_DATE"
           IF WS-MAINT-DATE = SPACES AND
              NOT (WS-ACTION-NEXT OR WS-ACTION-PENDING OR
                   WS-ACTION-APPROVE OR WS-ACTION-REJECT)
               DISPLAY "ERROR: MAINT_DATE (YYYYMMDD) is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-MAINT-USER FROM ENVIRONMENT "MAINT_USER"
           IF NOT (WS-ACTION-DISPLAY OR WS-ACTION-NEXT OR
                   WS-ACTION-PENDING) AND
              WS-MAINT-USER = SPACES
               DISPLAY "ERROR: MAINT_USER is required for changes"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-LOGIN-ID FROM ENVIRONMENT "LOGNAME"
           IF WS-LOGIN-ID = SPACES
               ACCEPT WS-LOGIN-ID FROM ENVIRONMENT "USER"
           END-IF

           IF WS-ACTION-APPROVE OR WS-ACTION-REJECT
               ACCEPT WS-MAINT-CHANGE-ID-PARM
                   FROM ENVIRONMENT "MAINT_CHANGE_ID"
               IF WS-MAINT-CHANGE-ID-PARM = SPACES OR
                  FUNCTION TEST-NUMVAL(WS-MAINT-CHANGE-ID-PARM) NOT = 0
                   DISPLAY "ERROR: MAINT_CHANGE_ID (pending change "
                       "number) is required for APPROVE and REJECT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-MAINT-CHANGE-ID-PARM)
                   TO WS-MAINT-CHANGE-ID
           END-IF

           IF WS-ACTION-PENDING
               ACCEPT WS-AGE-DAYS-PARM FROM ENVIRONMENT "MAINT_AGE_DAYS"
               IF WS-AGE-DAYS-PARM NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-AGE-DAYS-PARM) = 0
                       MOVE FUNCTION NUMVAL(WS-AGE-DAYS-PARM)
                           TO WS-AGE-DAYS
                   ELSE
                       DISPLAY "WARNING: MAINT_AGE_DAYS not numeric, "
                           "using 3"
                   END-IF
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-LOG-TIME-DISP = WS-RUN-TIME / 100

           IF WS-ACTION-UPDATE
               ACCEPT WS-MAINT-FIELD FROM ENVIRONMENT "MAINT_FIELD"
               ACCEPT WS-MAINT-VALUE FROM ENVIRONMENT "MAINT_VALUE"
               STOP RUN
           END-IF

           PERFORM 120-LOAD-WORKLIST
           PERFORM 130-LOAD-PENDING-CHANGES

           DISPLAY "Master file: " MASTER-FILE-PATH
           EVALUATE TRUE
               WHEN WS-ACTION-NEXT
                   DISPLAY "Action: NEXT suspect day from "
                       WORKLIST-PATH
               WHEN WS-ACTION-PENDING
                   DISPLAY "Action: PENDING changes in " PENDING-PATH
               WHEN WS-ACTION-APPROVE
                   DISPLAY "Action: APPROVE change "
                       WS-MAINT-CHANGE-ID " by "
                       FUNCTION TRIM(WS-MAINT-USER)
               WHEN WS-ACTION-REJECT
                   DISPLAY "Action: REJECT change "
                       WS-MAINT-CHANGE-ID " by "
                       FUNCTION TRIM(WS-MAINT-USER)
               WHEN OTHER
                   DISPLAY "Action: " WS-MAINT-ACTION " for site "
                       WS-MAINT-SITE " day " WS-MAINT-DATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LOAD WORKLIST (Hold SOLARSCR's suspect-day worklist in memory
      * so NEXT can pick an item and a change can close one; no
      * worklist simply means no screening has been run)
      *----------------------------------------------------------------*
       120-LOAD-WORKLIST.
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-OK
               SET WS-WL-LOADED TO TRUE
               MOVE SPACES TO WS-WL-HEADER
               PERFORM UNTIL WS-WORKLIST-EOF
                   READ WORKLIST-FILE
                       AT END
                           SET WS-WORKLIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 125-PARSE-WORKLIST-LINE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE WORKLIST LINE (The first line is the column header and
      * is kept to be written back; a worklist larger than the table
      * is not written back at all, so no item is ever lost)
      *----------------------------------------------------------------*
       125-PARSE-WORKLIST-LINE.
           IF WS-WL-HEADER = SPACES
               MOVE WORKLIST-LINE TO WS-WL-HEADER
           ELSE
               IF WS-WL-COUNT >= WS-WL-TABLE-MAX
                   IF WS-WL-LOADED
                       DISPLAY "WARNING: worklist exceeds "
                           WS-WL-TABLE-MAX " items - it will not be "
                           "updated by this run"
                   END-IF
                   MOVE "N" TO WS-WL-LOADED-FLAG
               ELSE
                   ADD 1 TO WS-WL-COUNT
                   UNSTRING WORKLIST-LINE DELIMITED BY ","
                       INTO WS-WL-SITE(WS-WL-COUNT)
                            WS-WL-DATE-KEY(WS-WL-COUNT)
                            WS-WL-SCORE(WS-WL-COUNT)
                            WS-WL-STATUS(WS-WL-COUNT)
                            WS-WL-RULES(WS-WL-COUNT)
                   END-UNSTRING
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD PENDING CHANGES (Hold the pending-change queue in memory;
      * no file yet simply means nothing has been proposed. A file
      * that will not open or read cleanly is never written back, so
      * no proposal or decision on it can be lost.)
      *----------------------------------------------------------------*
       130-LOAD-PENDING-CHANGES.
           MOVE SPACES TO WS-PC-HEADER
           OPEN INPUT PENDING-FILE
           EVALUATE TRUE
               WHEN WS-PENDING-OK
                   PERFORM UNTIL WS-PENDING-EOF
                       READ PENDING-FILE
                           AT END
                               SET WS-PENDING-EOF TO TRUE
                           NOT AT END
                               PERFORM 135-PARSE-PENDING-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               WHEN WS-PENDING-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Cannot read pending-change file: "
                       PENDING-PATH
                   DISPLAY "File Status: " WS-PENDING-STATUS
                   MOVE "N" TO WS-PC-LOADED-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PARSE PENDING LINE (The first line is the column header and
      * is kept to be written back; the highest change number seen
      * is kept for numbering the next proposal)
      *----------------------------------------------------------------*
       135-PARSE-PENDING-LINE.
           IF WS-PC-HEADER = SPACES
               MOVE PENDING-LINE TO WS-PC-HEADER
           ELSE
               IF PENDING-LINE NOT = SPACES
                   IF WS-PC-COUNT >= WS-PC-TABLE-MAX
                       IF WS-PC-LOADED
                           DISPLAY "WARNING: pending-change file "
                               "exceeds " WS-PC-TABLE-MAX " items - it "
                               "will not be updated by this run"
                       END-IF
                       MOVE "N" TO WS-PC-LOADED-FLAG
                   ELSE
                       ADD 1 TO WS-PC-COUNT
                       SET WS-PC-IDX TO WS-PC-COUNT
                       INITIALIZE WS-PC-ENTRY(WS-PC-IDX)
                       MOVE SPACES TO WS-PC-ID-TEXT
                       UNSTRING PENDING-LINE DELIMITED BY ","
                           INTO WS-PC-ID-TEXT
                                WS-PC-STATUS(WS-PC-IDX)
                                WS-PC-ACTION(WS-PC-IDX)
                                WS-PC-SITE(WS-PC-IDX)
                                WS-PC-DATE-KEY(WS-PC-IDX)
                                WS-PC-FIELD(WS-PC-IDX)
                                WS-PC-OLD-VALUE(WS-PC-IDX)
                                WS-PC-NEW-VALUE(WS-PC-IDX)
                                WS-PC-REQ-USER(WS-PC-IDX)
                                WS-PC-REQ-LOGIN(WS-PC-IDX)
                                WS-PC-REQ-DATE(WS-PC-IDX)
                                WS-PC-REQ-TIME(WS-PC-IDX)
                                WS-PC-DEC-USER(WS-PC-IDX)
                                WS-PC-DEC-LOGIN(WS-PC-IDX)
                                WS-PC-DEC-DATE(WS-PC-IDX)
                                WS-PC-DEC-TIME(WS-PC-IDX)
                       END-UNSTRING
                       IF FUNCTION TEST-NUMVAL(WS-PC-ID-TEXT) = 0
                           MOVE FUNCTION NUMVAL(WS-PC-ID-TEXT)
                               TO WS-PC-ID(WS-PC-IDX)
                           IF WS-PC-ID(WS-PC-IDX) > WS-PC-LAST-ID
                               MOVE WS-PC-ID(WS-PC-IDX)
                                   TO WS-PC-LAST-ID
                           END-IF
                       ELSE
                           DISPLAY "WARNING: unreadable pending-change "
                               "line - the file will not be updated "
                               "by this run"
                           MOVE "N" TO WS-PC-LOADED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND NEXT SUSPECT (The first OPEN worklist item - after the
      * given site and date when MAINT_DATE is set, so an item can
      * be passed over for now - becomes the day to work. A day with
      * a change already awaiting approval has been worked and is
      * passed over until the change is decided.)
      *----------------------------------------------------------------*
       150-FIND-NEXT-SUSPECT.
           MOVE LOW-VALUES TO WS-WL-AFTER-KEY
           IF WS-MAINT-DATE NOT = SPACES
               STRING WS-MAINT-SITE DELIMITED BY SIZE
                      WS-MAINT-DATE DELIMITED BY SIZE
                      INTO WS-WL-AFTER-KEY
               END-STRING
           END-IF

           MOVE "N" TO WS-WL-FOUND-FLAG
           MOVE ZERO TO WS-WL-OPEN-COUNT
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-STATUS(WS-WL-IDX) = "OPEN"
                   ADD 1 TO WS-WL-OPEN-COUNT
                   MOVE WS-WL-SITE(WS-WL-IDX) TO WS-WL-ENTRY-KEY(1:4)
                   MOVE WS-WL-DATE-KEY(WS-WL-IDX)
                       TO WS-WL-ENTRY-KEY(5:8)
                   IF NOT WS-WL-FOUND AND
                      WS-WL-ENTRY-KEY > WS-WL-AFTER-KEY
                       MOVE WS-WL-SITE(WS-WL-IDX) TO WS-PC-SEARCH-SITE
                       MOVE WS-WL-DATE-KEY(WS-WL-IDX)
                           TO WS-PC-SEARCH-DATE
                       PERFORM 175-FIND-PENDING-FOR-DAY
                       IF WS-PC-FOUND
                           ADD 1 TO WS-PC-HELD-COUNT
                       ELSE
                           SET WS-WL-FOUND TO TRUE
                           SET WS-WL-SUB TO WS-WL-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-WL-FOUND
               DISPLAY "No open items on the suspect worklist"
               IF WS-PC-HELD-COUNT > 0
                   DISPLAY "(" WS-PC-HELD-COUNT " open item(s) await "
                       "approval)"
               END-IF
               IF WS-WL-OPEN-COUNT > WS-PC-HELD-COUNT
                   SUBTRACT WS-PC-HELD-COUNT FROM WS-WL-OPEN-COUNT
                   DISPLAY "(" WS-WL-OPEN-COUNT " open item(s) lie "
                       "before " WS-MAINT-SITE " " WS-MAINT-DATE ")"
               END-IF
               CLOSE DAILY-MASTER-FILE
               DISPLAY "Program completed successfully"
               STOP RUN
           END-IF

           MOVE WS-WL-SITE(WS-WL-SUB) TO WS-MAINT-SITE
           MOVE WS-WL-DATE-KEY(WS-WL-SUB) TO WS-MAINT-DATE
           DISPLAY "Open suspect days: " WS-WL-OPEN-COUNT
           IF WS-PC-HELD-COUNT > 0
               DISPLAY "Passed over awaiting approval: "
                   WS-PC-HELD-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * LIST PENDING CHANGES (The checker's view of the queue and its
      * aging list: every PENDING item with its age in days and the
      * proposed old and new value, those older than MAINT_AGE_DAYS
      * flagged OVERDUE. Overdue items end the run with RC 4 so a
      * scheduled listing draws attention to them.)
      *----------------------------------------------------------------*
       170-LIST-PENDING-CHANGES.
           DISPLAY "Pending-change file: " PENDING-PATH
           DISPLAY "Overdue after:       " WS-AGE-DAYS " day(s)"
           DISPLAY "   NO  AGE ACTION     SITE DATE     FIELD"
               "           OLD -> NEW"
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-PENDING(WS-PC-IDX)
                   ADD 1 TO WS-PC-PENDING-COUNT
                   MOVE ZERO TO WS-PC-AGE
                   IF WS-PC-REQ-DATE(WS-PC-IDX) IS NUMERIC
                       MOVE WS-PC-REQ-DATE(WS-PC-IDX)
                           TO WS-PC-REQ-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                              WS-PC-REQ-DATE-NUM) = 0 AND
                          WS-PC-REQ-DATE-NUM < WS-RUN-DATE
                           COMPUTE WS-PC-AGE =
                               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                               FUNCTION INTEGER-OF-DATE(
                                   WS-PC-REQ-DATE-NUM)
                       END-IF
                   END-IF
                   DISPLAY WS-PC-ID(WS-PC-IDX) " " WS-PC-AGE(3:3) " "
                       WS-PC-ACTION(WS-PC-IDX) " "
                       WS-PC-SITE(WS-PC-IDX) " "
                       WS-PC-DATE-KEY(WS-PC-IDX) " "
                       WS-PC-FIELD(WS-PC-IDX)(1:15) " '"
                       FUNCTION TRIM(WS-PC-OLD-VALUE(WS-PC-IDX))
                       "' -> '"
                       FUNCTION TRIM(WS-PC-NEW-VALUE(WS-PC-IDX)) "'"
                   IF WS-PC-AGE > WS-AGE-DAYS
                       ADD 1 TO WS-PC-OVERDUE-COUNT
                       DISPLAY "      OVERDUE - proposed by "
                           FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-IDX))
                           " on " WS-PC-REQ-DATE(WS-PC-IDX)
                   ELSE
                       DISPLAY "      proposed by "
                           FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-IDX))
                           " on " WS-PC-REQ-DATE(WS-PC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Changes awaiting approval: " WS-PC-PENDING-COUNT
           DISPLAY "Overdue:                   " WS-PC-OVERDUE-COUNT
           IF WS-PC-OVERDUE-COUNT > 0
               DISPLAY "WARNING: " WS-PC-OVERDUE-COUNT " change(s) "
                   "waiting more than " WS-AGE-DAYS " day(s)"
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * FIND PENDING FOR DAY (The PENDING item, if any, for the site
      * and day in WS-PC-SEARCH-SITE/WS-PC-SEARCH-DATE; WS-PC-SUB is
      * left on the match)
      *----------------------------------------------------------------*
       175-FIND-PENDING-FOR-DAY.
           MOVE "N" TO WS-PC-FOUND-FLAG
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                      OR WS-PC-FOUND
               IF WS-PC-PENDING(WS-PC-IDX) AND
                  WS-PC-SITE(WS-PC-IDX) = WS-PC-SEARCH-SITE AND
                  WS-PC-DATE-KEY(WS-PC-IDX) = WS-PC-SEARCH-DATE
                   SET WS-PC-FOUND TO TRUE
                   SET WS-PC-SUB TO WS-PC-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SELECT PENDING CHANGE (Find the item numbered MAINT_CHANGE_ID,
      * which must still be PENDING. An approval must come from
      * someone other than the proposer - a different MAINT_USER and,
      * where both runs had one, a different login. The proposer may
      * reject, that is withdraw, their own change.)
      *----------------------------------------------------------------*
       180-SELECT-PENDING-CHANGE.
           MOVE "N" TO WS-PC-FOUND-FLAG
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                      OR WS-PC-FOUND
               IF WS-PC-ID(WS-PC-IDX) = WS-MAINT-CHANGE-ID
                   SET WS-PC-FOUND TO TRUE
                   SET WS-PC-SUB TO WS-PC-IDX
               END-IF
           END-PERFORM

           IF NOT WS-PC-FOUND
               DISPLAY "ERROR: No pending change numbered "
                   WS-MAINT-CHANGE-ID " in " PENDING-PATH
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PC-IDX TO WS-PC-SUB
           IF NOT WS-PC-PENDING(WS-PC-IDX)
               DISPLAY "ERROR: Change " WS-MAINT-CHANGE-ID " was "
                   "already " FUNCTION TRIM(WS-PC-STATUS(WS-PC-IDX))
                   " by " FUNCTION TRIM(WS-PC-DEC-USER(WS-PC-IDX))
                   " on " WS-PC-DEC-DATE(WS-PC-IDX)
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PC-LOADED
               DISPLAY "ERROR: pending-change file cannot be updated "
                   "by this run: " PENDING-PATH
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ACTION-APPROVE
               MOVE FUNCTION UPPER-CASE(WS-MAINT-USER)
                   TO WS-USER-UPPER
               MOVE FUNCTION UPPER-CASE(WS-PC-REQ-USER(WS-PC-IDX))
                   TO WS-OTHER-USER-UPPER
               IF WS-USER-UPPER = WS-OTHER-USER-UPPER OR
                  (WS-LOGIN-ID NOT = SPACES AND
                   WS-LOGIN-ID = WS-PC-REQ-LOGIN(WS-PC-IDX))
                   DISPLAY "ERROR: Change " WS-MAINT-CHANGE-ID " was "
                       "proposed by "
                       FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-IDX))
                       " - it must be approved by a different user"
                   CLOSE DAILY-MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-PC-SITE(WS-PC-IDX) TO WS-MAINT-SITE
           MOVE WS-PC-DATE-KEY(WS-PC-IDX) TO WS-MAINT-DATE
           MOVE WS-PC-FIELD(WS-PC-IDX) TO WS-MAINT-FIELD
           MOVE WS-PC-NEW-VALUE(WS-PC-IDX) TO WS-MAINT-VALUE
           DISPLAY "Change " WS-PC-ID(WS-PC-IDX) ": "
               FUNCTION TRIM(WS-PC-ACTION(WS-PC-IDX)) " "
               WS-MAINT-SITE " " WS-MAINT-DATE " "
               FUNCTION TRIM(WS-MAINT-FIELD) " '"
               FUNCTION TRIM(WS-PC-OLD-VALUE(WS-PC-IDX)) "' -> '"
               FUNCTION TRIM(WS-PC-NEW-VALUE(WS-PC-IDX)) "'"
           DISPLAY "Proposed by "
               FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-IDX))
               " on " WS-PC-REQ-DATE(WS-PC-IDX).

      *----------------------------------------------------------------*
      * FETCH MASTER DAY (Read the requested day by key; every action
           END-IF.

      *----------------------------------------------------------------*
      * DISPLAY SUSPECT ITEM (When the day is on the suspect worklist,
      * show its score, the rules it failed and where it stands, and
      * any change to it awaiting approval)
      *----------------------------------------------------------------*
       310-DISPLAY-SUSPECT-ITEM.
           PERFORM 160-FIND-WORKLIST-ITEM
           IF WS-WL-FOUND
               DISPLAY "Suspect score:   " WS-WL-SCORE(WS-WL-SUB)
               DISPLAY "Rules failed:    "
                   FUNCTION TRIM(WS-WL-RULES(WS-WL-SUB))
               DISPLAY "Worklist status: " WS-WL-STATUS(WS-WL-SUB)
               IF WS-WL-STATUS(WS-WL-SUB) = "OPEN"
                   DISPLAY "Correct it (UPDATE), EXCLUDE it, or "
                       "REVIEW it as genuine"
               END-IF
           END-IF
           MOVE WS-MAINT-SITE TO WS-PC-SEARCH-SITE
           MOVE WS-MAINT-DATE TO WS-PC-SEARCH-DATE
           PERFORM 175-FIND-PENDING-FOR-DAY
           IF WS-PC-FOUND
               DISPLAY "Awaiting approval: change " WS-PC-ID(WS-PC-SUB)
                   " " FUNCTION TRIM(WS-PC-ACTION(WS-PC-SUB)) " "
                   FUNCTION TRIM(WS-PC-FIELD(WS-PC-SUB)) " '"
                   FUNCTION TRIM(WS-PC-OLD-VALUE(WS-PC-SUB)) "' -> '"
                   FUNCTION TRIM(WS-PC-NEW-VALUE(WS-PC-SUB)) "' by "
                   FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-SUB))
           END-IF.

      *----------------------------------------------------------------*
      * FIND WORKLIST ITEM (Locate the current site and day on the
      * worklist; WS-WL-SUB is left on the match)
      *----------------------------------------------------------------*
       160-FIND-WORKLIST-ITEM.
           MOVE "N" TO WS-WL-FOUND-FLAG
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
                      OR WS-WL-FOUND
               IF WS-WL-SITE(WS-WL-IDX) = WS-MAINT-SITE AND
                  WS-WL-DATE-KEY(WS-WL-IDX) = WS-MAINT-DATE
                   SET WS-WL-FOUND TO TRUE
                   SET WS-WL-SUB TO WS-WL-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * UPDATE FIELD (Propose a change to a single named field; the
      * value must pass the same NUMVAL test readers apply, except the
      * error slots and the date string, which the extract carries as
      * free text. The field's value now and the value proposed go on
      * the pending-change queue for approval.)
      *----------------------------------------------------------------*
       400-UPDATE-FIELD.
           PERFORM 405-GET-FIELD-VALUE

           IF NOT WS-FIELD-KNOWN
               DISPLAY "ERROR: unknown MAINT_FIELD: "
                   FUNCTION TRIM(WS-MAINT-FIELD)
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF

           MOVE WS-CURRENT-VALUE TO WS-OLD-VALUE
           MOVE WS-MAINT-VALUE TO WS-NEW-VALUE
           PERFORM 830-QUEUE-PENDING-CHANGE.

      *----------------------------------------------------------------*
      * GET FIELD VALUE (The named field's value as held now, into
      * WS-CURRENT-VALUE; WS-FIELD-KNOWN is cleared for a name the
      * program does not maintain)
      *----------------------------------------------------------------*
       405-GET-FIELD-VALUE.
           MOVE "Y" TO WS-FIELD-KNOWN-FLAG
           MOVE SPACES TO WS-CURRENT-VALUE
           EVALUATE FUNCTION TRIM(WS-MAINT-FIELD)
               WHEN "DATE-STR"
                   MOVE MST-DATE-STR TO WS-CURRENT-VALUE
               WHEN "YIELD"
                   MOVE MST-YIELD-STR TO WS-CURRENT-VALUE
               WHEN "CONSUMPTION"
                   MOVE MST-CONSUMPTION-STR TO WS-CURRENT-VALUE
               WHEN "MAX-PV-POWER"
                   MOVE MST-MAX-PV-POWER TO WS-CURRENT-VALUE
               WHEN "MAX-PV-VOLTAGE"
                   MOVE MST-MAX-PV-VOLTAGE TO WS-CURRENT-VALUE
               WHEN "MIN-BATTERY-V"
                   MOVE MST-MIN-BATTERY-V TO WS-CURRENT-VALUE
               WHEN "MAX-BATTERY-V"
                   MOVE MST-MAX-BATTERY-V TO WS-CURRENT-VALUE
               WHEN "TIME-BULK"
                   MOVE MST-TIME-BULK TO WS-CURRENT-VALUE
               WHEN "TIME-ABSORPTION"
                   MOVE MST-TIME-ABSORPTION TO WS-CURRENT-VALUE
               WHEN "TIME-FLOAT"
                   MOVE MST-TIME-FLOAT TO WS-CURRENT-VALUE
               WHEN "ERROR-1"
                   MOVE MST-ERROR-1 TO WS-CURRENT-VALUE
               WHEN "ERROR-2"
                   MOVE MST-ERROR-2 TO WS-CURRENT-VALUE
               WHEN "ERROR-3"
                   MOVE MST-ERROR-3 TO WS-CURRENT-VALUE
               WHEN "ERROR-4"
                   MOVE MST-ERROR-4 TO WS-CURRENT-VALUE
               WHEN OTHER
                   MOVE "N" TO WS-FIELD-KNOWN-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY UPDATE (An approved field change reaches the master)
      *----------------------------------------------------------------*
       410-APPLY-UPDATE.
           EVALUATE FUNCTION TRIM(WS-MAINT-FIELD)
               WHEN "DATE-STR"
                   MOVE WS-NEW-VALUE TO MST-DATE-STR

           PERFORM 700-REWRITE-DAY
           PERFORM 800-WRITE-CHANGE-LOG
           MOVE "CORRECTED" TO WS-WL-NEW-STATUS
           PERFORM 850-CLOSE-WORKLIST-ITEM
           DISPLAY "Updated " FUNCTION TRIM(WS-MAINT-FIELD)
               " for " WS-MAINT-DATE ": '"
               FUNCTION TRIM(WS-OLD-VALUE) "' -> '"
               FUNCTION TRIM(WS-NEW-VALUE) "'".

      *----------------------------------------------------------------*
      * DELETE DAY (Propose removing the record outright; the day's
      * yield is carried as the old value so the deletion stays
      * traceable)
      *----------------------------------------------------------------*
       500-DELETE-DAY.
           MOVE MST-YIELD-STR TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           MOVE "RECORD" TO WS-MAINT-FIELD
           PERFORM 830-QUEUE-PENDING-CHANGE.

      *----------------------------------------------------------------*
      * APPLY DELETE (An approved deletion reaches the master)
      *----------------------------------------------------------------*
       510-APPLY-DELETE.
           DELETE DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: Delete failed for " WS-MAINT-DATE
               STOP RUN
           END-IF
           PERFORM 800-WRITE-CHANGE-LOG
           MOVE "DELETED" TO WS-WL-NEW-STATUS
           PERFORM 850-CLOSE-WORKLIST-ITEM
           DISPLAY "Deleted master record for " WS-MAINT-DATE.

      *----------------------------------------------------------------*
      * EXCLUDE DAY (Propose marking the day so readers skip it
      * without losing the record; a day already excluded needs no
      * change and its worklist item is simply closed)
      *----------------------------------------------------------------*
       600-EXCLUDE-DAY.
           IF MST-DAY-EXCLUDED
               DISPLAY "Day " WS-MAINT-DATE " is already excluded"
               MOVE "EXCLUDED" TO WS-WL-NEW-STATUS
               PERFORM 850-CLOSE-WORKLIST-ITEM
           ELSE
               MOVE MST-EXCLUDE-FLAG TO WS-OLD-VALUE
               MOVE "X" TO WS-NEW-VALUE
               MOVE "EXCLUDE-FLAG" TO WS-MAINT-FIELD
               PERFORM 830-QUEUE-PENDING-CHANGE
           END-IF.

      *----------------------------------------------------------------*
      * APPLY EXCLUDE (An approved exclusion reaches the master)
      *----------------------------------------------------------------*
       605-APPLY-EXCLUDE.
           MOVE "X" TO MST-EXCLUDE-FLAG
           PERFORM 700-REWRITE-DAY
           PERFORM 800-WRITE-CHANGE-LOG
           DISPLAY "Excluded " WS-MAINT-DATE " from analysis"
           MOVE "EXCLUDED" TO WS-WL-NEW-STATUS
           PERFORM 850-CLOSE-WORKLIST-ITEM.

      *----------------------------------------------------------------*
      * INCLUDE DAY (Propose clearing the exclusion marker - it
      * changes what every reader counts, so it is approved like the
      * exclusion was)
      *----------------------------------------------------------------*
       610-INCLUDE-DAY.
           IF NOT MST-DAY-EXCLUDED
               DISPLAY "Day " WS-MAINT-DATE " is not excluded"
           ELSE
               MOVE MST-EXCLUDE-FLAG TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               MOVE "EXCLUDE-FLAG" TO WS-MAINT-FIELD
               PERFORM 830-QUEUE-PENDING-CHANGE
           END-IF.

      *----------------------------------------------------------------*
      * APPLY INCLUDE (An approved inclusion reaches the master)
      *----------------------------------------------------------------*
       615-APPLY-INCLUDE.
           MOVE SPACE TO MST-EXCLUDE-FLAG
           PERFORM 700-REWRITE-DAY
           PERFORM 800-WRITE-CHANGE-LOG
           DISPLAY "Restored " WS-MAINT-DATE " to analysis".

      *----------------------------------------------------------------*
      * REVIEW DAY (An operator has looked at a suspect day and judged
      * the charger's values genuine: nothing on the master changes,
      * so no approval is needed, but the judgement is logged -
      * SOLARSCR stops listing the day and SOLARLOAD stops replacing
      * it - and the worklist item is closed as REVIEWED)
      *----------------------------------------------------------------*
       620-REVIEW-DAY.
           MOVE WS-MAINT-ACTION TO WS-LOG-ACTION
           MOVE WS-MAINT-USER TO WS-LOG-USER
           MOVE SPACES TO WS-LOG-APPROVER WS-LOG-CHANGE-ID
           MOVE "PLAUSIBILITY" TO WS-MAINT-FIELD
           MOVE "SUSPECT" TO WS-OLD-VALUE
           MOVE "GENUINE" TO WS-NEW-VALUE
           PERFORM 800-WRITE-CHANGE-LOG
           MOVE "REVIEWED" TO WS-WL-NEW-STATUS
           PERFORM 850-CLOSE-WORKLIST-ITEM
           DISPLAY "Marked " WS-MAINT-SITE " " WS-MAINT-DATE
               " reviewed - genuine".

      *----------------------------------------------------------------*
      * APPROVE CHANGE (The checker's approval applies the change. The
      * day must still hold the value the change was proposed
      * against - a change made since would otherwise be silently
      * overwritten - so a day that has moved on is refused and the
      * item is left for rejection and a fresh proposal. The change
      * log names the proposer, the approver and the change number.)
      *----------------------------------------------------------------*
       650-APPROVE-CHANGE.
           EVALUATE WS-PC-ACTION(WS-PC-SUB)
               WHEN "UPDATE"
                   PERFORM 405-GET-FIELD-VALUE
               WHEN "DELETE"
                   MOVE MST-YIELD-STR TO WS-CURRENT-VALUE
               WHEN OTHER
                   MOVE MST-EXCLUDE-FLAG TO WS-CURRENT-VALUE
           END-EVALUATE
           IF WS-CURRENT-VALUE NOT = WS-PC-OLD-VALUE(WS-PC-SUB)
               DISPLAY "ERROR: " WS-MAINT-SITE " " WS-MAINT-DATE " "
                   FUNCTION TRIM(WS-MAINT-FIELD) " is now '"
                   FUNCTION TRIM(WS-CURRENT-VALUE) "', not '"
                   FUNCTION TRIM(WS-PC-OLD-VALUE(WS-PC-SUB)) "'"
               DISPLAY "       The day changed after change "
                   WS-MAINT-CHANGE-ID " was proposed - reject it and "
                   "propose again"
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PC-OLD-VALUE(WS-PC-SUB) TO WS-OLD-VALUE
           MOVE WS-PC-NEW-VALUE(WS-PC-SUB) TO WS-NEW-VALUE
           MOVE WS-PC-ACTION(WS-PC-SUB) TO WS-LOG-ACTION
           MOVE WS-PC-REQ-USER(WS-PC-SUB) TO WS-LOG-USER
           MOVE WS-MAINT-USER TO WS-LOG-APPROVER
           MOVE WS-PC-ID(WS-PC-SUB) TO WS-LOG-CHANGE-ID
           EVALUATE WS-PC-ACTION(WS-PC-SUB)
               WHEN "UPDATE"
                   PERFORM 410-APPLY-UPDATE
               WHEN "DELETE"
                   PERFORM 510-APPLY-DELETE
               WHEN "EXCLUDE"
                   PERFORM 605-APPLY-EXCLUDE
               WHEN "INCLUDE"
                   PERFORM 615-APPLY-INCLUDE
           END-EVALUATE

           MOVE "APPROVED" TO WS-PC-STATUS(WS-PC-SUB)
           PERFORM 840-RECORD-DECISION
           DISPLAY "Change " WS-PC-ID(WS-PC-SUB) " approved by "
               FUNCTION TRIM(WS-MAINT-USER) " and applied".

      *----------------------------------------------------------------*
      * REJECT CHANGE (The item is closed without touching the master
      * or the change log; the pending-change file keeps who rejected
      * it and when)
      *----------------------------------------------------------------*
       660-REJECT-CHANGE.
           MOVE "REJECTED" TO WS-PC-STATUS(WS-PC-SUB)
           PERFORM 840-RECORD-DECISION
           DISPLAY "Change " WS-PC-ID(WS-PC-SUB) " rejected by "
               FUNCTION TRIM(WS-MAINT-USER) " - master unchanged".

      *----------------------------------------------------------------*
      * REWRITE DAY
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * WRITE CHANGE LOG (Append one comma-separated line per change:
      * run date/time, user, action, site, date key, field, old
      * value, new value, approver, change number - the audit trail
      * that keeps the master a system of record after hand
      * corrections. The user is whoever proposed the change; the
      * last two columns are empty for a REVIEW, which needs no
      * approval.)
      *----------------------------------------------------------------*
       800-WRITE-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE
                      "," DELIMITED BY SIZE
                      WS-LOG-TIME-DISP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-USER) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-ACTION) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-MAINT-SITE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OLD-VALUE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-VALUE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-APPROVER) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-CHANGE-ID) DELIMITED BY SIZE
                      INTO CHANGE-LOG-LINE
               END-STRING
               WRITE CHANGE-LOG-LINE
               CLOSE CHANGE-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * QUEUE PENDING CHANGE (Add the proposed change - WS-MAINT-FIELD
      * with WS-OLD-VALUE and WS-NEW-VALUE - to the queue under the
      * next change number. One change per day waits at a time, so
      * a second proposal cannot be approved against a value the
      * first is about to replace.)
      *----------------------------------------------------------------*
       830-QUEUE-PENDING-CHANGE.
           IF NOT WS-PC-LOADED
               DISPLAY "ERROR: pending-change file cannot be updated "
                   "by this run: " PENDING-PATH
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MAINT-SITE TO WS-PC-SEARCH-SITE
           MOVE WS-MAINT-DATE TO WS-PC-SEARCH-DATE
           PERFORM 175-FIND-PENDING-FOR-DAY
           IF WS-PC-FOUND
               DISPLAY "ERROR: Change " WS-PC-ID(WS-PC-SUB) " for "
                   WS-MAINT-SITE " " WS-MAINT-DATE " is already "
                   "awaiting approval - approve or reject it first"
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PC-COUNT >= WS-PC-TABLE-MAX
               DISPLAY "ERROR: pending-change file is full at "
                   WS-PC-TABLE-MAX " items"
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-PC-COUNT
           MOVE WS-PC-COUNT TO WS-PC-SUB
           INITIALIZE WS-PC-ENTRY(WS-PC-SUB)
           ADD 1 TO WS-PC-LAST-ID
           MOVE WS-PC-LAST-ID TO WS-PC-ID(WS-PC-SUB)
           MOVE "PENDING" TO WS-PC-STATUS(WS-PC-SUB)
           MOVE WS-MAINT-ACTION TO WS-PC-ACTION(WS-PC-SUB)
           MOVE WS-MAINT-SITE TO WS-PC-SITE(WS-PC-SUB)
           MOVE WS-MAINT-DATE TO WS-PC-DATE-KEY(WS-PC-SUB)
           MOVE WS-MAINT-FIELD TO WS-PC-FIELD(WS-PC-SUB)
           MOVE WS-OLD-VALUE TO WS-PC-OLD-VALUE(WS-PC-SUB)
           MOVE WS-NEW-VALUE TO WS-PC-NEW-VALUE(WS-PC-SUB)
           MOVE WS-MAINT-USER TO WS-PC-REQ-USER(WS-PC-SUB)
           MOVE WS-LOGIN-ID TO WS-PC-REQ-LOGIN(WS-PC-SUB)
           MOVE WS-RUN-DATE TO WS-PC-REQ-DATE(WS-PC-SUB)
           MOVE WS-LOG-TIME-DISP TO WS-PC-REQ-TIME(WS-PC-SUB)
           PERFORM 870-WRITE-PENDING-FILE

           DISPLAY "Change " WS-PC-ID(WS-PC-SUB) " queued for "
               "approval: " FUNCTION TRIM(WS-MAINT-ACTION) " "
               FUNCTION TRIM(WS-MAINT-FIELD) " '"
               FUNCTION TRIM(WS-OLD-VALUE) "' -> '"
               FUNCTION TRIM(WS-NEW-VALUE) "'"
           DISPLAY "The master is unchanged until another user "
               "approves it".

      *----------------------------------------------------------------*
      * RECORD DECISION (Stamp the approving or rejecting user, login
      * and time on the item at WS-PC-SUB and write the queue back)
      *----------------------------------------------------------------*
       840-RECORD-DECISION.
           MOVE WS-MAINT-USER TO WS-PC-DEC-USER(WS-PC-SUB)
           MOVE WS-LOGIN-ID TO WS-PC-DEC-LOGIN(WS-PC-SUB)
           MOVE WS-RUN-DATE TO WS-PC-DEC-DATE(WS-PC-SUB)
           MOVE WS-LOG-TIME-DISP TO WS-PC-DEC-TIME(WS-PC-SUB)
           PERFORM 870-WRITE-PENDING-FILE.

      *----------------------------------------------------------------*
      * CLOSE WORKLIST ITEM (An OPEN worklist item for the day just
      * worked takes WS-WL-NEW-STATUS and the worklist is written
      * back whole, header first)
      *----------------------------------------------------------------*
       850-CLOSE-WORKLIST-ITEM.
           PERFORM 160-FIND-WORKLIST-ITEM
           IF WS-WL-LOADED AND WS-WL-FOUND AND
              WS-WL-STATUS(WS-WL-SUB) = "OPEN"
               MOVE WS-WL-NEW-STATUS TO WS-WL-STATUS(WS-WL-SUB)
               OPEN OUTPUT WORKLIST-FILE
               IF NOT WS-WORKLIST-OK
                   DISPLAY "WARNING: Cannot rewrite worklist: "
                       WORKLIST-PATH
                   DISPLAY "File Status: " WS-WORKLIST-STATUS
               ELSE
                   WRITE WORKLIST-LINE FROM WS-WL-HEADER
                   PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                           UNTIL WS-WL-IDX > WS-WL-COUNT
                       MOVE SPACES TO WORKLIST-LINE
                       STRING WS-WL-SITE(WS-WL-IDX) DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              WS-WL-DATE-KEY(WS-WL-IDX)
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-WL-SCORE(WS-WL-IDX))
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-WL-STATUS(WS-WL-IDX))
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              FUNCTION TRIM(WS-WL-RULES(WS-WL-IDX))
                                  DELIMITED BY SIZE
                              INTO WORKLIST-LINE
                       END-STRING
                       WRITE WORKLIST-LINE
                   END-PERFORM
                   CLOSE WORKLIST-FILE
                   DISPLAY "Worklist item closed as "
                       FUNCTION TRIM(WS-WL-NEW-STATUS)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * WRITE PENDING FILE (The queue written back whole, header
      * first; a queue that cannot be saved stops the run, since a
      * proposal or decision that was not kept never happened)
      *----------------------------------------------------------------*
       870-WRITE-PENDING-FILE.
           IF WS-PC-HEADER = SPACES
               STRING "change_no,status,action,site,date_key,field,"
                          DELIMITED BY SIZE
                      "old_value,new_value,proposed_by,proposed_login,"
                          DELIMITED BY SIZE
                      "proposed_date,proposed_time,decided_by,"
                          DELIMITED BY SIZE
                      "decided_login,decided_date,decided_time"
                          DELIMITED BY SIZE
                      INTO WS-PC-HEADER
               END-STRING
           END-IF
           OPEN OUTPUT PENDING-FILE
           IF NOT WS-PENDING-OK
               DISPLAY "ERROR: Cannot write pending-change file: "
                   PENDING-PATH
               DISPLAY "File Status: " WS-PENDING-STATUS
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PENDING-LINE FROM WS-PC-HEADER
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE SPACES TO PENDING-LINE
               STRING WS-PC-ID(WS-PC-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-STATUS(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-ACTION(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PC-SITE(WS-PC-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PC-DATE-KEY(WS-PC-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-FIELD(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-OLD-VALUE(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-NEW-VALUE(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-REQ-USER(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-REQ-LOGIN(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PC-REQ-DATE(WS-PC-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-PC-REQ-TIME(WS-PC-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-DEC-USER(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-DEC-LOGIN(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-DEC-DATE(WS-PC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PC-DEC-TIME(WS-PC-IDX))
                          DELIMITED BY SIZE
                      INTO PENDING-LINE
               END-STRING
               WRITE PENDING-LINE
           END-PERFORM
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           CLOSE DAILY-MASTER-FILE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

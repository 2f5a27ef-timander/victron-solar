      ******************************************************************
      * CROSS-SITE PEER COMPARISON PROGRAM
      * Purpose: Catch a charge controller underperforming on days
      *          its neighbour did not. Two sites on the daily master
      *          see the same sky, so when one keeps its usual share
      *          of the pair's yield and the other drops, the cause is
      *          shading, a tripped breaker or a failing string - not
      *          the weather. The master records of the two sites are
      *          paired by date, each calendar month's normal yield
      *          ratio (site B per site A) is learned from the history,
      *          and every day and multi-day run where one site falls
      *          outside the configured band is listed. A run still
      *          standing on the latest day and long enough to be
      *          persistent is raised in the alert history file
      *          SOLARCOST maintains, so SOLARALM acknowledges, closes
      *          and ages it with every other alert.
      * Author: Modernized COBOL Demo
      * Date: 2025-11-04
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLARPER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-MASTER-FILE
               ASSIGN TO MASTER-INPUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RECORD-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALERT-HISTORY-FILE
               ASSIGN TO ALERT-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-HIST-STATUS.

           SELECT REPORT-OUTPUT-FILE
               ASSIGN TO REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-MASTER-FILE.
       COPY DAYMSTR.

       FD  ALERT-HISTORY-FILE.
       01  ALERT-HISTORY-LINE          PIC X(100).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * File Status and Control Variables
      *----------------------------------------------------------------*
       01  MASTER-INPUT-PATH           PIC X(100).
       01  REPORT-FILE                 PIC X(100).

       01  WS-MASTER-STATUS            PIC XX.
           88  WS-MASTER-OK            VALUE "00".
           88  WS-MASTER-EOF           VALUE "10".
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-RETURN-CODE          PIC 9 VALUE ZERO.

      *----------------------------------------------------------------*
      * Peer Parameters (PEER_SITE_A and PEER_SITE_B name the pair -
      * A defaults to MAIN, B to the first other site on the master;
      * PEER_BAND_PCT is how far site B's yield may stray from its
      * normal ratio to A, either way, before the day counts as
      * divergent; PEER_RUN_DAYS consecutive divergent days with the
      * same site low make the divergence persistent; a day whose
      * pair yield totals under PEER_MIN_WH is too dark to judge, and
      * a month needs PEER_MIN_DAYS paired days to learn its ratio)
      *----------------------------------------------------------------*
       01  WS-SITE-A                   PIC X(4).
       01  WS-SITE-B                   PIC X(4).
       01  WS-FIRST-LOADED-SITE        PIC X(4) VALUE SPACES.
       01  WS-BAND-PCT                 PIC 9(2) VALUE 20.
       01  WS-BAND-PCT-PARM            PIC X(10).
       01  WS-RUN-DAYS                 PIC 9(3) VALUE 3.
       01  WS-RUN-DAYS-PARM            PIC X(10).
       01  WS-MIN-PAIR-WH              PIC 9(7) VALUE 100.
       01  WS-MIN-PAIR-WH-PARM         PIC X(10).
       01  WS-MIN-MONTH-DAYS           PIC 9(3) VALUE 5.
       01  WS-MIN-MONTH-DAYS-PARM      PIC X(10).
       01  WS-BAND-LOW-PCT             PIC 9(3)V9 COMP-3.
       01  WS-BAND-HIGH-PCT            PIC 9(3)V9 COMP-3.

      *----------------------------------------------------------------*
      * Alert History Master (ALERT_HISTORY_FILE, the same
      * name,first-seen,last-seen,count,status master SOLARCOST keeps
      * and SOLARALM ages. Persistent divergence extends the standing
      * episode of PEER_LOW_<site> or opens a new one dated today; a
      * run whose divergence is already acknowledged ends with return
      * code 2, as SOLARCOST does for acknowledged breaches.)
      *----------------------------------------------------------------*
       01  ALERT-HISTORY-PATH          PIC X(100).
       01  WS-ALERT-HIST-STATUS        PIC XX.
           88  WS-ALERT-HIST-OK        VALUE "00".
           88  WS-ALERT-HIST-EOF       VALUE "10".
       01  WS-USE-ALERT-HIST-FLAG      PIC X VALUE "N".
           88  WS-USE-ALERT-HIST       VALUE "Y".
       01  WS-AH-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-AH-TABLE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-AH-TABLE.
           05  WS-AH-ENTRY OCCURS 200 TIMES INDEXED BY WS-AH-IDX.
               10  WS-AH-NAME          PIC X(24).
               10  WS-AH-FIRST-SEEN    PIC 9(8).
               10  WS-AH-LAST-SEEN     PIC 9(8).
               10  WS-AH-COUNT         PIC 9(5).
               10  WS-AH-STATUS        PIC X(6).
       01  WS-AH-FIELD-1               PIC X(24).
       01  WS-AH-FIELD-2               PIC X(10).
       01  WS-AH-FIELD-3               PIC X(10).
       01  WS-AH-FIELD-4               PIC X(10).
       01  WS-AH-FIELD-5               PIC X(10).
       01  WS-AH-FOUND-FLAG            PIC X.
           88  WS-AH-FOUND             VALUE "Y".
       01  WS-UNACK-BREACH-FLAG        PIC X VALUE "N".
           88  WS-UNACK-BREACH         VALUE "Y".
       01  WS-AH-TODAY                 PIC 9(8).
       01  WS-AH-COUNT-DISP            PIC 9(5).
       01  WS-ALERT-NAME               PIC X(24).
       01  WS-ALERT-RAISED-FLAG        PIC X VALUE "N".
           88  WS-ALERT-RAISED         VALUE "Y".

      *----------------------------------------------------------------*
      * Paired Day Table (one entry per date of the first site on
      * the master; the second site's records are merged onto it by
      * date as they arrive, both sites being in date order. Class:
      * N within band, A site A low, B site B low, L too dark to
      * judge, M month ratio not learned, U one site only.)
      *----------------------------------------------------------------*
       01  WS-DAY-TABLE-MAX            PIC 9(5) VALUE 7320.
       01  WS-DAY-TABLE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 7320 TIMES INDEXED BY WS-DAY-IDX.
               10  WS-DAY-DATE         PIC 9(8).
               10  WS-DAY-DATE-STR     PIC X(10).
               10  WS-DAY-MONTH        PIC 9(2).
               10  WS-DAY-A-WH         PIC 9(7) COMP-3.
               10  WS-DAY-B-WH         PIC 9(7) COMP-3.
               10  WS-DAY-A-FLAG       PIC X.
                   88  WS-DAY-HAS-A    VALUE "Y".
               10  WS-DAY-B-FLAG       PIC X.
                   88  WS-DAY-HAS-B    VALUE "Y".
               10  WS-DAY-REL-PCT      PIC 9(3)V9 COMP-3.
               10  WS-DAY-CLASS        PIC X.
                   88  WS-DAY-NORMAL       VALUE "N".
                   88  WS-DAY-A-LOW        VALUE "A".
                   88  WS-DAY-B-LOW        VALUE "B".
                   88  WS-DAY-DIVERGENT    VALUE "A" "B".
                   88  WS-DAY-LOW-LIGHT    VALUE "L".
                   88  WS-DAY-NOT-LEARNED  VALUE "M".
                   88  WS-DAY-UNPAIRED     VALUE "U".
       01  WS-MERGE-SUB                PIC 9(5) VALUE 1.
       01  WS-DAY-TABLE-FULL-FLAG      PIC X VALUE "N".
           88  WS-DAY-TABLE-FULL       VALUE "Y".
       01  WS-RECORD-WH                PIC 9(7) COMP-3.
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-RECORD-DATE-SPLIT REDEFINES WS-RECORD-DATE.
           05  WS-RECORD-YEAR          PIC 9(4).
           05  WS-RECORD-MONTH         PIC 9(2).
           05  WS-RECORD-DOM           PIC 9(2).

       01  WS-DAY-COUNTS.
           05  WS-DAYS-READ            PIC 9(6) VALUE ZERO.
           05  WS-DAYS-OTHER-SITE      PIC 9(6) VALUE ZERO.
           05  WS-DAYS-EXCLUDED        PIC 9(6) VALUE ZERO.
           05  WS-DAYS-MALFORMED       PIC 9(6) VALUE ZERO.
           05  WS-DAYS-ONLY-A          PIC 9(6) VALUE ZERO.
           05  WS-DAYS-ONLY-B          PIC 9(6) VALUE ZERO.
           05  WS-DAYS-PAIRED          PIC 9(6) VALUE ZERO.
           05  WS-DAYS-LOW-LIGHT       PIC 9(6) VALUE ZERO.
           05  WS-DAYS-NOT-LEARNED     PIC 9(6) VALUE ZERO.
           05  WS-DAYS-A-LOW           PIC 9(6) VALUE ZERO.
           05  WS-DAYS-B-LOW           PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * Normal Ratio by Month-of-Year (learned in two passes: every
      * judgeable paired day first, then only the days that pass
      * inside the band around that first ratio, so a month with a
      * long fault does not learn the fault as normal)
      *----------------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES INDEXED BY WS-MTH-IDX.
               10  WS-MTH-PAIRED-DAYS  PIC 9(5).
               10  WS-MTH-SUM-A-WH     PIC 9(11) COMP-3.
               10  WS-MTH-SUM-B-WH     PIC 9(11) COMP-3.
               10  WS-MTH-RATIO        PIC 9(3)V9(4) COMP-3.
               10  WS-MTH-OUTSIDE-DAYS PIC 9(5).
               10  WS-MTH-LEARNED-FLAG PIC X.
                   88  WS-MTH-LEARNED  VALUE "Y".
       01  WS-LEARN-PASS               PIC 9.
       01  WS-EXPECTED-B-WH            PIC 9(9)V99 COMP-3.
       01  WS-REL-WORK                 PIC 9(7)V9 COMP-3.

      *----------------------------------------------------------------*
      * Divergent Runs (consecutive calendar days with the same site
      * low; a run of PEER_RUN_DAYS or more is persistent)
      *----------------------------------------------------------------*
       01  WS-RUN-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-RUN-TABLE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES INDEXED BY WS-RUN-IDX.
               10  WS-RUN-FROM-STR     PIC X(10).
               10  WS-RUN-TO-STR       PIC X(10).
               10  WS-RUN-TO-DATE      PIC 9(8).
               10  WS-RUN-LENGTH       PIC 9(5).
               10  WS-RUN-LOW-SITE     PIC X(4).
               10  WS-RUN-REL-SUM      PIC 9(7)V9 COMP-3.
       01  WS-RUN-TABLE-FULL-FLAG      PIC X VALUE "N".
           88  WS-RUN-TABLE-FULL       VALUE "Y".
       01  WS-RUN-OPEN-FLAG            PIC X VALUE "N".
           88  WS-RUN-OPEN             VALUE "Y".
       01  WS-PREV-CLASS               PIC X VALUE SPACE.
       01  WS-PREV-SERIAL              PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-DAY-SERIAL               PIC 9(7) COMP-3.
       01  WS-LAST-JUDGED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-PERSISTENT-RUNS          PIC 9(3) VALUE ZERO.
       01  WS-LOW-SITE                 PIC X(4).

      *----------------------------------------------------------------*
      * Report Formatting Variables
      *----------------------------------------------------------------*
       01  WS-EDIT-WH                  PIC Z(6)9.
       01  WS-EDIT-EXPECTED            PIC Z(6)9.
       01  WS-EDIT-REL                 PIC ZZ9.9.
       01  WS-EDIT-RATIO               PIC ZZ9.9999.
       01  WS-EDIT-COUNT               PIC ZZZZZ9.
       01  WS-EDIT-PARM                PIC ZZZZZZ9.
       01  WS-MONTH-DISP               PIC 99.

       01  WS-CONSTANTS.
           05  WS-SEPARATOR-LINE       PIC X(70) VALUE ALL "-".
           05  WS-EQUALS-LINE          PIC X(70) VALUE ALL "=".

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      * MAIN CONTROL LOGIC
      *----------------------------------------------------------------*
       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE-PROGRAM.
           PERFORM 200-PAIR-MASTER-DAYS.
           PERFORM 300-LEARN-NORMAL-RATIOS.
           PERFORM 320-CLASSIFY-DAYS.
           PERFORM 340-FIND-DIVERGENT-RUNS.
           PERFORM 360-RAISE-PERSISTENT-ALERTS.
           PERFORM 400-GENERATE-REPORT.
           PERFORM 900-CLEANUP-AND-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION
      *----------------------------------------------------------------*
       100-INITIALIZE-PROGRAM.
           DISPLAY "Initializing Cross-Site Peer Comparison..."

           ACCEPT MASTER-INPUT-PATH
               FROM ENVIRONMENT "DAILY_MASTER_INPUT"
           IF MASTER-INPUT-PATH = SPACES
               MOVE "./output/daily_master.dat" TO MASTER-INPUT-PATH
           END-IF

           ACCEPT REPORT-FILE FROM ENVIRONMENT "PEER_OUTPUT"
           IF REPORT-FILE = SPACES
               MOVE "./output/peer_comparison_report.txt"
                   TO REPORT-FILE
           END-IF

           ACCEPT WS-SITE-A FROM ENVIRONMENT "PEER_SITE_A"
           IF WS-SITE-A = SPACES
               MOVE "MAIN" TO WS-SITE-A
           END-IF
           ACCEPT WS-SITE-B FROM ENVIRONMENT "PEER_SITE_B"
           IF WS-SITE-B = WS-SITE-A
               DISPLAY "ERROR: PEER_SITE_A and PEER_SITE_B must "
                   "name two different sites"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-BAND-PCT-PARM FROM ENVIRONMENT "PEER_BAND_PCT"
           IF WS-BAND-PCT-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-BAND-PCT-PARM) = 0 AND
                  FUNCTION NUMVAL(WS-BAND-PCT-PARM) >= 1 AND
                  FUNCTION NUMVAL(WS-BAND-PCT-PARM) <= 90
                   MOVE FUNCTION NUMVAL(WS-BAND-PCT-PARM)
                       TO WS-BAND-PCT
               ELSE
                   DISPLAY "WARNING: PEER_BAND_PCT not 1-90, "
                       "using 20"
               END-IF
           END-IF

           ACCEPT WS-RUN-DAYS-PARM FROM ENVIRONMENT "PEER_RUN_DAYS"
           IF WS-RUN-DAYS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RUN-DAYS-PARM) = 0 AND
                  FUNCTION NUMVAL(WS-RUN-DAYS-PARM) >= 1
                   MOVE FUNCTION NUMVAL(WS-RUN-DAYS-PARM)
                       TO WS-RUN-DAYS
               ELSE
                   DISPLAY "WARNING: PEER_RUN_DAYS not numeric, "
                       "using 3"
               END-IF
           END-IF

           ACCEPT WS-MIN-PAIR-WH-PARM FROM ENVIRONMENT "PEER_MIN_WH"
           IF WS-MIN-PAIR-WH-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-PAIR-WH-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-MIN-PAIR-WH-PARM)
                       TO WS-MIN-PAIR-WH
               ELSE
                   DISPLAY "WARNING: PEER_MIN_WH not numeric, "
                       "using 100"
               END-IF
           END-IF

           ACCEPT WS-MIN-MONTH-DAYS-PARM
               FROM ENVIRONMENT "PEER_MIN_DAYS"
           IF WS-MIN-MONTH-DAYS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIN-MONTH-DAYS-PARM) = 0
                   MOVE FUNCTION NUMVAL(WS-MIN-MONTH-DAYS-PARM)
                       TO WS-MIN-MONTH-DAYS
               ELSE
                   DISPLAY "WARNING: PEER_MIN_DAYS not numeric, "
                       "using 5"
               END-IF
           END-IF

      *    Site B below (100 - band)% of its normal share is B low;
      *    above the mirror image, 100 / (1 - band), it is A low
           COMPUTE WS-BAND-LOW-PCT = 100 - WS-BAND-PCT
           COMPUTE WS-BAND-HIGH-PCT ROUNDED =
               10000 / (100 - WS-BAND-PCT)

           ACCEPT ALERT-HISTORY-PATH
               FROM ENVIRONMENT "ALERT_HISTORY_FILE"
           IF ALERT-HISTORY-PATH NOT = SPACES
               SET WS-USE-ALERT-HIST TO TRUE
               PERFORM 117-LOAD-ALERT-HISTORY
           END-IF

           OPEN INPUT DAILY-MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "ERROR: Cannot open master file: "
                   MASTER-INPUT-PATH
               DISPLAY "File Status: " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUTPUT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ERROR: Cannot open output file: " REPORT-FILE
               DISPLAY "File Status: " WS-REPORT-STATUS
               CLOSE DAILY-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Input master: " MASTER-INPUT-PATH
           DISPLAY "Output file:  " REPORT-FILE.

      *----------------------------------------------------------------*
      * LOAD ALERT HISTORY (A missing file is an empty history - the
      * first run that raises an alert creates it)
      *----------------------------------------------------------------*
       117-LOAD-ALERT-HISTORY.
           OPEN INPUT ALERT-HISTORY-FILE
           IF WS-ALERT-HIST-OK
               PERFORM UNTIL WS-ALERT-HIST-EOF
                   READ ALERT-HISTORY-FILE
                       AT END
                           SET WS-ALERT-HIST-EOF TO TRUE
                   END-READ
                   IF NOT WS-ALERT-HIST-EOF AND
                      ALERT-HISTORY-LINE NOT = SPACES AND
                      WS-AH-TABLE-COUNT < WS-AH-TABLE-MAX
                       PERFORM 122-PARSE-ALERT-HISTORY
                   END-IF
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------*
      * PARSE ALERT HISTORY LINE
      *----------------------------------------------------------------*
       122-PARSE-ALERT-HISTORY.
           MOVE SPACES TO WS-AH-FIELD-1 WS-AH-FIELD-2 WS-AH-FIELD-3
               WS-AH-FIELD-4 WS-AH-FIELD-5
           UNSTRING ALERT-HISTORY-LINE DELIMITED BY ","
               INTO WS-AH-FIELD-1 WS-AH-FIELD-2 WS-AH-FIELD-3
                    WS-AH-FIELD-4 WS-AH-FIELD-5
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-AH-FIELD-2) = 0 AND
              FUNCTION TEST-NUMVAL(WS-AH-FIELD-3) = 0 AND
              FUNCTION TEST-NUMVAL(WS-AH-FIELD-4) = 0
               ADD 1 TO WS-AH-TABLE-COUNT
               SET WS-AH-IDX TO WS-AH-TABLE-COUNT
               MOVE WS-AH-FIELD-1 TO WS-AH-NAME(WS-AH-IDX)
               MOVE FUNCTION NUMVAL(WS-AH-FIELD-2)
                   TO WS-AH-FIRST-SEEN(WS-AH-IDX)
               MOVE FUNCTION NUMVAL(WS-AH-FIELD-3)
                   TO WS-AH-LAST-SEEN(WS-AH-IDX)
               MOVE FUNCTION NUMVAL(WS-AH-FIELD-4)
                   TO WS-AH-COUNT(WS-AH-IDX)
               MOVE WS-AH-FIELD-5 TO WS-AH-STATUS(WS-AH-IDX)
           ELSE
               DISPLAY "WARNING: skipping malformed alert history "
                   "row: " FUNCTION TRIM(ALERT-HISTORY-LINE)
           END-IF.

      *----------------------------------------------------------------*
      * PAIR MASTER DAYS (The site that comes first in key order
      * builds the day table; the other is merged onto it by date.
      * Excluded days and days without a readable yield take no part.)
      *----------------------------------------------------------------*
       200-PAIR-MASTER-DAYS.
           DISPLAY "Pairing master days..."
           PERFORM UNTIL WS-MASTER-EOF
               PERFORM 210-READ-MASTER-RECORD
               IF NOT WS-MASTER-EOF
                   ADD 1 TO WS-DAYS-READ
                   IF WS-SITE-B = SPACES AND
                      MST-SITE-ID NOT = WS-SITE-A
                       MOVE MST-SITE-ID TO WS-SITE-B
                   END-IF
                   EVALUATE TRUE
                       WHEN MST-SITE-ID NOT = WS-SITE-A AND
                            MST-SITE-ID NOT = WS-SITE-B
                           ADD 1 TO WS-DAYS-OTHER-SITE
                       WHEN MST-DAY-EXCLUDED
                           ADD 1 TO WS-DAYS-EXCLUDED
                       WHEN MST-DATE-KEY IS NOT NUMERIC
                         OR MST-DATE-KEY(5:2) < "01"
                         OR MST-DATE-KEY(5:2) > "12"
                         OR MST-YIELD-STR = SPACES
                         OR FUNCTION TEST-NUMVAL(MST-YIELD-STR) NOT = 0
                           ADD 1 TO WS-DAYS-MALFORMED
                       WHEN OTHER
                           MOVE MST-DATE-KEY TO WS-RECORD-DATE
                           MOVE FUNCTION NUMVAL(MST-YIELD-STR)
                               TO WS-RECORD-WH
                           IF WS-FIRST-LOADED-SITE = SPACES
                               MOVE MST-SITE-ID TO WS-FIRST-LOADED-SITE
                           END-IF
                           IF MST-SITE-ID = WS-FIRST-LOADED-SITE
                               PERFORM 220-APPEND-DAY
                           ELSE
                               PERFORM 230-MERGE-DAY
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-SITE-B = SPACES
               DISPLAY "ERROR: only one site on the master - "
                   "nothing to compare"
               CLOSE DAILY-MASTER-FILE
               CLOSE REPORT-OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Comparing " WS-SITE-A " with " WS-SITE-B.

      *----------------------------------------------------------------*
      * READ MASTER RECORD
      *----------------------------------------------------------------*
       210-READ-MASTER-RECORD.
           READ DAILY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * APPEND DAY (A day of the first-loaded site)
      *----------------------------------------------------------------*
       220-APPEND-DAY.
           IF WS-DAY-TABLE-COUNT >= WS-DAY-TABLE-MAX
               IF NOT WS-DAY-TABLE-FULL
                   SET WS-DAY-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: day table full at "
                       WS-DAY-TABLE-MAX " days - later days not "
                       "compared"
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-DAY-TABLE-COUNT
               SET WS-DAY-IDX TO WS-DAY-TABLE-COUNT
               INITIALIZE WS-DAY-ENTRY(WS-DAY-IDX)
               MOVE WS-RECORD-DATE TO WS-DAY-DATE(WS-DAY-IDX)
               MOVE MST-DATE-STR TO WS-DAY-DATE-STR(WS-DAY-IDX)
               MOVE WS-RECORD-MONTH TO WS-DAY-MONTH(WS-DAY-IDX)
               IF MST-SITE-ID = WS-SITE-A
                   MOVE WS-RECORD-WH TO WS-DAY-A-WH(WS-DAY-IDX)
                   SET WS-DAY-HAS-A(WS-DAY-IDX) TO TRUE
               ELSE
                   MOVE WS-RECORD-WH TO WS-DAY-B-WH(WS-DAY-IDX)
                   SET WS-DAY-HAS-B(WS-DAY-IDX) TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MERGE DAY (A day of the second site, placed on the first
      * site's entry for the same date; both arrive in date order,
      * so the merge position only ever moves forward)
      *----------------------------------------------------------------*
       230-MERGE-DAY.
           PERFORM UNTIL WS-MERGE-SUB > WS-DAY-TABLE-COUNT
                      OR WS-DAY-DATE(WS-MERGE-SUB) >= WS-RECORD-DATE
               ADD 1 TO WS-MERGE-SUB
           END-PERFORM

           IF WS-MERGE-SUB <= WS-DAY-TABLE-COUNT AND
              WS-DAY-DATE(WS-MERGE-SUB) = WS-RECORD-DATE
               SET WS-DAY-IDX TO WS-MERGE-SUB
               IF MST-SITE-ID = WS-SITE-A
                   MOVE WS-RECORD-WH TO WS-DAY-A-WH(WS-DAY-IDX)
                   SET WS-DAY-HAS-A(WS-DAY-IDX) TO TRUE
               ELSE
                   MOVE WS-RECORD-WH TO WS-DAY-B-WH(WS-DAY-IDX)
                   SET WS-DAY-HAS-B(WS-DAY-IDX) TO TRUE
               END-IF
           ELSE
               IF MST-SITE-ID = WS-SITE-A
                   ADD 1 TO WS-DAYS-ONLY-A
               ELSE
                   ADD 1 TO WS-DAYS-ONLY-B
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LEARN NORMAL RATIOS (Pass 1 takes every judgeable paired
      * day; pass 2 re-learns from the days inside the band around
      * the pass-1 ratio. A month with fewer than PEER_MIN_DAYS
      * paired days is not learned and its days are not judged.)
      *----------------------------------------------------------------*
       300-LEARN-NORMAL-RATIOS.
           INITIALIZE WS-MONTH-TABLE
           PERFORM VARYING WS-LEARN-PASS FROM 1 BY 1
                   UNTIL WS-LEARN-PASS > 2
               PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
                       UNTIL WS-MTH-IDX > 12
                   MOVE ZERO TO WS-MTH-PAIRED-DAYS(WS-MTH-IDX)
                                WS-MTH-SUM-A-WH(WS-MTH-IDX)
                                WS-MTH-SUM-B-WH(WS-MTH-IDX)
               END-PERFORM
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
                   IF WS-DAY-HAS-A(WS-DAY-IDX) AND
                      WS-DAY-HAS-B(WS-DAY-IDX) AND
                      WS-DAY-A-WH(WS-DAY-IDX) + WS-DAY-B-WH(WS-DAY-IDX)
                      >= WS-MIN-PAIR-WH
                       PERFORM 310-ADD-LEARNING-DAY
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
                       UNTIL WS-MTH-IDX > 12
                   IF WS-MTH-SUM-A-WH(WS-MTH-IDX) > ZERO AND
                      (WS-LEARN-PASS = 1 OR
                       WS-MTH-PAIRED-DAYS(WS-MTH-IDX) >=
                       WS-MIN-MONTH-DAYS)
                       COMPUTE WS-MTH-RATIO(WS-MTH-IDX) ROUNDED =
                           WS-MTH-SUM-B-WH(WS-MTH-IDX)
                           / WS-MTH-SUM-A-WH(WS-MTH-IDX)
      *                A site B that produced nothing all month
      *                gives no ratio to judge days against
                       IF WS-LEARN-PASS = 1 AND
                          WS-MTH-PAIRED-DAYS(WS-MTH-IDX) >=
                          WS-MIN-MONTH-DAYS AND
                          WS-MTH-RATIO(WS-MTH-IDX) > ZERO
                           SET WS-MTH-LEARNED(WS-MTH-IDX) TO TRUE
                       END-IF
                       IF WS-MTH-RATIO(WS-MTH-IDX) = ZERO
                           MOVE "N" TO WS-MTH-LEARNED-FLAG(WS-MTH-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

      *    Report the full paired-day count, not pass 2's subset
           PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
                   UNTIL WS-MTH-IDX > 12
               MOVE ZERO TO WS-MTH-PAIRED-DAYS(WS-MTH-IDX)
           END-PERFORM
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
               IF WS-DAY-HAS-A(WS-DAY-IDX) AND
                  WS-DAY-HAS-B(WS-DAY-IDX)
                   SET WS-MTH-IDX TO WS-DAY-MONTH(WS-DAY-IDX)
                   ADD 1 TO WS-MTH-PAIRED-DAYS(WS-MTH-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ADD LEARNING DAY (Pass 2 skips a day outside the band around
      * the pass-1 ratio; a day with no site A yield but site B
      * producing is outside any band)
      *----------------------------------------------------------------*
       310-ADD-LEARNING-DAY.
           SET WS-MTH-IDX TO WS-DAY-MONTH(WS-DAY-IDX)
           IF WS-LEARN-PASS = 2
               IF WS-MTH-RATIO(WS-MTH-IDX) > ZERO AND
                  WS-DAY-A-WH(WS-DAY-IDX) > ZERO
                   COMPUTE WS-REL-WORK ROUNDED =
                       WS-DAY-B-WH(WS-DAY-IDX) * 100
                       / (WS-DAY-A-WH(WS-DAY-IDX)
                          * WS-MTH-RATIO(WS-MTH-IDX))
               ELSE
                   MOVE 99999 TO WS-REL-WORK
               END-IF
           END-IF
           IF WS-LEARN-PASS = 1 OR
              (WS-REL-WORK >= WS-BAND-LOW-PCT AND
               WS-REL-WORK <= WS-BAND-HIGH-PCT)
               ADD 1 TO WS-MTH-PAIRED-DAYS(WS-MTH-IDX)
               ADD WS-DAY-A-WH(WS-DAY-IDX)
                   TO WS-MTH-SUM-A-WH(WS-MTH-IDX)
               ADD WS-DAY-B-WH(WS-DAY-IDX)
                   TO WS-MTH-SUM-B-WH(WS-MTH-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * CLASSIFY DAYS (Site B's yield as a percentage of what its
      * normal ratio to site A predicts: under the band's low edge
      * site B is low, over the high edge site A is)
      *----------------------------------------------------------------*
       320-CLASSIFY-DAYS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
               SET WS-MTH-IDX TO WS-DAY-MONTH(WS-DAY-IDX)
               MOVE ZERO TO WS-DAY-REL-PCT(WS-DAY-IDX)
               EVALUATE TRUE
                   WHEN NOT WS-DAY-HAS-A(WS-DAY-IDX)
                       MOVE "U" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-ONLY-B
                   WHEN NOT WS-DAY-HAS-B(WS-DAY-IDX)
                       MOVE "U" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-ONLY-A
                   WHEN WS-DAY-A-WH(WS-DAY-IDX)
                        + WS-DAY-B-WH(WS-DAY-IDX) < WS-MIN-PAIR-WH
                       ADD 1 TO WS-DAYS-PAIRED
                       MOVE "L" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-LOW-LIGHT
                   WHEN NOT WS-MTH-LEARNED(WS-MTH-IDX)
                       ADD 1 TO WS-DAYS-PAIRED
                       MOVE "M" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-NOT-LEARNED
                   WHEN OTHER
                       ADD 1 TO WS-DAYS-PAIRED
                       PERFORM 325-JUDGE-DAY
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
      * JUDGE DAY (Relative figure capped at 999.9 for display; a
      * site A reading of zero against a producing site B is A low.
      * A month with no ratio is not judged, as if not learned.)
      *----------------------------------------------------------------*
       325-JUDGE-DAY.
           IF WS-MTH-RATIO(WS-MTH-IDX) = ZERO
               MOVE "M" TO WS-DAY-CLASS(WS-DAY-IDX)
               ADD 1 TO WS-DAYS-NOT-LEARNED
           ELSE
               IF WS-DAY-A-WH(WS-DAY-IDX) > ZERO
                   COMPUTE WS-REL-WORK ROUNDED =
                       WS-DAY-B-WH(WS-DAY-IDX) * 100
                       / (WS-DAY-A-WH(WS-DAY-IDX)
                          * WS-MTH-RATIO(WS-MTH-IDX))
               ELSE
                   MOVE 99999 TO WS-REL-WORK
               END-IF
               IF WS-REL-WORK > 999.9
                   MOVE 999.9 TO WS-DAY-REL-PCT(WS-DAY-IDX)
               ELSE
                   MOVE WS-REL-WORK TO WS-DAY-REL-PCT(WS-DAY-IDX)
               END-IF
               MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-LAST-JUDGED-DATE

               EVALUATE TRUE
                   WHEN WS-REL-WORK < WS-BAND-LOW-PCT
                       MOVE "B" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-B-LOW
                       ADD 1 TO WS-MTH-OUTSIDE-DAYS(WS-MTH-IDX)
                   WHEN WS-REL-WORK > WS-BAND-HIGH-PCT
                       MOVE "A" TO WS-DAY-CLASS(WS-DAY-IDX)
                       ADD 1 TO WS-DAYS-A-LOW
                       ADD 1 TO WS-MTH-OUTSIDE-DAYS(WS-MTH-IDX)
                   WHEN OTHER
                       MOVE "N" TO WS-DAY-CLASS(WS-DAY-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * FIND DIVERGENT RUNS (A run is consecutive calendar days with
      * the same site low; a missing, dark or in-band day ends it)
      *----------------------------------------------------------------*
       340-FIND-DIVERGENT-RUNS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
               COMPUTE WS-DAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE(WS-DAY-IDX))
               IF WS-DAY-DIVERGENT(WS-DAY-IDX)
                   IF WS-RUN-OPEN AND
                      WS-DAY-CLASS(WS-DAY-IDX) = WS-PREV-CLASS AND
                      WS-DAY-SERIAL = WS-PREV-SERIAL + 1
                       PERFORM 345-EXTEND-RUN
                   ELSE
                       PERFORM 350-START-RUN
                   END-IF
               ELSE
                   MOVE "N" TO WS-RUN-OPEN-FLAG
               END-IF
               MOVE WS-DAY-CLASS(WS-DAY-IDX) TO WS-PREV-CLASS
               MOVE WS-DAY-SERIAL TO WS-PREV-SERIAL
           END-PERFORM

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-TABLE-COUNT
               IF WS-RUN-LENGTH(WS-RUN-IDX) >= WS-RUN-DAYS
                   ADD 1 TO WS-PERSISTENT-RUNS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * EXTEND RUN
      *----------------------------------------------------------------*
       345-EXTEND-RUN.
           SET WS-RUN-IDX TO WS-RUN-TABLE-COUNT
           MOVE WS-DAY-DATE-STR(WS-DAY-IDX) TO WS-RUN-TO-STR(WS-RUN-IDX)
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-RUN-TO-DATE(WS-RUN-IDX)
           ADD 1 TO WS-RUN-LENGTH(WS-RUN-IDX)
           ADD WS-DAY-REL-PCT(WS-DAY-IDX) TO WS-RUN-REL-SUM(WS-RUN-IDX).

      *----------------------------------------------------------------*
      * START RUN
      *----------------------------------------------------------------*
       350-START-RUN.
           MOVE "N" TO WS-RUN-OPEN-FLAG
           IF WS-RUN-TABLE-COUNT >= WS-RUN-TABLE-MAX
               IF NOT WS-RUN-TABLE-FULL
                   SET WS-RUN-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: run table full at "
                       WS-RUN-TABLE-MAX " runs - later runs not listed"
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-RUN-TABLE-COUNT
               SET WS-RUN-IDX TO WS-RUN-TABLE-COUNT
               MOVE WS-DAY-DATE-STR(WS-DAY-IDX)
                   TO WS-RUN-FROM-STR(WS-RUN-IDX)
                      WS-RUN-TO-STR(WS-RUN-IDX)
               MOVE WS-DAY-DATE(WS-DAY-IDX)
                   TO WS-RUN-TO-DATE(WS-RUN-IDX)
               MOVE 1 TO WS-RUN-LENGTH(WS-RUN-IDX)
               MOVE WS-DAY-REL-PCT(WS-DAY-IDX)
                   TO WS-RUN-REL-SUM(WS-RUN-IDX)
               IF WS-DAY-A-LOW(WS-DAY-IDX)
                   MOVE WS-SITE-A TO WS-RUN-LOW-SITE(WS-RUN-IDX)
               ELSE
                   MOVE WS-SITE-B TO WS-RUN-LOW-SITE(WS-RUN-IDX)
               END-IF
               SET WS-RUN-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * RAISE PERSISTENT ALERTS (Only divergence still standing on
      * the latest judged day is raised - a fault fixed months ago
      * must not reopen every night after SOLARALM closes it)
      *----------------------------------------------------------------*
       360-RAISE-PERSISTENT-ALERTS.
           IF WS-RUN-TABLE-COUNT > ZERO
               SET WS-RUN-IDX TO WS-RUN-TABLE-COUNT
               IF WS-RUN-LENGTH(WS-RUN-IDX) >= WS-RUN-DAYS AND
                  WS-RUN-TO-DATE(WS-RUN-IDX) = WS-LAST-JUDGED-DATE
                   SET WS-ALERT-RAISED TO TRUE
                   MOVE SPACES TO WS-ALERT-NAME
                   STRING "PEER_LOW_" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RUN-LOW-SITE(WS-RUN-IDX))
                              DELIMITED BY SIZE
                          INTO WS-ALERT-NAME
                   DISPLAY "Persistent divergence: "
                       FUNCTION TRIM(WS-RUN-LOW-SITE(WS-RUN-IDX))
                       " low for " WS-RUN-LENGTH(WS-RUN-IDX)
                       " day(s) to " WS-RUN-TO-STR(WS-RUN-IDX)
                   MOVE 4 TO WS-RUN-RETURN-CODE
                   IF WS-USE-ALERT-HIST
                       PERFORM 925-UPDATE-ALERT-HISTORY
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GENERATE REPORT
      *----------------------------------------------------------------*
       400-GENERATE-REPORT.
           DISPLAY "Generating report..."
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           MOVE "CROSS-SITE PEER COMPARISON REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EQUALS-LINE
           WRITE REPORT-LINE FROM SPACES

           PERFORM 410-PRINT-PARAMETERS
           PERFORM 420-PRINT-MONTH-RATIOS
           PERFORM 430-PRINT-DIVERGENT-DAYS
           PERFORM 440-PRINT-DIVERGENT-RUNS
           PERFORM 450-PRINT-ALERT-STATUS
           WRITE REPORT-LINE FROM WS-EQUALS-LINE.

      *----------------------------------------------------------------*
      * PRINT PARAMETERS (The pair, the band, and where every master
      * day went)
      *----------------------------------------------------------------*
       410-PRINT-PARAMETERS.
           MOVE SPACES TO REPORT-LINE
           STRING "Sites compared:              " DELIMITED BY SIZE
                  "A=" DELIMITED BY SIZE
                  WS-SITE-A DELIMITED BY SIZE
                  "  B=" DELIMITED BY SIZE
                  WS-SITE-B DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BAND-PCT TO WS-EDIT-PARM
           STRING "Band around normal ratio:  +/-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PARM) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RUN-DAYS TO WS-EDIT-PARM
           STRING "Persistent after:            " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PARM) DELIMITED BY SIZE
                  " consecutive day(s)" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIN-PAIR-WH TO WS-EDIT-PARM
           STRING "Too dark to judge below:     " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PARM) DELIMITED BY SIZE
                  " Wh pair total" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-READ TO WS-EDIT-COUNT
           STRING "Master days read:            " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DAYS-OTHER-SITE > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-DAYS-OTHER-SITE TO WS-EDIT-COUNT
               STRING "  Other sites:               " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-EXCLUDED TO WS-EDIT-COUNT
           STRING "  Excluded:                  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-MALFORMED TO WS-EDIT-COUNT
           STRING "  Unreadable yield or date:  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-ONLY-A TO WS-EDIT-COUNT
           STRING "  Site A only (no partner):  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-ONLY-B TO WS-EDIT-COUNT
           STRING "  Site B only (no partner):  " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-PAIRED TO WS-EDIT-COUNT
           STRING "Paired days:                 " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-LOW-LIGHT TO WS-EDIT-COUNT
           STRING "  Too dark to judge:         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-NOT-LEARNED TO WS-EDIT-COUNT
           STRING "  Month ratio not learned:   " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-A-LOW TO WS-EDIT-COUNT
           STRING "  Site A low:                " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-B-LOW TO WS-EDIT-COUNT
           STRING "  Site B low:                " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT MONTH RATIOS
      *----------------------------------------------------------------*
       420-PRINT-MONTH-RATIOS.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "NORMAL YIELD RATIO BY MONTH (SITE B WH PER SITE A WH)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "MONTH   PAIRED DAYS   NORMAL B/A   OUTSIDE BAND"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MTH-IDX FROM 1 BY 1
                   UNTIL WS-MTH-IDX > 12
               IF WS-MTH-PAIRED-DAYS(WS-MTH-IDX) > ZERO
                   MOVE SPACES TO REPORT-LINE
                   SET WS-MONTH-DISP TO WS-MTH-IDX
                   MOVE WS-MONTH-DISP TO REPORT-LINE(3:2)
                   MOVE WS-MTH-PAIRED-DAYS(WS-MTH-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO REPORT-LINE(13:6)
                   IF WS-MTH-LEARNED(WS-MTH-IDX)
                       MOVE WS-MTH-RATIO(WS-MTH-IDX) TO WS-EDIT-RATIO
                       MOVE WS-EDIT-RATIO TO REPORT-LINE(24:8)
                       MOVE WS-MTH-OUTSIDE-DAYS(WS-MTH-IDX)
                           TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO REPORT-LINE(40:6)
                   ELSE
                       MOVE "not learned" TO REPORT-LINE(22:11)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT DIVERGENT DAYS (B VS NORM is site B's yield as a
      * percentage of what its normal ratio to site A predicts)
      *----------------------------------------------------------------*
       430-PRINT-DIVERGENT-DAYS.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "DAYS OUTSIDE THE BAND" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           IF WS-DAYS-A-LOW + WS-DAYS-B-LOW = ZERO
               MOVE "None." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "DATE          SITE A WH  SITE B WH"
                          DELIMITED BY SIZE
                      "  EXPECTED B  B VS NORM  LOW" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
                   IF WS-DAY-DIVERGENT(WS-DAY-IDX)
                       PERFORM 435-PRINT-DAY-LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT DAY LINE
      *----------------------------------------------------------------*
       435-PRINT-DAY-LINE.
           SET WS-MTH-IDX TO WS-DAY-MONTH(WS-DAY-IDX)
           IF WS-MTH-RATIO(WS-MTH-IDX) > ZERO
               COMPUTE WS-EXPECTED-B-WH ROUNDED =
                   WS-DAY-A-WH(WS-DAY-IDX) * WS-MTH-RATIO(WS-MTH-IDX)
           ELSE
               MOVE ZERO TO WS-EXPECTED-B-WH
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAY-DATE-STR(WS-DAY-IDX) TO REPORT-LINE(1:10)
           MOVE WS-DAY-A-WH(WS-DAY-IDX) TO WS-EDIT-WH
           MOVE WS-EDIT-WH TO REPORT-LINE(15:7)
           MOVE WS-DAY-B-WH(WS-DAY-IDX) TO WS-EDIT-WH
           MOVE WS-EDIT-WH TO REPORT-LINE(26:7)
           MOVE WS-EXPECTED-B-WH TO WS-EDIT-EXPECTED
           MOVE WS-EDIT-EXPECTED TO REPORT-LINE(38:7)
           MOVE WS-DAY-REL-PCT(WS-DAY-IDX) TO WS-EDIT-REL
           MOVE WS-EDIT-REL TO REPORT-LINE(49:5)
           MOVE "%" TO REPORT-LINE(54:1)
           IF WS-DAY-A-LOW(WS-DAY-IDX)
               MOVE WS-SITE-A TO REPORT-LINE(60:4)
           ELSE
               MOVE WS-SITE-B TO REPORT-LINE(60:4)
           END-IF
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT DIVERGENT RUNS (Runs of two days or more; persistent
      * runs are starred)
      *----------------------------------------------------------------*
       440-PRINT-DIVERGENT-RUNS.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "MULTI-DAY DIVERGENT RUNS" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE "FROM        TO            DAYS  LOW   AVG B VS NORM"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-TABLE-COUNT
               IF WS-RUN-LENGTH(WS-RUN-IDX) >= 2
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-RUN-FROM-STR(WS-RUN-IDX) TO REPORT-LINE(1:10)
                   MOVE WS-RUN-TO-STR(WS-RUN-IDX) TO REPORT-LINE(13:10)
                   MOVE WS-RUN-LENGTH(WS-RUN-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO REPORT-LINE(24:6)
                   MOVE WS-RUN-LOW-SITE(WS-RUN-IDX) TO REPORT-LINE(32:4)
                   COMPUTE WS-EDIT-REL ROUNDED =
                       WS-RUN-REL-SUM(WS-RUN-IDX)
                       / WS-RUN-LENGTH(WS-RUN-IDX)
                   MOVE WS-EDIT-REL TO REPORT-LINE(42:5)
                   MOVE "%" TO REPORT-LINE(47:1)
                   IF WS-RUN-LENGTH(WS-RUN-IDX) >= WS-RUN-DAYS
                       MOVE "*" TO REPORT-LINE(50:1)
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PERSISTENT-RUNS TO WS-EDIT-COUNT
           STRING "Persistent runs (*):         " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES.

      *----------------------------------------------------------------*
      * PRINT ALERT STATUS
      *----------------------------------------------------------------*
       450-PRINT-ALERT-STATUS.
           MOVE SPACES TO REPORT-LINE
           IF WS-ALERT-RAISED
               STRING "ALERT RAISED: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-NAME) DELIMITED BY SIZE
                      " - divergence standing on the latest day"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "No persistent divergence on the latest day."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * UPDATE ALERT HISTORY (A standing OPEN or ACK episode of the
      * alert is extended - last-seen moves up and the occurrence
      * count ticks; with none standing a new episode opens today.
      * Only an episode nobody has acknowledged counts as news.)
      *----------------------------------------------------------------*
       925-UPDATE-ALERT-HISTORY.
           ACCEPT WS-AH-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO WS-AH-FOUND-FLAG
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-TABLE-COUNT
               IF WS-AH-NAME(WS-AH-IDX) = WS-ALERT-NAME AND
                  (WS-AH-STATUS(WS-AH-IDX) = "OPEN" OR
                   WS-AH-STATUS(WS-AH-IDX) = "ACK")
                   SET WS-AH-FOUND TO TRUE
                   MOVE WS-AH-TODAY TO WS-AH-LAST-SEEN(WS-AH-IDX)
                   ADD 1 TO WS-AH-COUNT(WS-AH-IDX)
                   IF WS-AH-STATUS(WS-AH-IDX) = "OPEN"
                       SET WS-UNACK-BREACH TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT WS-AH-FOUND
               IF WS-AH-TABLE-COUNT < WS-AH-TABLE-MAX
                   ADD 1 TO WS-AH-TABLE-COUNT
                   SET WS-AH-IDX TO WS-AH-TABLE-COUNT
                   MOVE WS-ALERT-NAME TO WS-AH-NAME(WS-AH-IDX)
                   MOVE WS-AH-TODAY TO WS-AH-FIRST-SEEN(WS-AH-IDX)
                   MOVE WS-AH-TODAY TO WS-AH-LAST-SEEN(WS-AH-IDX)
                   MOVE 1 TO WS-AH-COUNT(WS-AH-IDX)
                   MOVE "OPEN" TO WS-AH-STATUS(WS-AH-IDX)
               ELSE
                   DISPLAY "WARNING: alert history table full - "
                       "divergence not recorded: "
                       FUNCTION TRIM(WS-ALERT-NAME)
               END-IF
               SET WS-UNACK-BREACH TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ALERT HISTORY (Rewrite the whole master - closed
      * episodes stay on file as the record of what once stood)
      *----------------------------------------------------------------*
       935-WRITE-ALERT-HISTORY.
           OPEN OUTPUT ALERT-HISTORY-FILE
           IF NOT WS-ALERT-HIST-OK
               DISPLAY "WARNING: Cannot rewrite alert history: "
                   ALERT-HISTORY-PATH
               DISPLAY "File Status: " WS-ALERT-HIST-STATUS
           ELSE
               PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                       UNTIL WS-AH-IDX > WS-AH-TABLE-COUNT
                   MOVE WS-AH-COUNT(WS-AH-IDX) TO WS-AH-COUNT-DISP
                   MOVE SPACES TO ALERT-HISTORY-LINE
                   STRING FUNCTION TRIM(WS-AH-NAME(WS-AH-IDX))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AH-FIRST-SEEN(WS-AH-IDX)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AH-LAST-SEEN(WS-AH-IDX)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-AH-COUNT-DISP DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AH-STATUS(WS-AH-IDX))
                              DELIMITED BY SIZE
                          INTO ALERT-HISTORY-LINE
                   END-STRING
                   WRITE ALERT-HISTORY-LINE
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF.

      *----------------------------------------------------------------*
      * CLEANUP AND EXIT (RC 4 when persistent divergence stands, 2
      * when it stands but is already acknowledged)
      *----------------------------------------------------------------*
       900-CLEANUP-AND-EXIT.
           CLOSE DAILY-MASTER-FILE
           CLOSE REPORT-OUTPUT-FILE

           IF WS-USE-ALERT-HIST AND WS-ALERT-RAISED
               PERFORM 935-WRITE-ALERT-HISTORY
               IF NOT WS-UNACK-BREACH AND WS-RUN-RETURN-CODE = 4
                   MOVE 2 TO WS-RUN-RETURN-CODE
                   DISPLAY "Divergence alert already acknowledged"
               END-IF
           END-IF

           DISPLAY "Paired days:  " WS-DAYS-PAIRED
           DISPLAY "Days outside band: " WS-DAYS-A-LOW " (A low), "
               WS-DAYS-B-LOW " (B low)"
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           IF WS-RUN-RETURN-CODE > 0
               DISPLAY "Program completed with warnings"
           ELSE
               DISPLAY "Program completed successfully"
           END-IF.

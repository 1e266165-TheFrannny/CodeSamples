       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitescore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-IN ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT EXC-IN ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT PROGRAM-RPT ASSIGN USING REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT QUALITY-HIST ASSIGN TO "SUITEDQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT SCORECARD-RPT ASSIGN TO "SUITEDQS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "SUITEDQP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-IN.
           COPY RUNLOG.
       FD  EXC-IN.
           COPY EXCEPT.
       FD  PROGRAM-RPT.
           01 PROGRAM-RPT-RECORD PIC X(1049).
       FD  QUALITY-HIST.
           COPY DQHIST.
       FD  SCORECARD-RPT.
           01 SCORECARD-RPT-RECORD PIC X(132).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).

       WORKING-STORAGE SECTION.
           01 RUNLOG-STATUS PIC XX.
           01 EXC-STATUS PIC XX.
           01 REPORT-STATUS PIC XX.
           01 HIST-STATUS PIC XX.
           01 REPORT-NAME PIC X(20).
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.

      * the checking programs scored - the name each logs under in
      * SUITELOG and SUITEEXC, the report that closes with its FEED=
      * lines, and Y where every failure also leaves a SUITEEXC row
           01 SOURCE-TABLE.
               05 FILLER PIC X(26) VALUE
                   "AUTORI         AUTORIFDR Y".
               05 FILLER PIC X(26) VALUE
                   "eyeofsauron    EYERPT    Y".
               05 FILLER PIC X(26) VALUE
                   "findingana     FINDRPT   N".
           01 SOURCE-ROWS REDEFINES SOURCE-TABLE.
               05 SOURCE-ENTRY OCCURS 3 TIMES.
                   10 SRC-PROGRAM PIC X(15).
                   10 SRC-REPORT PIC X(10).
                   10 SRC-EXCEPTION-SWITCH PIC X.
                       88 SRC-WRITES-EXCEPTIONS VALUE 'Y'.
           01 SOURCE-COUNT PIC 9 VALUE 3.
           01 SRC-INDEX PIC 9.
           01 SRC-SLOT PIC 9.

      * the latest run-log row of each checking program - only that
      * run's report is still on disk, so suitescore belongs straight
      * after the checking steps in every suite run
           01 LATEST-TABLE.
               05 LATEST-ENTRY OCCURS 3 TIMES.
                   10 LATEST-STAMP PIC X(17).
                   10 LATEST-START PIC X(17).
                   10 LATEST-RUN-ID PIC X(16).
                   10 LATEST-RECORDS PIC 9(8).
                   10 LATEST-SEEN-SWITCH PIC X.
                       88 LATEST-SEEN VALUE 'Y'.
                   10 LATEST-SCORED-SWITCH PIC X.
                       88 LATEST-SCORED VALUE 'Y'.
           01 COUNT-TEXT PIC X(12).

      * the run being scored, one row per feed on its report; the
      * SUITEEXC rows the run left are counted against the feed they
      * name and checked against the failures the report gives
           01 RUN-FEED-TABLE.
               05 RUN-FEED-ENTRY OCCURS 50 TIMES.
                   10 RF-FEED PIC X(8).
                   10 RF-RECORDS PIC 9(7).
                   10 RF-FAILED PIC 9(7).
                   10 RF-EXCEPTIONS PIC 9(7).
           01 RUN-FEED-COUNT PIC 99 VALUE 0.
           01 MAX-RUN-FEEDS PIC 99 VALUE 50.
           01 RF-INDEX PIC 99.
           01 RF-SLOT PIC 99.
           01 RUN-TOTAL-RECORDS PIC 9(8).
           01 RUN-TOTAL-FAILED PIC 9(8).
           01 RUN-TOTAL-EXCEPTIONS PIC 9(8).
           01 LOOKUP-FEED PIC X(8).
           01 WINDOW-SWITCH PIC X.
               88 WITHIN-RUN-WINDOW VALUE 'Y'.
           01 RUNS-SCORED PIC 9 VALUE 0.
           COPY FEEDWS.

      * one row per supplier feed on the scorecard - the business
      * day's checks and failures by checking program and in total,
      * the latest earlier day the feed was scored, and the month to
      * date beside the month before; a check is one record through
      * one program, so a feed's score is the share of its checks
      * that passed
           01 SCORE-TABLE.
               05 SCORE-ENTRY OCCURS 100 TIMES.
                   10 SC-FEED PIC X(8).
                   10 SC-DAY-PROGRAM OCCURS 3 TIMES.
                       15 SC-DAY-RECORDS PIC 9(8).
                       15 SC-DAY-FAILED PIC 9(8).
                   10 SC-DAY-CHECKS PIC 9(9).
                   10 SC-DAY-FAILS PIC 9(9).
                   10 SC-PRIOR-DATE PIC X(8).
                   10 SC-PRIOR-CHECKS PIC 9(9).
                   10 SC-PRIOR-FAILS PIC 9(9).
                   10 SC-MONTH-CHECKS PIC 9(9).
                   10 SC-MONTH-FAILS PIC 9(9).
                   10 SC-LAST-MONTH-CHECKS PIC 9(9).
                   10 SC-LAST-MONTH-FAILS PIC 9(9).
                   10 SC-PICKED-SWITCH PIC X.
                       88 SC-PICKED VALUE 'Y'.
           01 SCORE-COUNT PIC 999 VALUE 0.
           01 MAX-SCORE-ENTRIES PIC 999 VALUE 100.
           01 SC-INDEX PIC 999.
           01 SC-SLOT PIC 999.
           01 SCORE-TABLE-FULL-SWITCH PIC X VALUE 'N'.
               88 SCORE-TABLE-FULL VALUE 'Y'.

           01 SCORE-DATE PIC X(8).
           01 SCORE-MONTH PIC X(6).
           01 LAST-MONTH PIC X(6).
           01 LAST-MONTH-NUMBERS REDEFINES LAST-MONTH.
               05 LAST-MONTH-YEAR PIC 9(4).
               05 LAST-MONTH-MM PIC 99.

      * score arithmetic - SCORE-CHECKS and SCORE-FAILS in, the pass
      * percentage out; a feed with no checks has no score
           01 SCORE-CHECKS PIC 9(9).
           01 SCORE-FAILS PIC 9(9).
           01 SCORE-VALUE PIC 9(3)V9.
           01 SCORE-SWITCH PIC X.
               88 SCORE-AVAILABLE VALUE 'Y'.
           01 CURRENT-SCORE PIC 9(3)V9.
           01 CURRENT-SCORE-SWITCH PIC X.
               88 CURRENT-SCORE-AVAILABLE VALUE 'Y'.
           01 SCORE-CHANGE PIC S9(3)V9.
           01 TREND-TEXT PIC X(4).

      * worst offenders - the lowest month-to-date scores among
      * feeds with at least MIN-CHECKS checks this month, the most
      * failures first where scores tie; SUITEDQP cards WORST-COUNT=
      * and MIN-CHECKS= change the defaults
           01 WORST-COUNT PIC 99 VALUE 5.
           01 MIN-CHECKS PIC 9(7) VALUE 1.
           01 WORST-RANK PIC 99.
           01 WORST-SLOT PIC 999.
           01 WORST-SCORE PIC 9(3)V9.
           01 WORST-DONE-SWITCH PIC X.
               88 WORST-DONE VALUE 'Y'.
           COPY PARMWS.

           01 FORMATTED-COUNT PIC Z(6)9.
           01 FORMATTED-RECORDS PIC Z(6)9.
           01 FORMATTED-FAILED PIC Z(6)9.
           01 FORMATTED-EXCEPTIONS PIC Z(6)9.
           01 FORMATTED-CHECKS PIC Z(8)9.
           01 FORMATTED-FAILS PIC Z(8)9.
           01 FORMATTED-SCORE PIC ZZ9.9.
           01 FORMATTED-CHANGE PIC +++9.9.
           01 FORMATTED-RANK PIC Z9.
           01 SCORE-TEXT PIC X(5).
           01 PRIOR-SCORE-TEXT PIC X(5).
           01 CHANGE-TEXT PIC X(6).
           01 SCORECARD-PTR PIC 999.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM SCORE-ONE-SOURCE
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT.
               PERFORM LOAD-SCORE-TABLE.
               PERFORM WRITE-DAILY-SCORES.
               PERFORM WRITE-MONTHLY-SCORES.
               PERFORM WRITE-WORST-OFFENDERS.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               MOVE BUSINESS-DATE TO SCORE-DATE.
               MOVE SCORE-DATE (1:6) TO SCORE-MONTH.
               MOVE SCORE-MONTH TO LAST-MONTH.
               IF LAST-MONTH-MM = 1
                   SUBTRACT 1 FROM LAST-MONTH-YEAR
                   MOVE 12 TO LAST-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM LAST-MONTH-MM
               END-IF.
               OPEN INPUT RUNLOG-IN.
               IF RUNLOG-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN RUN LOG - STATUS "
                       RUNLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM CLEAR-LATEST-ENTRY
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT.
               MOVE 'N' TO EOF-SWITCH.
               PERFORM READ-RUNLOG-ROW.
               PERFORM SCAN-RUN-LOG UNTIL END-OF-FILE.
               CLOSE RUNLOG-IN.
               PERFORM MARK-SCORED-RUNS.
               OPEN OUTPUT SCORECARD-RPT.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               STRING "SUPPLIER QUALITY SCORECARD - BUSINESS DATE "
                   SCORE-DATE " - PRODUCED " RUN-STAMP
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE "RUNS SCORED" TO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "WORST-COUNT"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE WORST-COUNT =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "MIN-CHECKS"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE MIN-CHECKS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           CLEAR-LATEST-ENTRY.
               MOVE SPACES TO LATEST-STAMP (SRC-INDEX).
               MOVE SPACES TO LATEST-START (SRC-INDEX).
               MOVE SPACES TO LATEST-RUN-ID (SRC-INDEX).
               MOVE 0 TO LATEST-RECORDS (SRC-INDEX).
               MOVE 'N' TO LATEST-SEEN-SWITCH (SRC-INDEX).
               MOVE 'N' TO LATEST-SCORED-SWITCH (SRC-INDEX).

           READ-RUNLOG-ROW.
               READ RUNLOG-IN
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           SCAN-RUN-LOG.
               PERFORM POST-LATEST-ROW
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT.
               PERFORM READ-RUNLOG-ROW.

      * the records a run logged are its RECORDS= input count
           POST-LATEST-ROW.
               IF RUNLOG-PROGRAM = SRC-PROGRAM (SRC-INDEX)
                   AND RUNLOG-TIMESTAMP > LATEST-STAMP (SRC-INDEX)
                   MOVE RUNLOG-TIMESTAMP TO LATEST-STAMP (SRC-INDEX)
                   MOVE RUNLOG-START TO LATEST-START (SRC-INDEX)
                   MOVE RUNLOG-RUN-ID TO LATEST-RUN-ID (SRC-INDEX)
                   MOVE 0 TO LATEST-RECORDS (SRC-INDEX)
                   MOVE 'Y' TO LATEST-SEEN-SWITCH (SRC-INDEX)
                   IF RUNLOG-INPUT (1:8) = "RECORDS="
                       MOVE RUNLOG-INPUT (9:12) TO COUNT-TEXT
                       IF COUNT-TEXT NOT = SPACES
                           AND FUNCTION TRIM (COUNT-TEXT) IS NUMERIC
                           COMPUTE LATEST-RECORDS (SRC-INDEX) =
                               FUNCTION NUMVAL (COUNT-TEXT)
                       END-IF
                   END-IF
               END-IF.

      * a run whose stamp is already on SUITEDQH was scored by an
      * earlier pass and is not added again
           MARK-SCORED-RUNS.
               OPEN INPUT QUALITY-HIST.
               IF HIST-STATUS = "00"
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM READ-HISTORY-ROW
                   PERFORM MARK-ONE-SCORED-RUN UNTIL END-OF-FILE
                   CLOSE QUALITY-HIST
               END-IF.

           READ-HISTORY-ROW.
               READ QUALITY-HIST
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           MARK-ONE-SCORED-RUN.
               PERFORM MATCH-SCORED-RUN
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT.
               PERFORM READ-HISTORY-ROW.

           MATCH-SCORED-RUN.
               IF LATEST-SEEN (SRC-INDEX)
                   AND DQH-PROGRAM = SRC-PROGRAM (SRC-INDEX)
                   AND DQH-RUN-STAMP = LATEST-STAMP (SRC-INDEX)
                   MOVE 'Y' TO LATEST-SCORED-SWITCH (SRC-INDEX)
               END-IF.

           SCORE-ONE-SOURCE.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               EVALUATE TRUE
                   WHEN NOT LATEST-SEEN (SRC-INDEX)
                       STRING "  " SRC-PROGRAM (SRC-INDEX)
                           " NO RUN ON THE RUN LOG"
                           DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                       WRITE SCORECARD-RPT-RECORD
                   WHEN LATEST-SCORED (SRC-INDEX)
                       STRING "  " SRC-PROGRAM (SRC-INDEX)
                           " RUN " LATEST-STAMP (SRC-INDEX)
                           " ALREADY SCORED"
                           DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                       WRITE SCORECARD-RPT-RECORD
                   WHEN OTHER
                       PERFORM LOAD-RUN-FEEDS
                       IF RUN-FEED-COUNT = 0
                           STRING "  " SRC-PROGRAM (SRC-INDEX)
                               " RUN " LATEST-STAMP (SRC-INDEX)
                               " NO FEED LINES ON "
                               SRC-REPORT (SRC-INDEX)
                               " - NOT SCORED"
                               DELIMITED BY SIZE
                               INTO SCORECARD-RPT-RECORD
                           WRITE SCORECARD-RPT-RECORD
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           IF SRC-WRITES-EXCEPTIONS (SRC-INDEX)
                               PERFORM COUNT-RUN-EXCEPTIONS
                           END-IF
                           PERFORM RECORD-RUN-HISTORY
                           PERFORM WRITE-RUN-SCORED-LINE
                       END-IF
               END-EVALUATE.

           LOAD-RUN-FEEDS.
               MOVE 0 TO RUN-FEED-COUNT.
               MOVE SPACES TO REPORT-NAME.
               MOVE SRC-REPORT (SRC-INDEX) TO REPORT-NAME.
               OPEN INPUT PROGRAM-RPT.
               IF REPORT-STATUS = "00"
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM READ-REPORT-LINE
                   PERFORM LOAD-ONE-REPORT-LINE UNTIL END-OF-FILE
                   CLOSE PROGRAM-RPT
               END-IF.

           READ-REPORT-LINE.
               MOVE SPACES TO PROGRAM-RPT-RECORD.
               READ PROGRAM-RPT
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           LOAD-ONE-REPORT-LINE.
               IF PROGRAM-RPT-RECORD (1:5) = "FEED="
                   MOVE PROGRAM-RPT-RECORD TO FEED-SUMMARY-LINE
                   IF FSL-RECORDS IS NUMERIC AND FSL-FAILED IS NUMERIC
                       MOVE FSL-FEED TO LOOKUP-FEED
                       PERFORM LOCATE-RUN-FEED
                       IF RF-SLOT > 0
                           ADD FSL-RECORDS TO RF-RECORDS (RF-SLOT)
                           ADD FSL-FAILED TO RF-FAILED (RF-SLOT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-REPORT-LINE.

           LOCATE-RUN-FEED.
               MOVE 0 TO RF-SLOT.
               PERFORM MATCH-RUN-FEED
                   VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > RUN-FEED-COUNT OR RF-SLOT > 0.
               IF RF-SLOT = 0 AND RUN-FEED-COUNT < MAX-RUN-FEEDS
                   ADD 1 TO RUN-FEED-COUNT
                   MOVE RUN-FEED-COUNT TO RF-SLOT
                   MOVE LOOKUP-FEED TO RF-FEED (RF-SLOT)
                   MOVE 0 TO RF-RECORDS (RF-SLOT)
                   MOVE 0 TO RF-FAILED (RF-SLOT)
                   MOVE 0 TO RF-EXCEPTIONS (RF-SLOT)
               END-IF.

           MATCH-RUN-FEED.
               IF RF-FEED (RF-INDEX) = LOOKUP-FEED
                   MOVE RF-INDEX TO RF-SLOT
               END-IF.

      * a SUITEEXC row belongs to the run when it carries the run's
      * program, run id and business date and was stamped between the
      * run's start and the time it logged its finish
           COUNT-RUN-EXCEPTIONS.
               OPEN INPUT EXC-IN.
               IF EXC-STATUS = "00"
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM READ-EXCEPTION-ROW
                   PERFORM COUNT-ONE-EXCEPTION UNTIL END-OF-FILE
                   CLOSE EXC-IN
               END-IF.

           READ-EXCEPTION-ROW.
               MOVE SPACES TO EXCEPTION-RECORD.
               READ EXC-IN
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           COUNT-ONE-EXCEPTION.
               IF EXCEPT-PROGRAM = SRC-PROGRAM (SRC-INDEX)
                   AND EXCEPT-RUN-ID = LATEST-RUN-ID (SRC-INDEX)
                   AND EXCEPT-TIMESTAMP (1:8)
                       = LATEST-STAMP (SRC-INDEX) (1:8)
                   AND EXCEPT-FEED NOT = SPACES
                   PERFORM CHECK-RUN-WINDOW
                   IF WITHIN-RUN-WINDOW
                       MOVE EXCEPT-FEED TO LOOKUP-FEED
                       PERFORM LOCATE-RUN-FEED
                       IF RF-SLOT > 0
                           ADD 1 TO RF-EXCEPTIONS (RF-SLOT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-EXCEPTION-ROW.

      * a run that ran on past midnight has a start time later than
      * its finish time, and its window wraps round
           CHECK-RUN-WINDOW.
               MOVE 'Y' TO WINDOW-SWITCH.
               IF LATEST-START (SRC-INDEX) NOT = SPACES
                   IF LATEST-START (SRC-INDEX) (10:8)
                           NOT > LATEST-STAMP (SRC-INDEX) (10:8)
                       IF EXCEPT-TIMESTAMP (10:8)
                               < LATEST-START (SRC-INDEX) (10:8)
                           OR EXCEPT-TIMESTAMP (10:8)
                               > LATEST-STAMP (SRC-INDEX) (10:8)
                           MOVE 'N' TO WINDOW-SWITCH
                       END-IF
                   ELSE
                       IF EXCEPT-TIMESTAMP (10:8)
                               < LATEST-START (SRC-INDEX) (10:8)
                           AND EXCEPT-TIMESTAMP (10:8)
                               > LATEST-STAMP (SRC-INDEX) (10:8)
                           MOVE 'N' TO WINDOW-SWITCH
                       END-IF
                   END-IF
               END-IF.

           RECORD-RUN-HISTORY.
               MOVE 0 TO RUN-TOTAL-RECORDS.
               MOVE 0 TO RUN-TOTAL-FAILED.
               MOVE 0 TO RUN-TOTAL-EXCEPTIONS.
               OPEN EXTEND QUALITY-HIST.
               IF HIST-STATUS NOT = "00"
                   OPEN OUTPUT QUALITY-HIST
               END-IF.
               PERFORM WRITE-ONE-HISTORY-ROW
                   VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > RUN-FEED-COUNT.
               CLOSE QUALITY-HIST.
               ADD 1 TO RUNS-SCORED.

           WRITE-ONE-HISTORY-ROW.
               MOVE SPACES TO QUALITY-HISTORY-RECORD.
               MOVE LATEST-STAMP (SRC-INDEX) (1:8) TO DQH-RUN-DATE.
               MOVE SRC-PROGRAM (SRC-INDEX) TO DQH-PROGRAM.
               MOVE RF-FEED (RF-INDEX) TO DQH-FEED.
               MOVE RF-RECORDS (RF-INDEX) TO DQH-RECORDS.
               MOVE RF-FAILED (RF-INDEX) TO DQH-FAILED.
               MOVE RF-EXCEPTIONS (RF-INDEX) TO DQH-EXCEPTIONS.
               MOVE LATEST-STAMP (SRC-INDEX) TO DQH-RUN-STAMP.
               MOVE LATEST-RUN-ID (SRC-INDEX) TO DQH-RUN-ID.
               WRITE QUALITY-HISTORY-RECORD.
               ADD RF-RECORDS (RF-INDEX) TO RUN-TOTAL-RECORDS.
               ADD RF-FAILED (RF-INDEX) TO RUN-TOTAL-FAILED.
               ADD RF-EXCEPTIONS (RF-INDEX) TO RUN-TOTAL-EXCEPTIONS.

      * the report's records must add up to the count the run logged,
      * and where every failure leaves a SUITEEXC row the two must
      * agree; a run restarted from a checkpoint reports only the
      * records read after the restart and shows as out of balance
           WRITE-RUN-SCORED-LINE.
               MOVE RUN-FEED-COUNT TO FORMATTED-COUNT.
               MOVE RUN-TOTAL-RECORDS TO FORMATTED-RECORDS.
               MOVE RUN-TOTAL-FAILED TO FORMATTED-FAILED.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               STRING "  " SRC-PROGRAM (SRC-INDEX)
                   " RUN " LATEST-STAMP (SRC-INDEX)
                   " FEEDS " FORMATTED-COUNT
                   " RECORDS " FORMATTED-RECORDS
                   " FAILED " FORMATTED-FAILED
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               IF RUN-TOTAL-RECORDS NOT = LATEST-RECORDS (SRC-INDEX)
                   MOVE LATEST-RECORDS (SRC-INDEX) TO FORMATTED-COUNT
                   MOVE SPACES TO SCORECARD-RPT-RECORD
                   STRING "    RECORDS OUT OF BALANCE - RUN LOG "
                       FORMATTED-COUNT
                       " " SRC-REPORT (SRC-INDEX) FORMATTED-RECORDS
                       DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                   WRITE SCORECARD-RPT-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF SRC-WRITES-EXCEPTIONS (SRC-INDEX)
                   AND RUN-TOTAL-EXCEPTIONS NOT = RUN-TOTAL-FAILED
                   MOVE RUN-TOTAL-EXCEPTIONS TO FORMATTED-EXCEPTIONS
                   MOVE SPACES TO SCORECARD-RPT-RECORD
                   STRING "    FAILURES OUT OF BALANCE - "
                       SRC-REPORT (SRC-INDEX) FORMATTED-FAILED
                       " SUITEEXC " FORMATTED-EXCEPTIONS
                       DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                   WRITE SCORECARD-RPT-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF.

      * every scored run on SUITEDQH, now including this pass's, is
      * folded into the feed's day, prior day, month and last month
           LOAD-SCORE-TABLE.
               OPEN INPUT QUALITY-HIST.
               IF HIST-STATUS = "00"
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM READ-HISTORY-ROW
                   PERFORM ACCUMULATE-HISTORY-ROW UNTIL END-OF-FILE
                   CLOSE QUALITY-HIST
               END-IF.
               IF SCORE-TABLE-FULL
                   DISPLAY "SCORECARD FEED TABLE FULL - FEEDS LEFT OFF"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           ACCUMULATE-HISTORY-ROW.
               MOVE 0 TO SRC-SLOT.
               PERFORM MATCH-HISTORY-SOURCE
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT OR SRC-SLOT > 0.
               IF SRC-SLOT > 0 AND DQH-RECORDS IS NUMERIC
                   AND DQH-FAILED IS NUMERIC
                   AND DQH-RUN-DATE NOT > SCORE-DATE
                   PERFORM LOCATE-SCORE-FEED
                   IF SC-SLOT > 0
                       PERFORM ADD-HISTORY-TO-FEED
                   END-IF
               END-IF.
               PERFORM READ-HISTORY-ROW.

           MATCH-HISTORY-SOURCE.
               IF DQH-PROGRAM = SRC-PROGRAM (SRC-INDEX)
                   MOVE SRC-INDEX TO SRC-SLOT
               END-IF.

           LOCATE-SCORE-FEED.
               MOVE 0 TO SC-SLOT.
               PERFORM MATCH-SCORE-FEED
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SCORE-COUNT OR SC-SLOT > 0.
               IF SC-SLOT = 0
                   IF SCORE-COUNT < MAX-SCORE-ENTRIES
                       ADD 1 TO SCORE-COUNT
                       MOVE SCORE-COUNT TO SC-SLOT
                       PERFORM OPEN-SCORE-FEED
                   ELSE
                       MOVE 'Y' TO SCORE-TABLE-FULL-SWITCH
                   END-IF
               END-IF.

           MATCH-SCORE-FEED.
               IF SC-FEED (SC-INDEX) = DQH-FEED
                   MOVE SC-INDEX TO SC-SLOT
               END-IF.

           OPEN-SCORE-FEED.
               MOVE DQH-FEED TO SC-FEED (SC-SLOT).
               PERFORM CLEAR-DAY-PROGRAM
                   VARYING SRC-INDEX FROM 1 BY 1
                   UNTIL SRC-INDEX > SOURCE-COUNT.
               MOVE 0 TO SC-DAY-CHECKS (SC-SLOT).
               MOVE 0 TO SC-DAY-FAILS (SC-SLOT).
               MOVE SPACES TO SC-PRIOR-DATE (SC-SLOT).
               MOVE 0 TO SC-PRIOR-CHECKS (SC-SLOT).
               MOVE 0 TO SC-PRIOR-FAILS (SC-SLOT).
               MOVE 0 TO SC-MONTH-CHECKS (SC-SLOT).
               MOVE 0 TO SC-MONTH-FAILS (SC-SLOT).
               MOVE 0 TO SC-LAST-MONTH-CHECKS (SC-SLOT).
               MOVE 0 TO SC-LAST-MONTH-FAILS (SC-SLOT).
               MOVE 'N' TO SC-PICKED-SWITCH (SC-SLOT).

           CLEAR-DAY-PROGRAM.
               MOVE 0 TO SC-DAY-RECORDS (SC-SLOT, SRC-INDEX).
               MOVE 0 TO SC-DAY-FAILED (SC-SLOT, SRC-INDEX).

           ADD-HISTORY-TO-FEED.
               IF DQH-RUN-DATE = SCORE-DATE
                   ADD DQH-RECORDS TO SC-DAY-RECORDS (SC-SLOT, SRC-SLOT)
                   ADD DQH-FAILED TO SC-DAY-FAILED (SC-SLOT, SRC-SLOT)
                   ADD DQH-RECORDS TO SC-DAY-CHECKS (SC-SLOT)
                   ADD DQH-FAILED TO SC-DAY-FAILS (SC-SLOT)
               ELSE
                   IF DQH-RUN-DATE > SC-PRIOR-DATE (SC-SLOT)
                       MOVE DQH-RUN-DATE TO SC-PRIOR-DATE (SC-SLOT)
                       MOVE 0 TO SC-PRIOR-CHECKS (SC-SLOT)
                       MOVE 0 TO SC-PRIOR-FAILS (SC-SLOT)
                   END-IF
                   IF DQH-RUN-DATE = SC-PRIOR-DATE (SC-SLOT)
                       ADD DQH-RECORDS TO SC-PRIOR-CHECKS (SC-SLOT)
                       ADD DQH-FAILED TO SC-PRIOR-FAILS (SC-SLOT)
                   END-IF
               END-IF.
               IF DQH-RUN-DATE (1:6) = SCORE-MONTH
                   ADD DQH-RECORDS TO SC-MONTH-CHECKS (SC-SLOT)
                   ADD DQH-FAILED TO SC-MONTH-FAILS (SC-SLOT)
               END-IF.
               IF DQH-RUN-DATE (1:6) = LAST-MONTH
                   ADD DQH-RECORDS TO SC-LAST-MONTH-CHECKS (SC-SLOT)
                   ADD DQH-FAILED TO SC-LAST-MONTH-FAILS (SC-SLOT)
               END-IF.

           COMPUTE-SCORE.
               MOVE 'N' TO SCORE-SWITCH.
               MOVE 0 TO SCORE-VALUE.
               IF SCORE-CHECKS > 0
                   MOVE 'Y' TO SCORE-SWITCH
                   IF SCORE-FAILS < SCORE-CHECKS
                       COMPUTE SCORE-VALUE ROUNDED =
                           (SCORE-CHECKS - SCORE-FAILS) * 100
                               / SCORE-CHECKS
                   END-IF
               END-IF.

      * CURRENT-SCORE against the score just computed for the period
      * before it - the change in points and which way it went
           COMPARE-WITH-PRIOR.
               MOVE SPACES TO CHANGE-TEXT.
               IF SCORE-AVAILABLE
                   MOVE SCORE-VALUE TO FORMATTED-SCORE
                   MOVE FORMATTED-SCORE TO PRIOR-SCORE-TEXT
                   COMPUTE SCORE-CHANGE = CURRENT-SCORE - SCORE-VALUE
                   MOVE SCORE-CHANGE TO FORMATTED-CHANGE
                   MOVE FORMATTED-CHANGE TO CHANGE-TEXT
                   EVALUATE TRUE
                       WHEN SCORE-CHANGE > 0
                           MOVE "UP" TO TREND-TEXT
                       WHEN SCORE-CHANGE < 0
                           MOVE "DOWN" TO TREND-TEXT
                       WHEN OTHER
                           MOVE "SAME" TO TREND-TEXT
                   END-EVALUATE
               ELSE
                   MOVE "    -" TO PRIOR-SCORE-TEXT
                   MOVE "NEW" TO TREND-TEXT
               END-IF.

           WRITE-DAILY-SCORES.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               STRING "DAILY SCORES - " SCORE-DATE
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               STRING "  FEED      AUTORI     REJ     EYE    FAIL"
                   "    FIND   FOUND    CHECKS     FAILS SCORE"
                   " PRV DATE   PRV CHANGE TREND"
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               PERFORM WRITE-DAILY-LINE
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SCORE-COUNT.

           WRITE-DAILY-LINE.
               IF SC-DAY-CHECKS (SC-INDEX) > 0
                   MOVE SPACES TO SCORECARD-RPT-RECORD
                   MOVE 1 TO SCORECARD-PTR
                   STRING "  " SC-FEED (SC-INDEX)
                       DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                       WITH POINTER SCORECARD-PTR
                   PERFORM APPEND-DAY-PROGRAM
                       VARYING SRC-INDEX FROM 1 BY 1
                       UNTIL SRC-INDEX > SOURCE-COUNT
                   MOVE SC-DAY-CHECKS (SC-INDEX) TO SCORE-CHECKS
                   MOVE SC-DAY-FAILS (SC-INDEX) TO SCORE-FAILS
                   PERFORM COMPUTE-SCORE
                   MOVE SCORE-VALUE TO CURRENT-SCORE
                   MOVE SCORE-VALUE TO FORMATTED-SCORE
                   MOVE FORMATTED-SCORE TO SCORE-TEXT
                   MOVE SC-PRIOR-CHECKS (SC-INDEX) TO SCORE-CHECKS
                   MOVE SC-PRIOR-FAILS (SC-INDEX) TO SCORE-FAILS
                   PERFORM COMPUTE-SCORE
                   PERFORM COMPARE-WITH-PRIOR
                   MOVE SC-DAY-CHECKS (SC-INDEX) TO FORMATTED-CHECKS
                   MOVE SC-DAY-FAILS (SC-INDEX) TO FORMATTED-FAILS
                   STRING " " FORMATTED-CHECKS
                       " " FORMATTED-FAILS
                       " " SCORE-TEXT
                       " " SC-PRIOR-DATE (SC-INDEX)
                       " " PRIOR-SCORE-TEXT
                       " " CHANGE-TEXT
                       " " TREND-TEXT
                       DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                       WITH POINTER SCORECARD-PTR
                   WRITE SCORECARD-RPT-RECORD
               END-IF.

           APPEND-DAY-PROGRAM.
               MOVE SC-DAY-RECORDS (SC-INDEX, SRC-INDEX)
                   TO FORMATTED-RECORDS.
               MOVE SC-DAY-FAILED (SC-INDEX, SRC-INDEX)
                   TO FORMATTED-FAILED.
               STRING " " FORMATTED-RECORDS " " FORMATTED-FAILED
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                   WITH POINTER SCORECARD-PTR.

           WRITE-MONTHLY-SCORES.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               STRING "MONTHLY SCORES - " SCORE-MONTH
                   " TO DATE AGAINST " LAST-MONTH
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               STRING "  FEED        CHECKS     FAILS SCORE"
                   "  PRV CHKS    PRV CHANGE TREND"
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               PERFORM WRITE-MONTHLY-LINE
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SCORE-COUNT.

           WRITE-MONTHLY-LINE.
               IF SC-MONTH-CHECKS (SC-INDEX) > 0
                   MOVE SC-MONTH-CHECKS (SC-INDEX) TO SCORE-CHECKS
                   MOVE SC-MONTH-FAILS (SC-INDEX) TO SCORE-FAILS
                   PERFORM COMPUTE-SCORE
                   MOVE SCORE-VALUE TO CURRENT-SCORE
                   MOVE SCORE-VALUE TO FORMATTED-SCORE
                   MOVE FORMATTED-SCORE TO SCORE-TEXT
                   MOVE SC-LAST-MONTH-CHECKS (SC-INDEX) TO SCORE-CHECKS
                   MOVE SC-LAST-MONTH-FAILS (SC-INDEX) TO SCORE-FAILS
                   PERFORM COMPUTE-SCORE
                   PERFORM COMPARE-WITH-PRIOR
                   MOVE SC-MONTH-CHECKS (SC-INDEX) TO FORMATTED-CHECKS
                   MOVE SC-MONTH-FAILS (SC-INDEX) TO FORMATTED-FAILS
                   MOVE SPACES TO SCORECARD-RPT-RECORD
                   STRING "  " SC-FEED (SC-INDEX)
                       " " FORMATTED-CHECKS
                       " " FORMATTED-FAILS
                       " " SCORE-TEXT
                       DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD
                   MOVE SC-LAST-MONTH-CHECKS (SC-INDEX)
                       TO FORMATTED-CHECKS
                   STRING " " FORMATTED-CHECKS
                       " " PRIOR-SCORE-TEXT
                       " " CHANGE-TEXT
                       " " TREND-TEXT
                       DELIMITED BY SIZE
                       INTO SCORECARD-RPT-RECORD (37:)
                   WRITE SCORECARD-RPT-RECORD
               END-IF.

           WRITE-WORST-OFFENDERS.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE MIN-CHECKS TO FORMATTED-COUNT.
               STRING "WORST OFFENDERS - " SCORE-MONTH
                   " TO DATE - FEEDS WITH AT LEAST "
                   FUNCTION TRIM (FORMATTED-COUNT) " CHECKS"
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               MOVE 'N' TO WORST-DONE-SWITCH.
               PERFORM PICK-WORST-FEED
                   VARYING WORST-RANK FROM 1 BY 1
                   UNTIL WORST-RANK > WORST-COUNT OR WORST-DONE.
               IF WORST-RANK = 1
                   MOVE "  NO FEEDS SCORED THIS MONTH"
                       TO SCORECARD-RPT-RECORD
                   WRITE SCORECARD-RPT-RECORD
               END-IF.

           PICK-WORST-FEED.
               MOVE 0 TO WORST-SLOT.
               PERFORM CONSIDER-WORST-FEED
                   VARYING SC-INDEX FROM 1 BY 1
                   UNTIL SC-INDEX > SCORE-COUNT.
               IF WORST-SLOT = 0
                   SET WORST-DONE TO TRUE
               ELSE
                   MOVE 'Y' TO SC-PICKED-SWITCH (WORST-SLOT)
                   PERFORM WRITE-WORST-LINE
               END-IF.

           CONSIDER-WORST-FEED.
               IF NOT SC-PICKED (SC-INDEX)
                   AND SC-MONTH-CHECKS (SC-INDEX) > 0
                   AND SC-MONTH-CHECKS (SC-INDEX) NOT < MIN-CHECKS
                   MOVE SC-MONTH-CHECKS (SC-INDEX) TO SCORE-CHECKS
                   MOVE SC-MONTH-FAILS (SC-INDEX) TO SCORE-FAILS
                   PERFORM COMPUTE-SCORE
                   EVALUATE TRUE
                       WHEN WORST-SLOT = 0
                           PERFORM TAKE-WORST-FEED
                       WHEN SCORE-VALUE < WORST-SCORE
                           PERFORM TAKE-WORST-FEED
                       WHEN SCORE-VALUE = WORST-SCORE
                           AND SC-MONTH-FAILS (SC-INDEX)
                               > SC-MONTH-FAILS (WORST-SLOT)
                           PERFORM TAKE-WORST-FEED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           TAKE-WORST-FEED.
               MOVE SC-INDEX TO WORST-SLOT.
               MOVE SCORE-VALUE TO WORST-SCORE.

           WRITE-WORST-LINE.
               MOVE WORST-RANK TO FORMATTED-RANK.
               MOVE WORST-SCORE TO FORMATTED-SCORE.
               MOVE SC-MONTH-CHECKS (WORST-SLOT) TO FORMATTED-CHECKS.
               MOVE SC-MONTH-FAILS (WORST-SLOT) TO FORMATTED-FAILS.
               MOVE SPACES TO SCORECARD-RPT-RECORD.
               STRING "  " FORMATTED-RANK ". " SC-FEED (WORST-SLOT)
                   " SCORE " FORMATTED-SCORE
                   " CHECKS " FORMATTED-CHECKS
                   " FAILS " FORMATTED-FAILS
                   DELIMITED BY SIZE INTO SCORECARD-RPT-RECORD.
               WRITE SCORECARD-RPT-RECORD.
               DISPLAY "WORST OFFENDER " SCORECARD-RPT-RECORD (3:60).

           COPY ELAPPROC.

           COPY RUNIDPROC.

           COPY BUSDTPROC.

           STAMP-RUN-TIMESTAMP.
               IF BUSINESS-DATE = 0
                   PERFORM LOAD-BUSINESS-DATE
               END-IF.
               ACCEPT SUITELOG-DATE FROM DATE YYYYMMDD.
               ACCEPT SUITELOG-TIME FROM TIME.
               STRING SUITELOG-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO ELAP-CLOCK-STAMP.
               STRING BUSINESS-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO RUN-STAMP.

      * the run log was read and closed at the start, so the same
      * dataset takes this run's own row on the way out
           WRITE-SUITE-LOG-RECORD.
               OPEN EXTEND RUNLOG-IN.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "suitescore" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE RUNS-SCORED TO FORMATTED-COUNT.
               STRING "RUNS=" FUNCTION TRIM (FORMATTED-COUNT)
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE SCORE-COUNT TO FORMATTED-COUNT.
               STRING "FEEDS=" FUNCTION TRIM (FORMATTED-COUNT)
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.
               CLOSE RUNLOG-IN.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               MOVE RUNS-SCORED TO FORMATTED-COUNT.
               DISPLAY "SUPPLIER QUALITY SCORECARD - RUNS SCORED "
                   FUNCTION TRIM (FORMATTED-COUNT).
               CLOSE SCORECARD-RPT.

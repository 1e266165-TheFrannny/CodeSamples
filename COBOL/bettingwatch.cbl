       IDENTIFICATION DIVISION.
       PROGRAM-ID. bettingwatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-IN ASSIGN TO "ODDSMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-STATUS.
           SELECT OPEN-BETS ASSIGN TO "ODDSOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-BETS-STATUS.
           SELECT RESULTS-IN ASSIGN TO "ODDSRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT CASE-FILE ASSIGN USING CASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-STATUS.
           SELECT ONCALL-IN ASSIGN TO "SUITEONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-STATUS.
           SELECT ALERT-SCAN ASSIGN TO "SUITEALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-SCAN-STATUS.
           SELECT ALERT-OUT ASSIGN TO "SUITEALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-OUT-STATUS.
           SELECT PARM-IN ASSIGN TO "WATCHPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-IN.
           01 MOVE-IN-RECORD PIC X(100).
       FD  OPEN-BETS.
           01 OPEN-BETS-RECORD PIC X(100).
       FD  RESULTS-IN.
           01 RESULTS-IN-RECORD PIC X(60).
       FD  CASE-FILE.
           01 CASE-RECORD PIC X(100).
       FD  ONCALL-IN.
           01 ONCALL-IN-RECORD PIC X(30).
       FD  ALERT-SCAN.
           01 ALERT-SCAN-RECORD PIC X(130).
       FD  ALERT-OUT.
           01 ALERT-OUT-RECORD PIC X(130).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      * integrity watch - betting's ODDSMOV says how far each runner's
      * implied probability moved since the previous run; a runner
      * that shortened by MOVE-THRESHOLD points or more is a red flag
      * when we hold a stake of STAKE-THRESHOLD or more on it in the
      * open-bet register, or when the results feed settles it.  each
      * hit gets its own CASEnnnn file for compliance to review and a
      * WARNING row in the SUITEALR feed carrying the same number
           01 MOVE-STATUS PIC XX.
           01 OPEN-BETS-STATUS PIC XX.
           01 RESULTS-STATUS PIC XX.
           01 CASE-STATUS PIC XX.
           01 ONCALL-STATUS PIC XX.
           01 ALERT-SCAN-STATUS PIC XX.
           01 ALERT-OUT-STATUS PIC XX.
           01 EOF-SWITCH PIC X.
               88 END-OF-FILE VALUE 'Y'.
           01 RUN-DATE PIC 9(8).
           01 MOVE-THRESHOLD PIC 99V99 VALUE 5.
           01 STAKE-THRESHOLD PIC 9(7)V99 VALUE 100.

      * one ODDSMOV row as betting writes it:
      *   EVENT=e RUNNER=r PREV=ppp.pp CUR=ccc.cc DELTA=-dd.dd [STEAM]
      * the three amounts sit in fixed six-byte edited fields after
      * their keywords; a positive delta is a shortening price
           01 MOVE-LINE PIC X(100).
           01 MOVE-EVENT-TOKEN PIC X(20).
           01 MOVE-RUNNER-TOKEN PIC X(20).
           01 MOVE-PREV-TEXT PIC X(20).
           01 MOVE-CUR-TEXT PIC X(20).
           01 MOVE-DELTA-TEXT PIC X(30).
           01 MOVE-PREV PIC 999V99.
           01 MOVE-CUR PIC 999V99.
           01 MOVE-DELTA PIC S99V99.
           01 MOVE-ROWS PIC 9(6) VALUE 0.

      * the sharpest shortening seen for each runner this run
           01 SHORTEN-TABLE.
               05 SHORTEN-ENTRY OCCURS 500 TIMES.
                   10 SH-EVENT PIC X(12).
                   10 SH-RUNNER PIC X(12).
                   10 SH-PREV PIC 999V99.
                   10 SH-CUR PIC 999V99.
                   10 SH-DELTA PIC 99V99.
           01 SHORTEN-COUNT PIC 999 VALUE 0.
           01 MAX-SHORTEN-ENTRIES PIC 999 VALUE 500.
           01 SHORTEN-INDEX PIC 999.
           01 SHORTEN-SLOT PIC 999.

      * open-bet register rows - a single is
      *   event runner stake payout [EW=d/p placepayout]
      * and an accumulator leg is
      *   ACCA betid stake event runner odds result
           01 OPEN-BET-LINE PIC X(100).
           01 OPEN-TOKEN-1 PIC X(12).
           01 OPEN-TOKEN-2 PIC X(12).
           01 OPEN-TOKEN-3 PIC X(20).
           01 OPEN-TOKEN-4 PIC X(12).
           01 OPEN-TOKEN-5 PIC X(12).
           01 BET-KIND PIC X(6).
           01 BET-ACCA-ID PIC X(12).
           01 OPEN-ROWS PIC 9(6) VALUE 0.

           01 RESULT-LINE PIC X(60).
           01 RESULT-CODE-IN PIC X(1).
           01 RESULT-ROWS PIC 9(6) VALUE 0.

           01 EVENT-ID PIC X(12).
           01 RUNNER-ID PIC X(12).
           01 STAKE-AMOUNT PIC 9(7)V99.

           01 ONCALL-LINE PIC X(30).
           01 ONCALL-TABLE.
               05 ONCALL-ENTRY OCCURS 20 TIMES.
                   10 ONC-PROGRAM PIC X(15).
                   10 ONC-TEAM PIC X(8).
           01 ONCALL-COUNT PIC 99 VALUE 0.
           01 MAX-ONCALL-ENTRIES PIC 99 VALUE 20.
           01 ONC-INDEX PIC 99.
           01 ONC-SLOT PIC 99.
           01 ONCALL-EOF-SWITCH PIC X VALUE 'N'.
               88 ONCALL-EOF VALUE 'Y'.
           01 ALERT-TEAM PIC X(8).

           01 ALERT-SEQ PIC 9(4) VALUE 0.
           01 OLD-ID-TEXT PIC X(6).
           01 OLD-ID-VALUE PIC 9(4).
           01 OLD-TAG-TOKEN PIC X(8).
           01 ALERT-ID-DISPLAY PIC 9(4).
           01 ALERT-PATTERN PIC X(30).
           01 ALERT-COUNT PIC 9(4) VALUE 0.
           01 STAKE-ALERTS PIC 9(4) VALUE 0.
           01 RESULT-ALERTS PIC 9(4) VALUE 0.
           01 CASE-NAME PIC X(20).
           01 CASE-SOURCE PIC X(100).

           01 FORMATTED-PREV PIC ZZ9.99.
           01 FORMATTED-CUR PIC ZZ9.99.
           01 FORMATTED-DELTA PIC Z9.99.
           01 FORMATTED-MOVE-THRESHOLD PIC Z9.99.
           01 FORMATTED-STAKE PIC Z(6)9.99.
           01 FORMATTED-STAKE-THRESHOLD PIC Z(6)9.99.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-ALERTS PIC Z(3)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-MOVEMENTS.
               PERFORM LOAD-ONCALL-TABLE.
               PERFORM SCAN-EXISTING-ALERT-IDS.
               OPEN EXTEND ALERT-OUT.
               PERFORM CHECK-OPEN-BETS.
               PERFORM CHECK-RESULTS-FEED.
               CLOSE ALERT-OUT.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE RUN-STAMP (1:8) TO RUN-DATE.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               OPEN EXTEND SUITE-LOG.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "MOVE-THRESHOLD"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE MOVE-THRESHOLD =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "STAKE-THRESHOLD"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE STAKE-THRESHOLD =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

      * without a movement file there is nothing to cross-check
           LOAD-MOVEMENTS.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT MOVE-IN.
               IF MOVE-STATUS NOT = "00"
                   DISPLAY "NO MOVEMENT FILE - NOTHING TO WATCH"
                   PERFORM TERMINATE-RUN
                   STOP RUN
               END-IF.
               PERFORM READ-MOVE-LINE.
               PERFORM POST-ONE-MOVEMENT UNTIL END-OF-FILE.
               CLOSE MOVE-IN.

           READ-MOVE-LINE.
               READ MOVE-IN INTO MOVE-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           POST-ONE-MOVEMENT.
               IF MOVE-LINE (1:6) = "EVENT="
                   ADD 1 TO MOVE-ROWS
                   MOVE SPACES TO MOVE-DELTA-TEXT
                   UNSTRING MOVE-LINE
                       DELIMITED BY " RUNNER=" OR " PREV="
                           OR " CUR=" OR " DELTA="
                       INTO MOVE-EVENT-TOKEN, MOVE-RUNNER-TOKEN,
                           MOVE-PREV-TEXT, MOVE-CUR-TEXT,
                           MOVE-DELTA-TEXT
                   COMPUTE MOVE-DELTA =
                       FUNCTION NUMVAL (MOVE-DELTA-TEXT (1:6))
                   IF MOVE-DELTA > 0
                       MOVE MOVE-EVENT-TOKEN (7:12) TO EVENT-ID
                       MOVE MOVE-RUNNER-TOKEN TO RUNNER-ID
                       COMPUTE MOVE-PREV =
                           FUNCTION NUMVAL (MOVE-PREV-TEXT (1:6))
                       COMPUTE MOVE-CUR =
                           FUNCTION NUMVAL (MOVE-CUR-TEXT (1:6))
                       PERFORM RECORD-SHORTENING
                   END-IF
               END-IF.
               PERFORM READ-MOVE-LINE.

           RECORD-SHORTENING.
               PERFORM FIND-SHORTEN-SLOT.
               IF SHORTEN-SLOT = 0
                   IF SHORTEN-COUNT < MAX-SHORTEN-ENTRIES
                       ADD 1 TO SHORTEN-COUNT
                       MOVE SHORTEN-COUNT TO SHORTEN-SLOT
                       MOVE EVENT-ID TO SH-EVENT (SHORTEN-SLOT)
                       MOVE RUNNER-ID TO SH-RUNNER (SHORTEN-SLOT)
                       MOVE 0 TO SH-DELTA (SHORTEN-SLOT)
                   ELSE
                       DISPLAY "MOVEMENT TABLE FULL - NOT WATCHING "
                           EVENT-ID " " RUNNER-ID
                   END-IF
               END-IF.
               IF SHORTEN-SLOT > 0
                   IF MOVE-DELTA > SH-DELTA (SHORTEN-SLOT)
                       MOVE MOVE-DELTA TO SH-DELTA (SHORTEN-SLOT)
                       MOVE MOVE-PREV TO SH-PREV (SHORTEN-SLOT)
                       MOVE MOVE-CUR TO SH-CUR (SHORTEN-SLOT)
                   END-IF
               END-IF.

           FIND-SHORTEN-SLOT.
               MOVE 0 TO SHORTEN-SLOT.
               PERFORM MATCH-SHORTEN-ENTRY
                   VARYING SHORTEN-INDEX FROM 1 BY 1
                   UNTIL SHORTEN-INDEX > SHORTEN-COUNT
                       OR SHORTEN-SLOT > 0.

           MATCH-SHORTEN-ENTRY.
               IF SH-EVENT (SHORTEN-INDEX) = EVENT-ID
                   AND SH-RUNNER (SHORTEN-INDEX) = RUNNER-ID
                   MOVE SHORTEN-INDEX TO SHORTEN-SLOT
               END-IF.

           LOAD-ONCALL-TABLE.
               OPEN INPUT ONCALL-IN.
               IF ONCALL-STATUS = "00"
                   PERFORM READ-ONCALL-LINE
                   PERFORM LOAD-ONE-ONCALL UNTIL ONCALL-EOF
                   CLOSE ONCALL-IN
               END-IF.

           READ-ONCALL-LINE.
               READ ONCALL-IN INTO ONCALL-LINE
                   AT END SET ONCALL-EOF TO TRUE
               END-READ.

           LOAD-ONE-ONCALL.
               IF ONCALL-LINE = SPACES OR ONCALL-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   IF ONCALL-COUNT < MAX-ONCALL-ENTRIES
                       ADD 1 TO ONCALL-COUNT
                       UNSTRING FUNCTION TRIM (ONCALL-LINE)
                           DELIMITED BY ALL SPACE
                           INTO ONC-PROGRAM (ONCALL-COUNT),
                               ONC-TEAM (ONCALL-COUNT)
                   END-IF
               END-IF.
               PERFORM READ-ONCALL-LINE.

           SCAN-EXISTING-ALERT-IDS.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT ALERT-SCAN.
               IF ALERT-SCAN-STATUS = "00"
                   PERFORM READ-ALERT-SCAN
                   PERFORM NOTE-ONE-ALERT-ID UNTIL END-OF-FILE
                   CLOSE ALERT-SCAN
               END-IF.

           READ-ALERT-SCAN.
               READ ALERT-SCAN
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           NOTE-ONE-ALERT-ID.
               IF ALERT-SCAN-RECORD (1:6) = "ALERT "
                   MOVE SPACES TO OLD-TAG-TOKEN
                   MOVE SPACES TO OLD-ID-TEXT
                   UNSTRING ALERT-SCAN-RECORD
                       DELIMITED BY ALL SPACE
                       INTO OLD-TAG-TOKEN, OLD-ID-TEXT
                   COMPUTE OLD-ID-VALUE =
                       FUNCTION NUMVAL (OLD-ID-TEXT)
                   IF OLD-ID-VALUE > ALERT-SEQ
                       MOVE OLD-ID-VALUE TO ALERT-SEQ
                   END-IF
               END-IF.
               PERFORM READ-ALERT-SCAN.

      * large stakes still riding on a runner that has just shortened
           CHECK-OPEN-BETS.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT OPEN-BETS.
               IF OPEN-BETS-STATUS = "00"
                   PERFORM READ-OPEN-BET-LINE
                   PERFORM CHECK-ONE-OPEN-BET UNTIL END-OF-FILE
                   CLOSE OPEN-BETS
               END-IF.

           READ-OPEN-BET-LINE.
               READ OPEN-BETS INTO OPEN-BET-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           CHECK-ONE-OPEN-BET.
               IF OPEN-BET-LINE NOT = SPACES
                   ADD 1 TO OPEN-ROWS
                   MOVE SPACES TO OPEN-TOKEN-4
                   MOVE SPACES TO OPEN-TOKEN-5
                   UNSTRING OPEN-BET-LINE DELIMITED BY ALL SPACE
                       INTO OPEN-TOKEN-1, OPEN-TOKEN-2, OPEN-TOKEN-3,
                           OPEN-TOKEN-4, OPEN-TOKEN-5
                   IF OPEN-TOKEN-1 = "ACCA"
                       MOVE "ACCA" TO BET-KIND
                       MOVE OPEN-TOKEN-2 TO BET-ACCA-ID
                       MOVE OPEN-TOKEN-4 TO EVENT-ID
                       MOVE OPEN-TOKEN-5 TO RUNNER-ID
                   ELSE
                       MOVE "SINGLE" TO BET-KIND
                       MOVE SPACES TO BET-ACCA-ID
                       MOVE OPEN-TOKEN-1 TO EVENT-ID
                       MOVE OPEN-TOKEN-2 TO RUNNER-ID
                   END-IF
                   COMPUTE STAKE-AMOUNT =
                       FUNCTION NUMVAL (OPEN-TOKEN-3)
                   IF STAKE-AMOUNT NOT < STAKE-THRESHOLD
                       PERFORM FIND-SHORTEN-SLOT
                       IF SHORTEN-SLOT > 0
                           IF SH-DELTA (SHORTEN-SLOT)
                               NOT < MOVE-THRESHOLD
                               MOVE "STAKE ON SHORTENED PRICE"
                                   TO ALERT-PATTERN
                               MOVE OPEN-BET-LINE TO CASE-SOURCE
                               ADD 1 TO STAKE-ALERTS
                               PERFORM RAISE-INTEGRITY-ALERT
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-OPEN-BET-LINE.

      * a settled runner whose price collapsed just before the off
           CHECK-RESULTS-FEED.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT RESULTS-IN.
               IF RESULTS-STATUS = "00"
                   PERFORM READ-RESULT-LINE
                   PERFORM CHECK-ONE-RESULT UNTIL END-OF-FILE
                   CLOSE RESULTS-IN
               END-IF.

           READ-RESULT-LINE.
               READ RESULTS-IN INTO RESULT-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           CHECK-ONE-RESULT.
               IF RESULT-LINE NOT = SPACES
                   ADD 1 TO RESULT-ROWS
                   MOVE SPACES TO RESULT-CODE-IN
                   UNSTRING RESULT-LINE DELIMITED BY ALL SPACE
                       INTO EVENT-ID, RUNNER-ID, RESULT-CODE-IN
                   IF RESULT-CODE-IN = 'W' OR RESULT-CODE-IN = 'L'
                       PERFORM FIND-SHORTEN-SLOT
                       IF SHORTEN-SLOT > 0
                           IF SH-DELTA (SHORTEN-SLOT)
                               NOT < MOVE-THRESHOLD
                               MOVE "RESULT AFTER LATE COLLAPSE"
                                   TO ALERT-PATTERN
                               MOVE RESULT-LINE TO CASE-SOURCE
                               MOVE 0 TO STAKE-AMOUNT
                               MOVE "RESULT" TO BET-KIND
                               MOVE SPACES TO BET-ACCA-ID
                               ADD 1 TO RESULT-ALERTS
                               PERFORM RAISE-INTEGRITY-ALERT
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-RESULT-LINE.

      * the alert number doubles as the case number, so the SUITEALR
      * row and the CASEnnnn file always point at each other
           RAISE-INTEGRITY-ALERT.
               ADD 1 TO ALERT-COUNT.
               ADD 1 TO ALERT-SEQ.
               MOVE ALERT-SEQ TO ALERT-ID-DISPLAY.
               MOVE SPACES TO CASE-NAME.
               STRING "CASE" ALERT-ID-DISPLAY
                   DELIMITED BY SIZE INTO CASE-NAME.
               MOVE SH-PREV (SHORTEN-SLOT) TO FORMATTED-PREV.
               MOVE SH-CUR (SHORTEN-SLOT) TO FORMATTED-CUR.
               MOVE SH-DELTA (SHORTEN-SLOT) TO FORMATTED-DELTA.
               PERFORM WRITE-CASE-FILE.
               MOVE "COMPLY" TO ALERT-TEAM.
               MOVE 0 TO ONC-SLOT.
               PERFORM MATCH-ONCALL-TEAM
                   VARYING ONC-INDEX FROM 1 BY 1
                   UNTIL ONC-INDEX > ONCALL-COUNT
                       OR ONC-SLOT > 0.
               IF ONC-SLOT > 0
                   MOVE ONC-TEAM (ONC-SLOT) TO ALERT-TEAM
               END-IF.
               MOVE SPACES TO ALERT-OUT-RECORD.
               STRING "ALERT " ALERT-ID-DISPLAY
                   " " RUN-DATE
                   " " ALERT-TEAM
                   " WARNING bettingwatch " DELIMITED BY SIZE
                   ALERT-PATTERN DELIMITED BY "  "
                   " EVENT=" DELIMITED BY SIZE
                   EVENT-ID DELIMITED BY SPACE
                   " RUNNER=" DELIMITED BY SIZE
                   RUNNER-ID DELIMITED BY SPACE
                   " SHORTENED=" FORMATTED-DELTA
                   " CASE=" DELIMITED BY SIZE
                   CASE-NAME DELIMITED BY SPACE
                   INTO ALERT-OUT-RECORD.
               WRITE ALERT-OUT-RECORD.
               DISPLAY ALERT-OUT-RECORD (1:80).

           MATCH-ONCALL-TEAM.
               IF ONC-PROGRAM (ONC-INDEX) = "bettingwatch"
                   MOVE ONC-INDEX TO ONC-SLOT
               END-IF.

           WRITE-CASE-FILE.
               OPEN OUTPUT CASE-FILE.
               IF CASE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CASE FILE " CASE-NAME
                       " - STATUS " CASE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO CASE-RECORD.
               STRING "CASE " DELIMITED BY SIZE
                   CASE-NAME DELIMITED BY SPACE
                   " ALERT " ALERT-ID-DISPLAY
                   " OPENED " RUN-STAMP
                   " STATUS=OPEN"
                   DELIMITED BY SIZE INTO CASE-RECORD.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               STRING "PATTERN " ALERT-PATTERN
                   DELIMITED BY SIZE INTO CASE-RECORD.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               STRING "EVENT=" DELIMITED BY SIZE
                   EVENT-ID DELIMITED BY SPACE
                   " RUNNER=" DELIMITED BY SIZE
                   RUNNER-ID DELIMITED BY SPACE
                   INTO CASE-RECORD.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               STRING "MOVEMENT PREV=" FORMATTED-PREV
                   " CUR=" FORMATTED-CUR
                   " SHORTENED=" FORMATTED-DELTA
                   DELIMITED BY SIZE INTO CASE-RECORD.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               MOVE MOVE-THRESHOLD TO FORMATTED-MOVE-THRESHOLD.
               MOVE STAKE-THRESHOLD TO FORMATTED-STAKE-THRESHOLD.
               STRING "THRESHOLDS MOVE=" FORMATTED-MOVE-THRESHOLD
                   " STAKE=" FORMATTED-STAKE-THRESHOLD
                   DELIMITED BY SIZE INTO CASE-RECORD.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               IF BET-KIND = "RESULT"
                   STRING "RESULT=" RESULT-CODE-IN
                       DELIMITED BY SIZE INTO CASE-RECORD
               END-IF.
               IF BET-KIND = "SINGLE"
                   MOVE STAKE-AMOUNT TO FORMATTED-STAKE
                   STRING "BET=SINGLE STAKE=" FORMATTED-STAKE
                       DELIMITED BY SIZE INTO CASE-RECORD
               END-IF.
               IF BET-KIND = "ACCA"
                   MOVE STAKE-AMOUNT TO FORMATTED-STAKE
                   STRING "BET=ACCA " DELIMITED BY SIZE
                       BET-ACCA-ID DELIMITED BY SPACE
                       " STAKE=" FORMATTED-STAKE
                       DELIMITED BY SIZE INTO CASE-RECORD
               END-IF.
               WRITE CASE-RECORD.
               MOVE SPACES TO CASE-RECORD.
               STRING "SOURCE " CASE-SOURCE
                   DELIMITED BY SIZE INTO CASE-RECORD.
               WRITE CASE-RECORD.
               CLOSE CASE-FILE.

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

           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "bettingwatch" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE MOVE-ROWS TO FORMATTED-COUNT.
               STRING "MOVES=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE ALERT-COUNT TO FORMATTED-ALERTS.
               STRING "ALERTS=" FORMATTED-ALERTS
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               MOVE STAKE-ALERTS TO FORMATTED-ALERTS.
               DISPLAY "STAKE ON SHORTENED PRICE ALERTS: "
                   FORMATTED-ALERTS.
               MOVE RESULT-ALERTS TO FORMATTED-ALERTS.
               DISPLAY "RESULT AFTER LATE COLLAPSE ALERTS: "
                   FORMATTED-ALERTS.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.
               IF ALERT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

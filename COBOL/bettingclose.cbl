       IDENTIFICATION DIVISION.
       PROGRAM-ID. bettingclose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-IN ASSIGN TO "ODDSLED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT OPEN-BETS ASSIGN TO "ODDSOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "ODDSPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "ODDSSTM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "CLOSEPRM"
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
       FD  LEDGER-IN.
           01 LEDGER-IN-RECORD PIC X(160).
       FD  OPEN-BETS.
           01 OPEN-BETS-RECORD PIC X(100).
       FD  PERIOD-FILE.
           01 PERIOD-RECORD PIC X(120).
       FD  STATEMENT-OUT.
           01 STATEMENT-RECORD PIC X(100).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      * the close runs through CUTOFF-DATE; OPENING-BANKROLL is only
      * read for the very first period - after that every period
      * opens on the closing bankroll recorded for the one before
           01 CUTOFF-DATE PIC 9(8) VALUE 0.
           01 OPENING-BANKROLL PIC S9(9)V99 VALUE 0.
           01 RUN-DATE PIC 9(8).
           01 DATE-INTEGER PIC 9(8).

      * closed-period register - one ODDSPER row per close:
      *   CLOSED FROM=yyyymmdd THROUGH=yyyymmdd OPENING=n CLOSING=n
      *   RUN=stamp
      * betting reads the latest THROUGH date and refuses to post a
      * settlement on or before it
           01 PERIOD-STATUS PIC XX.
           01 PERIOD-EOF-SWITCH PIC X VALUE 'N'.
               88 PERIOD-EOF VALUE 'Y'.
           01 PERIOD-LINE PIC X(120).
           01 PERIOD-TAG PIC X(8).
           01 PERIOD-FROM-TOKEN PIC X(20).
           01 PERIOD-THROUGH-TOKEN PIC X(20).
           01 PERIOD-OPENING-TOKEN PIC X(24).
           01 PERIOD-CLOSING-TOKEN PIC X(24).
           01 PERIOD-THROUGH PIC 9(8).
           01 LAST-THROUGH-DATE PIC 9(8) VALUE 0.
           01 LAST-CLOSING-BANKROLL PIC S9(9)V99 VALUE 0.
           01 PRIOR-PERIOD-SWITCH PIC X VALUE 'N'.
               88 PRIOR-PERIOD VALUE 'Y'.
           01 PERIOD-START-DATE PIC 9(8) VALUE 0.
           01 CLOSING-BANKROLL PIC S9(9)V99.

           01 LEDGER-STATUS PIC XX.
           01 LEDGER-EOF-SWITCH PIC X VALUE 'N'.
               88 LEDGER-EOF VALUE 'Y'.
           01 LEDGER-LINE PIC X(160).
           01 LEDGER-PROGRAM PIC X(15).
           01 LEDGER-STAMP PIC X(17).
           01 LEDGER-DATE PIC 9(8).
           01 EARLIEST-DATE PIC 9(8) VALUE 99999999.
           01 LED-KEYWORD PIC X(10).
           01 LED-KEYWORD-LEN PIC 99.
           01 LED-VALUE-LEN PIC 99.
           01 LED-AMOUNT PIC S9(11)V99.
           01 LED-FOUND-SWITCH PIC X.
               88 LED-FOUND VALUE 'Y'.
           01 LED-SCAN PIC 999.
           01 LED-SCAN-LIMIT PIC 999.
           01 LED-TAKE-LEN PIC 999.
           01 LED-TALLY PIC 999.
           01 SETTLE-COUNT PIC 9(6) VALUE 0.
           01 SUM-STAKED PIC S9(11)V99 VALUE 0.
           01 SUM-RETURNED PIC S9(11)V99 VALUE 0.
           01 SUM-PL PIC S9(11)V99 VALUE 0.
           01 PERIOD-ROI PIC S9(5)V99 VALUE 0.

      * carried-forward exposure - the open-bet register as betting
      * last left it; single rows are event runner stake payout
      * [EW=d/p placepayout], multiples are one ACCA row per leg
           01 OPEN-STATUS PIC XX.
           01 OPEN-EOF-SWITCH PIC X VALUE 'N'.
               88 OPEN-EOF VALUE 'Y'.
           01 OPEN-BET-LINE PIC X(100).
           01 OB-EVENT PIC X(12).
           01 OB-RUNNER PIC X(12).
           01 OB-STAKE-TEXT PIC X(14).
           01 OB-PAYOUT-TEXT PIC X(14).
           01 OB-EW-TEXT PIC X(8).
           01 OB-PLACE-TEXT PIC X(14).
           01 OB-STAKE PIC 9(9)V99.
           01 OB-WORST-CASE PIC 9(11)V99.
           01 ACCA-ROW-TAG PIC X(4).
           01 ACCA-BET-ID PIC X(12).
           01 ACCA-ODDS-TEXT PIC X(14).
           01 ACCA-RESULT-TEXT PIC X(1).
           01 ACCA-CURRENT-ID PIC X(12) VALUE SPACES.
           01 ACCA-STAKE PIC 9(9)V99.
           01 ACCA-PRICE PIC 9(9)V9(6).
           01 ACCA-LEGS PIC 99.
           01 CARRIED-COUNT PIC 9(6) VALUE 0.
           01 CARRIED-STAKE PIC 9(11)V99 VALUE 0.
           01 CARRIED-WORST-CASE PIC 9(13)V99 VALUE 0.

           01 FORMATTED-MONEY PIC -(10)9.99.
           01 FORMATTED-BANKROLL PIC -(9)9.99.
           01 PERIOD-OPENING-DISPLAY PIC +9(9).99.
           01 PERIOD-CLOSING-DISPLAY PIC +9(9).99.
           01 FORMATTED-STAKE PIC Z(10)9.99.
           01 FORMATTED-WORST PIC Z(12)9.99.
           01 FORMATTED-ROI PIC -(4)9.99.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-LEGS PIC Z9.

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
               PERFORM SUM-PERIOD-SETTLEMENTS.
               PERFORM WRITE-STATEMENT-SUMMARY.
               PERFORM WRITE-CARRIED-EXPOSURE.
               PERFORM RECORD-CLOSED-PERIOD.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   DISPLAY "ENTER CUTOFF DATE (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT CUTOFF-DATE
               END-IF.
               PERFORM LOAD-CLOSED-PERIODS.
               PERFORM VALIDATE-CUTOFF-DATE.
               IF PRIOR-PERIOD
                   MOVE LAST-CLOSING-BANKROLL TO OPENING-BANKROLL
                   COMPUTE DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (LAST-THROUGH-DATE)
                       + 1
                   COMPUTE PERIOD-START-DATE =
                       FUNCTION DATE-OF-INTEGER (DATE-INTEGER)
               END-IF.
               OPEN INPUT LEDGER-IN.
               IF LEDGER-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN BETTING LEDGER - STATUS "
                       LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT STATEMENT-OUT.
               OPEN EXTEND SUITE-LOG.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "CUTOFF-DATE"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE CUTOFF-DATE =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "OPENING-BANKROLL"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE OPENING-BANKROLL =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

      * a cutoff must be a real date, may not lie in the future and
      * must move past the last closed period - reclosing a period
      * would restate figures finance has already signed off
           VALIDATE-CUTOFF-DATE.
               IF CUTOFF-DATE = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (CUTOFF-DATE) NOT = 0
                   DISPLAY "INVALID CUTOFF DATE: " CUTOFF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF CUTOFF-DATE > RUN-DATE
                   DISPLAY "CUTOFF DATE IS IN THE FUTURE: " CUTOFF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF PRIOR-PERIOD
                   AND CUTOFF-DATE NOT > LAST-THROUGH-DATE
                   DISPLAY "PERIOD ALREADY CLOSED THROUGH "
                       LAST-THROUGH-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LOAD-CLOSED-PERIODS.
               OPEN INPUT PERIOD-FILE.
               IF PERIOD-STATUS = "00"
                   PERFORM READ-PERIOD-LINE
                   PERFORM LOAD-ONE-PERIOD UNTIL PERIOD-EOF
                   CLOSE PERIOD-FILE
               END-IF.

           READ-PERIOD-LINE.
               READ PERIOD-FILE INTO PERIOD-LINE
                   AT END SET PERIOD-EOF TO TRUE
               END-READ.

           LOAD-ONE-PERIOD.
               IF PERIOD-LINE (1:7) = "CLOSED "
                   MOVE SPACES TO PERIOD-THROUGH-TOKEN
                   MOVE SPACES TO PERIOD-CLOSING-TOKEN
                   UNSTRING PERIOD-LINE DELIMITED BY ALL SPACE
                       INTO PERIOD-TAG, PERIOD-FROM-TOKEN,
                           PERIOD-THROUGH-TOKEN,
                           PERIOD-OPENING-TOKEN,
                           PERIOD-CLOSING-TOKEN
                   IF PERIOD-THROUGH-TOKEN (9:8) IS NUMERIC
                       MOVE PERIOD-THROUGH-TOKEN (9:8)
                           TO PERIOD-THROUGH
                       IF PERIOD-THROUGH > LAST-THROUGH-DATE
                           MOVE PERIOD-THROUGH TO LAST-THROUGH-DATE
                           COMPUTE LAST-CLOSING-BANKROLL =
                               FUNCTION NUMVAL
                                   (PERIOD-CLOSING-TOKEN (9:16))
                           SET PRIOR-PERIOD TO TRUE
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-PERIOD-LINE.

           SUM-PERIOD-SETTLEMENTS.
               PERFORM READ-LEDGER-LINE.
               PERFORM POST-ONE-LEDGER-LINE UNTIL LEDGER-EOF.
               IF NOT PRIOR-PERIOD
                   IF EARLIEST-DATE = 99999999
                       MOVE CUTOFF-DATE TO PERIOD-START-DATE
                   ELSE
                       MOVE EARLIEST-DATE TO PERIOD-START-DATE
                   END-IF
               END-IF.
               COMPUTE CLOSING-BANKROLL = OPENING-BANKROLL + SUM-PL.
               IF SUM-STAKED > 0
                   COMPUTE PERIOD-ROI ROUNDED =
                       SUM-PL * 100 / SUM-STAKED
               END-IF.

           READ-LEDGER-LINE.
               READ LEDGER-IN INTO LEDGER-LINE
                   AT END SET LEDGER-EOF TO TRUE
               END-READ.

      * only settlement detail rows count - the EVENT and DAILY
      * total rows restate the same money
           POST-ONE-LEDGER-LINE.
               MOVE 0 TO LED-TALLY.
               INSPECT LEDGER-LINE TALLYING LED-TALLY
                   FOR ALL " RESULT=".
               IF LED-TALLY > 0
                   MOVE SPACES TO LEDGER-STAMP
                   UNSTRING LEDGER-LINE DELIMITED BY ALL SPACE
                       INTO LEDGER-PROGRAM, LEDGER-STAMP
                   IF LEDGER-STAMP (1:8) IS NUMERIC
                       MOVE LEDGER-STAMP (1:8) TO LEDGER-DATE
                       IF LEDGER-DATE > LAST-THROUGH-DATE
                           AND LEDGER-DATE NOT > CUTOFF-DATE
                           PERFORM SUM-LEDGER-DETAIL
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-LEDGER-LINE.

           SUM-LEDGER-DETAIL.
               ADD 1 TO SETTLE-COUNT.
               IF LEDGER-DATE < EARLIEST-DATE
                   MOVE LEDGER-DATE TO EARLIEST-DATE
               END-IF.
               MOVE " STAKE=" TO LED-KEYWORD.
               MOVE 7 TO LED-KEYWORD-LEN.
               MOVE 10 TO LED-VALUE-LEN.
               PERFORM EXTRACT-LEDGER-AMOUNT.
               ADD LED-AMOUNT TO SUM-STAKED.
               MOVE " RETURN=" TO LED-KEYWORD.
               MOVE 8 TO LED-KEYWORD-LEN.
               MOVE 12 TO LED-VALUE-LEN.
               PERFORM EXTRACT-LEDGER-AMOUNT.
               ADD LED-AMOUNT TO SUM-RETURNED.
               MOVE " PL=" TO LED-KEYWORD.
               MOVE 4 TO LED-KEYWORD-LEN.
               MOVE 12 TO LED-VALUE-LEN.
               PERFORM EXTRACT-LEDGER-AMOUNT.
               ADD LED-AMOUNT TO SUM-PL.

      * the keyword is looked for across the whole row, and a value
      * that ends the row is taken up to the row's last column
           EXTRACT-LEDGER-AMOUNT.
               MOVE 0 TO LED-AMOUNT.
               MOVE 'N' TO LED-FOUND-SWITCH.
               COMPUTE LED-SCAN-LIMIT = 160 - LED-KEYWORD-LEN.
               PERFORM LOCATE-LEDGER-KEYWORD
                   VARYING LED-SCAN FROM 1 BY 1
                   UNTIL LED-SCAN > LED-SCAN-LIMIT OR LED-FOUND.

           LOCATE-LEDGER-KEYWORD.
               IF LEDGER-LINE (LED-SCAN:LED-KEYWORD-LEN)
                   = LED-KEYWORD (1:LED-KEYWORD-LEN)
                   COMPUTE LED-TAKE-LEN =
                       161 - LED-SCAN - LED-KEYWORD-LEN
                   IF LED-TAKE-LEN > LED-VALUE-LEN
                       MOVE LED-VALUE-LEN TO LED-TAKE-LEN
                   END-IF
                   COMPUTE LED-AMOUNT = FUNCTION NUMVAL
                       (LEDGER-LINE (LED-SCAN + LED-KEYWORD-LEN:
                           LED-TAKE-LEN))
                   SET LED-FOUND TO TRUE
               END-IF.

           WRITE-STATEMENT-SUMMARY.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "BETTING STATEMENT PERIOD FROM "
                   PERIOD-START-DATE " THROUGH " CUTOFF-DATE
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "PREPARED " RUN-STAMP " RUN " SUITE-RUN-ID
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE OPENING-BANKROLL TO FORMATTED-BANKROLL.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "OPENING BANKROLL       " FORMATTED-BANKROLL
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE SETTLE-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "SETTLEMENTS            " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE SUM-STAKED TO FORMATTED-MONEY.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "STAKED                " FORMATTED-MONEY
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE SUM-RETURNED TO FORMATTED-MONEY.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "RETURNED              " FORMATTED-MONEY
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE SUM-PL TO FORMATTED-MONEY.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "PROFIT AND LOSS       " FORMATTED-MONEY
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE PERIOD-ROI TO FORMATTED-ROI.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "RETURN ON INVESTMENT   " FORMATTED-ROI "%"
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               MOVE CLOSING-BANKROLL TO FORMATTED-BANKROLL.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "CLOSING BANKROLL       " FORMATTED-BANKROLL
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.

           WRITE-CARRIED-EXPOSURE.
               MOVE SPACES TO STATEMENT-RECORD.
               MOVE "CARRIED FORWARD EXPOSURE" TO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.
               OPEN INPUT OPEN-BETS.
               IF OPEN-STATUS = "00"
                   PERFORM READ-OPEN-BET-LINE
                   PERFORM CARRY-ONE-OPEN-BET UNTIL OPEN-EOF
                   CLOSE OPEN-BETS
               END-IF.
               PERFORM FLUSH-CARRIED-ACCA.
               MOVE CARRIED-COUNT TO FORMATTED-COUNT.
               MOVE CARRIED-STAKE TO FORMATTED-STAKE.
               MOVE CARRIED-WORST-CASE TO FORMATTED-WORST.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "  TOTAL OPEN BETS=" FORMATTED-COUNT
                   " STAKE=" FORMATTED-STAKE
                   " WORSTCASE=" FORMATTED-WORST
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.

           READ-OPEN-BET-LINE.
               READ OPEN-BETS INTO OPEN-BET-LINE
                   AT END SET OPEN-EOF TO TRUE
               END-READ.

           CARRY-ONE-OPEN-BET.
               EVALUATE TRUE
                   WHEN OPEN-BET-LINE = SPACES
                       CONTINUE
                   WHEN OPEN-BET-LINE (1:5) = "ACCA "
                       PERFORM CARRY-ACCA-LEG
                   WHEN OTHER
                       PERFORM FLUSH-CARRIED-ACCA
                       PERFORM CARRY-SINGLE-BET
               END-EVALUATE.
               PERFORM READ-OPEN-BET-LINE.

           CARRY-SINGLE-BET.
               MOVE SPACES TO OB-STAKE-TEXT.
               MOVE SPACES TO OB-PAYOUT-TEXT.
               MOVE SPACES TO OB-EW-TEXT.
               MOVE SPACES TO OB-PLACE-TEXT.
               UNSTRING OPEN-BET-LINE DELIMITED BY ALL SPACE
                   INTO OB-EVENT, OB-RUNNER, OB-STAKE-TEXT,
                       OB-PAYOUT-TEXT, OB-EW-TEXT, OB-PLACE-TEXT.
               COMPUTE OB-STAKE = FUNCTION NUMVAL (OB-STAKE-TEXT).
               COMPUTE OB-WORST-CASE =
                   FUNCTION NUMVAL (OB-PAYOUT-TEXT).
               IF OB-EW-TEXT (1:3) = "EW="
                   COMPUTE OB-WORST-CASE = OB-WORST-CASE
                       + FUNCTION NUMVAL (OB-PLACE-TEXT)
               END-IF.
               ADD 1 TO CARRIED-COUNT.
               ADD OB-STAKE TO CARRIED-STAKE.
               ADD OB-WORST-CASE TO CARRIED-WORST-CASE.
               MOVE OB-STAKE TO FORMATTED-STAKE.
               MOVE OB-WORST-CASE TO FORMATTED-WORST.
               MOVE SPACES TO STATEMENT-RECORD.
               STRING "  OPEN EVENT=" DELIMITED BY SIZE
                   OB-EVENT DELIMITED BY SPACE
                   " RUNNER=" DELIMITED BY SIZE
                   OB-RUNNER DELIMITED BY SPACE
                   " STAKE=" FORMATTED-STAKE
                   " WORSTCASE=" FORMATTED-WORST
                   DELIMITED BY SIZE INTO STATEMENT-RECORD.
               WRITE STATEMENT-RECORD.

      * a multiple's legs arrive together - its line is written when
      * the next bet starts or the register ends
           CARRY-ACCA-LEG.
               MOVE SPACES TO ACCA-BET-ID.
               MOVE SPACES TO OB-STAKE-TEXT.
               MOVE SPACES TO ACCA-ODDS-TEXT.
               MOVE SPACES TO ACCA-RESULT-TEXT.
               UNSTRING OPEN-BET-LINE DELIMITED BY ALL SPACE
                   INTO ACCA-ROW-TAG, ACCA-BET-ID, OB-STAKE-TEXT,
                       OB-EVENT, OB-RUNNER, ACCA-ODDS-TEXT,
                       ACCA-RESULT-TEXT.
               IF ACCA-BET-ID NOT = ACCA-CURRENT-ID
                   PERFORM FLUSH-CARRIED-ACCA
                   MOVE ACCA-BET-ID TO ACCA-CURRENT-ID
                   COMPUTE ACCA-STAKE =
                       FUNCTION NUMVAL (OB-STAKE-TEXT)
                   MOVE 1 TO ACCA-PRICE
                   MOVE 0 TO ACCA-LEGS
               END-IF.
               ADD 1 TO ACCA-LEGS.
               IF ACCA-RESULT-TEXT = 'O' OR ACCA-RESULT-TEXT = 'W'
                   COMPUTE ACCA-PRICE ROUNDED = ACCA-PRICE
                       * FUNCTION NUMVAL (ACCA-ODDS-TEXT)
               END-IF.

           FLUSH-CARRIED-ACCA.
               IF ACCA-CURRENT-ID NOT = SPACES
                   COMPUTE OB-WORST-CASE ROUNDED =
                       ACCA-STAKE * ACCA-PRICE
                   ADD 1 TO CARRIED-COUNT
                   ADD ACCA-STAKE TO CARRIED-STAKE
                   ADD OB-WORST-CASE TO CARRIED-WORST-CASE
                   MOVE ACCA-STAKE TO FORMATTED-STAKE
                   MOVE OB-WORST-CASE TO FORMATTED-WORST
                   MOVE ACCA-LEGS TO FORMATTED-LEGS
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  OPEN ACCA=" DELIMITED BY SIZE
                       ACCA-CURRENT-ID DELIMITED BY SPACE
                       " LEGS=" FORMATTED-LEGS
                       " STAKE=" FORMATTED-STAKE
                       " WORSTCASE=" FORMATTED-WORST
                       DELIMITED BY SIZE INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
                   MOVE SPACES TO ACCA-CURRENT-ID
               END-IF.

           RECORD-CLOSED-PERIOD.
               IF PRIOR-PERIOD
                   OPEN EXTEND PERIOD-FILE
               ELSE
                   OPEN OUTPUT PERIOD-FILE
               END-IF.
               MOVE OPENING-BANKROLL TO PERIOD-OPENING-DISPLAY.
               MOVE CLOSING-BANKROLL TO PERIOD-CLOSING-DISPLAY.
               MOVE SPACES TO PERIOD-RECORD.
               STRING "CLOSED FROM=" PERIOD-START-DATE
                   " THROUGH=" CUTOFF-DATE
                   " OPENING=" PERIOD-OPENING-DISPLAY
                   " CLOSING=" PERIOD-CLOSING-DISPLAY
                   " RUN=" RUN-STAMP
                   DELIMITED BY SIZE INTO PERIOD-RECORD.
               WRITE PERIOD-RECORD.
               CLOSE PERIOD-FILE.

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
               MOVE "bettingclose" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               STRING "CUTOFF=" CUTOFF-DATE
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE SETTLE-COUNT TO FORMATTED-COUNT.
               STRING "SETTLEMENTS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE LEDGER-IN.
               CLOSE STATEMENT-OUT.
               CLOSE SUITE-LOG.

           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BEST-PRICE-REPORT ASSIGN TO "ODDSBST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLV-DETAIL ASSIGN TO "ODDSCLV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-FILE ASSIGN TO "ODDSPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ODDS-EXC.
           01 ODDS-EXC-RECORD PIC X(120).
       FD  ODDS-AUDIT.
           01 ODDS-AUDIT-RECORD PIC X(180).
       FD  EVENT-REPORT.
           01 EVENT-REPORT-RECORD PIC X(80).
       FD  ODDS-LEDGER.
           01 ODDS-LEDGER-RECORD PIC X(160).
       FD  CLV-DETAIL.
           01 CLV-DETAIL-RECORD PIC X(140).
       FD  PERIOD-FILE.
           01 PERIOD-RECORD PIC X(120).
       FD  ODDS-PREV.
           01 ODDS-PREV-RECORD PIC X(60).
       FD  BANKROLL-FILE.
           01 BANKROLL-FILE-RECORD PIC X(20).
       FD  OPEN-BETS.
           01 OPEN-BETS-RECORD PIC X(100).
       FD  EXPOSURE-REPORT.
           01 EXPOSURE-REPORT-RECORD PIC X(100).
       FD  RESULTS-IN.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           COPY RUNLOG.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  BEST-PRICE-REPORT.
           01 BEST-PRICE-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
           01 INP  PIC 999V9999999999.
           01 SAVE-ODDS-TEXT PIC X(15).
           01 AUDIT-PTR PIC 9(4).

      * bookmaker price comparison - a quote line may end with a
      * BOOK=code token naming the book that offered the price,
      * either straight after the odds text or after the fair pair:
      *   event runner type text [fairtype fairtext] [BOOK=code]
      * every book's latest price for a runner is kept side by side
      * in PRICE-TABLE and the lowest implied probability is the
      * best price; Kelly staking is worked against that best price
      * and ODDSBST tells the trader which book to place with
           01 QUOTE-TOKEN-5 PIC X(15).
           01 QUOTE-TOKEN-7 PIC X(15).
           01 BOOK-CODE PIC X(8).
           01 PRICE-TABLE.
               05 PRICE-ENTRY OCCURS 200 TIMES.
                   10 PR-EVENT PIC X(12).
                   10 PR-RUNNER PIC X(12).
                   10 PR-BEST-INP PIC 999V9999999999.
                   10 PR-BEST-BOOK PIC X(8).
                   10 PR-FAIR-INP PIC 999V9999999999.
                   10 PR-FAIR-SWITCH PIC X.
                       88 PR-HAVE-FAIR VALUE 'Y'.
                   10 PR-BOOK-COUNT PIC 99.
                   10 PR-BOOK-QUOTE OCCURS 8 TIMES.
                       15 PR-BOOK PIC X(8).
                       15 PR-BOOK-INP PIC 999V9999999999.
           01 PRICE-COUNT PIC 999 VALUE 0.
           01 MAX-PRICE-ENTRIES PIC 999 VALUE 200.
           01 MAX-BOOKS-PER-RUNNER PIC 99 VALUE 8.
           01 PR-INDEX PIC 999.
           01 PR-SLOT PIC 999.
           01 PR-BOOK-INDEX PIC 99.
           01 PR-BOOK-SLOT PIC 99.
           01 PRIOR-BEST-INP PIC 999V9999999999.
           01 KELLY-PRICE-INP PIC 999V9999999999.
           01 KELLY-FAIR-INP PIC 999V9999999999.
           01 BEST-PTR PIC 9(4).
           01 BEST-DECIMAL PIC 9(5)V99.
           01 FORMATTED-PRICE PIC ZZZZ9.99.
           01 BEST-LINE-COUNT PIC 9(6) VALUE 0.

           01 RUNNER-ID PIC X(12).
           01 PREV-STATUS PIC XX.
           01 PREV-EOF-SWITCH PIC X VALUE 'N'.
           01 MAX-RUNNER-ENTRIES PIC 999 VALUE 200.
           01 RUNNER-INDEX PIC 999.
           01 RUNNER-MATCH-INDEX PIC 999.
           01 MOVE-INDEX PIC 999.
           01 RUNNER-FOUND-SWITCH PIC X.
               88 RUNNER-FOUND VALUE 'Y'.
           01 MOVE-THRESHOLD PIC 99V99 VALUE 0.
           01 OPEN-STATUS PIC XX.
           01 OPEN-EOF-SWITCH PIC X VALUE 'N'.
               88 OPEN-EOF VALUE 'Y'.
           01 OPEN-BET-LINE PIC X(100).
           01 OB-STAKE-TEXT PIC X(12).
           01 OB-PAYOUT-TEXT PIC X(14).
           01 OB-EW-TEXT PIC X(8).
           01 OB-PLACE-TEXT PIC X(14).
           01 OPEN-BET-TABLE.
               05 OPEN-BET-ENTRY OCCURS 200 TIMES.
                   10 OB-EVENT PIC X(12).
                       88 OB-OPEN VALUE 'Y'.
                   10 OB-DONE-SWITCH PIC X.
                       88 OB-DONE VALUE 'Y'.
                   10 OB-EW-DIVISOR PIC 9.
                   10 OB-EW-PLACES PIC 9.
                   10 OB-PLACE-PAYOUT PIC 9(9)V99.
           01 OPEN-BET-COUNT PIC 999 VALUE 0.
           01 MAX-OPEN-BETS PIC 999 VALUE 200.
           01 OB-INDEX PIC 999.
           01 TOTAL-EXPOSURE-PAYOUT PIC 9(11)V99.
           01 OB-STAKE-DISPLAY PIC 9(7).99.
           01 OB-PAYOUT-DISPLAY PIC 9(9).99.
           01 OB-PLACE-DISPLAY PIC 9(9).99.
           01 FORMATTED-EXP-STAKE PIC Z(8)9.99.
           01 FORMATTED-EXP-PAYOUT PIC Z(10)9.99.
           01 BET-COUNT PIC 9(6) VALUE 0.
      * stake and payout, so the bulk of settlements no longer needs
      * a hand-keyed 'S' line per wager; results with no open bet
      * are the normal case for runners we never backed and are
      * skipped without comment; a line carrying anything past the
      * dead-heat count is malformed and goes to the exceptions
           01 RESULTS-STATUS PIC XX.
           01 RESULTS-EOF-SWITCH PIC X VALUE 'N'.
               88 RESULTS-EOF VALUE 'Y'.
           01 RESULT-LINE PIC X(60).
           01 AUTO-SETTLE-COUNT PIC 9(6) VALUE 0.

      * each-way and dead-heat terms - a 'B' or 'S' line may carry an
      * EW=d/p token (place odds 1/d of the win odds, p places paid);
      * the stake is the whole each-way outlay, split evenly into a
      * win part and a place part. A results line, and an 'S' line
      * after its result code, may add the placed position and the
      * number of runners dead-heating for it:
      *   event runner W|L|V [position [deadheat]]
      * a dead heat divides the stake for the place being shared by
      * the number tied and multiplies it back by the places left
      * to pay, so a two-way tie for the win pays half
           01 EW-TOKEN PIC X(15).
           01 EW-DIVISOR-TEXT PIC X(3).
           01 EW-PLACES-TEXT PIC X(3).
           01 EW-DIVISOR PIC 9.
           01 EW-PLACES PIC 9.
           01 SETTLE-TOKEN-1 PIC X(15).
           01 SETTLE-TOKEN-2 PIC X(15).
           01 SETTLE-TOKEN-3 PIC X(15).
           01 SETTLE-TOKEN PIC X(15).
           01 PLACED-POSITION PIC 99.
           01 DEAD-HEAT-COUNT PIC 99.
           01 NUMBER-TOKEN-COUNT PIC 9.
           01 WIN-PART-STAKE PIC 9(7)V99.
           01 PLACE-PART-STAKE PIC 9(7)V99.
           01 PLACE-ODDS PIC 9(5)V9(6).
           01 FULL-WIN-RETURN PIC 9(9)V99.
           01 FULL-PLACE-RETURN PIC 9(9)V99.
           01 WIN-RETURN PIC 9(9)V99.
           01 PLACE-RETURN PIC 9(9)V99.
           01 DH-PLACES-LEFT PIC 99.
           01 RESULT-POSITION PIC 99.
           01 LEDGER-PTR PIC 999.

      * accumulator register - an 'M' record books one leg of a
      * multiple under a bet id:
      *   event runner M type text betid [stake]
      * the leg that opens the bet must carry its stake, later legs
      * may repeat it, and a zero stake is rejected; the
      * combined price is the product of the legs' booked decimal
      * odds; a void leg drops out of the price, a losing leg
      * settles the whole bet at once, and otherwise the bet stays
      * open until every leg has a result; open multiples ride in
      * ODDSOPN as one ACCA row per leg
           01 ACCA-BET-ID PIC X(12).
           01 ACCA-ROW-TAG PIC X(4).
           01 ACCA-ODDS-TEXT PIC X(14).
           01 ACCA-RESULT-TEXT PIC X(1).
           01 ACCA-TABLE.
               05 ACCA-ENTRY OCCURS 50 TIMES.
                   10 AC-BET-ID PIC X(12).
                   10 AC-STAKE PIC 9(7)V99.
                   10 AC-OPEN-SWITCH PIC X.
                       88 AC-OPEN VALUE 'Y'.
                   10 AC-LEG-COUNT PIC 99.
                   10 AC-LEG OCCURS 10 TIMES.
                       15 AL-EVENT PIC X(12).
                       15 AL-RUNNER PIC X(12).
                       15 AL-ODDS PIC 9(5)V9(6).
                       15 AL-RESULT PIC X.
           01 ACCA-COUNT PIC 99 VALUE 0.
           01 MAX-ACCA-ENTRIES PIC 99 VALUE 50.
           01 MAX-ACCA-LEGS PIC 99 VALUE 10.
           01 AC-INDEX PIC 99.
           01 AC-SLOT PIC 99.
           01 AL-INDEX PIC 99.
           01 AL-SLOT PIC 99.
           01 ACCA-PRICE PIC 9(9)V9(6).
           01 ACCA-OPEN-LEGS PIC 99.
           01 ACCA-WON-LEGS PIC 99.
           01 ACCA-LOST-SWITCH PIC X.
               88 ACCA-LOST VALUE 'Y'.
           01 ACCA-SAVE-RESULT PIC X(1).
           01 LEDGER-ACCA-ID PIC X(12) VALUE SPACES.
           01 AL-ODDS-DISPLAY PIC 9(5).9(6).
           01 FORMATTED-LEGS PIC Z9.
           01 FORMATTED-OPEN-LEGS PIC Z9.

      * closing-line value - every settled single that was not void
      * appends a row to ODDSCLV pairing the decimal price it was
      * booked at with the last price seen for the runner before
      * the result arrived (this run's quotes, else ODDSPRV); a
      * closing price of zero means the runner was never quoted
           01 CLV-BOOKED-PRICE PIC 9(5)V9(6).
           01 CLV-CLOSING-PRICE PIC 9(5)V9(6).
           01 CLV-BOOKED-DISPLAY PIC 9(5).9(6).
           01 CLV-CLOSING-DISPLAY PIC 9(5).9(6).
           01 CLV-STAKE-DISPLAY PIC 9(7).99.
           01 CLV-COUNT PIC 9(6) VALUE 0.

      * closed periods - bettingclose records each month-end in
      * ODDSPER; a run dated on or before the latest THROUGH date
      * would post into a period finance has signed off, so its
      * settlements are rejected as PERIOD-CLOSED
           01 PERIOD-STATUS PIC XX.
           01 PERIOD-EOF-SWITCH PIC X VALUE 'N'.
               88 PERIOD-EOF VALUE 'Y'.
           01 PERIOD-LINE PIC X(120).
           01 PERIOD-TAG PIC X(8).
           01 PERIOD-FROM-TOKEN PIC X(20).
           01 PERIOD-THROUGH-TOKEN PIC X(20).
           01 PERIOD-THROUGH PIC 9(8).
           01 CLOSED-THROUGH-DATE PIC 9(8) VALUE 0.
           01 POSTING-DATE PIC 9(8).
           01 POSTING-SWITCH PIC X VALUE 'Y'.
               88 POSTING-CLOSED VALUE 'N'.

           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 LINE-NUMBER PIC 9(6) VALUE 0.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY HDRTRL.
           01 EXCEPTION-COUNT PIC 9(6) VALUE 0.


           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BANKROLL-BALANCE.
               DISPLAY "ENTER BANKROLL (0 KEEPS CARRIED BALANCE): "
               ACCEPT MOVE-THRESHOLD.
               PERFORM LOAD-PREVIOUS-RUN.
               PERFORM LOAD-OPEN-BETS.
               PERFORM LOAD-CLOSED-PERIODS.
               OPEN INPUT ODDS-IN.
               OPEN OUTPUT ODDS-EXC.
               OPEN OUTPUT EVENT-REPORT.
               OPEN EXTEND ODDS-LEDGER.
               OPEN EXTEND CLV-DETAIL.
               OPEN OUTPUT ODDS-MOVE.
               OPEN EXTEND ODDS-AUDIT.
               PERFORM WRITE-AUDIT-HEADER.
               PERFORM CHECK-FOR-RESTART.
               PERFORM READ-NEXT-LINE.

           LOAD-CLOSED-PERIODS.
               OPEN INPUT PERIOD-FILE.
               IF PERIOD-STATUS = "00"
                   PERFORM READ-PERIOD-LINE
                   PERFORM LOAD-ONE-PERIOD UNTIL PERIOD-EOF
                   CLOSE PERIOD-FILE
               END-IF.
               MOVE RUN-STAMP (1:8) TO POSTING-DATE.
               IF POSTING-DATE NOT > CLOSED-THROUGH-DATE
                   SET POSTING-CLOSED TO TRUE
                   DISPLAY "PERIOD CLOSED THROUGH " CLOSED-THROUGH-DATE
                       " - SETTLEMENTS WILL BE REJECTED"
               END-IF.

           READ-PERIOD-LINE.
               READ PERIOD-FILE INTO PERIOD-LINE
                   AT END SET PERIOD-EOF TO TRUE
               END-READ.

           LOAD-ONE-PERIOD.
               IF PERIOD-LINE (1:7) = "CLOSED "
                   MOVE SPACES TO PERIOD-THROUGH-TOKEN
                   UNSTRING PERIOD-LINE DELIMITED BY ALL SPACE
                       INTO PERIOD-TAG, PERIOD-FROM-TOKEN,
                           PERIOD-THROUGH-TOKEN
                   IF PERIOD-THROUGH-TOKEN (9:8) IS NUMERIC
                       MOVE PERIOD-THROUGH-TOKEN (9:8)
                           TO PERIOD-THROUGH
                       IF PERIOD-THROUGH > CLOSED-THROUGH-DATE
                           MOVE PERIOD-THROUGH
                               TO CLOSED-THROUGH-DATE
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-PERIOD-LINE.

           LOAD-BANKROLL-BALANCE.
               OPEN INPUT BANKROLL-FILE.
               IF BANK-STATUS = "00"
                       PERFORM PROCESS-SETTLEMENT
                   WHEN 'B'
                       PERFORM PROCESS-BET-PLACEMENT
                   WHEN 'M'
                       PERFORM PROCESS-ACCA-LEG
                   WHEN OTHER
                       PERFORM PROCESS-QUOTE
               END-EVALUATE.
               MOVE SPACES TO FAIR-TEXT.
               MOVE 'N' TO HAVE-FAIR-SWITCH.
               MOVE 0 TO KELLY-STAKE.
               MOVE SPACES TO QUOTE-TOKEN-5.
               MOVE SPACES TO QUOTE-TOKEN-7.
               MOVE SPACES TO BOOK-CODE.
               UNSTRING ODDS-LINE DELIMITED BY SPACE
                   INTO EVENT-ID, RUNNER-ID, ODDS-TYPE, ODDS-TEXT,
                       QUOTE-TOKEN-5, FAIR-TEXT, QUOTE-TOKEN-7.
               IF QUOTE-TOKEN-5 (1:5) = "BOOK="
                   MOVE QUOTE-TOKEN-5 (6:8) TO BOOK-CODE
                   MOVE SPACES TO FAIR-TEXT
               ELSE
                   MOVE QUOTE-TOKEN-5 TO FAIR-TYPE
                   IF QUOTE-TOKEN-7 (1:5) = "BOOK="
                       MOVE QUOTE-TOKEN-7 (6:8) TO BOOK-CODE
                   END-IF
               END-IF.
               PERFORM NORMALIZE-ODDS.
               IF NOT BAD-ODDS
                   PERFORM VALIDATE-PROBABILITY
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM COMPUTE-PAYOUTS
                   PERFORM POST-BOOK-PRICE
                   IF HAVE-FAIR AND BANKROLL > 0
                       MOVE FAIR-INP TO KELLY-FAIR-INP
                       PERFORM COMPUTE-KELLY-STAKE
                   END-IF
                   PERFORM TALLY-EVENT-RUNNER
               MOVE SAVE-ODDS-TEXT TO ODDS-TEXT.
               MOVE MARKET-INP TO INP.

      * KELLY-PRICE-INP is the best price on offer for the runner
      * across every book quoted so far, not just this line's price
           COMPUTE-KELLY-STAKE.
               COMPUTE KELLY-NET-ODDS = (100 / KELLY-PRICE-INP) - 1.
               IF KELLY-NET-ODDS > 0
                   COMPUTE KELLY-FRACTION =
                       ((KELLY-NET-ODDS * KELLY-FAIR-INP / 100)
                           - (1 - KELLY-FAIR-INP / 100))
                       / KELLY-NET-ODDS
                   IF KELLY-FRACTION > 0
                       COMPUTE KELLY-STAKE ROUNDED =
                   MOVE 0 TO KELLY-STAKE
               END-IF.

      * the book's latest price replaces whatever that book quoted
      * earlier in the run, then the best price is re-picked across
      * all books; a quote with no book code is kept under a blank
      * book so a single-book feed still reports its runners
           POST-BOOK-PRICE.
               MOVE INP TO KELLY-PRICE-INP.
               MOVE 0 TO PRIOR-BEST-INP.
               MOVE 0 TO PR-SLOT.
               PERFORM MATCH-PRICE-RUNNER
                   VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > PRICE-COUNT
                       OR PR-SLOT > 0.
               IF PR-SLOT = 0
                   IF PRICE-COUNT < MAX-PRICE-ENTRIES
                       ADD 1 TO PRICE-COUNT
                       MOVE PRICE-COUNT TO PR-SLOT
                       MOVE EVENT-ID TO PR-EVENT (PR-SLOT)
                       MOVE RUNNER-ID TO PR-RUNNER (PR-SLOT)
                       MOVE 0 TO PR-BEST-INP (PR-SLOT)
                       MOVE SPACES TO PR-BEST-BOOK (PR-SLOT)
                       MOVE 0 TO PR-FAIR-INP (PR-SLOT)
                       MOVE 'N' TO PR-FAIR-SWITCH (PR-SLOT)
                       MOVE 0 TO PR-BOOK-COUNT (PR-SLOT)
                   ELSE
                       DISPLAY "PRICE TABLE FULL - IGNORING "
                           EVENT-ID " " RUNNER-ID
                   END-IF
               ELSE
                   MOVE PR-BEST-INP (PR-SLOT) TO PRIOR-BEST-INP
               END-IF.
               IF PR-SLOT > 0
                   PERFORM POST-ONE-BOOK-QUOTE
               END-IF.

           POST-ONE-BOOK-QUOTE.
               MOVE 0 TO PR-BOOK-SLOT.
               PERFORM MATCH-PRICE-BOOK
                   VARYING PR-BOOK-INDEX FROM 1 BY 1
                   UNTIL PR-BOOK-INDEX > PR-BOOK-COUNT (PR-SLOT)
                       OR PR-BOOK-SLOT > 0.
               IF PR-BOOK-SLOT = 0
                   IF PR-BOOK-COUNT (PR-SLOT) < MAX-BOOKS-PER-RUNNER
                       ADD 1 TO PR-BOOK-COUNT (PR-SLOT)
                       MOVE PR-BOOK-COUNT (PR-SLOT) TO PR-BOOK-SLOT
                       MOVE BOOK-CODE
                           TO PR-BOOK (PR-SLOT, PR-BOOK-SLOT)
                   ELSE
                       DISPLAY "BOOK LIMIT REACHED - IGNORING "
                           BOOK-CODE " FOR " EVENT-ID " " RUNNER-ID
                   END-IF
               END-IF.
               IF PR-BOOK-SLOT > 0
                   MOVE INP TO PR-BOOK-INP (PR-SLOT, PR-BOOK-SLOT)
               END-IF.
               MOVE 0 TO PR-BEST-INP (PR-SLOT).
               PERFORM PICK-BEST-BOOK
                   VARYING PR-BOOK-INDEX FROM 1 BY 1
                   UNTIL PR-BOOK-INDEX > PR-BOOK-COUNT (PR-SLOT).
               IF HAVE-FAIR
                   MOVE FAIR-INP TO PR-FAIR-INP (PR-SLOT)
                   MOVE 'Y' TO PR-FAIR-SWITCH (PR-SLOT)
               END-IF.
               IF PR-BEST-INP (PR-SLOT) > 0
                   MOVE PR-BEST-INP (PR-SLOT) TO KELLY-PRICE-INP
               END-IF.

           MATCH-PRICE-RUNNER.
               IF PR-EVENT (PR-INDEX) = EVENT-ID
                   AND PR-RUNNER (PR-INDEX) = RUNNER-ID
                   MOVE PR-INDEX TO PR-SLOT
               END-IF.

           MATCH-PRICE-BOOK.
               IF PR-BOOK (PR-SLOT, PR-BOOK-INDEX) = BOOK-CODE
                   MOVE PR-BOOK-INDEX TO PR-BOOK-SLOT
               END-IF.

      * the lowest implied probability pays the most
           PICK-BEST-BOOK.
               IF PR-BEST-INP (PR-SLOT) = 0
                   OR PR-BOOK-INP (PR-SLOT, PR-BOOK-INDEX)
                       < PR-BEST-INP (PR-SLOT)
                   MOVE PR-BOOK-INP (PR-SLOT, PR-BOOK-INDEX)
                       TO PR-BEST-INP (PR-SLOT)
                   MOVE PR-BOOK (PR-SLOT, PR-BOOK-INDEX)
                       TO PR-BEST-BOOK (PR-SLOT)
               END-IF.

           PROCESS-SETTLEMENT.
               MOVE SPACES TO SETTLE-TOKEN-1.
               MOVE SPACES TO SETTLE-TOKEN-2.
               MOVE SPACES TO SETTLE-TOKEN-3.
               UNSTRING ODDS-LINE DELIMITED BY SPACE
                   INTO EVENT-ID, RUNNER-ID, RECORD-KIND, ODDS-TYPE,
                       ODDS-TEXT, STAKE-TEXT, RESULT-CODE-IN,
                       SETTLE-TOKEN-1, SETTLE-TOKEN-2, SETTLE-TOKEN-3.
               PERFORM CLEAR-PLACING-TERMS.
               MOVE SETTLE-TOKEN-1 TO SETTLE-TOKEN.
               PERFORM CLASSIFY-SETTLE-TOKEN.
               MOVE SETTLE-TOKEN-2 TO SETTLE-TOKEN.
               PERFORM CLASSIFY-SETTLE-TOKEN.
               MOVE SETTLE-TOKEN-3 TO SETTLE-TOKEN.
               PERFORM CLASSIFY-SETTLE-TOKEN.
               PERFORM NORMALIZE-ODDS.
               IF NOT BAD-ODDS
                   PERFORM VALIDATE-PROBABILITY
               IF NOT BAD-ODDS
                   PERFORM CHECK-SETTLEMENT-QUOTED
               END-IF.
               IF NOT BAD-ODDS
                   AND POSTING-CLOSED
                   MOVE 'Y' TO BAD-ODDS-SWITCH
                   MOVE "PERIOD-CLOSED" TO REASON-CODE
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM COMPUTE-PAYOUTS
                   PERFORM SETTLE-LINE

           SETTLE-LINE.
               MOVE FUNCTION NUMVAL (STAKE-TEXT) TO STAKE-AMOUNT.
               PERFORM SPLIT-EACH-WAY-STAKE.
               COMPUTE FULL-WIN-RETURN = WIN-PART-STAKE * OUT1.
               COMPUTE FULL-PLACE-RETURN =
                   PLACE-PART-STAKE * PLACE-ODDS.
               IF RESULT-CODE-IN = 'V'
                   MOVE STAKE-AMOUNT TO RETURN-AMOUNT
               ELSE
                   PERFORM APPLY-DEAD-HEAT-RULES
               END-IF.
               COMPUTE PROFIT-AMOUNT = RETURN-AMOUNT - STAKE-AMOUNT.
               PERFORM CLOSE-OPEN-BET.
               PERFORM APPLY-SETTLEMENT-TOTALS.
               MOVE OUT1 TO CLV-BOOKED-PRICE.
               PERFORM WRITE-CLV-RECORD.

           CLEAR-PLACING-TERMS.
               MOVE 0 TO EW-DIVISOR.
               MOVE 0 TO EW-PLACES.
               MOVE 0 TO PLACED-POSITION.
               MOVE 0 TO DEAD-HEAT-COUNT.
               MOVE 0 TO NUMBER-TOKEN-COUNT.

      * optional trailing tokens on an 'S' line - an EW=d/p token
      * gives each-way terms, the first number is the placed
      * position and the second the dead-heat count; a third number
      * is a malformed card
           CLASSIFY-SETTLE-TOKEN.
               EVALUATE TRUE
                   WHEN SETTLE-TOKEN = SPACES
                       CONTINUE
                   WHEN SETTLE-TOKEN (1:3) = "EW="
                       MOVE SETTLE-TOKEN TO EW-TOKEN
                       PERFORM PARSE-EACH-WAY-TERMS
                   WHEN SETTLE-TOKEN (1:1) IS NUMERIC
                       AND (SETTLE-TOKEN (2:1) IS NUMERIC
                           OR SETTLE-TOKEN (2:1) = SPACE)
                       AND SETTLE-TOKEN (3:13) = SPACES
                       ADD 1 TO NUMBER-TOKEN-COUNT
                       EVALUATE NUMBER-TOKEN-COUNT
                           WHEN 1
                               COMPUTE PLACED-POSITION =
                                   FUNCTION NUMVAL (SETTLE-TOKEN)
                           WHEN 2
                               COMPUTE DEAD-HEAT-COUNT =
                                   FUNCTION NUMVAL (SETTLE-TOKEN)
                           WHEN OTHER
                               MOVE 'Y' TO BAD-ODDS-SWITCH
                               MOVE "BAD-PLACING-TERMS" TO REASON-CODE
                       END-EVALUATE
                   WHEN OTHER
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "BAD-PLACING-TERMS" TO REASON-CODE
               END-EVALUATE.

           PARSE-EACH-WAY-TERMS.
               MOVE SPACES TO EW-DIVISOR-TEXT.
               MOVE SPACES TO EW-PLACES-TEXT.
               UNSTRING EW-TOKEN (4:12) DELIMITED BY "/" OR SPACE
                   INTO EW-DIVISOR-TEXT, EW-PLACES-TEXT.
               IF EW-DIVISOR-TEXT (1:1) IS NUMERIC
                   AND EW-DIVISOR-TEXT (2:2) = SPACES
                   AND EW-PLACES-TEXT (1:1) IS NUMERIC
                   AND EW-PLACES-TEXT (2:2) = SPACES
                   AND EW-DIVISOR-TEXT (1:1) NOT = '0'
                   AND EW-PLACES-TEXT (1:1) NOT = '0'
                   MOVE EW-DIVISOR-TEXT (1:1) TO EW-DIVISOR
                   MOVE EW-PLACES-TEXT (1:1) TO EW-PLACES
               ELSE
                   MOVE 'Y' TO BAD-ODDS-SWITCH
                   MOVE "BAD-EACH-WAY-TERMS" TO REASON-CODE
               END-IF.

      * an each-way stake is the whole outlay - half backs the win,
      * half backs a place at the fractional place odds
           SPLIT-EACH-WAY-STAKE.
               IF EW-DIVISOR > 0
                   COMPUTE WIN-PART-STAKE ROUNDED = STAKE-AMOUNT / 2
                   COMPUTE PLACE-PART-STAKE =
                       STAKE-AMOUNT - WIN-PART-STAKE
                   COMPUTE PLACE-ODDS =
                       (OUT1 - 1) / EW-DIVISOR + 1
               ELSE
                   MOVE STAKE-AMOUNT TO WIN-PART-STAKE
                   MOVE 0 TO PLACE-PART-STAKE
                   MOVE 0 TO PLACE-ODDS
               END-IF.

      * FULL-WIN-RETURN and FULL-PLACE-RETURN are what the two parts
      * pay with no dead heat; the win part pays only on a W, the
      * place part whenever the position is inside the places paid
           APPLY-DEAD-HEAT-RULES.
               MOVE 0 TO WIN-RETURN.
               MOVE 0 TO PLACE-RETURN.
               IF RESULT-CODE-IN = 'W'
                   IF PLACED-POSITION = 0
                       AND EW-DIVISOR > 0
                       MOVE 1 TO PLACED-POSITION
                   END-IF
                   IF DEAD-HEAT-COUNT > 1
                       COMPUTE WIN-RETURN ROUNDED =
                           FULL-WIN-RETURN / DEAD-HEAT-COUNT
                   ELSE
                       MOVE FULL-WIN-RETURN TO WIN-RETURN
                   END-IF
               END-IF.
               IF EW-DIVISOR > 0
                   AND PLACED-POSITION > 0
                   AND PLACED-POSITION NOT > EW-PLACES
                   COMPUTE DH-PLACES-LEFT =
                       EW-PLACES - PLACED-POSITION + 1
                   IF DEAD-HEAT-COUNT > DH-PLACES-LEFT
                       COMPUTE PLACE-RETURN ROUNDED =
                           FULL-PLACE-RETURN * DH-PLACES-LEFT
                           / DEAD-HEAT-COUNT
                   ELSE
                       MOVE FULL-PLACE-RETURN TO PLACE-RETURN
                   END-IF
               END-IF.
               COMPUTE RETURN-AMOUNT = WIN-RETURN + PLACE-RETURN.

           APPLY-SETTLEMENT-TOTALS.
               ADD 1 TO SETTLEMENT-COUNT.
                   CONTINUE
               ELSE
                   MOVE SPACES TO RESULT-CODE-IN
                   MOVE SPACES TO SETTLE-TOKEN-1
                   MOVE SPACES TO SETTLE-TOKEN-2
                   MOVE SPACES TO SETTLE-TOKEN-3
                   UNSTRING RESULT-LINE DELIMITED BY SPACE
                       INTO EVENT-ID, RUNNER-ID, RESULT-CODE-IN,
                           SETTLE-TOKEN-1, SETTLE-TOKEN-2,
                           SETTLE-TOKEN-3
                   PERFORM CLEAR-PLACING-TERMS
                   MOVE 'N' TO BAD-ODDS-SWITCH
                   MOVE SETTLE-TOKEN-1 TO SETTLE-TOKEN
                   PERFORM CLASSIFY-SETTLE-TOKEN
                   MOVE SETTLE-TOKEN-2 TO SETTLE-TOKEN
                   PERFORM CLASSIFY-SETTLE-TOKEN
                   IF EW-DIVISOR > 0
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "BAD-PLACING-TERMS" TO REASON-CODE
                   END-IF
                   IF SETTLE-TOKEN-3 NOT = SPACES
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "BAD-RESULT-CARD" TO REASON-CODE
                   END-IF
                   EVALUATE TRUE
                       WHEN BAD-ODDS
                           CONTINUE
                       WHEN POSTING-CLOSED
                           MOVE 'Y' TO BAD-ODDS-SWITCH
                           MOVE "PERIOD-CLOSED" TO REASON-CODE
                       WHEN RESULT-CODE-IN = 'W'
                           OR RESULT-CODE-IN = 'L'
                           OR RESULT-CODE-IN = 'V'
                           PERFORM AUTO-SETTLE-OPEN-BET
                           PERFORM SETTLE-ACCA-LEGS
                       WHEN OTHER
                           MOVE 'Y' TO BAD-ODDS-SWITCH
                           MOVE "UNKNOWN-RESULT-CODE" TO REASON-CODE
                   END-EVALUATE
                   IF BAD-ODDS
                       MOVE RESULT-LINE TO ODDS-LINE
                       PERFORM WRITE-EXCEPTION-RECORD
                       MOVE 'N' TO BAD-ODDS-SWITCH
               END-IF.
               PERFORM READ-RESULT-LINE.

      * every open position on the runner settles - a win-only and
      * an each-way position can be open side by side; the each-way
      * terms come from the register, the placing from the results
           AUTO-SETTLE-OPEN-BET.
               MOVE PLACED-POSITION TO RESULT-POSITION.
               PERFORM AUTO-SETTLE-ONE-SLOT
                   VARYING OB-INDEX FROM 1 BY 1
                   UNTIL OB-INDEX > OPEN-BET-COUNT.

           AUTO-SETTLE-ONE-SLOT.
               IF OB-EVENT (OB-INDEX) = EVENT-ID
                   AND OB-RUNNER (OB-INDEX) = RUNNER-ID
                   AND OB-OPEN-SWITCH (OB-INDEX) = 'Y'
                   MOVE OB-INDEX TO OB-SLOT
                   MOVE OB-STAKE (OB-SLOT) TO STAKE-AMOUNT
                   MOVE OB-EW-DIVISOR (OB-SLOT) TO EW-DIVISOR
                   MOVE OB-EW-PLACES (OB-SLOT) TO EW-PLACES
                   MOVE RESULT-POSITION TO PLACED-POSITION
                   MOVE OB-PAYOUT (OB-SLOT) TO FULL-WIN-RETURN
                   MOVE OB-PLACE-PAYOUT (OB-SLOT) TO FULL-PLACE-RETURN
                   IF RESULT-CODE-IN = 'V'
                       MOVE STAKE-AMOUNT TO RETURN-AMOUNT
                   ELSE
                       PERFORM APPLY-DEAD-HEAT-RULES
                   END-IF
                   COMPUTE PROFIT-AMOUNT =
                       RETURN-AMOUNT - STAKE-AMOUNT
                   MOVE 'N' TO OB-OPEN-SWITCH (OB-SLOT)
                   ADD 1 TO AUTO-SETTLE-COUNT
                   PERFORM APPLY-SETTLEMENT-TOTALS
                   PERFORM PRICE-BOOKED-SLOT
                   PERFORM WRITE-CLV-RECORD
               END-IF.

      * the booked price of a register position is its win payout
      * over the win part of the stake
           PRICE-BOOKED-SLOT.
               MOVE 0 TO CLV-BOOKED-PRICE.
               IF EW-DIVISOR > 0
                   COMPUTE WIN-PART-STAKE ROUNDED = STAKE-AMOUNT / 2
               ELSE
                   MOVE STAKE-AMOUNT TO WIN-PART-STAKE
               END-IF.
               IF WIN-PART-STAKE > 0
                   COMPUTE CLV-BOOKED-PRICE ROUNDED =
                       OB-PAYOUT (OB-SLOT) / WIN-PART-STAKE
               END-IF.

           LOOKUP-CLOSING-PRICE.
               MOVE 0 TO CLV-CLOSING-PRICE.
               MOVE 'N' TO RUNNER-FOUND-SWITCH.
               MOVE 0 TO RUNNER-MATCH-INDEX.
               PERFORM MATCH-CURRENT-RUNNER
                   VARYING RUNNER-INDEX FROM 1 BY 1
                   UNTIL RUNNER-INDEX > CURRENT-COUNT
                       OR RUNNER-FOUND.
               IF RUNNER-FOUND
                   IF CURRENT-INP (RUNNER-MATCH-INDEX) > 0
                       COMPUTE CLV-CLOSING-PRICE ROUNDED =
                           100 / CURRENT-INP (RUNNER-MATCH-INDEX)
                   END-IF
               ELSE
                   PERFORM FIND-PREVIOUS-RUNNER
                   IF RUNNER-FOUND
                       AND PREV-INP (RUNNER-MATCH-INDEX) > 0
                       COMPUTE CLV-CLOSING-PRICE ROUNDED =
                           100 / PREV-INP (RUNNER-MATCH-INDEX)
                   END-IF
               END-IF.

           WRITE-CLV-RECORD.
               IF RESULT-CODE-IN NOT = 'V'
                   AND CLV-BOOKED-PRICE > 0
                   PERFORM LOOKUP-CLOSING-PRICE
                   MOVE CLV-BOOKED-PRICE TO CLV-BOOKED-DISPLAY
                   MOVE CLV-CLOSING-PRICE TO CLV-CLOSING-DISPLAY
                   MOVE STAKE-AMOUNT TO CLV-STAKE-DISPLAY
                   MOVE SPACES TO CLV-DETAIL-RECORD
                   STRING "betting" DELIMITED BY SIZE
                       " " RUN-STAMP DELIMITED BY SIZE
                       " EVENT=" DELIMITED BY SIZE
                       EVENT-ID DELIMITED BY SPACE
                       " RUNNER=" DELIMITED BY SIZE
                       RUNNER-ID DELIMITED BY SPACE
                       " RESULT=" RESULT-CODE-IN
                       " STAKE=" CLV-STAKE-DISPLAY
                       " BOOKED=" CLV-BOOKED-DISPLAY
                       " CLOSING=" CLV-CLOSING-DISPLAY
                       DELIMITED BY SIZE
                       INTO CLV-DETAIL-RECORD
                   WRITE CLV-DETAIL-RECORD
                   ADD 1 TO CLV-COUNT
               END-IF.

           LOCATE-SETTLEMENT-EVENT.
               MOVE RETURN-AMOUNT TO FORMATTED-RETURN.
               MOVE PROFIT-AMOUNT TO FORMATTED-PROFIT.
               MOVE SPACES TO ODDS-LEDGER-RECORD.
               MOVE 1 TO LEDGER-PTR.
               STRING "betting" DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " EVENT=" DELIMITED BY SIZE
                   " RETURN=" FORMATTED-RETURN
                   " PL=" FORMATTED-PROFIT
                   DELIMITED BY SIZE
                   INTO ODDS-LEDGER-RECORD
                   WITH POINTER LEDGER-PTR.
      * placing and each-way terms follow the money fields so the
      * reconciliation columns stay where they always were
               IF PLACED-POSITION > 0
                   STRING " POS=" PLACED-POSITION
                       " DH=" DEAD-HEAT-COUNT
                       DELIMITED BY SIZE
                       INTO ODDS-LEDGER-RECORD
                       WITH POINTER LEDGER-PTR
               END-IF.
               IF EW-DIVISOR > 0
                   STRING " EW=" EW-DIVISOR "/" EW-PLACES
                       DELIMITED BY SIZE
                       INTO ODDS-LEDGER-RECORD
                       WITH POINTER LEDGER-PTR
               END-IF.
               IF LEDGER-ACCA-ID NOT = SPACES
                   STRING " ACCA=" DELIMITED BY SIZE
                       LEDGER-ACCA-ID DELIMITED BY SPACE
                       INTO ODDS-LEDGER-RECORD
                       WITH POINTER LEDGER-PTR
               END-IF.
               WRITE ODDS-LEDGER-RECORD.

           WRITE-LEDGER-TOTALS.
               END-READ.

           LOAD-ONE-OPEN-BET.
               EVALUATE TRUE
                   WHEN OPEN-BET-LINE = SPACES
                       CONTINUE
                   WHEN OPEN-BET-LINE (1:5) = "ACCA "
                       PERFORM LOAD-ONE-ACCA-LEG
                   WHEN OTHER
                       PERFORM LOAD-ONE-SINGLE-BET
               END-EVALUATE.
               PERFORM READ-OPEN-BET-LINE.

           LOAD-ONE-SINGLE-BET.
               IF OPEN-BET-COUNT < MAX-OPEN-BETS
                   ADD 1 TO OPEN-BET-COUNT
                   MOVE SPACES TO OB-STAKE-TEXT
                   MOVE SPACES TO OB-PAYOUT-TEXT
                   MOVE SPACES TO OB-EW-TEXT
                   MOVE SPACES TO OB-PLACE-TEXT
                   UNSTRING OPEN-BET-LINE DELIMITED BY ALL SPACE
                       INTO OB-EVENT (OPEN-BET-COUNT),
                           OB-RUNNER (OPEN-BET-COUNT),
                           OB-STAKE-TEXT, OB-PAYOUT-TEXT,
                           OB-EW-TEXT, OB-PLACE-TEXT
                   COMPUTE OB-STAKE (OPEN-BET-COUNT) =
                       FUNCTION NUMVAL (OB-STAKE-TEXT)
                   COMPUTE OB-PAYOUT (OPEN-BET-COUNT) =
                       FUNCTION NUMVAL (OB-PAYOUT-TEXT)
                   MOVE 0 TO OB-EW-DIVISOR (OPEN-BET-COUNT)
                   MOVE 0 TO OB-EW-PLACES (OPEN-BET-COUNT)
                   MOVE 0 TO OB-PLACE-PAYOUT (OPEN-BET-COUNT)
                   IF OB-EW-TEXT (1:3) = "EW="
                       AND OB-EW-TEXT (4:1) IS NUMERIC
                       AND OB-EW-TEXT (6:1) IS NUMERIC
                       MOVE OB-EW-TEXT (4:1)
                           TO OB-EW-DIVISOR (OPEN-BET-COUNT)
                       MOVE OB-EW-TEXT (6:1)
                           TO OB-EW-PLACES (OPEN-BET-COUNT)
                       COMPUTE OB-PLACE-PAYOUT (OPEN-BET-COUNT) =
                           FUNCTION NUMVAL (OB-PLACE-TEXT)
                   END-IF
                   MOVE 'Y' TO OB-OPEN-SWITCH (OPEN-BET-COUNT)
                   MOVE 'N' TO OB-DONE-SWITCH (OPEN-BET-COUNT)
               ELSE
                   DISPLAY "OPEN BET TABLE FULL - IGNORING "
                       OPEN-BET-LINE
               END-IF.

           PROCESS-BET-PLACEMENT.
               MOVE SPACES TO EW-TOKEN.
               UNSTRING ODDS-LINE DELIMITED BY SPACE
                   INTO EVENT-ID, RUNNER-ID, RECORD-KIND, ODDS-TYPE,
                       ODDS-TEXT, STAKE-TEXT, EW-TOKEN.
               PERFORM CLEAR-PLACING-TERMS.
               IF EW-TOKEN (1:3) = "EW="
                   PERFORM PARSE-EACH-WAY-TERMS
               ELSE
                   IF EW-TOKEN NOT = SPACES
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "BAD-EACH-WAY-TERMS" TO REASON-CODE
                   END-IF
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM NORMALIZE-ODDS
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM VALIDATE-PROBABILITY
               END-IF.
               IF NOT BAD-ODDS
                   AND FUNCTION NUMVAL (STAKE-TEXT) = 0
                   MOVE 'Y' TO BAD-ODDS-SWITCH
                   MOVE "ZERO-STAKE" TO REASON-CODE
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM COMPUTE-PAYOUTS
                   PERFORM REGISTER-OPEN-BET
                       MOVE RUNNER-ID TO OB-RUNNER (OB-SLOT)
                       MOVE 0 TO OB-STAKE (OB-SLOT)
                       MOVE 0 TO OB-PAYOUT (OB-SLOT)
                       MOVE EW-DIVISOR TO OB-EW-DIVISOR (OB-SLOT)
                       MOVE EW-PLACES TO OB-EW-PLACES (OB-SLOT)
                       MOVE 0 TO OB-PLACE-PAYOUT (OB-SLOT)
                       MOVE 'Y' TO OB-OPEN-SWITCH (OB-SLOT)
                       MOVE 'N' TO OB-DONE-SWITCH (OB-SLOT)
                   ELSE
               END-IF.
               IF OB-SLOT > 0
                   ADD 1 TO BET-COUNT
                   PERFORM SPLIT-EACH-WAY-STAKE
                   ADD STAKE-AMOUNT TO OB-STAKE (OB-SLOT)
                   COMPUTE OB-PAYOUT (OB-SLOT) =
                       OB-PAYOUT (OB-SLOT) + WIN-PART-STAKE * OUT1
                   COMPUTE OB-PLACE-PAYOUT (OB-SLOT) =
                       OB-PLACE-PAYOUT (OB-SLOT)
                       + PLACE-PART-STAKE * PLACE-ODDS
               END-IF.

      * positions are kept apart by each-way terms - a win-only bet
      * and an each-way bet on the same runner settle differently
           FIND-OPEN-BET-SLOT.
               IF OB-EVENT (OB-INDEX) = EVENT-ID
                   AND OB-RUNNER (OB-INDEX) = RUNNER-ID
                   AND OB-OPEN-SWITCH (OB-INDEX) = 'Y'
                   AND OB-EW-DIVISOR (OB-INDEX) = EW-DIVISOR
                   AND OB-EW-PLACES (OB-INDEX) = EW-PLACES
                   MOVE OB-INDEX TO OB-SLOT
               END-IF.

                       MOVE 'N' TO OB-OPEN-SWITCH (OB-SLOT)
                   ELSE
                       SUBTRACT STAKE-AMOUNT FROM OB-STAKE (OB-SLOT)
                       IF OB-PAYOUT (OB-SLOT) > FULL-WIN-RETURN
                           SUBTRACT FULL-WIN-RETURN
                               FROM OB-PAYOUT (OB-SLOT)
                       ELSE
                           MOVE 0 TO OB-PAYOUT (OB-SLOT)
                       END-IF
                       IF OB-PLACE-PAYOUT (OB-SLOT) > FULL-PLACE-RETURN
                           SUBTRACT FULL-PLACE-RETURN
                               FROM OB-PLACE-PAYOUT (OB-SLOT)
                       ELSE
                           MOVE 0 TO OB-PLACE-PAYOUT (OB-SLOT)
                       END-IF
                   END-IF
               END-IF.

           PROCESS-ACCA-LEG.
               MOVE SPACES TO ACCA-BET-ID.
               MOVE SPACES TO STAKE-TEXT.
               UNSTRING ODDS-LINE DELIMITED BY SPACE
                   INTO EVENT-ID, RUNNER-ID, RECORD-KIND, ODDS-TYPE,
                       ODDS-TEXT, ACCA-BET-ID, STAKE-TEXT.
               IF ACCA-BET-ID = SPACES
                   MOVE 'Y' TO BAD-ODDS-SWITCH
                   MOVE "MISSING-ACCA-BET-ID" TO REASON-CODE
               END-IF.
               IF NOT BAD-ODDS
                   AND STAKE-TEXT NOT = SPACES
                   AND FUNCTION NUMVAL (STAKE-TEXT) = 0
                   MOVE 'Y' TO BAD-ODDS-SWITCH
                   MOVE "ZERO-STAKE" TO REASON-CODE
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM NORMALIZE-ODDS
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM VALIDATE-PROBABILITY
               END-IF.
               IF NOT BAD-ODDS
                   PERFORM COMPUTE-PAYOUTS
                   PERFORM REGISTER-ACCA-LEG
               END-IF.
               IF BAD-ODDS
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF.

      * a later leg may repeat the stake but may not change it - a
      * different figure means two bets were keyed under one id
           REGISTER-ACCA-LEG.
               MOVE 0 TO STAKE-AMOUNT.
               IF STAKE-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL (STAKE-TEXT) TO STAKE-AMOUNT
               END-IF.
               PERFORM LOCATE-ACCA-BET.
               IF AC-SLOT > 0
                   IF STAKE-AMOUNT > 0
                       AND AC-STAKE (AC-SLOT) > 0
                       AND STAKE-AMOUNT NOT = AC-STAKE (AC-SLOT)
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "ACCA-STAKE-MISMATCH" TO REASON-CODE
                   END-IF
                   IF AC-LEG-COUNT (AC-SLOT) NOT < MAX-ACCA-LEGS
                       MOVE 'Y' TO BAD-ODDS-SWITCH
                       MOVE "TOO-MANY-ACCA-LEGS" TO REASON-CODE
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN STAKE-AMOUNT = 0
                           MOVE 'Y' TO BAD-ODDS-SWITCH
                           MOVE "ZERO-STAKE" TO REASON-CODE
                       WHEN ACCA-COUNT < MAX-ACCA-ENTRIES
                           ADD 1 TO ACCA-COUNT
                           MOVE ACCA-COUNT TO AC-SLOT
                           MOVE ACCA-BET-ID TO AC-BET-ID (AC-SLOT)
                           MOVE 0 TO AC-STAKE (AC-SLOT)
                           MOVE 0 TO AC-LEG-COUNT (AC-SLOT)
                           MOVE 'Y' TO AC-OPEN-SWITCH (AC-SLOT)
                           ADD 1 TO BET-COUNT
                       WHEN OTHER
                           DISPLAY "ACCUMULATOR TABLE FULL - IGNORING "
                               ACCA-BET-ID
                   END-EVALUATE
               END-IF.
               IF AC-SLOT > 0
                   AND NOT BAD-ODDS
                   IF AC-STAKE (AC-SLOT) = 0
                       MOVE STAKE-AMOUNT TO AC-STAKE (AC-SLOT)
                   END-IF
                   ADD 1 TO AC-LEG-COUNT (AC-SLOT)
                   MOVE AC-LEG-COUNT (AC-SLOT) TO AL-SLOT
                   MOVE EVENT-ID TO AL-EVENT (AC-SLOT, AL-SLOT)
                   MOVE RUNNER-ID TO AL-RUNNER (AC-SLOT, AL-SLOT)
                   MOVE OUT1 TO AL-ODDS (AC-SLOT, AL-SLOT)
                   MOVE 'O' TO AL-RESULT (AC-SLOT, AL-SLOT)
               END-IF.

           LOCATE-ACCA-BET.
               MOVE 0 TO AC-SLOT.
               PERFORM MATCH-ACCA-BET
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > ACCA-COUNT
                       OR AC-SLOT > 0.

           MATCH-ACCA-BET.
               IF AC-BET-ID (AC-INDEX) = ACCA-BET-ID
                   AND AC-OPEN-SWITCH (AC-INDEX) = 'Y'
                   MOVE AC-INDEX TO AC-SLOT
               END-IF.

      * a result marks the matching open leg of every open multiple;
      * the bet settles as soon as a leg loses or no leg is left open
           SETTLE-ACCA-LEGS.
               MOVE RESULT-CODE-IN TO ACCA-SAVE-RESULT.
               PERFORM SETTLE-ONE-ACCA
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > ACCA-COUNT.
               MOVE ACCA-SAVE-RESULT TO RESULT-CODE-IN.

           SETTLE-ONE-ACCA.
               IF AC-OPEN-SWITCH (AC-INDEX) = 'Y'
                   MOVE 0 TO AL-SLOT
                   PERFORM MATCH-ACCA-LEG
                       VARYING AL-INDEX FROM 1 BY 1
                       UNTIL AL-INDEX > AC-LEG-COUNT (AC-INDEX)
                           OR AL-SLOT > 0
                   IF AL-SLOT > 0
                       MOVE ACCA-SAVE-RESULT
                           TO AL-RESULT (AC-INDEX, AL-SLOT)
                       PERFORM PRICE-ACCA-BET
                       IF ACCA-LOST OR ACCA-OPEN-LEGS = 0
                           PERFORM CLOSE-ACCA-BET
                       END-IF
                   END-IF
               END-IF.

           MATCH-ACCA-LEG.
               IF AL-EVENT (AC-INDEX, AL-INDEX) = EVENT-ID
                   AND AL-RUNNER (AC-INDEX, AL-INDEX) = RUNNER-ID
                   AND AL-RESULT (AC-INDEX, AL-INDEX) = 'O'
                   MOVE AL-INDEX TO AL-SLOT
               END-IF.

      * open and winning legs multiply into the price, void legs
      * drop out - with legs still open this is the worst case
           PRICE-ACCA-BET.
               MOVE 1 TO ACCA-PRICE.
               MOVE 0 TO ACCA-OPEN-LEGS.
               MOVE 0 TO ACCA-WON-LEGS.
               MOVE 'N' TO ACCA-LOST-SWITCH.
               PERFORM PRICE-ONE-ACCA-LEG
                   VARYING AL-INDEX FROM 1 BY 1
                   UNTIL AL-INDEX > AC-LEG-COUNT (AC-INDEX).

           PRICE-ONE-ACCA-LEG.
               EVALUATE AL-RESULT (AC-INDEX, AL-INDEX)
                   WHEN 'O'
                       ADD 1 TO ACCA-OPEN-LEGS
                       COMPUTE ACCA-PRICE ROUNDED =
                           ACCA-PRICE * AL-ODDS (AC-INDEX, AL-INDEX)
                   WHEN 'W'
                       ADD 1 TO ACCA-WON-LEGS
                       COMPUTE ACCA-PRICE ROUNDED =
                           ACCA-PRICE * AL-ODDS (AC-INDEX, AL-INDEX)
                   WHEN 'L'
                       SET ACCA-LOST TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * the settlement posts against the leg that closed the bet so
      * the event and daily ledger totals still add up
           CLOSE-ACCA-BET.
               MOVE AC-STAKE (AC-INDEX) TO STAKE-AMOUNT.
               IF ACCA-LOST
                   MOVE 'L' TO RESULT-CODE-IN
                   MOVE 0 TO RETURN-AMOUNT
               ELSE
                   IF ACCA-WON-LEGS = 0
                       MOVE 'V' TO RESULT-CODE-IN
                   ELSE
                       MOVE 'W' TO RESULT-CODE-IN
                   END-IF
                   COMPUTE RETURN-AMOUNT ROUNDED =
                       STAKE-AMOUNT * ACCA-PRICE
               END-IF.
               COMPUTE PROFIT-AMOUNT = RETURN-AMOUNT - STAKE-AMOUNT.
               MOVE 0 TO EW-DIVISOR.
               MOVE 0 TO PLACED-POSITION.
               MOVE AC-BET-ID (AC-INDEX) TO LEDGER-ACCA-ID.
               MOVE 'N' TO AC-OPEN-SWITCH (AC-INDEX).
               ADD 1 TO AUTO-SETTLE-COUNT.
               PERFORM APPLY-SETTLEMENT-TOTALS.
               MOVE SPACES TO LEDGER-ACCA-ID.

           LOAD-ONE-ACCA-LEG.
               MOVE SPACES TO ACCA-BET-ID.
               MOVE SPACES TO OB-STAKE-TEXT.
               MOVE SPACES TO ACCA-ODDS-TEXT.
               MOVE SPACES TO ACCA-RESULT-TEXT.
               UNSTRING OPEN-BET-LINE DELIMITED BY ALL SPACE
                   INTO ACCA-ROW-TAG, ACCA-BET-ID, OB-STAKE-TEXT,
                       EVENT-ID, RUNNER-ID, ACCA-ODDS-TEXT,
                       ACCA-RESULT-TEXT.
               PERFORM LOCATE-ACCA-BET.
               IF AC-SLOT = 0
                   IF ACCA-COUNT < MAX-ACCA-ENTRIES
                       ADD 1 TO ACCA-COUNT
                       MOVE ACCA-COUNT TO AC-SLOT
                       MOVE ACCA-BET-ID TO AC-BET-ID (AC-SLOT)
                       COMPUTE AC-STAKE (AC-SLOT) =
                           FUNCTION NUMVAL (OB-STAKE-TEXT)
                       MOVE 0 TO AC-LEG-COUNT (AC-SLOT)
                       MOVE 'Y' TO AC-OPEN-SWITCH (AC-SLOT)
                   ELSE
                       DISPLAY "ACCUMULATOR TABLE FULL - IGNORING "
                           OPEN-BET-LINE
                   END-IF
               END-IF.
               IF AC-SLOT > 0
                   AND AC-LEG-COUNT (AC-SLOT) < MAX-ACCA-LEGS
                   ADD 1 TO AC-LEG-COUNT (AC-SLOT)
                   MOVE AC-LEG-COUNT (AC-SLOT) TO AL-SLOT
                   MOVE EVENT-ID TO AL-EVENT (AC-SLOT, AL-SLOT)
                   MOVE RUNNER-ID TO AL-RUNNER (AC-SLOT, AL-SLOT)
                   COMPUTE AL-ODDS (AC-SLOT, AL-SLOT) =
                       FUNCTION NUMVAL (ACCA-ODDS-TEXT)
                   MOVE ACCA-RESULT-TEXT
                       TO AL-RESULT (AC-SLOT, AL-SLOT)
               END-IF.

      * a runner's price is only settled once every book has quoted,
      * so each quote just updates the runner's best price here and
      * the one movement row per runner is written at end of run
           TRACK-RUNNER-MOVEMENT.
               PERFORM SAVE-CURRENT-RUNNER.

           WRITE-RUNNER-MOVEMENTS.
               PERFORM WRITE-ONE-RUNNER-MOVEMENT
                   VARYING MOVE-INDEX FROM 1 BY 1
                   UNTIL MOVE-INDEX > CURRENT-COUNT.

           WRITE-ONE-RUNNER-MOVEMENT.
               MOVE CURRENT-EVENT (MOVE-INDEX) TO EVENT-ID.
               MOVE CURRENT-RUNNER (MOVE-INDEX) TO RUNNER-ID.
               PERFORM FIND-PREVIOUS-RUNNER.
               IF RUNNER-FOUND
                   PERFORM WRITE-MOVEMENT-RECORD
               END-IF.

           FIND-PREVIOUS-RUNNER.
               MOVE 'N' TO RUNNER-FOUND-SWITCH.
               END-IF.

           WRITE-MOVEMENT-RECORD.
               COMPUTE MOVE-DELTA = CURRENT-INP (MOVE-INDEX)
                   - PREV-INP (RUNNER-MATCH-INDEX).
               IF MOVE-DELTA < 0
                   COMPUTE MOVE-DELTA-ABS = 0 - MOVE-DELTA
               ELSE
               END-IF.
               MOVE PREV-INP (RUNNER-MATCH-INDEX)
                   TO FORMATTED-PREV-INP.
               MOVE CURRENT-INP (MOVE-INDEX) TO FORMATTED-CUR-INP.
               MOVE MOVE-DELTA TO FORMATTED-DELTA.
               ADD 1 TO MOVE-COUNT.
               MOVE SPACES TO ODDS-MOVE-RECORD.
                   END-IF
               END-IF.
               IF RUNNER-MATCH-INDEX > 0
                   IF BOOK-CODE NOT = SPACES AND PR-SLOT > 0
                       MOVE PR-BEST-INP (PR-SLOT)
                           TO CURRENT-INP (RUNNER-MATCH-INDEX)
                   ELSE
                       MOVE INP TO CURRENT-INP (RUNNER-MATCH-INDEX)
                   END-IF
               END-IF.

           MATCH-CURRENT-RUNNER.
               PERFORM WRITE-ONE-EXPOSURE-EVENT
                   VARYING OB-INDEX FROM 1 BY 1
                   UNTIL OB-INDEX > OPEN-BET-COUNT.
               PERFORM WRITE-ONE-ACCA-EXPOSURE
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > ACCA-COUNT.
               MOVE TOTAL-EXPOSURE-STAKE TO FORMATTED-EXP-STAKE.
               MOVE TOTAL-EXPOSURE-PAYOUT TO FORMATTED-EXP-PAYOUT.
               MOVE SPACES TO EXPOSURE-REPORT-RECORD.
                   AND OB-EVENT (OB-SCAN) = OB-EVENT (OB-INDEX)
                   ADD OB-STAKE (OB-SCAN) TO EXPOSURE-STAKE
                   ADD OB-PAYOUT (OB-SCAN) TO EXPOSURE-PAYOUT
                   ADD OB-PLACE-PAYOUT (OB-SCAN) TO EXPOSURE-PAYOUT
                   MOVE 'Y' TO OB-DONE-SWITCH (OB-SCAN)
               END-IF.

      * a multiple is one exposure line however many legs it has
           WRITE-ONE-ACCA-EXPOSURE.
               IF AC-OPEN-SWITCH (AC-INDEX) = 'Y'
                   PERFORM PRICE-ACCA-BET
                   MOVE AC-STAKE (AC-INDEX) TO EXPOSURE-STAKE
                   COMPUTE EXPOSURE-PAYOUT ROUNDED =
                       AC-STAKE (AC-INDEX) * ACCA-PRICE
                   ADD EXPOSURE-STAKE TO TOTAL-EXPOSURE-STAKE
                   ADD EXPOSURE-PAYOUT TO TOTAL-EXPOSURE-PAYOUT
                   MOVE EXPOSURE-STAKE TO FORMATTED-EXP-STAKE
                   MOVE EXPOSURE-PAYOUT TO FORMATTED-EXP-PAYOUT
                   MOVE AC-LEG-COUNT (AC-INDEX) TO FORMATTED-LEGS
                   MOVE ACCA-OPEN-LEGS TO FORMATTED-OPEN-LEGS
                   MOVE SPACES TO EXPOSURE-REPORT-RECORD
                   STRING "ACCA=" DELIMITED BY SIZE
                       AC-BET-ID (AC-INDEX) DELIMITED BY SPACE
                       " LEGS=" FORMATTED-LEGS
                       " OPEN LEGS=" FORMATTED-OPEN-LEGS
                       " OPEN STAKE=" FORMATTED-EXP-STAKE
                       " WORSTCASE=" FORMATTED-EXP-PAYOUT
                       DELIMITED BY SIZE
                       INTO EXPOSURE-REPORT-RECORD
                   WRITE EXPOSURE-REPORT-RECORD
               END-IF.

           WRITE-OPEN-BETS.
               OPEN OUTPUT OPEN-BETS.
               PERFORM WRITE-ONE-OPEN-BET
                   VARYING OB-INDEX FROM 1 BY 1
                   UNTIL OB-INDEX > OPEN-BET-COUNT.
               PERFORM WRITE-ONE-OPEN-ACCA
                   VARYING AC-INDEX FROM 1 BY 1
                   UNTIL AC-INDEX > ACCA-COUNT.
               CLOSE OPEN-BETS.

           WRITE-ONE-OPEN-BET.
                       " " OB-PAYOUT-DISPLAY
                       DELIMITED BY SIZE
                       INTO OPEN-BETS-RECORD
                   IF OB-EW-DIVISOR (OB-INDEX) > 0
                       MOVE OB-PLACE-PAYOUT (OB-INDEX)
                           TO OB-PLACE-DISPLAY
                       MOVE SPACES TO OPEN-BET-LINE
                       STRING OPEN-BETS-RECORD DELIMITED BY "  "
                           " EW=" OB-EW-DIVISOR (OB-INDEX)
                           "/" OB-EW-PLACES (OB-INDEX)
                           " " OB-PLACE-DISPLAY
                           DELIMITED BY SIZE
                           INTO OPEN-BET-LINE
                       MOVE OPEN-BET-LINE TO OPEN-BETS-RECORD
                   END-IF
                   WRITE OPEN-BETS-RECORD
               END-IF.

           WRITE-ONE-OPEN-ACCA.
               IF AC-OPEN-SWITCH (AC-INDEX) = 'Y'
                   PERFORM WRITE-ONE-ACCA-LEG
                       VARYING AL-INDEX FROM 1 BY 1
                       UNTIL AL-INDEX > AC-LEG-COUNT (AC-INDEX)
               END-IF.

           WRITE-ONE-ACCA-LEG.
               MOVE AC-STAKE (AC-INDEX) TO OB-STAKE-DISPLAY.
               MOVE AL-ODDS (AC-INDEX, AL-INDEX) TO AL-ODDS-DISPLAY.
               MOVE SPACES TO OPEN-BETS-RECORD.
               STRING "ACCA " DELIMITED BY SIZE
                   AC-BET-ID (AC-INDEX) DELIMITED BY SPACE
                   " " OB-STAKE-DISPLAY " " DELIMITED BY SIZE
                   AL-EVENT (AC-INDEX, AL-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AL-RUNNER (AC-INDEX, AL-INDEX) DELIMITED BY SPACE
                   " " AL-ODDS-DISPLAY
                   " " AL-RESULT (AC-INDEX, AL-INDEX)
                   DELIMITED BY SIZE
                   INTO OPEN-BETS-RECORD.
               WRITE OPEN-BETS-RECORD.

           WRITE-PREVIOUS-RUN.
               OPEN OUTPUT ODDS-PREV.
               PERFORM WRITE-ONE-PREV-RUNNER
                           EVENT-ID
                   END-IF
               END-IF.
      * a book-coded quote for a runner already priced this run is a
      * second book (or a re-quote), not another runner - the event's
      * book total follows the runner's best price across books
               IF EVENT-MATCH-INDEX > 0
                   IF BOOK-CODE NOT = SPACES
                       AND PRIOR-BEST-INP > 0
                       AND PR-SLOT > 0
                       COMPUTE EVENT-INP-SUM (EVENT-MATCH-INDEX) =
                           EVENT-INP-SUM (EVENT-MATCH-INDEX)
                           - PRIOR-BEST-INP + PR-BEST-INP (PR-SLOT)
                   ELSE
                       ADD INP TO EVENT-INP-SUM (EVENT-MATCH-INDEX)
                       ADD 1 TO EVENT-RUNNER-COUNT (EVENT-MATCH-INDEX)
                   END-IF
               END-IF.

           FIND-EVENT-ENTRY.
                   " OUT2=" OUT2 DELIMITED BY SIZE
                   INTO ODDS-AUDIT-RECORD
                   WITH POINTER AUDIT-PTR.
               IF BOOK-CODE NOT = SPACES
                   STRING " BOOK=" DELIMITED BY SIZE
                       BOOK-CODE DELIMITED BY SPACE
                       INTO ODDS-AUDIT-RECORD
                       WITH POINTER AUDIT-PTR
               END-IF.
               IF HAVE-FAIR AND BANKROLL > 0
                   MOVE KELLY-STAKE TO FORMATTED-KELLY
                   STRING " FAIR=" FAIR-INP
               MOVE ODDS-LINE TO EXCEPT-INPUT.
               MOVE REASON-CODE TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

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
                   WRITE EVENT-REPORT-RECORD
               END-IF.

      * best-price report - one line per event and runner naming the
      * best decimal price and the book to place with (plus the Kelly
      * stake at that price when a fair line was quoted), followed by
      * every book's price side by side
           WRITE-BEST-PRICE-REPORT.
               OPEN OUTPUT BEST-PRICE-REPORT.
               PERFORM WRITE-ONE-BEST-PRICE
                   VARYING PR-INDEX FROM 1 BY 1
                   UNTIL PR-INDEX > PRICE-COUNT.
               CLOSE BEST-PRICE-REPORT.

           WRITE-ONE-BEST-PRICE.
               MOVE PR-INDEX TO PR-SLOT.
               COMPUTE BEST-DECIMAL ROUNDED =
                   100 / PR-BEST-INP (PR-SLOT).
               MOVE BEST-DECIMAL TO FORMATTED-PRICE.
               MOVE PR-BOOK-COUNT (PR-SLOT) TO FORMATTED-RUNNERS.
               MOVE SPACES TO BEST-PRICE-RECORD.
               MOVE 1 TO BEST-PTR.
               STRING "EVENT=" DELIMITED BY SIZE
                   PR-EVENT (PR-SLOT) DELIMITED BY SPACE
                   " RUNNER=" DELIMITED BY SIZE
                   PR-RUNNER (PR-SLOT) DELIMITED BY SPACE
                   " BOOKS=" FORMATTED-RUNNERS
                   " BEST=" FORMATTED-PRICE
                   " PLACE WITH=" DELIMITED BY SIZE
                   INTO BEST-PRICE-RECORD
                   WITH POINTER BEST-PTR.
               IF PR-BEST-BOOK (PR-SLOT) = SPACES
                   STRING "UNNAMED" DELIMITED BY SIZE
                       INTO BEST-PRICE-RECORD
                       WITH POINTER BEST-PTR
               ELSE
                   STRING PR-BEST-BOOK (PR-SLOT) DELIMITED BY SPACE
                       INTO BEST-PRICE-RECORD
                       WITH POINTER BEST-PTR
               END-IF.
               IF PR-HAVE-FAIR (PR-SLOT) AND BANKROLL > 0
                   MOVE PR-BEST-INP (PR-SLOT) TO KELLY-PRICE-INP
                   MOVE PR-FAIR-INP (PR-SLOT) TO KELLY-FAIR-INP
                   PERFORM COMPUTE-KELLY-STAKE
                   MOVE KELLY-STAKE TO FORMATTED-KELLY
                   STRING " KELLY=" FORMATTED-KELLY
                       DELIMITED BY SIZE
                       INTO BEST-PRICE-RECORD
                       WITH POINTER BEST-PTR
               END-IF.
               WRITE BEST-PRICE-RECORD.
               ADD 1 TO BEST-LINE-COUNT.
               MOVE SPACES TO BEST-PRICE-RECORD.
               MOVE 1 TO BEST-PTR.
               STRING "  PRICES:" DELIMITED BY SIZE
                   INTO BEST-PRICE-RECORD
                   WITH POINTER BEST-PTR.
               PERFORM APPEND-BOOK-PRICE
                   VARYING PR-BOOK-INDEX FROM 1 BY 1
                   UNTIL PR-BOOK-INDEX > PR-BOOK-COUNT (PR-SLOT).
               WRITE BEST-PRICE-RECORD.

           APPEND-BOOK-PRICE.
               COMPUTE BEST-DECIMAL ROUNDED =
                   100 / PR-BOOK-INP (PR-SLOT, PR-BOOK-INDEX).
               MOVE BEST-DECIMAL TO FORMATTED-PRICE.
               STRING " " DELIMITED BY SIZE
                   INTO BEST-PRICE-RECORD
                   WITH POINTER BEST-PTR.
               IF PR-BOOK (PR-SLOT, PR-BOOK-INDEX) = SPACES
                   STRING "UNNAMED" DELIMITED BY SIZE
                       INTO BEST-PRICE-RECORD
                       WITH POINTER BEST-PTR
               ELSE
                   STRING PR-BOOK (PR-SLOT, PR-BOOK-INDEX)
                       DELIMITED BY SPACE
                       INTO BEST-PRICE-RECORD
                       WITH POINTER BEST-PTR
               END-IF.
               STRING "=" DELIMITED BY SIZE
                   FORMATTED-PRICE DELIMITED BY SIZE
                   INTO BEST-PRICE-RECORD
                   WITH POINTER BEST-PTR.

           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               OPEN OUTPUT ODDS-CKP.
               CLOSE ODDS-CKP.
               PERFORM WRITE-EVENT-REPORT.
               PERFORM WRITE-BEST-PRICE-REPORT.
               IF SETTLEMENT-COUNT > 0
                   PERFORM WRITE-LEDGER-TOTALS
               END-IF.
               IF CURRENT-COUNT > 0
                   PERFORM WRITE-RUNNER-MOVEMENTS
                   PERFORM WRITE-PREVIOUS-RUN
               END-IF.
               PERFORM WRITE-EXPOSURE-REPORT.
               CLOSE ODDS-AUDIT.
               CLOSE EVENT-REPORT.
               CLOSE ODDS-LEDGER.
               CLOSE CLV-DETAIL.
               CLOSE ODDS-MOVE.
               CLOSE SUITE-LOG.
               CLOSE SUITE-EXC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bettingclv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLV-IN ASSIGN TO "ODDSCLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLV-STATUS.
           SELECT CLV-REPORT ASSIGN TO "ODDSCLR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "CLVPRM"
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
       FD  CLV-IN.
           01 CLV-IN-RECORD PIC X(140).
       FD  CLV-REPORT.
           01 CLV-REPORT-RECORD PIC X(132).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 CLV-STATUS PIC XX.
           01 CLV-EOF-SWITCH PIC X VALUE 'N'.
               88 CLV-EOF VALUE 'Y'.
           01 CLV-LINE PIC X(140).
           01 ROW-COUNT PIC 9(6) VALUE 0.

      * the reporting period - PERIOD-FROM= and PERIOD-TO= cards in
      * CLVPRM bound the settlement dates taken from ODDSCLV; without
      * cards the whole file is the period
           01 PERIOD-FROM PIC 9(8) VALUE 0.
           01 PERIOD-TO PIC 9(8) VALUE 99999999.
           01 ROW-DATE PIC 9(8).

      * one ODDSCLV row as betting writes it:
      *   betting stamp EVENT= RUNNER= RESULT= STAKE= BOOKED= CLOSING=
           01 CLV-PROGRAM PIC X(15).
           01 CLV-STAMP PIC X(17).
           01 CLV-EVENT-TOKEN PIC X(20).
           01 CLV-RUNNER-TOKEN PIC X(20).
           01 CLV-RESULT-TOKEN PIC X(10).
           01 CLV-STAKE-TOKEN PIC X(20).
           01 CLV-BOOKED-TOKEN PIC X(20).
           01 CLV-CLOSING-TOKEN PIC X(20).
           01 EVENT-ID PIC X(12).
           01 RUNNER-ID PIC X(12).
           01 RESULT-CODE PIC X(1).
           01 STAKE-AMOUNT PIC 9(7)V99.
           01 BOOKED-PRICE PIC 9(5)V9(6).
           01 CLOSING-PRICE PIC 9(5)V9(6).

      * closing-line value is the percentage by which the booked
      * decimal price beat (positive) or missed (negative) the last
      * price seen before the result; averages are stake-weighted
      * and only bets with a closing price count towards them
           01 CLV-PERCENT PIC S9(5)V99.
           01 AVERAGE-CLV PIC S9(5)V99.
           01 EVENT-TABLE.
               05 EVENT-ENTRY OCCURS 200 TIMES.
                   10 EV-EVENT PIC X(12).
                   10 EV-BETS PIC 9(6).
                   10 EV-PRICED PIC 9(6).
                   10 EV-BEAT PIC 9(6).
                   10 EV-MISSED PIC 9(6).
                   10 EV-STAKE PIC 9(9)V99.
                   10 EV-PRICED-STAKE PIC 9(9)V99.
                   10 EV-WEIGHTED PIC S9(13)V99.
           01 EVENT-COUNT PIC 999 VALUE 0.
           01 MAX-EVENT-ENTRIES PIC 999 VALUE 200.
           01 EVENT-INDEX PIC 999.
           01 EVENT-SLOT PIC 999.
           01 PERIOD-BETS PIC 9(6) VALUE 0.
           01 PERIOD-PRICED PIC 9(6) VALUE 0.
           01 PERIOD-BEAT PIC 9(6) VALUE 0.
           01 PERIOD-MISSED PIC 9(6) VALUE 0.
           01 PERIOD-STAKE PIC 9(9)V99 VALUE 0.
           01 PERIOD-PRICED-STAKE PIC 9(9)V99 VALUE 0.
           01 PERIOD-WEIGHTED PIC S9(13)V99 VALUE 0.

           01 FORMATTED-STAKE PIC Z(8)9.99.
           01 FORMATTED-PRICE PIC ZZZZ9.999.
           01 FORMATTED-CLOSING PIC ZZZZ9.999.
           01 FORMATTED-CLV PIC +(4)9.99.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-PRICED PIC Z(5)9.
           01 FORMATTED-BEAT PIC Z(5)9.
           01 FORMATTED-MISSED PIC Z(5)9.

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
               PERFORM PROCESS-CLV-ROW UNTIL CLV-EOF.
               PERFORM WRITE-ONE-EVENT-TOTAL
                   VARYING EVENT-INDEX FROM 1 BY 1
                   UNTIL EVENT-INDEX > EVENT-COUNT.
               PERFORM WRITE-PERIOD-TOTAL.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               OPEN INPUT CLV-IN.
               IF CLV-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CLV DETAIL FILE - STATUS "
                       CLV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT CLV-REPORT.
               OPEN EXTEND SUITE-LOG.
               MOVE SPACES TO CLV-REPORT-RECORD.
               STRING "CLOSING LINE VALUE PERIOD " PERIOD-FROM
                   " TO " PERIOD-TO " RUN " RUN-STAMP
                   DELIMITED BY SIZE INTO CLV-REPORT-RECORD.
               WRITE CLV-REPORT-RECORD.
               PERFORM READ-CLV-LINE.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "PERIOD-FROM"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE PERIOD-FROM =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "PERIOD-TO"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE PERIOD-TO =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           READ-CLV-LINE.
               READ CLV-IN INTO CLV-LINE
                   AT END SET CLV-EOF TO TRUE
               END-READ.

           PROCESS-CLV-ROW.
               IF CLV-LINE NOT = SPACES
                   MOVE SPACES TO CLV-STAMP
                   UNSTRING CLV-LINE DELIMITED BY ALL SPACE
                       INTO CLV-PROGRAM, CLV-STAMP,
                           CLV-EVENT-TOKEN, CLV-RUNNER-TOKEN,
                           CLV-RESULT-TOKEN, CLV-STAKE-TOKEN,
                           CLV-BOOKED-TOKEN, CLV-CLOSING-TOKEN
                   IF CLV-STAMP (1:8) IS NUMERIC
                       MOVE CLV-STAMP (1:8) TO ROW-DATE
                       IF ROW-DATE NOT < PERIOD-FROM
                           AND ROW-DATE NOT > PERIOD-TO
                           ADD 1 TO ROW-COUNT
                           PERFORM POST-CLV-BET
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-CLV-LINE.

           POST-CLV-BET.
               MOVE CLV-EVENT-TOKEN (7:12) TO EVENT-ID.
               MOVE CLV-RUNNER-TOKEN (8:12) TO RUNNER-ID.
               MOVE CLV-RESULT-TOKEN (8:1) TO RESULT-CODE.
               COMPUTE STAKE-AMOUNT =
                   FUNCTION NUMVAL (CLV-STAKE-TOKEN (7:14)).
               COMPUTE BOOKED-PRICE =
                   FUNCTION NUMVAL (CLV-BOOKED-TOKEN (8:13)).
               COMPUTE CLOSING-PRICE =
                   FUNCTION NUMVAL (CLV-CLOSING-TOKEN (9:12)).
               PERFORM LOCATE-EVENT-ENTRY.
               ADD 1 TO PERIOD-BETS.
               ADD STAKE-AMOUNT TO PERIOD-STAKE.
               IF EVENT-SLOT > 0
                   ADD 1 TO EV-BETS (EVENT-SLOT)
                   ADD STAKE-AMOUNT TO EV-STAKE (EVENT-SLOT)
               END-IF.
               IF CLOSING-PRICE > 0
                   COMPUTE CLV-PERCENT ROUNDED =
                       (BOOKED-PRICE / CLOSING-PRICE - 1) * 100
                   PERFORM TALLY-PRICED-BET
               END-IF.
               PERFORM WRITE-BET-LINE.

           TALLY-PRICED-BET.
               ADD 1 TO PERIOD-PRICED.
               ADD STAKE-AMOUNT TO PERIOD-PRICED-STAKE.
               COMPUTE PERIOD-WEIGHTED =
                   PERIOD-WEIGHTED + STAKE-AMOUNT * CLV-PERCENT.
               IF CLV-PERCENT > 0
                   ADD 1 TO PERIOD-BEAT
               END-IF.
               IF CLV-PERCENT < 0
                   ADD 1 TO PERIOD-MISSED
               END-IF.
               IF EVENT-SLOT > 0
                   ADD 1 TO EV-PRICED (EVENT-SLOT)
                   ADD STAKE-AMOUNT TO EV-PRICED-STAKE (EVENT-SLOT)
                   COMPUTE EV-WEIGHTED (EVENT-SLOT) =
                       EV-WEIGHTED (EVENT-SLOT)
                       + STAKE-AMOUNT * CLV-PERCENT
                   IF CLV-PERCENT > 0
                       ADD 1 TO EV-BEAT (EVENT-SLOT)
                   END-IF
                   IF CLV-PERCENT < 0
                       ADD 1 TO EV-MISSED (EVENT-SLOT)
                   END-IF
               END-IF.

           LOCATE-EVENT-ENTRY.
               MOVE 0 TO EVENT-SLOT.
               PERFORM MATCH-EVENT-ENTRY
                   VARYING EVENT-INDEX FROM 1 BY 1
                   UNTIL EVENT-INDEX > EVENT-COUNT
                       OR EVENT-SLOT > 0.
               IF EVENT-SLOT = 0
                   IF EVENT-COUNT < MAX-EVENT-ENTRIES
                       ADD 1 TO EVENT-COUNT
                       MOVE EVENT-COUNT TO EVENT-SLOT
                       MOVE EVENT-ID TO EV-EVENT (EVENT-SLOT)
                       MOVE 0 TO EV-BETS (EVENT-SLOT)
                       MOVE 0 TO EV-PRICED (EVENT-SLOT)
                       MOVE 0 TO EV-BEAT (EVENT-SLOT)
                       MOVE 0 TO EV-MISSED (EVENT-SLOT)
                       MOVE 0 TO EV-STAKE (EVENT-SLOT)
                       MOVE 0 TO EV-PRICED-STAKE (EVENT-SLOT)
                       MOVE 0 TO EV-WEIGHTED (EVENT-SLOT)
                   ELSE
                       DISPLAY "EVENT TABLE FULL - NO EVENT TOTAL FOR "
                           EVENT-ID
                   END-IF
               END-IF.

           MATCH-EVENT-ENTRY.
               IF EV-EVENT (EVENT-INDEX) = EVENT-ID
                   MOVE EVENT-INDEX TO EVENT-SLOT
               END-IF.

           WRITE-BET-LINE.
               MOVE STAKE-AMOUNT TO FORMATTED-STAKE.
               MOVE BOOKED-PRICE TO FORMATTED-PRICE.
               MOVE SPACES TO CLV-REPORT-RECORD.
               IF CLOSING-PRICE > 0
                   MOVE CLOSING-PRICE TO FORMATTED-CLOSING
                   MOVE CLV-PERCENT TO FORMATTED-CLV
                   STRING "BET " CLV-STAMP (1:8)
                       " EVENT=" DELIMITED BY SIZE
                       EVENT-ID DELIMITED BY SPACE
                       " RUNNER=" DELIMITED BY SIZE
                       RUNNER-ID DELIMITED BY SPACE
                       " RESULT=" RESULT-CODE
                       " STAKE=" FORMATTED-STAKE
                       " BOOKED=" FORMATTED-PRICE
                       " CLOSING=" FORMATTED-CLOSING
                       " CLV=" FORMATTED-CLV "%"
                       DELIMITED BY SIZE INTO CLV-REPORT-RECORD
               ELSE
                   STRING "BET " CLV-STAMP (1:8)
                       " EVENT=" DELIMITED BY SIZE
                       EVENT-ID DELIMITED BY SPACE
                       " RUNNER=" DELIMITED BY SIZE
                       RUNNER-ID DELIMITED BY SPACE
                       " RESULT=" RESULT-CODE
                       " STAKE=" FORMATTED-STAKE
                       " BOOKED=" FORMATTED-PRICE
                       " CLOSING=NONE"
                       DELIMITED BY SIZE INTO CLV-REPORT-RECORD
               END-IF.
               WRITE CLV-REPORT-RECORD.

           WRITE-ONE-EVENT-TOTAL.
               MOVE 0 TO AVERAGE-CLV.
               IF EV-PRICED-STAKE (EVENT-INDEX) > 0
                   COMPUTE AVERAGE-CLV ROUNDED =
                       EV-WEIGHTED (EVENT-INDEX)
                       / EV-PRICED-STAKE (EVENT-INDEX)
               END-IF.
               MOVE EV-BETS (EVENT-INDEX) TO FORMATTED-COUNT.
               MOVE EV-PRICED (EVENT-INDEX) TO FORMATTED-PRICED.
               MOVE EV-BEAT (EVENT-INDEX) TO FORMATTED-BEAT.
               MOVE EV-MISSED (EVENT-INDEX) TO FORMATTED-MISSED.
               MOVE EV-STAKE (EVENT-INDEX) TO FORMATTED-STAKE.
               MOVE AVERAGE-CLV TO FORMATTED-CLV.
               MOVE SPACES TO CLV-REPORT-RECORD.
               STRING "EVENT=" EV-EVENT (EVENT-INDEX)
                   " BETS=" FORMATTED-COUNT
                   " PRICED=" FORMATTED-PRICED
                   " BEAT=" FORMATTED-BEAT
                   " MISSED=" FORMATTED-MISSED
                   " STAKE=" FORMATTED-STAKE
                   " AVGCLV=" FORMATTED-CLV "%"
                   DELIMITED BY SIZE INTO CLV-REPORT-RECORD.
               WRITE CLV-REPORT-RECORD.

           WRITE-PERIOD-TOTAL.
               MOVE 0 TO AVERAGE-CLV.
               IF PERIOD-PRICED-STAKE > 0
                   COMPUTE AVERAGE-CLV ROUNDED =
                       PERIOD-WEIGHTED / PERIOD-PRICED-STAKE
               END-IF.
               MOVE PERIOD-BETS TO FORMATTED-COUNT.
               MOVE PERIOD-PRICED TO FORMATTED-PRICED.
               MOVE PERIOD-BEAT TO FORMATTED-BEAT.
               MOVE PERIOD-MISSED TO FORMATTED-MISSED.
               MOVE PERIOD-STAKE TO FORMATTED-STAKE.
               MOVE AVERAGE-CLV TO FORMATTED-CLV.
               MOVE SPACES TO CLV-REPORT-RECORD.
               STRING "PERIOD BETS=" FORMATTED-COUNT
                   " PRICED=" FORMATTED-PRICED
                   " BEAT=" FORMATTED-BEAT
                   " MISSED=" FORMATTED-MISSED
                   " STAKE=" FORMATTED-STAKE
                   " AVGCLV=" FORMATTED-CLV "%"
                   DELIMITED BY SIZE INTO CLV-REPORT-RECORD.
               WRITE CLV-REPORT-RECORD.

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
               MOVE "bettingclv" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE ROW-COUNT TO FORMATTED-COUNT.
               STRING "ROWS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE PERIOD-PRICED TO FORMATTED-PRICED.
               STRING "PRICED=" FORMATTED-PRICED
                   " AVGCLV=" FORMATTED-CLV
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE CLV-IN.
               CLOSE CLV-REPORT.
               CLOSE SUITE-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pyramprog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUILD-PLAN ASSIGN TO "PYRAMPLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT PROGRESS-IN ASSIGN TO "PYRAMPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRESS-STATUS.
           SELECT RATES-IN ASSIGN TO "PYRAMRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-STATUS.
           SELECT RESERVATION-LEDGER ASSIGN TO "PYRAMRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT BLOCK-INV ASSIGN TO "BLOCKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVENTORY-KEY
               FILE STATUS IS INV-STATUS.
           SELECT RELEASE-AUDIT ASSIGN TO "BLOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PROGRESS-RPT ASSIGN TO "PYRAMACT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  BUILD-PLAN.
           01 BUILD-PLAN-RECORD PIC X(160).
       FD  PROGRESS-IN.
           01 PROGRESS-IN-RECORD PIC X(60).
       FD  RATES-IN.
           01 RATES-IN-RECORD PIC X(20).
       FD  RESERVATION-LEDGER.
           COPY PYRRES.
       FD  BLOCK-INV.
           COPY BLKINV.
       FD  RELEASE-AUDIT.
           01 RELEASE-AUDIT-RECORD PIC X(160).
       FD  PROGRESS-RPT.
           01 PROGRESS-RPT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 PLAN-STATUS PIC XX.
           01 PLAN-EOF-SWITCH PIC X VALUE 'N'.
               88 PLAN-EOF VALUE 'Y'.
           01 PROGRESS-STATUS PIC XX.
           01 PROGRESS-EOF-SWITCH PIC X VALUE 'N'.
               88 PROGRESS-EOF VALUE 'Y'.
           01 LEDGER-STATUS PIC XX.
           01 LEDGER-EOF-SWITCH PIC X VALUE 'N'.
               88 LEDGER-EOF VALUE 'Y'.
           01 INV-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 INVENTORY-OPEN-SWITCH PIC X VALUE 'N'.
               88 INVENTORY-OPEN VALUE 'Y'.

      * the plan as pyramids last wrote it - one PYRAMPLN row per
      * layer, kept in layer order per plan so the layers a foreman
      * reports finished can be priced in casing blocks and, where
      * the plan carries a labour timeline, the blocks due by any date
      * read off the layer completion dates
           01 PLAN-LINE PIC X(160).
           01 PLAN-TOKEN-TABLE.
               05 PLAN-TOKEN PIC X(12) OCCURS 19 TIMES.
           01 LAYER-TABLE.
               05 LAYER-ENTRY OCCURS 3000 TIMES.
                   10 LYR-BLOCKS PIC 9(9).
                   10 LYR-FINISHED PIC 9(9).
                   10 LYR-CUMULATIVE PIC 9(12).
                   10 LYR-COMPLETE PIC 9(8).
           01 LAYER-COUNT PIC 9(4) VALUE 0.
           01 MAX-LAYER-ENTRIES PIC 9(4) VALUE 3000.
           01 LAYER-INDEX PIC 9(4).
           01 LAYER-LIMIT PIC 9(4).

      * one slot per plan named in PYRAMPLN or the reservation ledger,
      * carrying the plan totals and the progress posted against it;
      * status is open until a COMPLETE or CANCEL card closes it
           01 PLAN-TABLE.
               05 PLAN-ENTRY OCCURS 100 TIMES.
                   10 PLN-ID PIC X(10).
                   10 PLN-ON-FILE PIC X.
                       88 PLAN-ON-FILE VALUE 'Y'.
                   10 PLN-FIRST-LAYER PIC 9(4).
                   10 PLN-LAYERS PIC 9(6).
                   10 PLN-BLOCKS PIC 9(12).
                   10 PLN-FINISH-DATE PIC 9(8).
                   10 PLN-LAID PIC 9(9).
                   10 PLN-LAYERS-DONE PIC 9(6).
                   10 PLN-LAST-REPORT PIC 9(8).
                   10 PLN-STATE PIC X.
                       88 PLAN-OPEN VALUE 'O'.
                       88 PLAN-COMPLETED VALUE 'C'.
                       88 PLAN-CANCELLED VALUE 'X'.
                   10 PLN-CLOSE-DATE PIC 9(8).
           01 PLAN-COUNT PIC 999 VALUE 0.
           01 MAX-PLAN-ENTRIES PIC 999 VALUE 100.
           01 PLAN-INDEX PIC 999.
           01 PLAN-SLOT PIC 999.
           01 SEARCH-PLAN PIC X(10).

      * the reservation ledger summed per plan, yard and grade in the
      * order the reservations were taken
           01 LEDGER-TABLE.
               05 LEDGER-ENTRY OCCURS 300 TIMES.
                   10 LDG-PLAN PIC X(10).
                   10 LDG-YARD PIC X(10).
                   10 LDG-GRADE PIC X.
                   10 LDG-RESERVED PIC 9(9).
                   10 LDG-RELEASED PIC 9(9).
           01 LEDGER-COUNT PIC 999 VALUE 0.
           01 MAX-LEDGER-ENTRIES PIC 999 VALUE 300.
           01 LEDGER-INDEX PIC 999.
           01 LEDGER-SLOT PIC 999.

      * a progress card is one of
      *   plan yyyymmdd LAID blocks layers
      *   plan yyyymmdd COMPLETE
      *   plan yyyymmdd CANCEL
      * LAID cards add the blocks laid and layers finished since the
      * foreman's last report; the closing cards end the plan and hand
      * its unused reservation back to the yards it came from
           01 PROGRESS-LINE PIC X(60).
           01 PROG-PLAN PIC X(10).
           01 PROG-DATE-TEXT PIC X(10).
           01 PROG-VERB PIC X(10).
           01 PROG-BLOCKS-TEXT PIC X(10).
           01 PROG-LAYERS-TEXT PIC X(10).
           01 PROG-DATE PIC 9(8).
           01 PROG-REJECT-TEXT PIC X(30).
           01 CARD-COUNT PIC 9(6) VALUE 0.
           01 REJECTED-COUNT PIC 9(6) VALUE 0.

      * crew rate - the same PYRAMRAT card pyramids builds its
      * timeline from, used here to project the remaining blocks
      * forward from the last report
           01 RATES-STATUS PIC XX.
           01 RATES-LINE PIC X(20).
           01 RATE-BLOCKS-TEXT PIC X(8).
           01 RATE-CREWS-TEXT PIC X(8).
           01 BLOCKS-PER-CREW-DAY PIC 9(7) VALUE 0.
           01 CREWS-AVAILABLE PIC 9(3) VALUE 0.
           01 DAILY-LAY-RATE PIC 9(9).

           01 RUN-DATE PIC 9(8).
           01 AS-OF-DATE PIC 9(8).
           01 PLANNED-TO-DATE PIC 9(12).
           01 REMAINING-BLOCKS PIC 9(12).
           01 REMAINING-DAYS PIC 9(6).
           01 PROJECTED-INTEGER PIC 9(8).
           01 PROJECTED-DATE PIC 9(8).
           01 SLIP-DAYS PIC S9(6).
           01 BLOCK-VARIANCE PIC S9(12).
           01 FORMATTED-SLIP PIC -(5)9.
           01 FORMATTED-VARIANCE PIC -(11)9.
           01 FORMATTED-PLANNED PIC Z(11)9.
           01 FORMATTED-DUE PIC Z(11)9.
           01 FORMATTED-LAID PIC Z(8)9.
           01 FORMATTED-LAYERS PIC Z(5)9.
           01 FORMATTED-DONE PIC Z(5)9.
           01 PLAN-STATE-TEXT PIC X(9).

      * release - the casing blocks in the finished layers and the
      * rest of the blocks laid are counted as used; whatever the
      * plan still holds of each grade beyond that goes back, newest
      * reservation first, to the yard it was drawn from
           01 RELEASE-GRADE PIC X.
           01 USED-FINISHED PIC 9(12).
           01 USED-ROUGH PIC 9(12).
           01 USED-AMOUNT PIC 9(12).
           01 GRADE-RESERVED PIC 9(12).
           01 GRADE-RELEASED PIC 9(12).
           01 UNUSED-AMOUNT PIC S9(12).
           01 ENTRY-OUTSTANDING PIC 9(9).
           01 RETURN-AMOUNT PIC 9(9).
           01 RELEASE-REASON PIC X(10).
           01 BALANCE-BEFORE PIC 9(9).
           01 FORMATTED-BEFORE PIC Z(8)9.
           01 FORMATTED-AFTER PIC Z(8)9.
           01 FORMATTED-QTY PIC -(9)9.
           01 FORMATTED-RETURN PIC Z(8)9.
           01 RELEASED-TOTAL PIC 9(9) VALUE 0.
           01 CLOSED-COUNT PIC 9(6) VALUE 0.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-PLANS PIC ZZ9.
           01 REPORT-PTR PIC 999.
           01 FORMATTED-TOTAL PIC Z(8)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-PROGRESS-CARDS UNTIL PROGRESS-EOF.
               PERFORM WRITE-PROGRESS-REPORT.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               OPEN INPUT PROGRESS-IN.
               IF PROGRESS-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PROGRESS FILE - STATUS "
                       PROGRESS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LOAD-CREW-RATES.
               PERFORM LOAD-BUILD-PLAN.
               PERFORM LOAD-RESERVATION-LEDGER.
               OPEN I-O BLOCK-INV.
               IF INV-STATUS = "00" OR INV-STATUS = "05"
                   MOVE 'Y' TO INVENTORY-OPEN-SWITCH
                   OPEN EXTEND RESERVATION-LEDGER
                   IF LEDGER-STATUS NOT = "00"
                       OPEN OUTPUT RESERVATION-LEDGER
                   END-IF
                   OPEN EXTEND RELEASE-AUDIT
                   IF AUDIT-STATUS NOT = "00"
                       OPEN OUTPUT RELEASE-AUDIT
                   END-IF
               ELSE
                   DISPLAY "NO INVENTORY MASTER - STATUS " INV-STATUS
                       " - RELEASES SKIPPED"
               END-IF.
               OPEN OUTPUT PROGRESS-RPT.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-PROGRESS-LINE.

           LOAD-CREW-RATES.
               MOVE 0 TO DAILY-LAY-RATE.
               OPEN INPUT RATES-IN.
               IF RATES-STATUS = "00"
                   READ RATES-IN INTO RATES-LINE
                       AT END CONTINUE
                   END-READ
                   IF RATES-STATUS = "00"
                       MOVE SPACES TO RATE-BLOCKS-TEXT
                       MOVE SPACES TO RATE-CREWS-TEXT
                       UNSTRING FUNCTION TRIM (RATES-LINE)
                           DELIMITED BY ALL SPACE
                           INTO RATE-BLOCKS-TEXT, RATE-CREWS-TEXT
                       COMPUTE BLOCKS-PER-CREW-DAY =
                           FUNCTION NUMVAL (RATE-BLOCKS-TEXT)
                       COMPUTE CREWS-AVAILABLE =
                           FUNCTION NUMVAL (RATE-CREWS-TEXT)
                       COMPUTE DAILY-LAY-RATE =
                           BLOCKS-PER-CREW-DAY * CREWS-AVAILABLE
                   END-IF
                   CLOSE RATES-IN
               END-IF.

           LOAD-BUILD-PLAN.
               OPEN INPUT BUILD-PLAN.
               IF PLAN-STATUS = "00"
                   PERFORM READ-PLAN-LINE
                   PERFORM LOAD-ONE-PLAN-LAYER UNTIL PLAN-EOF
                   CLOSE BUILD-PLAN
               END-IF.

           READ-PLAN-LINE.
               READ BUILD-PLAN INTO PLAN-LINE
                   AT END SET PLAN-EOF TO TRUE
               END-READ.

      * a plan row reads id LAYER n WIDTH w LENGTH l BLOCKS b
      * CUMULATIVE c FINISHED f ROUGH r, with DAYS d COMPLETE date
      * after it when pyramids had a crew rate
           LOAD-ONE-PLAN-LAYER.
               MOVE SPACES TO PLAN-TOKEN-TABLE.
               UNSTRING FUNCTION TRIM (PLAN-LINE)
                   DELIMITED BY ALL SPACE
                   INTO PLAN-TOKEN (1), PLAN-TOKEN (2), PLAN-TOKEN (3),
                       PLAN-TOKEN (4), PLAN-TOKEN (5), PLAN-TOKEN (6),
                       PLAN-TOKEN (7), PLAN-TOKEN (8), PLAN-TOKEN (9),
                       PLAN-TOKEN (10), PLAN-TOKEN (11),
                       PLAN-TOKEN (12), PLAN-TOKEN (13),
                       PLAN-TOKEN (14), PLAN-TOKEN (15),
                       PLAN-TOKEN (16), PLAN-TOKEN (17),
                       PLAN-TOKEN (18), PLAN-TOKEN (19).
               IF PLAN-TOKEN (2) = "LAYER"
                   MOVE PLAN-TOKEN (1) TO SEARCH-PLAN
                   PERFORM FIND-PLAN-SLOT
                   IF PLAN-SLOT > 0
                       PERFORM ADD-PLAN-LAYER
                   END-IF
               END-IF.
               PERFORM READ-PLAN-LINE.

           ADD-PLAN-LAYER.
               IF LAYER-COUNT < MAX-LAYER-ENTRIES
                   ADD 1 TO LAYER-COUNT
                   IF PLN-LAYERS (PLAN-SLOT) = 0
                       MOVE LAYER-COUNT TO PLN-FIRST-LAYER (PLAN-SLOT)
                   END-IF
                   MOVE 'Y' TO PLN-ON-FILE (PLAN-SLOT)
                   ADD 1 TO PLN-LAYERS (PLAN-SLOT)
                   COMPUTE LYR-BLOCKS (LAYER-COUNT) =
                       FUNCTION NUMVAL (PLAN-TOKEN (9))
                   COMPUTE LYR-CUMULATIVE (LAYER-COUNT) =
                       FUNCTION NUMVAL (PLAN-TOKEN (11))
                   COMPUTE LYR-FINISHED (LAYER-COUNT) =
                       FUNCTION NUMVAL (PLAN-TOKEN (13))
                   MOVE LYR-CUMULATIVE (LAYER-COUNT)
                       TO PLN-BLOCKS (PLAN-SLOT)
                   MOVE 0 TO LYR-COMPLETE (LAYER-COUNT)
                   IF PLAN-TOKEN (16) = "DAYS"
                       COMPUTE LYR-COMPLETE (LAYER-COUNT) =
                           FUNCTION NUMVAL (PLAN-TOKEN (19))
                       MOVE LYR-COMPLETE (LAYER-COUNT)
                           TO PLN-FINISH-DATE (PLAN-SLOT)
                   END-IF
               ELSE
                   DISPLAY "LAYER TABLE FULL - IGNORING " PLAN-LINE
               END-IF.

           FIND-PLAN-SLOT.
               MOVE 0 TO PLAN-SLOT.
               PERFORM MATCH-PLAN-SLOT
                   VARYING PLAN-INDEX FROM 1 BY 1
                   UNTIL PLAN-INDEX > PLAN-COUNT
                       OR PLAN-SLOT > 0.
               IF PLAN-SLOT = 0
                   IF PLAN-COUNT < MAX-PLAN-ENTRIES
                       ADD 1 TO PLAN-COUNT
                       MOVE PLAN-COUNT TO PLAN-SLOT
                       MOVE SEARCH-PLAN TO PLN-ID (PLAN-SLOT)
                       MOVE 'N' TO PLN-ON-FILE (PLAN-SLOT)
                       MOVE 0 TO PLN-FIRST-LAYER (PLAN-SLOT)
                       MOVE 0 TO PLN-LAYERS (PLAN-SLOT)
                       MOVE 0 TO PLN-BLOCKS (PLAN-SLOT)
                       MOVE 0 TO PLN-FINISH-DATE (PLAN-SLOT)
                       MOVE 0 TO PLN-LAID (PLAN-SLOT)
                       MOVE 0 TO PLN-LAYERS-DONE (PLAN-SLOT)
                       MOVE 0 TO PLN-LAST-REPORT (PLAN-SLOT)
                       MOVE 'O' TO PLN-STATE (PLAN-SLOT)
                       MOVE 0 TO PLN-CLOSE-DATE (PLAN-SLOT)
                   ELSE
                       DISPLAY "PLAN TABLE FULL - IGNORING "
                           SEARCH-PLAN
                   END-IF
               END-IF.

           MATCH-PLAN-SLOT.
               IF PLN-ID (PLAN-INDEX) = SEARCH-PLAN
                   MOVE PLAN-INDEX TO PLAN-SLOT
               END-IF.

           LOAD-RESERVATION-LEDGER.
               OPEN INPUT RESERVATION-LEDGER.
               IF LEDGER-STATUS = "00"
                   PERFORM READ-LEDGER-ROW
                   PERFORM LOAD-ONE-LEDGER-ROW UNTIL LEDGER-EOF
                   CLOSE RESERVATION-LEDGER
               END-IF.

           READ-LEDGER-ROW.
               READ RESERVATION-LEDGER
                   AT END SET LEDGER-EOF TO TRUE
               END-READ.

           LOAD-ONE-LEDGER-ROW.
               IF (RES-RESERVE OR RES-RELEASE)
                   AND RES-QUANTITY IS NUMERIC
                   MOVE RES-PLAN TO SEARCH-PLAN
                   PERFORM FIND-PLAN-SLOT
                   PERFORM FIND-LEDGER-SLOT
                   IF LEDGER-SLOT > 0
                       IF RES-RESERVE
                           ADD RES-QUANTITY
                               TO LDG-RESERVED (LEDGER-SLOT)
                       ELSE
                           ADD RES-QUANTITY
                               TO LDG-RELEASED (LEDGER-SLOT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-LEDGER-ROW.

           FIND-LEDGER-SLOT.
               MOVE 0 TO LEDGER-SLOT.
               PERFORM MATCH-LEDGER-SLOT
                   VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT
                       OR LEDGER-SLOT > 0.
               IF LEDGER-SLOT = 0
                   IF LEDGER-COUNT < MAX-LEDGER-ENTRIES
                       ADD 1 TO LEDGER-COUNT
                       MOVE LEDGER-COUNT TO LEDGER-SLOT
                       MOVE RES-PLAN TO LDG-PLAN (LEDGER-SLOT)
                       MOVE RES-YARD TO LDG-YARD (LEDGER-SLOT)
                       MOVE RES-GRADE TO LDG-GRADE (LEDGER-SLOT)
                       MOVE 0 TO LDG-RESERVED (LEDGER-SLOT)
                       MOVE 0 TO LDG-RELEASED (LEDGER-SLOT)
                   ELSE
                       DISPLAY "LEDGER TABLE FULL - IGNORING "
                           RES-PLAN " " RES-YARD
                   END-IF
               END-IF.

           MATCH-LEDGER-SLOT.
               IF LDG-PLAN (LEDGER-INDEX) = RES-PLAN
                   AND LDG-YARD (LEDGER-INDEX) = RES-YARD
                   AND LDG-GRADE (LEDGER-INDEX) = RES-GRADE
                   MOVE LEDGER-INDEX TO LEDGER-SLOT
               END-IF.

           READ-PROGRESS-LINE.
               READ PROGRESS-IN INTO PROGRESS-LINE
                   AT END SET PROGRESS-EOF TO TRUE
               END-READ.

           PROCESS-PROGRESS-CARDS.
               IF PROGRESS-LINE = SPACES
                   OR PROGRESS-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   ADD 1 TO CARD-COUNT
                   PERFORM POST-PROGRESS-CARD
                   IF PROG-REJECT-TEXT NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "PROGRESS IGNORED - "
                           FUNCTION TRIM (PROG-REJECT-TEXT) ": "
                           PROGRESS-LINE
                   END-IF
               END-IF.
               PERFORM READ-PROGRESS-LINE.

           POST-PROGRESS-CARD.
               MOVE SPACES TO PROG-REJECT-TEXT.
               MOVE SPACES TO PROG-PLAN.
               MOVE SPACES TO PROG-DATE-TEXT.
               MOVE SPACES TO PROG-VERB.
               MOVE SPACES TO PROG-BLOCKS-TEXT.
               MOVE SPACES TO PROG-LAYERS-TEXT.
               UNSTRING FUNCTION TRIM (PROGRESS-LINE)
                   DELIMITED BY ALL SPACE
                   INTO PROG-PLAN, PROG-DATE-TEXT, PROG-VERB,
                       PROG-BLOCKS-TEXT, PROG-LAYERS-TEXT.
               MOVE 0 TO PLAN-SLOT.
               PERFORM LOCATE-PLAN-SLOT
                   VARYING PLAN-INDEX FROM 1 BY 1
                   UNTIL PLAN-INDEX > PLAN-COUNT
                       OR PLAN-SLOT > 0.
               IF PLAN-SLOT = 0
                   MOVE "UNKNOWN PLAN" TO PROG-REJECT-TEXT
               END-IF.
               IF PROG-REJECT-TEXT = SPACES
                   AND (PROG-DATE-TEXT (1:8) IS NOT NUMERIC
                       OR PROG-DATE-TEXT (9:2) NOT = SPACES)
                   MOVE "BAD REPORT DATE" TO PROG-REJECT-TEXT
               END-IF.
               IF PROG-REJECT-TEXT = SPACES
                   AND NOT PLAN-OPEN (PLAN-SLOT)
                   MOVE "PLAN ALREADY CLOSED" TO PROG-REJECT-TEXT
               END-IF.
               IF PROG-REJECT-TEXT = SPACES
                   MOVE PROG-DATE-TEXT (1:8) TO PROG-DATE
                   EVALUATE PROG-VERB
                       WHEN "LAID"
                           PERFORM POST-BLOCKS-LAID
                       WHEN "COMPLETE"
                           MOVE 'C' TO PLN-STATE (PLAN-SLOT)
                           MOVE PROG-DATE TO PLN-CLOSE-DATE (PLAN-SLOT)
                       WHEN "CANCEL"
                           MOVE 'X' TO PLN-STATE (PLAN-SLOT)
                           MOVE PROG-DATE TO PLN-CLOSE-DATE (PLAN-SLOT)
                       WHEN OTHER
                           MOVE "UNKNOWN PROGRESS TYPE"
                               TO PROG-REJECT-TEXT
                   END-EVALUATE
               END-IF.
               IF PROG-REJECT-TEXT = SPACES
                   AND PROG-DATE > PLN-LAST-REPORT (PLAN-SLOT)
                   MOVE PROG-DATE TO PLN-LAST-REPORT (PLAN-SLOT)
               END-IF.

           LOCATE-PLAN-SLOT.
               IF PLN-ID (PLAN-INDEX) = PROG-PLAN
                   MOVE PLAN-INDEX TO PLAN-SLOT
               END-IF.

           POST-BLOCKS-LAID.
               IF PROG-BLOCKS-TEXT (1:1) IS NOT NUMERIC
                   MOVE "BAD BLOCKS LAID" TO PROG-REJECT-TEXT
               ELSE
                   IF PROG-LAYERS-TEXT NOT = SPACES
                       AND PROG-LAYERS-TEXT (1:1) IS NOT NUMERIC
                       MOVE "BAD LAYERS COMPLETED" TO PROG-REJECT-TEXT
                   ELSE
                       ADD FUNCTION NUMVAL (PROG-BLOCKS-TEXT)
                           TO PLN-LAID (PLAN-SLOT)
                       IF PROG-LAYERS-TEXT NOT = SPACES
                           ADD FUNCTION NUMVAL (PROG-LAYERS-TEXT)
                               TO PLN-LAYERS-DONE (PLAN-SLOT)
                       END-IF
                   END-IF
               END-IF.

           WRITE-PROGRESS-REPORT.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "PYRAMID BUILD PROGRESS AS AT " RUN-DATE
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.
               PERFORM WRITE-ONE-PLAN-PROGRESS
                   VARYING PLAN-INDEX FROM 1 BY 1
                   UNTIL PLAN-INDEX > PLAN-COUNT.
               MOVE PLAN-COUNT TO FORMATTED-PLANS.
               MOVE CLOSED-COUNT TO FORMATTED-COUNT.
               MOVE RELEASED-TOTAL TO FORMATTED-TOTAL.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "PLANS " FORMATTED-PLANS
                   " CLOSED " FORMATTED-COUNT
                   " BLOCKS RELEASED " FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.

           WRITE-ONE-PLAN-PROGRESS.
               MOVE PLAN-INDEX TO PLAN-SLOT.
               EVALUATE TRUE
                   WHEN PLAN-COMPLETED (PLAN-SLOT)
                       MOVE "COMPLETE" TO PLAN-STATE-TEXT
                   WHEN PLAN-CANCELLED (PLAN-SLOT)
                       MOVE "CANCELLED" TO PLAN-STATE-TEXT
                   WHEN OTHER
                       MOVE "OPEN" TO PLAN-STATE-TEXT
               END-EVALUATE.
               MOVE PLN-LAYERS (PLAN-SLOT) TO FORMATTED-LAYERS.
               MOVE PLN-BLOCKS (PLAN-SLOT) TO FORMATTED-PLANNED.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               MOVE 1 TO REPORT-PTR.
               STRING "PLAN " PLN-ID (PLAN-SLOT)
                   " " PLAN-STATE-TEXT
                   " PLANNED LAYERS " FORMATTED-LAYERS
                   " BLOCKS " FORMATTED-PLANNED
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                   WITH POINTER REPORT-PTR.
               IF PLN-FINISH-DATE (PLAN-SLOT) > 0
                   STRING " COMPLETE " PLN-FINISH-DATE (PLAN-SLOT)
                       DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               WRITE PROGRESS-RPT-RECORD.
               MOVE PLN-LAYERS-DONE (PLAN-SLOT) TO FORMATTED-DONE.
               MOVE PLN-LAID (PLAN-SLOT) TO FORMATTED-LAID.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "     ACTUAL LAYERS " FORMATTED-DONE
                   " BLOCKS " FORMATTED-LAID
                   " LAST REPORT " PLN-LAST-REPORT (PLAN-SLOT)
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.
               IF NOT PLAN-ON-FILE (PLAN-SLOT)
                   MOVE SPACES TO PROGRESS-RPT-RECORD
                   STRING "     NOT IN CURRENT PYRAMPLN - NO PLAN TO "
                       "COMPARE"
                       DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                   WRITE PROGRESS-RPT-RECORD
               ELSE
                   IF PLN-FINISH-DATE (PLAN-SLOT) = 0
                       MOVE SPACES TO PROGRESS-RPT-RECORD
                       STRING "     NO TIMELINE ON PLAN - NO SLIP "
                           "PROJECTED"
                           DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                       WRITE PROGRESS-RPT-RECORD
                   ELSE
                       PERFORM WRITE-PLAN-SCHEDULE-LINES
                   END-IF
               END-IF.
               IF NOT PLAN-OPEN (PLAN-SLOT)
                   ADD 1 TO CLOSED-COUNT
                   IF INVENTORY-OPEN
                       PERFORM RELEASE-PLAN-RESERVATION
                   END-IF
               END-IF.

      * blocks due by the last report are the plan's cumulative count
      * at the last layer timed to finish by then; an open plan's
      * remaining blocks are run forward from that report at the
      * current crew rate, a completed plan's slip is its closing date
      * against the planned one
           WRITE-PLAN-SCHEDULE-LINES.
               IF PLN-LAST-REPORT (PLAN-SLOT) > 0
                   MOVE PLN-LAST-REPORT (PLAN-SLOT) TO AS-OF-DATE
               ELSE
                   MOVE RUN-DATE TO AS-OF-DATE
               END-IF.
               MOVE 0 TO PLANNED-TO-DATE.
               COMPUTE LAYER-LIMIT = PLN-FIRST-LAYER (PLAN-SLOT)
                   + PLN-LAYERS (PLAN-SLOT) - 1.
               PERFORM ADD-LAYER-DUE
                   VARYING LAYER-INDEX FROM PLN-FIRST-LAYER (PLAN-SLOT)
                   BY 1 UNTIL LAYER-INDEX > LAYER-LIMIT.
               COMPUTE BLOCK-VARIANCE =
                   PLN-LAID (PLAN-SLOT) - PLANNED-TO-DATE.
               MOVE PLANNED-TO-DATE TO FORMATTED-DUE.
               MOVE BLOCK-VARIANCE TO FORMATTED-VARIANCE.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "     DUE BY " AS-OF-DATE
                   " BLOCKS " FORMATTED-DUE
                   " VARIANCE " FORMATTED-VARIANCE
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.
               EVALUATE TRUE
                   WHEN PLAN-COMPLETED (PLAN-SLOT)
                       COMPUTE SLIP-DAYS =
                           FUNCTION INTEGER-OF-DATE
                               (PLN-CLOSE-DATE (PLAN-SLOT))
                           - FUNCTION INTEGER-OF-DATE
                               (PLN-FINISH-DATE (PLAN-SLOT))
                       MOVE SLIP-DAYS TO FORMATTED-SLIP
                       MOVE SPACES TO PROGRESS-RPT-RECORD
                       STRING "     FINISHED "
                           PLN-CLOSE-DATE (PLAN-SLOT)
                           " SLIP DAYS " FORMATTED-SLIP
                           DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                       WRITE PROGRESS-RPT-RECORD
                   WHEN PLAN-CANCELLED (PLAN-SLOT)
                       CONTINUE
                   WHEN DAILY-LAY-RATE = 0
                       MOVE SPACES TO PROGRESS-RPT-RECORD
                       STRING "     NO CREW RATE - NO COMPLETION "
                           "PROJECTED"
                           DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD
                       WRITE PROGRESS-RPT-RECORD
                   WHEN OTHER
                       PERFORM WRITE-PROJECTED-COMPLETION
               END-EVALUATE.

           ADD-LAYER-DUE.
               IF LYR-COMPLETE (LAYER-INDEX) <= AS-OF-DATE
                   MOVE LYR-CUMULATIVE (LAYER-INDEX) TO PLANNED-TO-DATE
               END-IF.

           WRITE-PROJECTED-COMPLETION.
               IF PLN-LAID (PLAN-SLOT) < PLN-BLOCKS (PLAN-SLOT)
                   COMPUTE REMAINING-BLOCKS =
                       PLN-BLOCKS (PLAN-SLOT) - PLN-LAID (PLAN-SLOT)
               ELSE
                   MOVE 0 TO REMAINING-BLOCKS
               END-IF.
               COMPUTE REMAINING-DAYS =
                   (REMAINING-BLOCKS + DAILY-LAY-RATE - 1)
                   / DAILY-LAY-RATE.
               COMPUTE PROJECTED-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AS-OF-DATE)
                   + REMAINING-DAYS.
               COMPUTE PROJECTED-DATE =
                   FUNCTION DATE-OF-INTEGER (PROJECTED-INTEGER).
               COMPUTE SLIP-DAYS = PROJECTED-INTEGER
                   - FUNCTION INTEGER-OF-DATE
                       (PLN-FINISH-DATE (PLAN-SLOT)).
               MOVE SLIP-DAYS TO FORMATTED-SLIP.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "     PROJECTED COMPLETE " PROJECTED-DATE
                   " SLIP DAYS " FORMATTED-SLIP
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.

           RELEASE-PLAN-RESERVATION.
               IF PLAN-COMPLETED (PLAN-SLOT)
                   MOVE "COMPLETE" TO RELEASE-REASON
               ELSE
                   MOVE "CANCEL" TO RELEASE-REASON
               END-IF.
               MOVE 0 TO USED-FINISHED.
               IF PLAN-ON-FILE (PLAN-SLOT)
                   IF PLN-LAYERS-DONE (PLAN-SLOT)
                       < PLN-LAYERS (PLAN-SLOT)
                       COMPUTE LAYER-LIMIT = PLN-FIRST-LAYER (PLAN-SLOT)
                           + PLN-LAYERS-DONE (PLAN-SLOT) - 1
                   ELSE
                       COMPUTE LAYER-LIMIT = PLN-FIRST-LAYER (PLAN-SLOT)
                           + PLN-LAYERS (PLAN-SLOT) - 1
                   END-IF
                   PERFORM ADD-LAYER-CASING
                       VARYING LAYER-INDEX
                       FROM PLN-FIRST-LAYER (PLAN-SLOT)
                       BY 1 UNTIL LAYER-INDEX > LAYER-LIMIT
               END-IF.
               IF USED-FINISHED > PLN-LAID (PLAN-SLOT)
                   MOVE PLN-LAID (PLAN-SLOT) TO USED-FINISHED
               END-IF.
               COMPUTE USED-ROUGH =
                   PLN-LAID (PLAN-SLOT) - USED-FINISHED.
               MOVE 'F' TO RELEASE-GRADE.
               MOVE USED-FINISHED TO USED-AMOUNT.
               PERFORM RELEASE-GRADE-RESERVATION.
               MOVE 'R' TO RELEASE-GRADE.
               MOVE USED-ROUGH TO USED-AMOUNT.
               PERFORM RELEASE-GRADE-RESERVATION.

           ADD-LAYER-CASING.
               ADD LYR-FINISHED (LAYER-INDEX) TO USED-FINISHED.

           RELEASE-GRADE-RESERVATION.
               MOVE 0 TO GRADE-RESERVED.
               MOVE 0 TO GRADE-RELEASED.
               PERFORM SUM-GRADE-LEDGER
                   VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT.
               COMPUTE UNUSED-AMOUNT =
                   GRADE-RESERVED - GRADE-RELEASED - USED-AMOUNT.
               IF UNUSED-AMOUNT > 0
                   PERFORM RETURN-LEDGER-ENTRY
                       VARYING LEDGER-INDEX FROM LEDGER-COUNT BY -1
                       UNTIL LEDGER-INDEX = 0 OR UNUSED-AMOUNT = 0
               END-IF.

           SUM-GRADE-LEDGER.
               IF LDG-PLAN (LEDGER-INDEX) = PLN-ID (PLAN-SLOT)
                   AND LDG-GRADE (LEDGER-INDEX) = RELEASE-GRADE
                   ADD LDG-RESERVED (LEDGER-INDEX) TO GRADE-RESERVED
                   ADD LDG-RELEASED (LEDGER-INDEX) TO GRADE-RELEASED
               END-IF.

           RETURN-LEDGER-ENTRY.
               IF LDG-PLAN (LEDGER-INDEX) = PLN-ID (PLAN-SLOT)
                   AND LDG-GRADE (LEDGER-INDEX) = RELEASE-GRADE
                   AND LDG-RESERVED (LEDGER-INDEX)
                       > LDG-RELEASED (LEDGER-INDEX)
                   COMPUTE ENTRY-OUTSTANDING =
                       LDG-RESERVED (LEDGER-INDEX)
                       - LDG-RELEASED (LEDGER-INDEX)
                   IF ENTRY-OUTSTANDING > UNUSED-AMOUNT
                       MOVE UNUSED-AMOUNT TO RETURN-AMOUNT
                   ELSE
                       MOVE ENTRY-OUTSTANDING TO RETURN-AMOUNT
                   END-IF
                   PERFORM POST-YARD-RETURN
                   ADD RETURN-AMOUNT TO LDG-RELEASED (LEDGER-INDEX)
                   SUBTRACT RETURN-AMOUNT FROM UNUSED-AMOUNT
               END-IF.

           POST-YARD-RETURN.
               MOVE LDG-YARD (LEDGER-INDEX) TO INVENTORY-YARD.
               MOVE RELEASE-GRADE TO INVENTORY-GRADE.
               READ BLOCK-INV
                   INVALID KEY
                       MOVE 0 TO BALANCE-BEFORE
                       MOVE RETURN-AMOUNT TO INVENTORY-BALANCE
                       WRITE INVENTORY-RECORD
                   NOT INVALID KEY
                       MOVE INVENTORY-BALANCE TO BALANCE-BEFORE
                       ADD RETURN-AMOUNT TO INVENTORY-BALANCE
                       REWRITE INVENTORY-RECORD
               END-READ.
               ADD RETURN-AMOUNT TO RELEASED-TOTAL.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE BALANCE-BEFORE TO FORMATTED-BEFORE.
               MOVE INVENTORY-BALANCE TO FORMATTED-AFTER.
               MOVE RETURN-AMOUNT TO FORMATTED-QTY.
               MOVE SPACES TO RELEASE-AUDIT-RECORD.
               STRING "pyramprog   " DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " YARD=" INVENTORY-YARD DELIMITED BY SIZE
                   " GRADE=" RELEASE-GRADE DELIMITED BY SIZE
                   " QTY=" FORMATTED-QTY
                   " REF=" PLN-ID (PLAN-SLOT) DELIMITED BY SIZE
                   " BEFORE=" FORMATTED-BEFORE
                   " AFTER=" FORMATTED-AFTER
                   " TYPE=" "RELEASE "
                   " REASON=" RELEASE-REASON
                   DELIMITED BY SIZE INTO RELEASE-AUDIT-RECORD.
               WRITE RELEASE-AUDIT-RECORD.
               MOVE SPACES TO RESERVATION-RECORD.
               SET RES-RELEASE TO TRUE.
               MOVE PLN-ID (PLAN-SLOT) TO RES-PLAN.
               MOVE LDG-YARD (LEDGER-INDEX) TO RES-YARD.
               MOVE RELEASE-GRADE TO RES-GRADE.
               MOVE RETURN-AMOUNT TO RES-QUANTITY.
               MOVE RUN-STAMP TO RES-STAMP.
               WRITE RESERVATION-RECORD.
               MOVE RETURN-AMOUNT TO FORMATTED-RETURN.
               MOVE SPACES TO PROGRESS-RPT-RECORD.
               STRING "     RELEASED " FORMATTED-RETURN
                   " GRADE " RELEASE-GRADE
                   " TO YARD " LDG-YARD (LEDGER-INDEX)
                   DELIMITED BY SIZE INTO PROGRESS-RPT-RECORD.
               WRITE PROGRESS-RPT-RECORD.

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
               MOVE "pyramprog" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE CARD-COUNT TO FORMATTED-COUNT.
               STRING "CARDS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE RELEASED-TOTAL TO FORMATTED-TOTAL.
               STRING "RELEASED=" FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE PROGRESS-IN.
               CLOSE PROGRESS-RPT.
               IF INVENTORY-OPEN
                   CLOSE BLOCK-INV
                   CLOSE RESERVATION-LEDGER
                   CLOSE RELEASE-AUDIT
               END-IF.
               CLOSE SUITE-LOG.
               IF REJECTED-COUNT > 0
                   DISPLAY "PROGRESS CARDS IGNORED: " REJECTED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF.

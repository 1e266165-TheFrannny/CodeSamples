       IDENTIFICATION DIVISION.
       PROGRAM-ID. blockmove.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCK-INV ASSIGN TO "BLOCKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVENTORY-KEY
               FILE STATUS IS INV-STATUS.
           SELECT MOVEMENTS-IN ASSIGN TO "BLOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVEMENTS-STATUS.
           SELECT MOVEMENT-AUDIT ASSIGN TO "BLOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT VARIANCE-RPT ASSIGN TO "BLOCKVAR"
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
       FD  BLOCK-INV.
           COPY BLKINV.
       FD  MOVEMENTS-IN.
           01 MOVEMENTS-IN-RECORD PIC X(60).
       FD  MOVEMENT-AUDIT.
           01 MOVEMENT-AUDIT-RECORD PIC X(160).
       FD  VARIANCE-RPT.
           01 VARIANCE-RPT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 INV-STATUS PIC XX.
           01 MOVEMENTS-STATUS PIC XX.
           01 MOVEMENTS-EOF-SWITCH PIC X VALUE 'N'.
               88 MOVEMENTS-EOF VALUE 'Y'.
           01 AUDIT-STATUS PIC XX.
           01 AUDIT-EOF-SWITCH PIC X VALUE 'N'.
               88 AUDIT-EOF VALUE 'Y'.

      * a movement line is one of
      *   COUNT yard grade counted reason deliveryref
      *   ADJUST yard grade +/-quantity reason deliveryref
      *   TRANSFER fromyard toyard grade quantity deliveryref
      * a count sets the yard and grade's balance to the physical
      * count and posts the difference as a counted adjustment; an
      * adjustment posts a known loss or find without a full count; a
      * transfer is a paired issue from one yard and receipt into the
      * other. counts and adjustments need a reason code - BRK
      * breakage, THF theft, MIS miscount, DMG weather or handling
      * damage, FND stock found, OTH anything else. a movement that
      * would take a balance below zero or names an unknown source
      * row is turned away whole. each posting leaves a before/after
      * row in BLOCKAUD beside blockreceipt's
           01 MOVEMENT-LINE PIC X(60).
           01 MOVE-VERB PIC X(10).
           01 MOVE-TOKEN-1 PIC X(10).
           01 MOVE-TOKEN-2 PIC X(10).
           01 MOVE-TOKEN-3 PIC X(10).
           01 MOVE-TOKEN-4 PIC X(10).
           01 MOVE-TOKEN-5 PIC X(12).
           01 MOVE-YARD PIC X(10).
           01 MOVE-TO-YARD PIC X(10).
           01 MOVE-GRADE-TEXT PIC X(10).
           01 MOVE-GRADE PIC X.
           01 MOVE-QTY-TEXT PIC X(10).
           01 MOVE-REASON PIC X(10).
               88 REASON-VALID VALUE "BRK" "THF" "MIS" "DMG" "FND"
                   "OTH".
           01 MOVE-REFERENCE PIC X(12).
           01 MOVE-TYPE PIC X(8).
           01 MOVE-QUANTITY PIC S9(9).
           01 COUNTED-QUANTITY PIC 9(9).
           01 MOVE-REJECT-TEXT PIC X(30).
           01 BALANCE-BEFORE PIC 9(9).
           01 BALANCE-AFTER PIC S9(10).
           01 FORMATTED-BEFORE PIC Z(8)9.
           01 FORMATTED-AFTER PIC Z(8)9.
           01 FORMATTED-QTY PIC -(9)9.

           01 MOVEMENT-COUNT PIC 9(6) VALUE 0.
           01 POSTED-COUNT PIC 9(6) VALUE 0.
           01 REJECTED-COUNT PIC 9(6) VALUE 0.
           01 FORMATTED-COUNT PIC Z(5)9.

      * variance report - every count and adjustment row blockmove has
      * ever left in BLOCKAUD is read back and summed per yard and
      * calendar month, losses and finds apart, so shrinkage can be
      * followed over time; transfers only move stock and are left out
           01 AUDIT-LINE PIC X(160).
           01 PARSE-PREFIX PIC X(160).
           01 PARSE-REST PIC X(160).
           01 AUDIT-YARD PIC X(10).
           01 AUDIT-TYPE PIC X(8).
           01 AUDIT-PERIOD PIC X(6).
           01 AUDIT-QUANTITY PIC S9(9).
           01 VARIANCE-TABLE.
               05 VARIANCE-ENTRY OCCURS 300 TIMES.
                   10 VAR-YARD PIC X(10).
                   10 VAR-PERIOD PIC X(6).
                   10 VAR-LOSS PIC 9(9).
                   10 VAR-GAIN PIC 9(9).
           01 VARIANCE-COUNT PIC 999 VALUE 0.
           01 MAX-VARIANCE-ENTRIES PIC 999 VALUE 300.
           01 VARIANCE-INDEX PIC 999.
           01 VARIANCE-SLOT PIC 999.
           01 YARD-LIST-TABLE.
               05 LIST-YARD PIC X(10) OCCURS 50 TIMES.
           01 YARD-LIST-COUNT PIC 99 VALUE 0.
           01 MAX-YARD-LIST PIC 99 VALUE 50.
           01 YARD-LIST-INDEX PIC 99.
           01 YARD-LIST-SLOT PIC 99.
           01 YARD-LOSS-TOTAL PIC 9(9).
           01 YARD-GAIN-TOTAL PIC 9(9).
           01 NET-VARIANCE PIC S9(9).
           01 FORMATTED-LOSS PIC Z(8)9.
           01 FORMATTED-GAIN PIC Z(8)9.
           01 FORMATTED-NET PIC -(9)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-MOVEMENTS UNTIL MOVEMENTS-EOF.
               CLOSE MOVEMENT-AUDIT.
               PERFORM WRITE-VARIANCE-REPORT.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               OPEN I-O BLOCK-INV.
               IF INV-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN INVENTORY MASTER - STATUS "
                       INV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT MOVEMENTS-IN.
               IF MOVEMENTS-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN MOVEMENTS FILE - STATUS "
                       MOVEMENTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN EXTEND MOVEMENT-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT MOVEMENT-AUDIT
               END-IF.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-MOVEMENT-LINE.

           READ-MOVEMENT-LINE.
               READ MOVEMENTS-IN INTO MOVEMENT-LINE
                   AT END SET MOVEMENTS-EOF TO TRUE
               END-READ.

           PROCESS-MOVEMENTS.
               IF MOVEMENT-LINE = SPACES
                   OR MOVEMENT-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   ADD 1 TO MOVEMENT-COUNT
                   MOVE SPACES TO MOVE-VERB
                   MOVE SPACES TO MOVE-TOKEN-1
                   MOVE SPACES TO MOVE-TOKEN-2
                   MOVE SPACES TO MOVE-TOKEN-3
                   MOVE SPACES TO MOVE-TOKEN-4
                   MOVE SPACES TO MOVE-TOKEN-5
                   MOVE SPACES TO MOVE-REJECT-TEXT
                   UNSTRING FUNCTION TRIM (MOVEMENT-LINE)
                       DELIMITED BY ALL SPACE
                       INTO MOVE-VERB, MOVE-TOKEN-1, MOVE-TOKEN-2,
                           MOVE-TOKEN-3, MOVE-TOKEN-4, MOVE-TOKEN-5
                   EVALUATE MOVE-VERB
                       WHEN "COUNT"
                           PERFORM POST-PHYSICAL-COUNT
                       WHEN "ADJUST"
                           PERFORM POST-ADJUSTMENT
                       WHEN "TRANSFER"
                           PERFORM POST-TRANSFER
                       WHEN OTHER
                           MOVE "UNKNOWN MOVEMENT" TO MOVE-REJECT-TEXT
                   END-EVALUATE
                   IF MOVE-REJECT-TEXT NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "MOVEMENT IGNORED - "
                           FUNCTION TRIM (MOVE-REJECT-TEXT) ": "
                           MOVEMENT-LINE
                   ELSE
                       ADD 1 TO POSTED-COUNT
                   END-IF
               END-IF.
               PERFORM READ-MOVEMENT-LINE.

           POST-PHYSICAL-COUNT.
               MOVE MOVE-TOKEN-1 TO MOVE-YARD.
               MOVE MOVE-TOKEN-2 TO MOVE-GRADE-TEXT.
               MOVE MOVE-TOKEN-3 TO MOVE-QTY-TEXT.
               MOVE MOVE-TOKEN-4 TO MOVE-REASON.
               MOVE MOVE-TOKEN-5 TO MOVE-REFERENCE.
               MOVE "COUNT" TO MOVE-TYPE.
               PERFORM CHECK-YARD-AND-GRADE.
               IF MOVE-REJECT-TEXT = SPACES
                   AND MOVE-QTY-TEXT (1:1) IS NOT NUMERIC
                   MOVE "BAD COUNTED QUANTITY" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES AND NOT REASON-VALID
                   MOVE "BAD REASON CODE" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   COMPUTE COUNTED-QUANTITY =
                       FUNCTION NUMVAL (MOVE-QTY-TEXT)
                   MOVE MOVE-YARD TO INVENTORY-YARD
                   MOVE MOVE-GRADE TO INVENTORY-GRADE
                   READ BLOCK-INV
                       INVALID KEY
                           MOVE 0 TO BALANCE-BEFORE
                           MOVE COUNTED-QUANTITY TO INVENTORY-BALANCE
                           WRITE INVENTORY-RECORD
                       NOT INVALID KEY
                           MOVE INVENTORY-BALANCE TO BALANCE-BEFORE
                           MOVE COUNTED-QUANTITY TO INVENTORY-BALANCE
                           REWRITE INVENTORY-RECORD
                   END-READ
                   COMPUTE MOVE-QUANTITY =
                       COUNTED-QUANTITY - BALANCE-BEFORE
                   PERFORM WRITE-MOVEMENT-AUDIT
               END-IF.

           POST-ADJUSTMENT.
               MOVE MOVE-TOKEN-1 TO MOVE-YARD.
               MOVE MOVE-TOKEN-2 TO MOVE-GRADE-TEXT.
               MOVE MOVE-TOKEN-3 TO MOVE-QTY-TEXT.
               MOVE MOVE-TOKEN-4 TO MOVE-REASON.
               MOVE MOVE-TOKEN-5 TO MOVE-REFERENCE.
               MOVE "ADJUST" TO MOVE-TYPE.
               PERFORM CHECK-YARD-AND-GRADE.
               IF MOVE-REJECT-TEXT = SPACES
                   PERFORM CHECK-SIGNED-QUANTITY
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES AND NOT REASON-VALID
                   MOVE "BAD REASON CODE" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   COMPUTE MOVE-QUANTITY =
                       FUNCTION NUMVAL (MOVE-QTY-TEXT)
                   MOVE MOVE-YARD TO INVENTORY-YARD
                   MOVE MOVE-GRADE TO INVENTORY-GRADE
                   READ BLOCK-INV
                       INVALID KEY
                           MOVE "UNKNOWN YARD OR GRADE"
                               TO MOVE-REJECT-TEXT
                       NOT INVALID KEY
                           PERFORM APPLY-BALANCE-CHANGE
                   END-READ
               END-IF.

      * the issue leg is checked and posted first; the receipt leg
      * cannot fail, creating the destination row if it is new
           POST-TRANSFER.
               MOVE MOVE-TOKEN-1 TO MOVE-YARD.
               MOVE MOVE-TOKEN-2 TO MOVE-TO-YARD.
               MOVE MOVE-TOKEN-3 TO MOVE-GRADE-TEXT.
               MOVE MOVE-TOKEN-4 TO MOVE-QTY-TEXT.
               MOVE MOVE-TOKEN-5 TO MOVE-REFERENCE.
               MOVE SPACES TO MOVE-REASON.
               PERFORM CHECK-YARD-AND-GRADE.
               IF MOVE-REJECT-TEXT = SPACES
                   AND (MOVE-TO-YARD = SPACES
                       OR MOVE-TO-YARD = MOVE-YARD)
                   MOVE "BAD DESTINATION YARD" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   AND MOVE-QTY-TEXT (1:1) IS NOT NUMERIC
                   MOVE "BAD TRANSFER QUANTITY" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   COMPUTE MOVE-QUANTITY =
                       0 - FUNCTION NUMVAL (MOVE-QTY-TEXT)
                   IF MOVE-QUANTITY = 0
                       MOVE "BAD TRANSFER QUANTITY" TO MOVE-REJECT-TEXT
                   END-IF
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   MOVE "XFER-OUT" TO MOVE-TYPE
                   MOVE MOVE-YARD TO INVENTORY-YARD
                   MOVE MOVE-GRADE TO INVENTORY-GRADE
                   READ BLOCK-INV
                       INVALID KEY
                           MOVE "UNKNOWN YARD OR GRADE"
                               TO MOVE-REJECT-TEXT
                       NOT INVALID KEY
                           PERFORM APPLY-BALANCE-CHANGE
                   END-READ
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   PERFORM POST-TRANSFER-RECEIPT
               END-IF.

           POST-TRANSFER-RECEIPT.
               MOVE "XFER-IN" TO MOVE-TYPE.
               COMPUTE MOVE-QUANTITY = 0 - MOVE-QUANTITY.
               MOVE MOVE-TO-YARD TO MOVE-YARD.
               MOVE MOVE-YARD TO INVENTORY-YARD.
               MOVE MOVE-GRADE TO INVENTORY-GRADE.
               READ BLOCK-INV
                   INVALID KEY
                       MOVE 0 TO BALANCE-BEFORE
                       MOVE MOVE-QUANTITY TO INVENTORY-BALANCE
                       WRITE INVENTORY-RECORD
                   NOT INVALID KEY
                       MOVE INVENTORY-BALANCE TO BALANCE-BEFORE
                       ADD MOVE-QUANTITY TO INVENTORY-BALANCE
                       REWRITE INVENTORY-RECORD
               END-READ.
               PERFORM WRITE-MOVEMENT-AUDIT.

           APPLY-BALANCE-CHANGE.
               MOVE INVENTORY-BALANCE TO BALANCE-BEFORE.
               COMPUTE BALANCE-AFTER =
                   INVENTORY-BALANCE + MOVE-QUANTITY.
               IF BALANCE-AFTER < 0
                   MOVE "BALANCE WOULD GO NEGATIVE"
                       TO MOVE-REJECT-TEXT
               ELSE
                   MOVE BALANCE-AFTER TO INVENTORY-BALANCE
                   REWRITE INVENTORY-RECORD
                   PERFORM WRITE-MOVEMENT-AUDIT
               END-IF.

           CHECK-YARD-AND-GRADE.
               MOVE MOVE-GRADE-TEXT TO MOVE-GRADE.
               MOVE MOVE-GRADE TO INVENTORY-GRADE.
               IF MOVE-YARD = SPACES
                   MOVE "MISSING YARD" TO MOVE-REJECT-TEXT
               END-IF.
               IF MOVE-REJECT-TEXT = SPACES
                   AND (MOVE-GRADE-TEXT (2:1) NOT = SPACE
                       OR NOT GRADE-VALID)
                   MOVE "BAD GRADE" TO MOVE-REJECT-TEXT
               END-IF.

           CHECK-SIGNED-QUANTITY.
               IF MOVE-QTY-TEXT (1:1) = '-' OR MOVE-QTY-TEXT (1:1) = '+'
                   IF MOVE-QTY-TEXT (2:1) IS NOT NUMERIC
                       MOVE "BAD ADJUSTMENT QUANTITY"
                           TO MOVE-REJECT-TEXT
                   END-IF
               ELSE
                   IF MOVE-QTY-TEXT (1:1) IS NOT NUMERIC
                       MOVE "BAD ADJUSTMENT QUANTITY"
                           TO MOVE-REJECT-TEXT
                   END-IF
               END-IF.

      * laid out as blockreceipt's rows with the movement type and
      * reason added at the end, so either program's rows read alike
           WRITE-MOVEMENT-AUDIT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE BALANCE-BEFORE TO FORMATTED-BEFORE.
               MOVE INVENTORY-BALANCE TO FORMATTED-AFTER.
               MOVE MOVE-QUANTITY TO FORMATTED-QTY.
               MOVE SPACES TO MOVEMENT-AUDIT-RECORD.
               STRING "blockmove   " DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " YARD=" MOVE-YARD DELIMITED BY SIZE
                   " GRADE=" MOVE-GRADE DELIMITED BY SIZE
                   " QTY=" FORMATTED-QTY
                   " REF=" MOVE-REFERENCE DELIMITED BY SIZE
                   " BEFORE=" FORMATTED-BEFORE
                   " AFTER=" FORMATTED-AFTER
                   " TYPE=" MOVE-TYPE
                   " REASON=" MOVE-REASON
                   DELIMITED BY SIZE INTO MOVEMENT-AUDIT-RECORD.
               WRITE MOVEMENT-AUDIT-RECORD.

           WRITE-VARIANCE-REPORT.
               OPEN INPUT MOVEMENT-AUDIT.
               IF AUDIT-STATUS = "00"
                   PERFORM READ-AUDIT-LINE
                   PERFORM TALLY-ONE-AUDIT-LINE UNTIL AUDIT-EOF
                   CLOSE MOVEMENT-AUDIT
               END-IF.
               OPEN OUTPUT VARIANCE-RPT.
               MOVE SPACES TO VARIANCE-RPT-RECORD.
               STRING "STOCK VARIANCE BY YARD AND MONTH AS AT "
                   RUN-STAMP (1:8)
                   DELIMITED BY SIZE INTO VARIANCE-RPT-RECORD.
               WRITE VARIANCE-RPT-RECORD.
               PERFORM WRITE-ONE-YARD-VARIANCE
                   VARYING YARD-LIST-INDEX FROM 1 BY 1
                   UNTIL YARD-LIST-INDEX > YARD-LIST-COUNT.
               CLOSE VARIANCE-RPT.

           READ-AUDIT-LINE.
               READ MOVEMENT-AUDIT INTO AUDIT-LINE
                   AT END SET AUDIT-EOF TO TRUE
               END-READ.

           TALLY-ONE-AUDIT-LINE.
               IF AUDIT-LINE (1:9) = "blockmove"
                   MOVE SPACES TO AUDIT-TYPE
                   MOVE SPACES TO PARSE-REST
                   UNSTRING AUDIT-LINE DELIMITED BY " TYPE="
                       INTO PARSE-PREFIX, PARSE-REST
                   MOVE PARSE-REST (1:8) TO AUDIT-TYPE
                   IF AUDIT-TYPE = "COUNT" OR AUDIT-TYPE = "ADJUST"
                       PERFORM TALLY-AUDIT-VARIANCE
                   END-IF
               END-IF.
               PERFORM READ-AUDIT-LINE.

           TALLY-AUDIT-VARIANCE.
               MOVE AUDIT-LINE (14:6) TO AUDIT-PERIOD.
               MOVE SPACES TO PARSE-REST.
               UNSTRING AUDIT-LINE DELIMITED BY " YARD="
                   INTO PARSE-PREFIX, PARSE-REST.
               MOVE PARSE-REST (1:10) TO AUDIT-YARD.
               MOVE SPACES TO PARSE-REST.
               UNSTRING AUDIT-LINE DELIMITED BY " QTY="
                   INTO PARSE-PREFIX, PARSE-REST.
               COMPUTE AUDIT-QUANTITY =
                   FUNCTION NUMVAL (PARSE-REST (1:10)).
               PERFORM FIND-YARD-LIST-SLOT.
               MOVE 0 TO VARIANCE-SLOT.
               PERFORM MATCH-VARIANCE-SLOT
                   VARYING VARIANCE-INDEX FROM 1 BY 1
                   UNTIL VARIANCE-INDEX > VARIANCE-COUNT
                       OR VARIANCE-SLOT > 0.
               IF VARIANCE-SLOT = 0
                   AND VARIANCE-COUNT < MAX-VARIANCE-ENTRIES
                   ADD 1 TO VARIANCE-COUNT
                   MOVE VARIANCE-COUNT TO VARIANCE-SLOT
                   MOVE AUDIT-YARD TO VAR-YARD (VARIANCE-SLOT)
                   MOVE AUDIT-PERIOD TO VAR-PERIOD (VARIANCE-SLOT)
                   MOVE 0 TO VAR-LOSS (VARIANCE-SLOT)
                   MOVE 0 TO VAR-GAIN (VARIANCE-SLOT)
               END-IF.
               IF VARIANCE-SLOT > 0
                   IF AUDIT-QUANTITY < 0
                       SUBTRACT AUDIT-QUANTITY
                           FROM VAR-LOSS (VARIANCE-SLOT)
                   ELSE
                       ADD AUDIT-QUANTITY TO VAR-GAIN (VARIANCE-SLOT)
                   END-IF
               END-IF.

           MATCH-VARIANCE-SLOT.
               IF VAR-YARD (VARIANCE-INDEX) = AUDIT-YARD
                   AND VAR-PERIOD (VARIANCE-INDEX) = AUDIT-PERIOD
                   MOVE VARIANCE-INDEX TO VARIANCE-SLOT
               END-IF.

           FIND-YARD-LIST-SLOT.
               MOVE 0 TO YARD-LIST-SLOT.
               PERFORM MATCH-YARD-LIST-SLOT
                   VARYING YARD-LIST-INDEX FROM 1 BY 1
                   UNTIL YARD-LIST-INDEX > YARD-LIST-COUNT
                       OR YARD-LIST-SLOT > 0.
               IF YARD-LIST-SLOT = 0
                   AND YARD-LIST-COUNT < MAX-YARD-LIST
                   ADD 1 TO YARD-LIST-COUNT
                   MOVE AUDIT-YARD TO LIST-YARD (YARD-LIST-COUNT)
               END-IF.

           MATCH-YARD-LIST-SLOT.
               IF LIST-YARD (YARD-LIST-INDEX) = AUDIT-YARD
                   MOVE YARD-LIST-INDEX TO YARD-LIST-SLOT
               END-IF.

      * the audit file is in posting order, so each yard's months come
      * out oldest first
           WRITE-ONE-YARD-VARIANCE.
               MOVE 0 TO YARD-LOSS-TOTAL.
               MOVE 0 TO YARD-GAIN-TOTAL.
               PERFORM WRITE-ONE-PERIOD-VARIANCE
                   VARYING VARIANCE-INDEX FROM 1 BY 1
                   UNTIL VARIANCE-INDEX > VARIANCE-COUNT.
               MOVE YARD-LOSS-TOTAL TO FORMATTED-LOSS.
               MOVE YARD-GAIN-TOTAL TO FORMATTED-GAIN.
               COMPUTE NET-VARIANCE = YARD-GAIN-TOTAL - YARD-LOSS-TOTAL.
               MOVE NET-VARIANCE TO FORMATTED-NET.
               MOVE SPACES TO VARIANCE-RPT-RECORD.
               STRING "YARD " LIST-YARD (YARD-LIST-INDEX)
                   " TOTAL  SHRINKAGE " FORMATTED-LOSS
                   " FOUND " FORMATTED-GAIN
                   " NET " FORMATTED-NET
                   DELIMITED BY SIZE INTO VARIANCE-RPT-RECORD.
               WRITE VARIANCE-RPT-RECORD.

           WRITE-ONE-PERIOD-VARIANCE.
               IF VAR-YARD (VARIANCE-INDEX)
                   = LIST-YARD (YARD-LIST-INDEX)
                   ADD VAR-LOSS (VARIANCE-INDEX) TO YARD-LOSS-TOTAL
                   ADD VAR-GAIN (VARIANCE-INDEX) TO YARD-GAIN-TOTAL
                   MOVE VAR-LOSS (VARIANCE-INDEX) TO FORMATTED-LOSS
                   MOVE VAR-GAIN (VARIANCE-INDEX) TO FORMATTED-GAIN
                   COMPUTE NET-VARIANCE = VAR-GAIN (VARIANCE-INDEX)
                       - VAR-LOSS (VARIANCE-INDEX)
                   MOVE NET-VARIANCE TO FORMATTED-NET
                   MOVE SPACES TO VARIANCE-RPT-RECORD
                   STRING "YARD " LIST-YARD (YARD-LIST-INDEX)
                       " " VAR-PERIOD (VARIANCE-INDEX)
                       " SHRINKAGE " FORMATTED-LOSS
                       " FOUND " FORMATTED-GAIN
                       " NET " FORMATTED-NET
                       DELIMITED BY SIZE INTO VARIANCE-RPT-RECORD
                   WRITE VARIANCE-RPT-RECORD
               END-IF.

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
               MOVE "blockmove" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE MOVEMENT-COUNT TO FORMATTED-COUNT.
               STRING "MOVEMENTS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE POSTED-COUNT TO FORMATTED-COUNT.
               STRING "POSTED=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE BLOCK-INV.
               CLOSE MOVEMENTS-IN.
               CLOSE SUITE-LOG.
               IF REJECTED-COUNT > 0
                   DISPLAY "MOVEMENTS IGNORED: " REJECTED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF.

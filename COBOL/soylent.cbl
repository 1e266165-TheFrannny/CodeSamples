           SELECT DELIVERIES-IN ASSIGN TO "SOYLDLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIV-STATUS.
           SELECT LOT-FILE ASSIGN TO "SOYLLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-STATUS.
           SELECT QUARANTINE-IN ASSIGN TO "SOYLQTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTINE-STATUS.
           SELECT SUPPLIERS-IN ASSIGN TO "SOYLSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT PO-FILE ASSIGN TO "SOYLPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT PO-REPORT ASSIGN TO "SOYLPOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-IN ASSIGN TO "SOYLBUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT SPEND-FILE ASSIGN TO "SOYLSPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEND-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO "SOYLBGT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "SOYLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  STOCK-FILE.
           01 STOCK-FILE-RECORD PIC X(20).
       FD  DELIVERIES-IN.
           01 DELIVERIES-IN-RECORD PIC X(40).
       FD  LOT-FILE.
           COPY SOYLOT.
       FD  QUARANTINE-IN.
           COPY SOYQTN.
       FD  SUPPLIERS-IN.
           01 SUPPLIERS-IN-RECORD PIC X(40).
       FD  PO-FILE.
           01 PO-FILE-RECORD PIC X(80).
       FD  PO-REPORT.
           01 PO-REPORT-RECORD PIC X(120).
       FD  BUDGET-IN.
           01 BUDGET-IN-RECORD PIC X(40).
       FD  SPEND-FILE.
           01 SPEND-FILE-RECORD PIC X(40).
       FD  BUDGET-REPORT.
           01 BUDGET-REPORT-RECORD PIC X(132).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  SOYLENT-CKP.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 STK-CODE PIC X(4).
           01 STK-SITE PIC X(4).
           01 STK-QTY-TEXT PIC X(10).

      * manufacturer lots - a delivery line may carry the lot as its
      * sixth token ('date product qty site po lot', with '-' for no
      * purchase order); SOYLLOT holds each product, site and lot's
      * received, on-hand, consumed and quarantined counts across
      * runs. opened containers come out of stock received before lot
      * tracking first, then the oldest lot. SOYLQTN quarantine
      * transactions from soylrecall take a recalled lot's containers
      * out of usable stock and are cleared once applied
           01 LOT-STATUS PIC XX.
           01 LOT-EOF-SWITCH PIC X VALUE 'N'.
               88 LOT-EOF VALUE 'Y'.
           01 QUARANTINE-STATUS PIC XX.
           01 QUARANTINE-EOF-SWITCH PIC X VALUE 'N'.
               88 QUARANTINE-EOF VALUE 'Y'.
           01 LOT-TABLE.
               05 LOT-ENTRY OCCURS 200 TIMES.
                   10 LOT-PRODUCT PIC X(4).
                   10 LOT-SITE PIC X(4).
                   10 LOT-ID PIC X(12).
                   10 LOT-RECEIVED PIC 9(8).
                   10 LOT-RECEIVED-QTY PIC 9(7).
                   10 LOT-ONHAND PIC 9(7).
                   10 LOT-CONSUMED PIC 9(7).
                   10 LOT-QUARANTINED PIC 9(7).
                   10 LOT-FIRST-USED PIC 9(8).
                   10 LOT-LAST-USED PIC 9(8).
           01 LOT-COUNT PIC 999 VALUE 0.
           01 MAX-LOT-ENTRIES PIC 999 VALUE 200.
           01 LOT-INDEX PIC 999.
           01 LOT-SLOT PIC 999.
           01 SEARCH-LOT PIC X(12).
           01 LOT-RECEIVED-DATE PIC 9(8).
           01 LOT-ONHAND-TOTAL PIC 9(8).
           01 UNLOTTED-STOCK PIC 9(8).
           01 CONTAINERS-OPENED PIC 9(7).
           01 LOT-NEED PIC 9(7).
           01 LOT-DRAW PIC 9(7).
           01 QUARANTINE-QTY PIC 9(7).
           01 QUARANTINE-COUNT PIC 9(5) VALUE 0.
           01 FORMATTED-QUARANTINE PIC Z(6)9.
           01 DELIV-STATUS PIC XX.
           01 DELIV-EOF-SWITCH PIC X VALUE 'N'.
               88 DELIV-EOF VALUE 'Y'.
           01 DELIV-LINE PIC X(40).
           01 DLV-DATE-TEXT PIC X(10).
           01 DLV-CODE PIC X(4).
           01 DLV-QTY-TEXT PIC X(8).
           01 DLV-SITE PIC X(4).
           01 DLV-PO-TEXT PIC X(10).
           01 DLV-LOT PIC X(12).
           01 DLV-QUANTITY PIC 9(7).
           01 DELIVERY-COUNT PIC 9(5) VALUE 0.
           01 SHORTAGE-COUNT PIC 9(5) VALUE 0.
           01 FORMATTED-SUP-PRICE PIC Z(4)9.99.
           01 FORMATTED-SUP-MIN PIC Z(5)9.

      * purchase orders - every site order the forecast raises is
      * issued as a numbered PO at the cheapest supplier's tier price
      * for the product's consolidated quantity, due on the date the
      * site's cover runs out. SOYLPO holds a NEXT row with the next
      * PO number followed by every PO not yet fully received
      * ('po product site supplier ordered received price requiredby
      * issued'); what is still on order nets against the next
      * forecast. a delivery line's fifth token is the PO it fills,
      * and SOYLPOR reports each match with over, short and late
      * deliveries, then lists the POs still open, late ones flagged
           01 PO-STATUS PIC XX.
           01 PO-EOF-SWITCH PIC X VALUE 'N'.
               88 PO-EOF VALUE 'Y'.
           01 PO-LINE PIC X(80).
           01 POT-NUMBER PIC X(10).
           01 POT-PRODUCT PIC X(10).
           01 POT-SITE PIC X(4).
           01 POT-SUPPLIER PIC X(8).
           01 POT-ORDERED PIC X(8).
           01 POT-RECEIVED PIC X(8).
           01 POT-PRICE PIC X(10).
           01 POT-REQUIRED PIC X(8).
           01 POT-ISSUED PIC X(8).
           01 PO-TABLE.
               05 PO-ENTRY OCCURS 100 TIMES.
                   10 PO-NUMBER PIC 9(8).
                   10 PO-PRODUCT PIC X(4).
                   10 PO-SITE PIC X(4).
                   10 PO-SUPPLIER PIC X(8).
                   10 PO-ORDERED PIC 9(6).
                   10 PO-RECEIVED PIC 9(7).
                   10 PO-PRICE PIC 9(5)V99.
                   10 PO-REQUIRED PIC 9(8).
                   10 PO-ISSUED PIC 9(8).
           01 PO-COUNT PIC 999 VALUE 0.
           01 MAX-PO-ENTRIES PIC 999 VALUE 100.
           01 PO-INDEX PIC 999.
           01 PO-SLOT PIC 999.
           01 NEXT-PO-NUMBER PIC 9(8) VALUE 1.
           01 SEARCH-PO-NUMBER PIC 9(8).
           01 ON-ORDER-QTY PIC 9(7).
           01 PO-OUTSTANDING PIC 9(7).
           01 PO-DIFFERENCE PIC 9(7).
           01 LATE-DAYS PIC 9(5).
           01 DLV-DATE PIC 9(8).
           01 SITE-ORDER-TABLE.
               05 SITE-ORDER-ENTRY OCCURS 3 TIMES.
                   10 SITE-ORDER-QTY PIC 9(6).
                   10 SITE-REQUIRED-DATE PIC 9(8).
           01 REQUIRED-BY-DATE PIC 9(8).
           01 ISSUE-SUPPLIER PIC X(8).
           01 ISSUE-PRICE PIC 9(5)V99.
           01 ISSUED-PO-COUNT PIC 9(5) VALUE 0.
           01 OPEN-PO-COUNT PIC 9(5) VALUE 0.
           01 LATE-PO-COUNT PIC 9(5) VALUE 0.
           01 PO-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           01 PO-QTY-DISPLAY PIC 9(6).
           01 PO-RECEIVED-DISPLAY PIC 9(7).
           01 PO-PRICE-DISPLAY PIC 9(5).99.
           01 FORMATTED-PO-QTY PIC Z(6)9.
           01 FORMATTED-PO-DIFF PIC Z(6)9.
           01 FORMATTED-LATE PIC Z(4)9.
           01 FORMATTED-PO-COUNT PIC Z(4)9.
           01 PO-REPORT-PTR PIC 999.
           01 DELIVERY-PRICE PIC 9(5)V99.

      * site budgets - SOYLBUD rows are 'yyyymm site product limit',
      * the month's spending limit for one product at one site.
      * actual spend is every costed delivery, at its PO's price or
      * the product's unit cost when it has no PO, plus the cost of
      * spoiled servings; it is carried month by month in SOYLSPN
      * ('yyyymm site product actual') because each run only sees
      * its own deliveries. committed spend is what is still
      * outstanding on POs issued in the month. SOYLBGT shows each
      * site's month-to-date position, with the month-end projected
      * by running the actual rate on to the end of the month plus
      * the commitments, and a PO that would take its site past the
      * limit is flagged on SOYLRPT as it is issued
           01 BUDGET-STATUS PIC XX.
           01 BUDGET-EOF-SWITCH PIC X VALUE 'N'.
               88 BUDGET-EOF VALUE 'Y'.
           01 SPEND-STATUS PIC XX.
           01 SPEND-EOF-SWITCH PIC X VALUE 'N'.
               88 SPEND-EOF VALUE 'Y'.
           01 BUDGET-LINE PIC X(40).
           01 BGT-MONTH-TEXT PIC X(8).
           01 BGT-SITE-TEXT PIC X(4).
           01 BGT-PRODUCT-TEXT PIC X(4).
           01 BGT-AMOUNT-TEXT PIC X(14).
           01 BUDGET-TABLE.
               05 BUDGET-ENTRY OCCURS 100 TIMES.
                   10 BGT-MONTH PIC X(6).
                   10 BGT-SITE PIC X(4).
                   10 BGT-PRODUCT PIC X(4).
                   10 BGT-HAS-LIMIT PIC X.
                       88 BUDGET-HAS-LIMIT VALUE 'Y'.
                   10 BGT-LIMIT PIC 9(9)V99.
                   10 BGT-ACTUAL PIC 9(9)V99.
                   10 BGT-COMMITTED PIC 9(9)V99.
           01 BUDGET-COUNT PIC 999 VALUE 0.
           01 MAX-BUDGET-ENTRIES PIC 999 VALUE 100.
           01 BUDGET-INDEX PIC 999.
           01 BUDGET-SLOT PIC 999.
           01 SEARCH-MONTH PIC X(6).
           01 SEARCH-SITE PIC X(4).
           01 SEARCH-PRODUCT PIC X(4).
           01 SPEND-AMOUNT PIC 9(9)V99.
           01 ORDER-COST PIC 9(9)V99.
           01 BUDGET-EXPOSURE PIC 9(10)V99.
           01 PROJECTED-SPEND PIC 9(10)V99.
           01 OVERRUN-AMOUNT PIC 9(10)V99.
           01 RUN-YYYYMM PIC 9(6).
           01 RUN-MONTH PIC X(6).
           01 MONTH-START-DATE PIC 9(8).
           01 NEXT-MONTH-DATE PIC 9(8).
           01 DAYS-IN-MONTH PIC 99.
           01 DAY-OF-MONTH PIC 99.
           01 SITE-LIMIT-TOTAL PIC 9(10)V99.
           01 SITE-ACTUAL-TOTAL PIC 9(10)V99.
           01 SITE-COMMITTED-TOTAL PIC 9(10)V99.
           01 SITE-PROJECTED-TOTAL PIC 9(10)V99.
           01 SITE-LIMIT-SWITCH PIC X.
               88 SITE-HAS-LIMIT VALUE 'Y'.
           01 BUDGET-SITE-LIST.
               05 BUDGET-SITE PIC X(4) OCCURS 20 TIMES.
           01 BUDGET-SITE-COUNT PIC 99 VALUE 0.
           01 MAX-BUDGET-SITES PIC 99 VALUE 20.
           01 BUDGET-SITE-INDEX PIC 99.
           01 BUDGET-SITE-SLOT PIC 99.
           01 OVER-BUDGET-COUNT PIC 9(5) VALUE 0.
           01 SPEND-DISPLAY PIC 9(9).99.
           01 FORMATTED-LIMIT PIC Z(8)9.99.
           01 FORMATTED-ACTUAL PIC Z(8)9.99.
           01 FORMATTED-COMMITTED PIC Z(8)9.99.
           01 FORMATTED-PROJECTED PIC Z(8)9.99.
           01 FORMATTED-OVERRUN PIC Z(8)9.99.
           01 FORMATTED-ORDER-COST PIC Z(8)9.99.
           01 BUDGET-REPORT-PTR PIC 999.

      * partial-container carryover - servings left in the last
      * container opened for a product stay on the shelf and reduce
      * the next day's requirement instead of being recharged
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-DAYCOUNT PIC Z(4)9.
           COPY HDRTRL.
           COPY PARMWS.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM LOAD-PRODUCT-MASTER.
               PERFORM LOAD-STOCK-POSITIONS.
               PERFORM LOAD-LOT-POSITIONS.
               PERFORM LOAD-OPEN-PURCHASE-ORDERS.
               PERFORM SET-BUDGET-MONTH.
               PERFORM LOAD-SITE-BUDGETS.
               PERFORM LOAD-SPEND-TO-DATE.
               OPEN OUTPUT PO-REPORT.
               MOVE SPACES TO PO-REPORT-RECORD.
               STRING "PURCHASE ORDER MATCHING AS AT " RUN-DATE
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD.
               WRITE PO-REPORT-RECORD.
               PERFORM LOAD-DELIVERIES.
               PERFORM LOAD-SUPPLIER-TIERS.
               OPEN INPUT CONSUMPTION-IN.
               OPEN OUTPUT ORDER-REPORT.
               PERFORM WRITE-ORDER-HEADER.
               PERFORM APPLY-QUARANTINES.
               OPEN EXTEND SUITE-LOG.
               PERFORM CHECK-FOR-RESTART.
               PERFORM READ-NEXT-DAY.
                   MOVE SPACES TO DLV-CODE
                   MOVE SPACES TO DLV-QTY-TEXT
                   MOVE SPACES TO DLV-SITE
                   MOVE SPACES TO DLV-PO-TEXT
                   MOVE SPACES TO DLV-LOT
                   UNSTRING FUNCTION TRIM (DELIV-LINE)
                       DELIMITED BY ALL SPACE
                       INTO DLV-DATE-TEXT, DLV-CODE, DLV-QTY-TEXT,
                           DLV-SITE, DLV-PO-TEXT, DLV-LOT
                   COMPUTE DLV-QUANTITY =
                       FUNCTION NUMVAL (DLV-QTY-TEXT)
                   MOVE DLV-CODE TO PRODUCT-CODE
                       ADD DLV-QUANTITY
                           TO SITE-STOCK (PROD-SLOT SITE-SLOT)
                       ADD 1 TO DELIVERY-COUNT
                       PERFORM MATCH-DELIVERY-TO-PO
                       PERFORM ADD-DELIVERY-SPEND
                       IF DLV-LOT NOT = SPACES
                           PERFORM ADD-DELIVERY-TO-LOT
                       END-IF
                   ELSE
                       DISPLAY "DELIVERY IGNORED: " DELIV-LINE
                   END-IF
               END-IF.
               PERFORM READ-DELIVERY-LINE.

           ADD-DELIVERY-TO-LOT.
               MOVE DLV-LOT TO SEARCH-LOT.
               PERFORM FIND-LOT-SLOT.
               IF LOT-SLOT = 0
                   IF LOT-COUNT < MAX-LOT-ENTRIES
                       ADD 1 TO LOT-COUNT
                       MOVE LOT-COUNT TO LOT-SLOT
                       MOVE PROD-CODE (PROD-SLOT)
                           TO LOT-PRODUCT (LOT-SLOT)
                       MOVE SITE-ID (SITE-SLOT) TO LOT-SITE (LOT-SLOT)
                       MOVE DLV-LOT TO LOT-ID (LOT-SLOT)
                       IF DLV-DATE-TEXT (1:8) IS NUMERIC
                           MOVE DLV-DATE-TEXT (1:8)
                               TO LOT-RECEIVED (LOT-SLOT)
                       ELSE
                           MOVE RUN-DATE TO LOT-RECEIVED (LOT-SLOT)
                       END-IF
                       MOVE 0 TO LOT-RECEIVED-QTY (LOT-SLOT)
                       MOVE 0 TO LOT-ONHAND (LOT-SLOT)
                       MOVE 0 TO LOT-CONSUMED (LOT-SLOT)
                       MOVE 0 TO LOT-QUARANTINED (LOT-SLOT)
                       MOVE 0 TO LOT-FIRST-USED (LOT-SLOT)
                       MOVE 0 TO LOT-LAST-USED (LOT-SLOT)
                   ELSE
                       DISPLAY "LOT TABLE FULL - LOT NOT TRACKED: "
                           DELIV-LINE
                   END-IF
               END-IF.
               IF LOT-SLOT > 0
                   ADD DLV-QUANTITY TO LOT-RECEIVED-QTY (LOT-SLOT)
                   ADD DLV-QUANTITY TO LOT-ONHAND (LOT-SLOT)
               END-IF.

           FIND-LOT-SLOT.
               MOVE 0 TO LOT-SLOT.
               PERFORM CHECK-LOT-KEY
                   VARYING LOT-INDEX FROM 1 BY 1
                   UNTIL LOT-INDEX > LOT-COUNT
                       OR LOT-SLOT > 0.

           CHECK-LOT-KEY.
               IF LOT-PRODUCT (LOT-INDEX) = PROD-CODE (PROD-SLOT)
                   AND LOT-SITE (LOT-INDEX) = SITE-ID (SITE-SLOT)
                   AND LOT-ID (LOT-INDEX) = SEARCH-LOT
                   MOVE LOT-INDEX TO LOT-SLOT
               END-IF.

           LOAD-LOT-POSITIONS.
               OPEN INPUT LOT-FILE.
               IF LOT-STATUS = "00"
                   PERFORM READ-LOT-ROW
                   PERFORM LOAD-ONE-LOT UNTIL LOT-EOF
                   CLOSE LOT-FILE
               END-IF.

           READ-LOT-ROW.
               READ LOT-FILE
                   AT END SET LOT-EOF TO TRUE
               END-READ.

           LOAD-ONE-LOT.
               IF LOT-ROW = SPACES
                   CONTINUE
               ELSE
                   MOVE LTR-PRODUCT TO PRODUCT-CODE
                   PERFORM FIND-PRODUCT-SLOT
                   MOVE LTR-SITE TO SITE-CODE-IN
                   PERFORM FIND-SITE-SLOT
                   IF PROD-SLOT > 0 AND SITE-SLOT > 0
                       AND LTR-LOT NOT = SPACES
                       AND LTR-RECEIVED IS NUMERIC
                       AND LTR-RECEIVED-QTY IS NUMERIC
                       AND LTR-ONHAND IS NUMERIC
                       AND LTR-CONSUMED IS NUMERIC
                       AND LTR-QUARANTINED IS NUMERIC
                       AND LTR-FIRST-USED IS NUMERIC
                       AND LTR-LAST-USED IS NUMERIC
                       AND LOT-COUNT < MAX-LOT-ENTRIES
                       ADD 1 TO LOT-COUNT
                       MOVE PROD-CODE (PROD-SLOT)
                           TO LOT-PRODUCT (LOT-COUNT)
                       MOVE SITE-ID (SITE-SLOT) TO LOT-SITE (LOT-COUNT)
                       MOVE LTR-LOT TO LOT-ID (LOT-COUNT)
                       MOVE LTR-RECEIVED TO LOT-RECEIVED (LOT-COUNT)
                       MOVE LTR-RECEIVED-QTY
                           TO LOT-RECEIVED-QTY (LOT-COUNT)
                       MOVE LTR-ONHAND TO LOT-ONHAND (LOT-COUNT)
                       MOVE LTR-CONSUMED TO LOT-CONSUMED (LOT-COUNT)
                       MOVE LTR-QUARANTINED
                           TO LOT-QUARANTINED (LOT-COUNT)
                       MOVE LTR-FIRST-USED
                           TO LOT-FIRST-USED (LOT-COUNT)
                       MOVE LTR-LAST-USED TO LOT-LAST-USED (LOT-COUNT)
                   ELSE
                       DISPLAY "LOT ROW IGNORED: " LOT-ROW
                   END-IF
               END-IF.
               PERFORM READ-LOT-ROW.

      * containers opened at a site come out of the stock that has no
      * lot against it first, then lot by lot oldest received first
           DRAW-OPENED-FROM-LOTS.
               MOVE 0 TO LOT-ONHAND-TOTAL.
               PERFORM ADD-LOT-ONHAND
                   VARYING LOT-INDEX FROM 1 BY 1
                   UNTIL LOT-INDEX > LOT-COUNT.
               MOVE 0 TO UNLOTTED-STOCK.
               IF SITE-STOCK (PROD-SLOT SITE-SLOT) > LOT-ONHAND-TOTAL
                   COMPUTE UNLOTTED-STOCK =
                       SITE-STOCK (PROD-SLOT SITE-SLOT)
                       - LOT-ONHAND-TOTAL
               END-IF.
               MOVE 0 TO LOT-NEED.
               IF CONTAINERS-OPENED > UNLOTTED-STOCK
                   COMPUTE LOT-NEED =
                       CONTAINERS-OPENED - UNLOTTED-STOCK
               END-IF.
               PERFORM DRAW-OLDEST-LOT UNTIL LOT-NEED = 0.

           ADD-LOT-ONHAND.
               IF LOT-PRODUCT (LOT-INDEX) = PROD-CODE (PROD-SLOT)
                   AND LOT-SITE (LOT-INDEX) = SITE-ID (SITE-SLOT)
                   ADD LOT-ONHAND (LOT-INDEX) TO LOT-ONHAND-TOTAL
               END-IF.

           DRAW-OLDEST-LOT.
               MOVE 0 TO LOT-SLOT.
               PERFORM CHECK-OLDEST-LOT
                   VARYING LOT-INDEX FROM 1 BY 1
                   UNTIL LOT-INDEX > LOT-COUNT.
               IF LOT-SLOT = 0
                   MOVE 0 TO LOT-NEED
               ELSE
                   IF LOT-NEED > LOT-ONHAND (LOT-SLOT)
                       MOVE LOT-ONHAND (LOT-SLOT) TO LOT-DRAW
                   ELSE
                       MOVE LOT-NEED TO LOT-DRAW
                   END-IF
                   SUBTRACT LOT-DRAW FROM LOT-ONHAND (LOT-SLOT)
                   ADD LOT-DRAW TO LOT-CONSUMED (LOT-SLOT)
                   SUBTRACT LOT-DRAW FROM LOT-NEED
                   IF LOT-FIRST-USED (LOT-SLOT) = 0
                       MOVE RUN-DATE TO LOT-FIRST-USED (LOT-SLOT)
                   END-IF
                   MOVE RUN-DATE TO LOT-LAST-USED (LOT-SLOT)
               END-IF.

           CHECK-OLDEST-LOT.
               IF LOT-PRODUCT (LOT-INDEX) = PROD-CODE (PROD-SLOT)
                   AND LOT-SITE (LOT-INDEX) = SITE-ID (SITE-SLOT)
                   AND LOT-ONHAND (LOT-INDEX) > 0
                   IF LOT-SLOT = 0
                       MOVE LOT-INDEX TO LOT-SLOT
                   ELSE
                       IF LOT-RECEIVED (LOT-INDEX)
                               < LOT-RECEIVED (LOT-SLOT)
                           MOVE LOT-INDEX TO LOT-SLOT
                       END-IF
                   END-IF
               END-IF.

      * quarantine transactions come from soylrecall; the quantity
      * is capped at what the lot and the site still hold unopened
           APPLY-QUARANTINES.
               OPEN INPUT QUARANTINE-IN.
               IF QUARANTINE-STATUS = "00"
                   PERFORM READ-QUARANTINE-ROW
                   PERFORM APPLY-ONE-QUARANTINE UNTIL QUARANTINE-EOF
                   CLOSE QUARANTINE-IN
               END-IF.

           READ-QUARANTINE-ROW.
               READ QUARANTINE-IN
                   AT END SET QUARANTINE-EOF TO TRUE
               END-READ.

           APPLY-ONE-QUARANTINE.
               IF QUARANTINE-ROW = SPACES
                   CONTINUE
               ELSE
                   MOVE 0 TO LOT-SLOT
                   IF QTN-QUARANTINE AND QTN-QUANTITY IS NUMERIC
                       MOVE QTN-PRODUCT TO PRODUCT-CODE
                       PERFORM FIND-PRODUCT-SLOT
                       MOVE QTN-SITE TO SITE-CODE-IN
                       PERFORM FIND-SITE-SLOT
                       IF PROD-SLOT > 0 AND SITE-SLOT > 0
                           MOVE QTN-LOT TO SEARCH-LOT
                           PERFORM FIND-LOT-SLOT
                       END-IF
                   END-IF
                   IF LOT-SLOT > 0
                       PERFORM QUARANTINE-LOT-STOCK
                   ELSE
                       DISPLAY "QUARANTINE IGNORED: " QUARANTINE-ROW
                   END-IF
               END-IF.
               PERFORM READ-QUARANTINE-ROW.

           QUARANTINE-LOT-STOCK.
               MOVE QTN-QUANTITY TO QUARANTINE-QTY.
               IF QUARANTINE-QTY > LOT-ONHAND (LOT-SLOT)
                   MOVE LOT-ONHAND (LOT-SLOT) TO QUARANTINE-QTY
               END-IF.
               IF QUARANTINE-QTY > SITE-STOCK (PROD-SLOT SITE-SLOT)
                   MOVE SITE-STOCK (PROD-SLOT SITE-SLOT)
                       TO QUARANTINE-QTY
               END-IF.
               SUBTRACT QUARANTINE-QTY FROM LOT-ONHAND (LOT-SLOT).
               ADD QUARANTINE-QTY TO LOT-QUARANTINED (LOT-SLOT).
               SUBTRACT QUARANTINE-QTY
                   FROM SITE-STOCK (PROD-SLOT SITE-SLOT).
               ADD 1 TO QUARANTINE-COUNT.
               MOVE QUARANTINE-QTY TO FORMATTED-QUARANTINE.
               MOVE SPACES TO ORDER-REPORT-RECORD.
               STRING "QUARANTINE PRODUCT " PROD-CODE (PROD-SLOT)
                   " SITE " SITE-ID (SITE-SLOT)
                   " LOT " LOT-ID (LOT-SLOT)
                   " CONTAINERS " FORMATTED-QUARANTINE
                   DELIMITED BY SIZE INTO ORDER-REPORT-RECORD.
               PERFORM PUT-ORDER-RECORD.

           LOAD-OPEN-PURCHASE-ORDERS.
               OPEN INPUT PO-FILE.
               IF PO-STATUS = "00"
                   PERFORM READ-PO-LINE
                   PERFORM LOAD-ONE-PURCHASE-ORDER UNTIL PO-EOF
                   CLOSE PO-FILE
               END-IF.

           READ-PO-LINE.
               READ PO-FILE INTO PO-LINE
                   AT END SET PO-EOF TO TRUE
               END-READ.

           LOAD-ONE-PURCHASE-ORDER.
               MOVE SPACES TO POT-NUMBER.
               MOVE SPACES TO POT-PRODUCT.
               MOVE SPACES TO POT-SITE.
               MOVE SPACES TO POT-SUPPLIER.
               MOVE SPACES TO POT-ORDERED.
               MOVE SPACES TO POT-RECEIVED.
               MOVE SPACES TO POT-PRICE.
               MOVE SPACES TO POT-REQUIRED.
               MOVE SPACES TO POT-ISSUED.
               UNSTRING FUNCTION TRIM (PO-LINE)
                   DELIMITED BY ALL SPACE
                   INTO POT-NUMBER, POT-PRODUCT, POT-SITE,
                       POT-SUPPLIER, POT-ORDERED, POT-RECEIVED,
                       POT-PRICE, POT-REQUIRED, POT-ISSUED.
               EVALUATE TRUE
                   WHEN PO-LINE = SPACES OR PO-LINE (1:1) = '*'
                       CONTINUE
                   WHEN POT-NUMBER = "NEXT"
                       COMPUTE NEXT-PO-NUMBER =
                           FUNCTION NUMVAL (POT-PRODUCT)
                   WHEN POT-NUMBER (1:8) IS NOT NUMERIC
                       DISPLAY "PO ROW IGNORED: " PO-LINE
                   WHEN PO-COUNT < MAX-PO-ENTRIES
                       ADD 1 TO PO-COUNT
                       MOVE POT-NUMBER (1:8) TO PO-NUMBER (PO-COUNT)
                       MOVE POT-PRODUCT TO PO-PRODUCT (PO-COUNT)
                       MOVE POT-SITE TO PO-SITE (PO-COUNT)
                       MOVE POT-SUPPLIER TO PO-SUPPLIER (PO-COUNT)
                       COMPUTE PO-ORDERED (PO-COUNT) =
                           FUNCTION NUMVAL (POT-ORDERED)
                       COMPUTE PO-RECEIVED (PO-COUNT) =
                           FUNCTION NUMVAL (POT-RECEIVED)
                       COMPUTE PO-PRICE (PO-COUNT) =
                           FUNCTION NUMVAL (POT-PRICE)
                       COMPUTE PO-REQUIRED (PO-COUNT) =
                           FUNCTION NUMVAL (POT-REQUIRED)
                       COMPUTE PO-ISSUED (PO-COUNT) =
                           FUNCTION NUMVAL (POT-ISSUED)
                       IF PO-NUMBER (PO-COUNT) >= NEXT-PO-NUMBER
                           COMPUTE NEXT-PO-NUMBER =
                               PO-NUMBER (PO-COUNT) + 1
                       END-IF
                   WHEN OTHER
                       DISPLAY "PO TABLE FULL - IGNORING " PO-LINE
               END-EVALUATE.
               PERFORM READ-PO-LINE.

           FIND-PO-SLOT.
               MOVE 0 TO PO-SLOT.
               PERFORM CHECK-PO-NUMBER
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT
                       OR PO-SLOT > 0.

           CHECK-PO-NUMBER.
               IF PO-NUMBER (PO-INDEX) = SEARCH-PO-NUMBER
                   MOVE PO-INDEX TO PO-SLOT
               END-IF.

      * a delivery posts to stock whatever its PO says; the match only
      * decides what the report says about it
           MATCH-DELIVERY-TO-PO.
               MOVE PROD-COST (PROD-SLOT) TO DELIVERY-PRICE.
               MOVE DLV-QUANTITY TO FORMATTED-PO-QTY.
               MOVE SPACES TO PO-REPORT-RECORD.
               IF DLV-PO-TEXT = SPACES
                   OR DLV-PO-TEXT (1:1) IS NOT NUMERIC
                   ADD 1 TO PO-EXCEPTION-COUNT
                   STRING "DELIVERY " DLV-DATE-TEXT
                       " PRODUCT " DLV-CODE
                       " SITE " SITE-ID (SITE-SLOT)
                       " QTY " FORMATTED-PO-QTY
                       " NO PO NUMBER"
                       DELIMITED BY SIZE INTO PO-REPORT-RECORD
               ELSE
                   COMPUTE SEARCH-PO-NUMBER =
                       FUNCTION NUMVAL (DLV-PO-TEXT)
                   PERFORM FIND-PO-SLOT
                   EVALUATE TRUE
                       WHEN PO-SLOT = 0
                           ADD 1 TO PO-EXCEPTION-COUNT
                           STRING "DELIVERY " DLV-DATE-TEXT
                               " PRODUCT " DLV-CODE
                               " SITE " SITE-ID (SITE-SLOT)
                               " QTY " FORMATTED-PO-QTY
                               " PO " SEARCH-PO-NUMBER
                               " NOT OPEN"
                               DELIMITED BY SIZE INTO PO-REPORT-RECORD
                       WHEN PO-PRODUCT (PO-SLOT) NOT = PROD-CODE
                               (PROD-SLOT)
                           OR PO-SITE (PO-SLOT) NOT = SITE-ID
                               (SITE-SLOT)
                           ADD 1 TO PO-EXCEPTION-COUNT
                           STRING "DELIVERY " DLV-DATE-TEXT
                               " PRODUCT " DLV-CODE
                               " SITE " SITE-ID (SITE-SLOT)
                               " QTY " FORMATTED-PO-QTY
                               " PO " SEARCH-PO-NUMBER
                               " IS FOR " PO-PRODUCT (PO-SLOT)
                               " " PO-SITE (PO-SLOT)
                               DELIMITED BY SIZE INTO PO-REPORT-RECORD
                       WHEN OTHER
                           PERFORM APPLY-DELIVERY-TO-PO
                   END-EVALUATE
               END-IF.
               WRITE PO-REPORT-RECORD.

           APPLY-DELIVERY-TO-PO.
               IF PO-RECEIVED (PO-SLOT) < PO-ORDERED (PO-SLOT)
                   COMPUTE PO-OUTSTANDING =
                       PO-ORDERED (PO-SLOT) - PO-RECEIVED (PO-SLOT)
               ELSE
                   MOVE 0 TO PO-OUTSTANDING
               END-IF.
               ADD DLV-QUANTITY TO PO-RECEIVED (PO-SLOT).
               MOVE PO-PRICE (PO-SLOT) TO DELIVERY-PRICE.
               MOVE 1 TO PO-REPORT-PTR.
               STRING "DELIVERY " DLV-DATE-TEXT
                   " PRODUCT " DLV-CODE
                   " SITE " SITE-ID (SITE-SLOT)
                   " QTY " FORMATTED-PO-QTY
                   " PO " SEARCH-PO-NUMBER
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD
                   WITH POINTER PO-REPORT-PTR.
               EVALUATE TRUE
                   WHEN DLV-QUANTITY > PO-OUTSTANDING
                       ADD 1 TO PO-EXCEPTION-COUNT
                       COMPUTE PO-DIFFERENCE =
                           DLV-QUANTITY - PO-OUTSTANDING
                       MOVE PO-DIFFERENCE TO FORMATTED-PO-DIFF
                       STRING " OVER DELIVERED " FORMATTED-PO-DIFF
                           DELIMITED BY SIZE INTO PO-REPORT-RECORD
                           WITH POINTER PO-REPORT-PTR
                   WHEN DLV-QUANTITY < PO-OUTSTANDING
                       ADD 1 TO PO-EXCEPTION-COUNT
                       COMPUTE PO-DIFFERENCE =
                           PO-OUTSTANDING - DLV-QUANTITY
                       MOVE PO-DIFFERENCE TO FORMATTED-PO-DIFF
                       STRING " SHORT DELIVERED " FORMATTED-PO-DIFF
                           DELIMITED BY SIZE INTO PO-REPORT-RECORD
                           WITH POINTER PO-REPORT-PTR
                   WHEN OTHER
                       STRING " FILLED"
                           DELIMITED BY SIZE INTO PO-REPORT-RECORD
                           WITH POINTER PO-REPORT-PTR
               END-EVALUATE.
               IF DLV-DATE-TEXT (1:8) IS NUMERIC
                   MOVE DLV-DATE-TEXT (1:8) TO DLV-DATE
                   IF DLV-DATE > PO-REQUIRED (PO-SLOT)
                       COMPUTE LATE-DAYS =
                           FUNCTION INTEGER-OF-DATE (DLV-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (PO-REQUIRED (PO-SLOT))
                       MOVE LATE-DAYS TO FORMATTED-LATE
                       STRING " LATE DAYS " FORMATTED-LATE
                           DELIMITED BY SIZE INTO PO-REPORT-RECORD
                           WITH POINTER PO-REPORT-PTR
                   END-IF
               END-IF.

           ADD-DELIVERY-SPEND.
               IF DLV-DATE-TEXT (1:8) IS NUMERIC
                   MOVE DLV-DATE-TEXT (1:6) TO SEARCH-MONTH
               ELSE
                   MOVE RUN-MONTH TO SEARCH-MONTH
               END-IF.
               MOVE SITE-ID (SITE-SLOT) TO SEARCH-SITE.
               MOVE PROD-CODE (PROD-SLOT) TO SEARCH-PRODUCT.
               PERFORM FIND-BUDGET-SLOT.
               IF BUDGET-SLOT > 0
                   COMPUTE BGT-ACTUAL (BUDGET-SLOT) =
                       BGT-ACTUAL (BUDGET-SLOT)
                       + DLV-QUANTITY * DELIVERY-PRICE
               END-IF.

           SET-BUDGET-MONTH.
               DIVIDE RUN-DATE BY 100 GIVING RUN-YYYYMM.
               MOVE RUN-YYYYMM TO RUN-MONTH.
               COMPUTE DAY-OF-MONTH = RUN-DATE - RUN-YYYYMM * 100.
               COMPUTE MONTH-START-DATE = RUN-YYYYMM * 100 + 1.
               IF FUNCTION MOD (RUN-YYYYMM, 100) = 12
                   COMPUTE NEXT-MONTH-DATE = (RUN-YYYYMM + 89) * 100 + 1
               ELSE
                   COMPUTE NEXT-MONTH-DATE = (RUN-YYYYMM + 1) * 100 + 1
               END-IF.
               COMPUTE DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE (NEXT-MONTH-DATE)
                   - FUNCTION INTEGER-OF-DATE (MONTH-START-DATE).

           LOAD-SITE-BUDGETS.
               OPEN INPUT BUDGET-IN.
               IF BUDGET-STATUS = "00"
                   PERFORM READ-BUDGET-LINE
                   PERFORM LOAD-ONE-BUDGET UNTIL BUDGET-EOF
                   CLOSE BUDGET-IN
               END-IF.

           READ-BUDGET-LINE.
               READ BUDGET-IN INTO BUDGET-LINE
                   AT END SET BUDGET-EOF TO TRUE
               END-READ.

           LOAD-ONE-BUDGET.
               PERFORM SPLIT-BUDGET-LINE.
               IF BUDGET-LINE = SPACES OR BUDGET-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   IF BGT-MONTH-TEXT (1:6) IS NOT NUMERIC
                       OR BGT-MONTH-TEXT (7:2) NOT = SPACES
                       OR BGT-AMOUNT-TEXT (1:1) IS NOT NUMERIC
                       DISPLAY "BUDGET ROW IGNORED: " BUDGET-LINE
                   ELSE
                       PERFORM FIND-BUDGET-SLOT
                       IF BUDGET-SLOT > 0
                           MOVE 'Y' TO BGT-HAS-LIMIT (BUDGET-SLOT)
                           COMPUTE BGT-LIMIT (BUDGET-SLOT) =
                               FUNCTION NUMVAL (BGT-AMOUNT-TEXT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-BUDGET-LINE.

           SPLIT-BUDGET-LINE.
               MOVE SPACES TO BGT-MONTH-TEXT.
               MOVE SPACES TO BGT-SITE-TEXT.
               MOVE SPACES TO BGT-PRODUCT-TEXT.
               MOVE SPACES TO BGT-AMOUNT-TEXT.
               UNSTRING FUNCTION TRIM (BUDGET-LINE)
                   DELIMITED BY ALL SPACE
                   INTO BGT-MONTH-TEXT, BGT-SITE-TEXT,
                       BGT-PRODUCT-TEXT, BGT-AMOUNT-TEXT.
               MOVE BGT-MONTH-TEXT (1:6) TO SEARCH-MONTH.
               MOVE BGT-SITE-TEXT TO SEARCH-SITE.
               MOVE BGT-PRODUCT-TEXT TO SEARCH-PRODUCT.

           LOAD-SPEND-TO-DATE.
               OPEN INPUT SPEND-FILE.
               IF SPEND-STATUS = "00"
                   PERFORM READ-SPEND-LINE
                   PERFORM LOAD-ONE-SPEND UNTIL SPEND-EOF
                   CLOSE SPEND-FILE
               END-IF.

           READ-SPEND-LINE.
               READ SPEND-FILE INTO BUDGET-LINE
                   AT END SET SPEND-EOF TO TRUE
               END-READ.

           LOAD-ONE-SPEND.
               PERFORM SPLIT-BUDGET-LINE.
               IF BUDGET-LINE NOT = SPACES
                   AND BGT-MONTH-TEXT (1:6) IS NUMERIC
                   PERFORM FIND-BUDGET-SLOT
                   IF BUDGET-SLOT > 0
                       COMPUTE BGT-ACTUAL (BUDGET-SLOT) =
                           FUNCTION NUMVAL (BGT-AMOUNT-TEXT)
                   END-IF
               END-IF.
               PERFORM READ-SPEND-LINE.

           FIND-BUDGET-SLOT.
               MOVE 0 TO BUDGET-SLOT.
               PERFORM CHECK-BUDGET-KEY
                   VARYING BUDGET-INDEX FROM 1 BY 1
                   UNTIL BUDGET-INDEX > BUDGET-COUNT
                       OR BUDGET-SLOT > 0.
               IF BUDGET-SLOT = 0
                   IF BUDGET-COUNT < MAX-BUDGET-ENTRIES
                       ADD 1 TO BUDGET-COUNT
                       MOVE BUDGET-COUNT TO BUDGET-SLOT
                       MOVE SEARCH-MONTH TO BGT-MONTH (BUDGET-SLOT)
                       MOVE SEARCH-SITE TO BGT-SITE (BUDGET-SLOT)
                       MOVE SEARCH-PRODUCT TO BGT-PRODUCT (BUDGET-SLOT)
                       MOVE 'N' TO BGT-HAS-LIMIT (BUDGET-SLOT)
                       MOVE 0 TO BGT-LIMIT (BUDGET-SLOT)
                       MOVE 0 TO BGT-ACTUAL (BUDGET-SLOT)
                       MOVE 0 TO BGT-COMMITTED (BUDGET-SLOT)
                   ELSE
                       DISPLAY "BUDGET TABLE FULL - IGNORING "
                           SEARCH-MONTH " " SEARCH-SITE " "
                           SEARCH-PRODUCT
                   END-IF
               END-IF.

           CHECK-BUDGET-KEY.
               IF BGT-MONTH (BUDGET-INDEX) = SEARCH-MONTH
                   AND BGT-SITE (BUDGET-INDEX) = SEARCH-SITE
                   AND BGT-PRODUCT (BUDGET-INDEX) = SEARCH-PRODUCT
                   MOVE BUDGET-INDEX TO BUDGET-SLOT
               END-IF.

           LOAD-SUPPLIER-TIERS.
               OPEN INPUT SUPPLIERS-IN.
               IF SUPPLIER-STATUS = "00"
                   DELIMITED BY SIZE INTO STOCK-FILE-RECORD.
               WRITE STOCK-FILE-RECORD.

           WRITE-LOT-POSITIONS.
               OPEN OUTPUT LOT-FILE.
               PERFORM WRITE-ONE-LOT-POSITION
                   VARYING LOT-INDEX FROM 1 BY 1
                   UNTIL LOT-INDEX > LOT-COUNT.
               CLOSE LOT-FILE.

           WRITE-ONE-LOT-POSITION.
               MOVE SPACES TO LOT-ROW.
               MOVE LOT-PRODUCT (LOT-INDEX) TO LTR-PRODUCT.
               MOVE LOT-SITE (LOT-INDEX) TO LTR-SITE.
               MOVE LOT-ID (LOT-INDEX) TO LTR-LOT.
               MOVE LOT-RECEIVED (LOT-INDEX) TO LTR-RECEIVED.
               MOVE LOT-RECEIVED-QTY (LOT-INDEX) TO LTR-RECEIVED-QTY.
               MOVE LOT-ONHAND (LOT-INDEX) TO LTR-ONHAND.
               MOVE LOT-CONSUMED (LOT-INDEX) TO LTR-CONSUMED.
               MOVE LOT-QUARANTINED (LOT-INDEX) TO LTR-QUARANTINED.
               MOVE LOT-FIRST-USED (LOT-INDEX) TO LTR-FIRST-USED.
               MOVE LOT-LAST-USED (LOT-INDEX) TO LTR-LAST-USED.
               WRITE LOT-ROW.

           CHECK-FOR-RESTART.
               OPEN INPUT SOYLENT-CKP.
               IF CKP-STATUS = "00"
               IF DAILY-CONTAINERS
                       > SITE-STOCK (PROD-SLOT SITE-SLOT)
                   ADD 1 TO SHORTAGE-COUNT
                   MOVE SITE-STOCK (PROD-SLOT SITE-SLOT)
                       TO CONTAINERS-OPENED
                   MOVE SITE-STOCK (PROD-SLOT SITE-SLOT)
                       TO FORMATTED-STOCK
                   MOVE DAILY-CONTAINERS TO FORMATTED-DAILY
                       " STOCK " FORMATTED-STOCK
                       DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
                   PERFORM PUT-ORDER-RECORD
               ELSE
                   MOVE DAILY-CONTAINERS TO CONTAINERS-OPENED
               END-IF.
               IF CONTAINERS-OPENED > 0
                   PERFORM DRAW-OPENED-FROM-LOTS
               END-IF.
               SUBTRACT CONTAINERS-OPENED
                   FROM SITE-STOCK (PROD-SLOT SITE-SLOT).
               ADD DAILY-CONTAINERS TO PROD-CONTAINERS (PROD-SLOT).
               ADD DAILY-CONTAINERS TO TOTAL-CONTAINERS.
               PERFORM RECORD-DAY-HISTORY.
                   / PROD-SIZE (PROD-SLOT).
               ADD SPOILED-SERVINGS TO SPOILED-TOTAL.
               ADD SPOILAGE-COST TO SPOILAGE-COST-TOTAL.
               MOVE RUN-MONTH TO SEARCH-MONTH.
               MOVE SITE-ID (SITE-SLOT) TO SEARCH-SITE.
               MOVE PROD-CODE (PROD-SLOT) TO SEARCH-PRODUCT.
               PERFORM FIND-BUDGET-SLOT.
               IF BUDGET-SLOT > 0
                   ADD SPOILAGE-COST TO BGT-ACTUAL (BUDGET-SLOT)
               END-IF.
               MOVE 0 TO SITE-CARRY (PROD-SLOT SITE-SLOT).
               MOVE 0 TO SITE-CARRY-AGE (PROD-SLOT SITE-SLOT).
               MOVE SPOILED-SERVINGS TO FORMATTED-SPOILED.
                       DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
                   PERFORM PUT-ORDER-RECORD
                   MOVE CONSOLIDATED-QTY TO ORDER-QTY
                   MOVE 0 TO BEST-SUP-SLOT
                   IF SUPPLIER-COUNT > 0
                       PERFORM COMPARE-SUPPLIER-TIERS
                   END-IF
                   PERFORM ISSUE-SITE-PURCHASE-ORDER
                       VARYING SITE-FC-INDEX FROM 1 BY 1
                       UNTIL SITE-FC-INDEX > SITE-COUNT
               END-IF.
               PERFORM SUGGEST-SITE-TRANSFERS.

           CLEAR-SITE-NEED.
               MOVE 0 TO SITE-NEED (SITE-FC-INDEX).
               MOVE 0 TO SITE-ORDER-QTY (SITE-FC-INDEX).
               MOVE 0 TO SITE-REQUIRED-DATE (SITE-FC-INDEX).

           FORECAST-ONE-SITE.
               IF SITE-HIST-COUNT (PROD-INDEX SITE-FC-INDEX) = 0
               ELSE
                   PERFORM COMPUTE-PRODUCT-FORECAST
                   PERFORM WRITE-FORECAST-LINE
                   IF ON-ORDER-QTY > 0
                       MOVE ON-ORDER-QTY TO FORMATTED-PO-QTY
                       MOVE SPACES TO ORDER-REPORT-RECORD
                       STRING "  ON ORDER " FORMATTED-PO-QTY
                           " CONTAINERS NETTED"
                           DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
                       PERFORM PUT-ORDER-RECORD
                   END-IF
                   MOVE ORDER-NEED TO SITE-NEED (SITE-FC-INDEX)
                   MOVE ORDER-QTY TO SITE-ORDER-QTY (SITE-FC-INDEX)
                   MOVE REQUIRED-BY-DATE
                       TO SITE-REQUIRED-DATE (SITE-FC-INDEX)
                   ADD ORDER-QTY TO CONSOLIDATED-QTY
               END-IF.

           ISSUE-SITE-PURCHASE-ORDER.
               IF SITE-ORDER-QTY (SITE-FC-INDEX) > 0
                   IF PO-COUNT < MAX-PO-ENTRIES
                       PERFORM ADD-PURCHASE-ORDER
                   ELSE
                       MOVE SPACES TO ORDER-REPORT-RECORD
                       STRING "PO TABLE FULL - NO PURCHASE ORDER FOR "
                           PROD-CODE (PROD-INDEX)
                           " SITE " SITE-ID (SITE-FC-INDEX)
                           DELIMITED BY SIZE INTO ORDER-REPORT-RECORD
                       PERFORM PUT-ORDER-RECORD
                   END-IF
               END-IF.

      * without a qualifying supplier tier the PO still goes out, at
      * the product's own unit cost, for a buyer to place
           ADD-PURCHASE-ORDER.
               IF BEST-SUP-SLOT > 0
                   MOVE SUP-NAME (BEST-SUP-SLOT) TO ISSUE-SUPPLIER
                   MOVE SUP-PRICE (BEST-SUP-SLOT) TO ISSUE-PRICE
               ELSE
                   MOVE "UNQUOTED" TO ISSUE-SUPPLIER
                   MOVE PROD-COST (PROD-INDEX) TO ISSUE-PRICE
               END-IF.
               ADD 1 TO PO-COUNT.
               ADD 1 TO ISSUED-PO-COUNT.
               MOVE NEXT-PO-NUMBER TO PO-NUMBER (PO-COUNT).
               ADD 1 TO NEXT-PO-NUMBER.
               MOVE PROD-CODE (PROD-INDEX) TO PO-PRODUCT (PO-COUNT).
               MOVE SITE-ID (SITE-FC-INDEX) TO PO-SITE (PO-COUNT).
               MOVE ISSUE-SUPPLIER TO PO-SUPPLIER (PO-COUNT).
               MOVE SITE-ORDER-QTY (SITE-FC-INDEX)
                   TO PO-ORDERED (PO-COUNT).
               MOVE 0 TO PO-RECEIVED (PO-COUNT).
               MOVE ISSUE-PRICE TO PO-PRICE (PO-COUNT).
               MOVE SITE-REQUIRED-DATE (SITE-FC-INDEX)
                   TO PO-REQUIRED (PO-COUNT).
               MOVE RUN-DATE TO PO-ISSUED (PO-COUNT).
               MOVE PO-ORDERED (PO-COUNT) TO FORMATTED-PO-QTY.
               MOVE ISSUE-PRICE TO FORMATTED-SUP-PRICE.
               MOVE SPACES TO ORDER-REPORT-RECORD.
               STRING "PO " PO-NUMBER (PO-COUNT)
                   " PRODUCT " PO-PRODUCT (PO-COUNT)
                   " SITE " PO-SITE (PO-COUNT)
                   " SUPPLIER " ISSUE-SUPPLIER
                   " QTY " FORMATTED-PO-QTY
                   " PRICE " FORMATTED-SUP-PRICE
                   " REQUIRED BY " PO-REQUIRED (PO-COUNT)
                   DELIMITED BY SIZE INTO ORDER-REPORT-RECORD.
               PERFORM PUT-ORDER-RECORD.
               PERFORM CHECK-ORDER-AGAINST-BUDGET.

      * the new PO is already in the table, so the site's commitments
      * include it when they are set against the month's limit
           CHECK-ORDER-AGAINST-BUDGET.
               MOVE RUN-MONTH TO SEARCH-MONTH.
               MOVE PO-SITE (PO-COUNT) TO SEARCH-SITE.
               MOVE PO-PRODUCT (PO-COUNT) TO SEARCH-PRODUCT.
               PERFORM FIND-BUDGET-SLOT.
               IF BUDGET-SLOT > 0
                   PERFORM SUM-BUDGET-COMMITTED
                   IF BUDGET-HAS-LIMIT (BUDGET-SLOT)
                       COMPUTE BUDGET-EXPOSURE =
                           BGT-ACTUAL (BUDGET-SLOT)
                           + BGT-COMMITTED (BUDGET-SLOT)
                       IF BUDGET-EXPOSURE > BGT-LIMIT (BUDGET-SLOT)
                           PERFORM WRITE-OVER-BUDGET-FLAG
                       END-IF
                   END-IF
               END-IF.

           WRITE-OVER-BUDGET-FLAG.
               ADD 1 TO OVER-BUDGET-COUNT.
               COMPUTE ORDER-COST =
                   PO-ORDERED (PO-COUNT) * PO-PRICE (PO-COUNT).
               MOVE ORDER-COST TO FORMATTED-ORDER-COST.
               MOVE BGT-LIMIT (BUDGET-SLOT) TO FORMATTED-LIMIT.
               MOVE BUDGET-EXPOSURE TO FORMATTED-COMMITTED.
               MOVE SPACES TO ORDER-REPORT-RECORD.
               STRING "  *OVER BUDGET* ORDER " FORMATTED-ORDER-COST
                   " TAKES SPEND TO " FORMATTED-COMMITTED
                   " BUDGET " FORMATTED-LIMIT
                   DELIMITED BY SIZE INTO ORDER-REPORT-RECORD.
               PERFORM PUT-ORDER-RECORD.

           SUM-BUDGET-COMMITTED.
               MOVE 0 TO BGT-COMMITTED (BUDGET-SLOT).
               PERFORM ADD-PO-COMMITMENT
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT.

           ADD-PO-COMMITMENT.
               IF PO-SITE (PO-INDEX) = BGT-SITE (BUDGET-SLOT)
                   AND PO-PRODUCT (PO-INDEX) = BGT-PRODUCT (BUDGET-SLOT)
                   AND PO-ISSUED (PO-INDEX) (1:6) = BGT-MONTH
                       (BUDGET-SLOT)
                   AND PO-RECEIVED (PO-INDEX) < PO-ORDERED (PO-INDEX)
                   COMPUTE BGT-COMMITTED (BUDGET-SLOT) =
                       BGT-COMMITTED (BUDGET-SLOT)
                       + (PO-ORDERED (PO-INDEX)
                           - PO-RECEIVED (PO-INDEX))
                       * PO-PRICE (PO-INDEX)
               END-IF.

      * one site's excess carryover against another's need - sized
      * in servings off the same ORDER-NEED figures the forecasts
      * produced, so the suggestion and the orders always agree
                   - SITE-CARRY (PROD-INDEX SITE-FC-INDEX)
                   - SITE-STOCK (PROD-INDEX SITE-FC-INDEX)
                       * PROD-SIZE (PROD-INDEX).
               MOVE 0 TO ON-ORDER-QTY.
               PERFORM ADD-SITE-ON-ORDER
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT.
               COMPUTE ORDER-NEED = ORDER-NEED
                   - ON-ORDER-QTY * PROD-SIZE (PROD-INDEX).
               IF ORDER-NEED > 0
                   COMPUTE ORDER-QTY =
                       (ORDER-NEED + PROD-SIZE (PROD-INDEX) - 1)
               END-IF.
               COMPUTE ORDER-BY-DATE =
                   FUNCTION DATE-OF-INTEGER (ORDER-BY-INTEGER).
               COMPUTE REQUIRED-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (ORDER-BY-INTEGER + LEAD-TIME-DAYS).

           ADD-SITE-ON-ORDER.
               IF PO-PRODUCT (PO-INDEX) = PROD-CODE (PROD-INDEX)
                   AND PO-SITE (PO-INDEX) = SITE-ID (SITE-FC-INDEX)
                   AND PO-RECEIVED (PO-INDEX) < PO-ORDERED (PO-INDEX)
                   COMPUTE ON-ORDER-QTY = ON-ORDER-QTY
                       + PO-ORDERED (PO-INDEX) - PO-RECEIVED (PO-INDEX)
               END-IF.

           ADD-RECENT-HISTORY.
               ADD SITE-HIST (PROD-INDEX, SITE-FC-INDEX,
                   DELIMITED BY SIZE INTO ORDER-REPORT-RECORD.
               PERFORM PUT-ORDER-RECORD.

           WRITE-OPEN-PO-LIST.
               PERFORM LIST-ONE-OPEN-PO
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT.
               MOVE OPEN-PO-COUNT TO FORMATTED-PO-COUNT.
               MOVE SPACES TO PO-REPORT-RECORD.
               MOVE 1 TO PO-REPORT-PTR.
               STRING "OPEN POS " FORMATTED-PO-COUNT
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD
                   WITH POINTER PO-REPORT-PTR.
               MOVE LATE-PO-COUNT TO FORMATTED-PO-COUNT.
               STRING " LATE " FORMATTED-PO-COUNT
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD
                   WITH POINTER PO-REPORT-PTR.
               MOVE ISSUED-PO-COUNT TO FORMATTED-PO-COUNT.
               STRING " ISSUED THIS RUN " FORMATTED-PO-COUNT
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD
                   WITH POINTER PO-REPORT-PTR.
               MOVE PO-EXCEPTION-COUNT TO FORMATTED-PO-COUNT.
               STRING " DELIVERY EXCEPTIONS " FORMATTED-PO-COUNT
                   DELIMITED BY SIZE INTO PO-REPORT-RECORD
                   WITH POINTER PO-REPORT-PTR.
               WRITE PO-REPORT-RECORD.

           LIST-ONE-OPEN-PO.
               IF PO-RECEIVED (PO-INDEX) < PO-ORDERED (PO-INDEX)
                   ADD 1 TO OPEN-PO-COUNT
                   COMPUTE PO-OUTSTANDING =
                       PO-ORDERED (PO-INDEX) - PO-RECEIVED (PO-INDEX)
                   MOVE PO-OUTSTANDING TO FORMATTED-PO-QTY
                   MOVE SPACES TO PO-REPORT-RECORD
                   MOVE 1 TO PO-REPORT-PTR
                   STRING "OPEN PO " PO-NUMBER (PO-INDEX)
                       " PRODUCT " PO-PRODUCT (PO-INDEX)
                       " SITE " PO-SITE (PO-INDEX)
                       " SUPPLIER " PO-SUPPLIER (PO-INDEX)
                       " OUTSTANDING " FORMATTED-PO-QTY
                       " REQUIRED BY " PO-REQUIRED (PO-INDEX)
                       DELIMITED BY SIZE INTO PO-REPORT-RECORD
                       WITH POINTER PO-REPORT-PTR
                   IF PO-REQUIRED (PO-INDEX) < RUN-DATE
                       ADD 1 TO LATE-PO-COUNT
                       COMPUTE LATE-DAYS =
                           FUNCTION INTEGER-OF-DATE (RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (PO-REQUIRED (PO-INDEX))
                       MOVE LATE-DAYS TO FORMATTED-LATE
                       STRING " *LATE* DAYS " FORMATTED-LATE
                           DELIMITED BY SIZE INTO PO-REPORT-RECORD
                           WITH POINTER PO-REPORT-PTR
                   END-IF
                   WRITE PO-REPORT-RECORD
               END-IF.

           WRITE-PURCHASE-ORDER-FILE.
               OPEN OUTPUT PO-FILE.
               MOVE SPACES TO PO-FILE-RECORD.
               STRING "NEXT " NEXT-PO-NUMBER
                   DELIMITED BY SIZE INTO PO-FILE-RECORD.
               WRITE PO-FILE-RECORD.
               PERFORM WRITE-ONE-PURCHASE-ORDER
                   VARYING PO-INDEX FROM 1 BY 1
                   UNTIL PO-INDEX > PO-COUNT.
               CLOSE PO-FILE.

           WRITE-ONE-PURCHASE-ORDER.
               IF PO-RECEIVED (PO-INDEX) < PO-ORDERED (PO-INDEX)
                   MOVE PO-ORDERED (PO-INDEX) TO PO-QTY-DISPLAY
                   MOVE PO-RECEIVED (PO-INDEX) TO PO-RECEIVED-DISPLAY
                   MOVE PO-PRICE (PO-INDEX) TO PO-PRICE-DISPLAY
                   MOVE SPACES TO PO-FILE-RECORD
                   STRING PO-NUMBER (PO-INDEX)
                       " " PO-PRODUCT (PO-INDEX)
                       " " PO-SITE (PO-INDEX)
                       " " PO-SUPPLIER (PO-INDEX)
                       " " PO-QTY-DISPLAY
                       " " PO-RECEIVED-DISPLAY
                       " " PO-PRICE-DISPLAY
                       " " PO-REQUIRED (PO-INDEX)
                       " " PO-ISSUED (PO-INDEX)
                       DELIMITED BY SIZE INTO PO-FILE-RECORD
                   WRITE PO-FILE-RECORD
               END-IF.

           WRITE-BUDGET-REPORT.
               OPEN OUTPUT BUDGET-REPORT.
               MOVE SPACES TO BUDGET-REPORT-RECORD.
               STRING "SITE SPEND AGAINST BUDGET MONTH " RUN-MONTH
                   " DAY " DAY-OF-MONTH " OF " DAYS-IN-MONTH
                   DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
               WRITE BUDGET-REPORT-RECORD.
               PERFORM COLLECT-BUDGET-SITE
                   VARYING BUDGET-SLOT FROM 1 BY 1
                   UNTIL BUDGET-SLOT > BUDGET-COUNT.
               PERFORM WRITE-ONE-SITE-BUDGET
                   VARYING BUDGET-SITE-INDEX FROM 1 BY 1
                   UNTIL BUDGET-SITE-INDEX > BUDGET-SITE-COUNT.
               MOVE OVER-BUDGET-COUNT TO FORMATTED-PO-COUNT.
               MOVE SPACES TO BUDGET-REPORT-RECORD.
               STRING "ORDERS FLAGGED OVER BUDGET " FORMATTED-PO-COUNT
                   DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD.
               WRITE BUDGET-REPORT-RECORD.
               CLOSE BUDGET-REPORT.

           COLLECT-BUDGET-SITE.
               IF BGT-MONTH (BUDGET-SLOT) = RUN-MONTH
                   PERFORM SUM-BUDGET-COMMITTED
                   MOVE 0 TO BUDGET-SITE-SLOT
                   PERFORM MATCH-BUDGET-SITE
                       VARYING BUDGET-SITE-INDEX FROM 1 BY 1
                       UNTIL BUDGET-SITE-INDEX > BUDGET-SITE-COUNT
                           OR BUDGET-SITE-SLOT > 0
                   IF BUDGET-SITE-SLOT = 0
                       AND BUDGET-SITE-COUNT < MAX-BUDGET-SITES
                       ADD 1 TO BUDGET-SITE-COUNT
                       MOVE BGT-SITE (BUDGET-SLOT)
                           TO BUDGET-SITE (BUDGET-SITE-COUNT)
                   END-IF
               END-IF.

           MATCH-BUDGET-SITE.
               IF BUDGET-SITE (BUDGET-SITE-INDEX)
                   = BGT-SITE (BUDGET-SLOT)
                   MOVE BUDGET-SITE-INDEX TO BUDGET-SITE-SLOT
               END-IF.

           WRITE-ONE-SITE-BUDGET.
               MOVE 0 TO SITE-LIMIT-TOTAL.
               MOVE 0 TO SITE-ACTUAL-TOTAL.
               MOVE 0 TO SITE-COMMITTED-TOTAL.
               MOVE 0 TO SITE-PROJECTED-TOTAL.
               MOVE 'N' TO SITE-LIMIT-SWITCH.
               PERFORM WRITE-ONE-PRODUCT-BUDGET
                   VARYING BUDGET-SLOT FROM 1 BY 1
                   UNTIL BUDGET-SLOT > BUDGET-COUNT.
               MOVE SITE-LIMIT-TOTAL TO FORMATTED-LIMIT.
               MOVE SITE-ACTUAL-TOTAL TO FORMATTED-ACTUAL.
               MOVE SITE-COMMITTED-TOTAL TO FORMATTED-COMMITTED.
               MOVE SITE-PROJECTED-TOTAL TO FORMATTED-PROJECTED.
               MOVE SPACES TO BUDGET-REPORT-RECORD.
               MOVE 1 TO BUDGET-REPORT-PTR.
               STRING "SITE " BUDGET-SITE (BUDGET-SITE-INDEX)
                   " TOTAL  BUDGET " FORMATTED-LIMIT
                   " ACTUAL " FORMATTED-ACTUAL
                   " COMMITTED " FORMATTED-COMMITTED
                   " PROJECTED " FORMATTED-PROJECTED
                   DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD
                   WITH POINTER BUDGET-REPORT-PTR.
               IF SITE-HAS-LIMIT
                   AND SITE-PROJECTED-TOTAL > SITE-LIMIT-TOTAL
                   COMPUTE OVERRUN-AMOUNT =
                       SITE-PROJECTED-TOTAL - SITE-LIMIT-TOTAL
                   MOVE OVERRUN-AMOUNT TO FORMATTED-OVERRUN
                   STRING " *OVERRUN* " FORMATTED-OVERRUN
                       DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD
                       WITH POINTER BUDGET-REPORT-PTR
               END-IF.
               WRITE BUDGET-REPORT-RECORD.

      * month-end projection - the actual spend rate so far carried
      * over the whole month, plus everything committed on open POs
           WRITE-ONE-PRODUCT-BUDGET.
               IF BGT-MONTH (BUDGET-SLOT) = RUN-MONTH
                   AND BGT-SITE (BUDGET-SLOT)
                       = BUDGET-SITE (BUDGET-SITE-INDEX)
                   COMPUTE PROJECTED-SPEND ROUNDED =
                       BGT-ACTUAL (BUDGET-SLOT) * DAYS-IN-MONTH
                       / DAY-OF-MONTH + BGT-COMMITTED (BUDGET-SLOT)
                   ADD BGT-LIMIT (BUDGET-SLOT) TO SITE-LIMIT-TOTAL
                   IF BUDGET-HAS-LIMIT (BUDGET-SLOT)
                       MOVE 'Y' TO SITE-LIMIT-SWITCH
                   END-IF
                   ADD BGT-ACTUAL (BUDGET-SLOT) TO SITE-ACTUAL-TOTAL
                   ADD BGT-COMMITTED (BUDGET-SLOT)
                       TO SITE-COMMITTED-TOTAL
                   ADD PROJECTED-SPEND TO SITE-PROJECTED-TOTAL
                   MOVE BGT-LIMIT (BUDGET-SLOT) TO FORMATTED-LIMIT
                   MOVE BGT-ACTUAL (BUDGET-SLOT) TO FORMATTED-ACTUAL
                   MOVE BGT-COMMITTED (BUDGET-SLOT)
                       TO FORMATTED-COMMITTED
                   MOVE PROJECTED-SPEND TO FORMATTED-PROJECTED
                   MOVE SPACES TO BUDGET-REPORT-RECORD
                   MOVE 1 TO BUDGET-REPORT-PTR
                   STRING "SITE " BGT-SITE (BUDGET-SLOT)
                       " " BGT-PRODUCT (BUDGET-SLOT)
                       "   BUDGET " FORMATTED-LIMIT
                       " ACTUAL " FORMATTED-ACTUAL
                       " COMMITTED " FORMATTED-COMMITTED
                       " PROJECTED " FORMATTED-PROJECTED
                       DELIMITED BY SIZE INTO BUDGET-REPORT-RECORD
                       WITH POINTER BUDGET-REPORT-PTR
                   EVALUATE TRUE
                       WHEN NOT BUDGET-HAS-LIMIT (BUDGET-SLOT)
                           STRING " NO BUDGET"
                               DELIMITED BY SIZE
                               INTO BUDGET-REPORT-RECORD
                               WITH POINTER BUDGET-REPORT-PTR
                       WHEN PROJECTED-SPEND > BGT-LIMIT (BUDGET-SLOT)
                           COMPUTE OVERRUN-AMOUNT = PROJECTED-SPEND
                               - BGT-LIMIT (BUDGET-SLOT)
                           MOVE OVERRUN-AMOUNT TO FORMATTED-OVERRUN
                           STRING " *OVERRUN* " FORMATTED-OVERRUN
                               DELIMITED BY SIZE
                               INTO BUDGET-REPORT-RECORD
                               WITH POINTER BUDGET-REPORT-PTR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE BUDGET-REPORT-RECORD
               END-IF.

           WRITE-SPEND-FILE.
               OPEN OUTPUT SPEND-FILE.
               PERFORM WRITE-ONE-SPEND
                   VARYING BUDGET-SLOT FROM 1 BY 1
                   UNTIL BUDGET-SLOT > BUDGET-COUNT.
               CLOSE SPEND-FILE.

           WRITE-ONE-SPEND.
               IF BGT-ACTUAL (BUDGET-SLOT) > 0
                   MOVE BGT-ACTUAL (BUDGET-SLOT) TO SPEND-DISPLAY
                   MOVE SPACES TO SPEND-FILE-RECORD
                   STRING BGT-MONTH (BUDGET-SLOT)
                       " " BGT-SITE (BUDGET-SLOT)
                       " " BGT-PRODUCT (BUDGET-SLOT)
                       " " SPEND-DISPLAY
                       DELIMITED BY SIZE INTO SPEND-FILE-RECORD
                   WRITE SPEND-FILE-RECORD
               END-IF.

           WRITE-ORDER-HEADER.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "soylent" TO FILE-HEADER-PROGRAM.

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
               OPEN OUTPUT SOYLENT-CKP.
               CLOSE SOYLENT-CKP.
               PERFORM WRITE-STOCK-POSITIONS.
               PERFORM WRITE-LOT-POSITIONS.
               IF QUARANTINE-STATUS = "00"
                   OPEN OUTPUT QUARANTINE-IN
                   CLOSE QUARANTINE-IN
               END-IF.
               PERFORM WRITE-OPEN-PO-LIST.
               CLOSE PO-REPORT.
               PERFORM WRITE-PURCHASE-ORDER-FILE.
               PERFORM WRITE-BUDGET-REPORT.
               PERFORM WRITE-SPEND-FILE.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE CONSUMPTION-IN.
               PERFORM WRITE-ORDER-TRAILER.

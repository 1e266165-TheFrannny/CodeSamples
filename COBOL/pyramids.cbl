           SELECT BLOCK-INV ASSIGN TO "BLOCKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVENTORY-KEY
               FILE STATUS IS INV-STATUS.
           SELECT RESERVATION-LEDGER ASSIGN TO "PYRAMRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT PYRAMID-CKP ASSIGN TO "PYRAMCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  STAGING-RPT.
           01 STAGING-RPT-RECORD PIC X(100).
       FD  BUILD-PLAN.
           01 BUILD-PLAN-RECORD PIC X(160).
       FD  RATES-IN.
           01 RATES-IN-RECORD PIC X(20).
       FD  PROCUREMENT-RPT.
           01 SOURCE-ORDER-IN-RECORD PIC X(10).
       FD  BLOCK-INV.
           COPY BLKINV.
       FD  RESERVATION-LEDGER.
           COPY PYRRES.
       FD  PYRAMID-CKP.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 INVENTORY-OPEN-SWITCH PIC X VALUE 'N'.
               88 INVENTORY-OPEN VALUE 'Y'.
           01 PLAN-BLOCKS PIC 9(9).
           01 RESERVE-GRADE PIC X.
           01 OVERDRAWN-COUNT PIC 9(6) VALUE 0.
           01 FORMATTED-BALANCE PIC Z(8)9.

      * every block count actually taken off a yard is also written to
      * the PYRAMRES ledger against the plan, so the unused part can be
      * handed back to the yard it came from when the plan is closed
           01 LEDGER-STATUS PIC XX.
           01 LEDGER-YARD PIC X(10).
           01 LEDGER-AMOUNT PIC 9(9).

      * split sourcing - PYRAMSRC lists yards nearest-first, one per
      * line; when it is present a reservation that the named yard
      * cannot cover draws the balance from the listed yards in
           01 FORMATTED-ALLOC PIC Z(8)9.

      * procurement suggestions - every overdraw's shortfall is
      * summed per yard and grade across the run and written as a
      * suggested reorder quantity, so deliveries can be sized to the
      * demand the yard actually turned away
           01 SHORTFALL-TABLE.
               05 SHORTFALL-ENTRY OCCURS 20 TIMES.
                   10 SF-YARD PIC X(10).
                   10 SF-GRADE PIC X.
                   10 SF-SHORTFALL PIC 9(9).
           01 SHORTFALL-COUNT PIC 99 VALUE 0.
           01 MAX-SHORTFALL-ENTRIES PIC 99 VALUE 20.
           01 FORMATTED-LAYER-BLOCKS PIC Z(8)9.
           01 FORMATTED-CUMULATIVE PIC Z(11)9.

      * block grades - the outer ring of every layer is casing and
      * needs finished-grade blocks, the rest of the layer is core and
      * takes rough stone; a layer one block wide is all casing. a
      * plan's reservation draws its casing total from the yard's
      * finished stock and its core total, with any leftover blocks,
      * from the rough stock, each grade sourced and shortfalled on
      * its own
           01 LAYER-CASING PIC 9(9).
           01 LAYER-CORE PIC 9(9).
           01 CUMULATIVE-CASING PIC 9(12).
           01 CUMULATIVE-CORE PIC 9(12).
           01 ROUGH-BLOCKS PIC 9(9).
           01 FORMATTED-CASING PIC Z(8)9.
           01 FORMATTED-CORE PIC Z(8)9.
           01 FORMATTED-CUM-CASING PIC Z(11)9.
           01 FORMATTED-CUM-CORE PIC Z(11)9.

           01 MIN-DISPLAY-HEIGHT PIC 999 VALUE 005.
           01 BELOW-MINIMUM-SWITCH PIC X.
               88 BELOW-MINIMUM-HEIGHT VALUE 'Y'.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-AREACOUNT PIC Z(5)9.
           01 FORMATTED-OVERDRAWN PIC Z(5)9.


           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM LOAD-CREW-RATES.
               OPEN INPUT STAGING-IN.
               OPEN OUTPUT STAGING-RPT.
               OPEN I-O BLOCK-INV.
               IF INV-STATUS = "00" OR INV-STATUS = "05"
                   MOVE 'Y' TO INVENTORY-OPEN-SWITCH
                   OPEN EXTEND RESERVATION-LEDGER
                   IF LEDGER-STATUS NOT = "00"
                       OPEN OUTPUT RESERVATION-LEDGER
                   END-IF
               ELSE
                   DISPLAY "NO INVENTORY MASTER - STATUS " INV-STATUS
                       " - RESERVATIONS SKIPPED"
               MOVE 0 TO HEIGHT.
               MOVE 0 TO LEFTOVER-BLOCKS.
               MOVE 0 TO CUMULATIVE-BLOCKS.
               MOVE 0 TO CUMULATIVE-CASING.
               MOVE 0 TO CUMULATIVE-CORE.
               MOVE 0 TO CUMULATIVE-DAYS.
               MOVE SPACES TO YARD-LOCATION.
               UNSTRING STAGING-LINE DELIMITED BY SPACE
               IF PLANNING-MODE
                   PERFORM PLAN-STAGING-AREA
               ELSE
                   PERFORM BUILD-PYRAMID
                       VARYING WIDTH FROM 0001 BY 0002
                       UNTIL BLOCKS <= 0
                   IF INVENTORY-OPEN AND YARD-LOCATION NOT = SPACES
                       PERFORM RESERVE-YARD-BLOCKS
                   END-IF
                   PERFORM WRITE-STAGING-REPORT
               END-IF.
               DIVIDE AREA-COUNT BY CHECKPOINT-INTERVAL
               COMPUTE CALC = WIDTH * LENGTH-DIM.
               ADD 1 TO HEIGHT.
               ADD CALC TO CUMULATIVE-BLOCKS.
               PERFORM SPLIT-LAYER-GRADES.
               PERFORM WRITE-PLAN-RECORD.

           SPLIT-LAYER-GRADES.
               IF WIDTH < 3 OR LENGTH-DIM < 3
                   MOVE CALC TO LAYER-CASING
               ELSE
                   COMPUTE LAYER-CASING =
                       (WIDTH * 2) + (LENGTH-DIM * 2) - 4
               END-IF.
               COMPUTE LAYER-CORE = CALC - LAYER-CASING.
               ADD LAYER-CASING TO CUMULATIVE-CASING.
               ADD LAYER-CORE TO CUMULATIVE-CORE.

           WRITE-PLANNING-REPORT.
               MOVE HEIGHT TO FORMATTED-INTEGER.
               MOVE CUMULATIVE-BLOCKS TO FORMATTED-CUMULATIVE.
               MOVE CUMULATIVE-CASING TO FORMATTED-CUM-CASING.
               MOVE CUMULATIVE-CORE TO FORMATTED-CUM-CORE.
               MOVE SPACES TO STAGING-RPT-RECORD.
               STRING STAGING-ID DELIMITED BY SPACE
                   " PLAN HEIGHT=" FORMATTED-INTEGER
                   DELIMITED BY SIZE
                   " REQUIRED BLOCKS=" FORMATTED-CUMULATIVE
                   DELIMITED BY SIZE
                   " FINISHED=" FORMATTED-CUM-CASING
                   " ROUGH=" FORMATTED-CUM-CORE
                   DELIMITED BY SIZE
                   INTO STAGING-RPT-RECORD.
               WRITE STAGING-RPT-RECORD.

           RESERVE-YARD-BLOCKS.
               COMPUTE ROUGH-BLOCKS = PLAN-BLOCKS - CUMULATIVE-CASING.
               IF CUMULATIVE-CASING > 0
                   MOVE 'F' TO RESERVE-GRADE
                   MOVE CUMULATIVE-CASING TO PLAN-BLOCKS
                   PERFORM RESERVE-GRADE-BLOCKS
               END-IF.
               IF ROUGH-BLOCKS > 0
                   MOVE 'R' TO RESERVE-GRADE
                   MOVE ROUGH-BLOCKS TO PLAN-BLOCKS
                   PERFORM RESERVE-GRADE-BLOCKS
               END-IF.

           RESERVE-GRADE-BLOCKS.
               IF SOURCE-ORDER-COUNT > 0
                   PERFORM RESERVE-ACROSS-NETWORK
               ELSE
                   MOVE YARD-LOCATION TO INVENTORY-YARD
                   MOVE RESERVE-GRADE TO INVENTORY-GRADE
                   READ BLOCK-INV
                       INVALID KEY
                           PERFORM WRITE-UNKNOWN-YARD-WARNING
                   STRING STAGING-ID DELIMITED BY SPACE
                       " WARNING NETWORK SHORT "
                       FORMATTED-SHORTFALL
                       " BLOCKS GRADE " RESERVE-GRADE
                       DELIMITED BY SIZE
                       INTO STAGING-RPT-RECORD
                   WRITE STAGING-RPT-RECORD
               END-IF.

           ALLOCATE-FROM-YARD.
               MOVE ALLOC-YARD TO INVENTORY-YARD.
               MOVE RESERVE-GRADE TO INVENTORY-GRADE.
               READ BLOCK-INV
                   INVALID KEY
                       IF ALLOC-YARD = YARD-LOCATION
                   END-IF
                   SUBTRACT ALLOC-AMOUNT FROM INVENTORY-BALANCE
                   REWRITE INVENTORY-RECORD
                   MOVE ALLOC-YARD TO LEDGER-YARD
                   MOVE ALLOC-AMOUNT TO LEDGER-AMOUNT
                   PERFORM WRITE-RESERVATION-LEDGER
                   SUBTRACT ALLOC-AMOUNT FROM REMAINING-BLOCKS
                   MOVE ALLOC-AMOUNT TO FORMATTED-ALLOC
                   MOVE SPACES TO STAGING-RPT-RECORD
                   STRING STAGING-ID DELIMITED BY SPACE
                       " ALLOCATED " FORMATTED-ALLOC
                       " GRADE " RESERVE-GRADE
                       " FROM YARD " ALLOC-YARD
                       DELIMITED BY SIZE INTO STAGING-RPT-RECORD
                   WRITE STAGING-RPT-RECORD
               MOVE SPACES TO STAGING-RPT-RECORD.
               STRING STAGING-ID DELIMITED BY SPACE
                   " WARNING UNKNOWN YARD "
                   YARD-LOCATION " GRADE " RESERVE-GRADE
                   DELIMITED BY SIZE
                   INTO STAGING-RPT-RECORD.
               WRITE STAGING-RPT-RECORD.

                   MOVE SPACES TO STAGING-RPT-RECORD
                   STRING STAGING-ID DELIMITED BY SPACE
                       " WARNING OVERDRAWS YARD "
                       YARD-LOCATION " GRADE " RESERVE-GRADE
                       DELIMITED BY SIZE
                       " BALANCE " FORMATTED-BALANCE
                       DELIMITED BY SIZE
                       INTO STAGING-RPT-RECORD
               ELSE
                   SUBTRACT PLAN-BLOCKS FROM INVENTORY-BALANCE
                   REWRITE INVENTORY-RECORD
                   MOVE YARD-LOCATION TO LEDGER-YARD
                   MOVE PLAN-BLOCKS TO LEDGER-AMOUNT
                   PERFORM WRITE-RESERVATION-LEDGER
               END-IF.

           WRITE-RESERVATION-LEDGER.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE SPACES TO RESERVATION-RECORD.
               SET RES-RESERVE TO TRUE.
               MOVE STAGING-ID TO RES-PLAN.
               MOVE LEDGER-YARD TO RES-YARD.
               MOVE RESERVE-GRADE TO RES-GRADE.
               MOVE LEDGER-AMOUNT TO RES-QUANTITY.
               MOVE RUN-STAMP TO RES-STAMP.
               WRITE RESERVATION-RECORD.

           TALLY-YARD-SHORTFALL.
               MOVE 0 TO SF-SLOT.
               PERFORM FIND-SHORTFALL-SLOT
                   ADD 1 TO SHORTFALL-COUNT
                   MOVE SHORTFALL-COUNT TO SF-SLOT
                   MOVE YARD-LOCATION TO SF-YARD (SF-SLOT)
                   MOVE RESERVE-GRADE TO SF-GRADE (SF-SLOT)
                   MOVE 0 TO SF-SHORTFALL (SF-SLOT)
               END-IF.
               IF SF-SLOT > 0

           FIND-SHORTFALL-SLOT.
               IF SF-YARD (SF-INDEX) = YARD-LOCATION
                   AND SF-GRADE (SF-INDEX) = RESERVE-GRADE
                   MOVE SF-INDEX TO SF-SLOT
               END-IF.

               MOVE SF-SHORTFALL (SF-INDEX) TO FORMATTED-SHORTFALL.
               MOVE SPACES TO PROCUREMENT-RPT-RECORD.
               STRING "YARD " SF-YARD (SF-INDEX)
                   " GRADE " SF-GRADE (SF-INDEX)
                   " SUGGESTED REORDER " FORMATTED-SHORTFALL
                   DELIMITED BY SIZE INTO PROCUREMENT-RPT-RECORD.
               WRITE PROCUREMENT-RPT-RECORD.
                   ADD 1 TO HEIGHT
                   MOVE 0 TO LEFTOVER-BLOCKS
                   ADD CALC TO CUMULATIVE-BLOCKS
                   PERFORM SPLIT-LAYER-GRADES
                   PERFORM WRITE-PLAN-RECORD
               ELSE
                   COMPUTE LEFTOVER-BLOCKS = BLOCKS + CALC
               MOVE HEIGHT TO FORMATTED-LAYER.
               MOVE CALC TO FORMATTED-LAYER-BLOCKS.
               MOVE CUMULATIVE-BLOCKS TO FORMATTED-CUMULATIVE.
               MOVE LAYER-CASING TO FORMATTED-CASING.
               MOVE LAYER-CORE TO FORMATTED-CORE.
               MOVE SPACES TO BUILD-PLAN-RECORD.
               MOVE WIDTH TO FORMATTED-DIMENSION.
               MOVE LENGTH-DIM TO FORMATTED-LENGTH.
                   " LENGTH " FORMATTED-LENGTH
                   " BLOCKS " FORMATTED-LAYER-BLOCKS
                   " CUMULATIVE " FORMATTED-CUMULATIVE
                   " FINISHED " FORMATTED-CASING
                   " ROUGH " FORMATTED-CORE
                   DELIMITED BY SIZE INTO BUILD-PLAN-RECORD
                   WITH POINTER PLAN-PTR.
               IF DAILY-LAY-RATE > 0

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
               CLOSE BUILD-PLAN.
               IF INVENTORY-OPEN
                   CLOSE BLOCK-INV
                   CLOSE RESERVATION-LEDGER
               END-IF.
               CLOSE SUITE-LOG.

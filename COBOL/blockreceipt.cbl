           SELECT BLOCK-INV ASSIGN TO "BLOCKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVENTORY-KEY
               FILE STATUS IS INV-STATUS.
           SELECT RECEIPTS-IN ASSIGN TO "BLOCKRCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT RECEIPT-AUDIT ASSIGN TO "BLOCKAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RECEIPTS-IN.
           01 RECEIPTS-IN-RECORD PIC X(40).
       FD  RECEIPT-AUDIT.
           01 RECEIPT-AUDIT-RECORD PIC X(160).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 INV-STATUS PIC XX.
           01 RECEIPTS-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 RECEIPTS-EOF-SWITCH PIC X VALUE 'N'.
               88 RECEIPTS-EOF VALUE 'Y'.

      * a receipt line is 'yard grade quantity deliveryref', grade F
      * for finished casing blocks or R for rough core stone; a line
      * in the older 'yard quantity deliveryref' form has a number
      * where the grade would be and posts as rough stone. posting
      * adds the quantity to the yard and grade's balance, creating
      * the row if it is new, and every posting leaves a before/after
      * audit row so the master can finally go up through the system
      * instead of being rebuilt offline
           01 RECEIPT-LINE PIC X(40).
           01 RCV-YARD PIC X(10).
           01 RCV-GRADE-TEXT PIC X(10).
           01 RCV-GRADE PIC X.
           01 RCV-QTY-TEXT PIC X(10).
           01 RCV-REFERENCE PIC X(12).
           01 RCV-QUANTITY PIC 9(9).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               OPEN I-O BLOCK-INV.
               IF INV-STATUS NOT = "00"
                   STOP RUN
               END-IF.
               OPEN EXTEND RECEIPT-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-AUDIT
               END-IF.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-RECEIPT-LINE.

               ELSE
                   ADD 1 TO RECEIPT-COUNT
                   MOVE SPACES TO RCV-YARD
                   MOVE SPACES TO RCV-GRADE-TEXT
                   MOVE SPACES TO RCV-QTY-TEXT
                   MOVE SPACES TO RCV-REFERENCE
                   UNSTRING FUNCTION TRIM (RECEIPT-LINE)
                       DELIMITED BY ALL SPACE
                       INTO RCV-YARD, RCV-GRADE-TEXT, RCV-QTY-TEXT,
                           RCV-REFERENCE
                   IF RCV-GRADE-TEXT (1:1) IS NUMERIC
                       MOVE RCV-QTY-TEXT TO RCV-REFERENCE
                       MOVE RCV-GRADE-TEXT TO RCV-QTY-TEXT
                       MOVE "R" TO RCV-GRADE-TEXT
                   END-IF
                   MOVE RCV-GRADE-TEXT TO RCV-GRADE
                   MOVE RCV-GRADE TO INVENTORY-GRADE
                   MOVE 0 TO RCV-QUANTITY
                   IF RCV-QTY-TEXT (1:1) IS NUMERIC
                       COMPUTE RCV-QUANTITY =
                           FUNCTION NUMVAL (RCV-QTY-TEXT)
                   END-IF
                   IF RCV-YARD = SPACES OR RCV-QUANTITY = 0
                       OR RCV-GRADE-TEXT (2:1) NOT = SPACE
                       OR NOT GRADE-VALID
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "RECEIPT IGNORED: " RECEIPT-LINE
                   ELSE

           POST-ONE-RECEIPT.
               MOVE RCV-YARD TO INVENTORY-YARD.
               MOVE RCV-GRADE TO INVENTORY-GRADE.
               READ BLOCK-INV
                   INVALID KEY
                       MOVE 0 TO BALANCE-BEFORE
               STRING "blockreceipt" DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " YARD=" RCV-YARD DELIMITED BY SIZE
                   " GRADE=" RCV-GRADE DELIMITED BY SIZE
                   " QTY=" FORMATTED-QTY
                   " REF=" RCV-REFERENCE DELIMITED BY SIZE
                   " BEFORE=" FORMATTED-BEFORE

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

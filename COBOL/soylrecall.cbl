       IDENTIFICATION DIVISION.
       PROGRAM-ID. soylrecall.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-IN ASSIGN TO "SOYLRCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.
           SELECT LOT-FILE ASSIGN TO "SOYLLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOT-STATUS.
           SELECT QUARANTINE-OUT ASSIGN TO "SOYLQTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTINE-STATUS.
           SELECT RECALL-REPORT ASSIGN TO "SOYLRCR"
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
       FD  RECALL-IN.
           01 RECALL-IN-RECORD PIC X(40).
       FD  LOT-FILE.
           COPY SOYLOT.
       FD  QUARANTINE-OUT.
           COPY SOYQTN.
       FD  RECALL-REPORT.
           01 RECALL-REPORT-RECORD PIC X(132).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 RECALL-STATUS PIC XX.
           01 RECALL-EOF-SWITCH PIC X VALUE 'N'.
               88 RECALL-EOF VALUE 'Y'.
           01 LOT-STATUS PIC XX.
           01 LOT-EOF-SWITCH PIC X VALUE 'N'.
               88 LOT-EOF VALUE 'Y'.
           01 QUARANTINE-STATUS PIC XX.

      * a recall card is 'lot [product]' - the manufacturer lot to
      * trace and, where the same lot number could turn up under more
      * than one formulation, the product it was recalled for. every
      * site that ever received the lot is listed from soylent's
      * SOYLLOT with what it received and when, what it still holds
      * unopened, what it has opened and the run dates the opening
      * was posted. each site still holding containers gets a
      * QUARANTINE row in SOYLQTN, which soylent's next run takes out
      * of usable stock
           01 RECALL-LINE PIC X(40).
           01 RECALL-LOT PIC X(12).
           01 RECALL-PRODUCT PIC X(4).
           01 RUN-DATE PIC 9(8).
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

           01 RECALL-SITE-COUNT PIC 999.
           01 RECALL-RECEIVED PIC 9(8).
           01 RECALL-ONHAND PIC 9(8).
           01 RECALL-CONSUMED PIC 9(8).
           01 RECALL-QUARANTINED PIC 9(8).
           01 REPORT-PTR PIC 999.
           01 FORMATTED-RECEIVED PIC Z(7)9.
           01 FORMATTED-ONHAND PIC Z(7)9.
           01 FORMATTED-CONSUMED PIC Z(7)9.
           01 FORMATTED-QUARANTINED PIC Z(7)9.
           01 FORMATTED-SITES PIC ZZ9.

           01 RECALL-COUNT PIC 9(5) VALUE 0.
           01 NOT-FOUND-COUNT PIC 9(5) VALUE 0.
           01 QUARANTINE-COUNT PIC 9(5) VALUE 0.
           01 FORMATTED-COUNT PIC Z(4)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-RECALLS UNTIL RECALL-EOF.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               OPEN INPUT RECALL-IN.
               IF RECALL-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN RECALL FILE - STATUS "
                       RECALL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT LOT-FILE.
               IF LOT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN LOT FILE - STATUS "
                       LOT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-LOT-ROW.
               PERFORM LOAD-ONE-LOT UNTIL LOT-EOF.
               CLOSE LOT-FILE.
               OPEN EXTEND QUARANTINE-OUT.
               IF QUARANTINE-STATUS NOT = "00"
                   OPEN OUTPUT QUARANTINE-OUT
               END-IF.
               OPEN OUTPUT RECALL-REPORT.
               MOVE SPACES TO RECALL-REPORT-RECORD.
               STRING "PRODUCT RECALL TRACE AS AT " RUN-DATE
                   DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
               WRITE RECALL-REPORT-RECORD.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-RECALL-LINE.

           READ-LOT-ROW.
               READ LOT-FILE
                   AT END SET LOT-EOF TO TRUE
               END-READ.

           LOAD-ONE-LOT.
               IF LOT-ROW = SPACES
                   CONTINUE
               ELSE
                   IF LTR-LOT NOT = SPACES
                       AND LTR-RECEIVED IS NUMERIC
                       AND LTR-RECEIVED-QTY IS NUMERIC
                       AND LTR-ONHAND IS NUMERIC
                       AND LTR-CONSUMED IS NUMERIC
                       AND LTR-QUARANTINED IS NUMERIC
                       AND LTR-FIRST-USED IS NUMERIC
                       AND LTR-LAST-USED IS NUMERIC
                       AND LOT-COUNT < MAX-LOT-ENTRIES
                       ADD 1 TO LOT-COUNT
                       MOVE LTR-PRODUCT TO LOT-PRODUCT (LOT-COUNT)
                       MOVE LTR-SITE TO LOT-SITE (LOT-COUNT)
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

           READ-RECALL-LINE.
               READ RECALL-IN INTO RECALL-LINE
                   AT END SET RECALL-EOF TO TRUE
               END-READ.

           PROCESS-RECALLS.
               IF RECALL-LINE = SPACES
                   OR RECALL-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   ADD 1 TO RECALL-COUNT
                   MOVE SPACES TO RECALL-LOT
                   MOVE SPACES TO RECALL-PRODUCT
                   UNSTRING FUNCTION TRIM (RECALL-LINE)
                       DELIMITED BY ALL SPACE
                       INTO RECALL-LOT, RECALL-PRODUCT
                   PERFORM TRACE-RECALLED-LOT
               END-IF.
               PERFORM READ-RECALL-LINE.

           TRACE-RECALLED-LOT.
               MOVE SPACES TO RECALL-REPORT-RECORD.
               MOVE 1 TO REPORT-PTR.
               STRING "RECALL LOT " RECALL-LOT
                   DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                   WITH POINTER REPORT-PTR.
               IF RECALL-PRODUCT NOT = SPACES
                   STRING " PRODUCT " RECALL-PRODUCT
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               WRITE RECALL-REPORT-RECORD.
               MOVE 0 TO RECALL-SITE-COUNT.
               MOVE 0 TO RECALL-RECEIVED.
               MOVE 0 TO RECALL-ONHAND.
               MOVE 0 TO RECALL-CONSUMED.
               MOVE 0 TO RECALL-QUARANTINED.
               PERFORM TRACE-ONE-LOT-SITE
                   VARYING LOT-INDEX FROM 1 BY 1
                   UNTIL LOT-INDEX > LOT-COUNT.
               MOVE SPACES TO RECALL-REPORT-RECORD.
               IF RECALL-SITE-COUNT = 0
                   ADD 1 TO NOT-FOUND-COUNT
                   STRING "  LOT NOT RECEIVED AT ANY SITE"
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
               ELSE
                   MOVE RECALL-SITE-COUNT TO FORMATTED-SITES
                   MOVE RECALL-RECEIVED TO FORMATTED-RECEIVED
                   MOVE RECALL-ONHAND TO FORMATTED-ONHAND
                   MOVE RECALL-CONSUMED TO FORMATTED-CONSUMED
                   MOVE RECALL-QUARANTINED TO FORMATTED-QUARANTINED
                   STRING "  TOTAL SITES " FORMATTED-SITES
                       " RECEIVED " FORMATTED-RECEIVED
                       " ON HAND " FORMATTED-ONHAND
                       " CONSUMED " FORMATTED-CONSUMED
                       " QUARANTINED " FORMATTED-QUARANTINED
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
               END-IF.
               WRITE RECALL-REPORT-RECORD.

      * one line per site and product that received the lot; the
      * quarantined count is what earlier recalls already pulled
           TRACE-ONE-LOT-SITE.
               IF LOT-ID (LOT-INDEX) = RECALL-LOT
                   AND (RECALL-PRODUCT = SPACES
                       OR LOT-PRODUCT (LOT-INDEX) = RECALL-PRODUCT)
                   ADD 1 TO RECALL-SITE-COUNT
                   ADD LOT-RECEIVED-QTY (LOT-INDEX) TO RECALL-RECEIVED
                   ADD LOT-ONHAND (LOT-INDEX) TO RECALL-ONHAND
                   ADD LOT-CONSUMED (LOT-INDEX) TO RECALL-CONSUMED
                   ADD LOT-QUARANTINED (LOT-INDEX)
                       TO RECALL-QUARANTINED
                   PERFORM WRITE-LOT-SITE-LINE
                   IF LOT-ONHAND (LOT-INDEX) > 0
                       PERFORM WRITE-QUARANTINE-ROW
                   END-IF
               END-IF.

           WRITE-LOT-SITE-LINE.
               MOVE LOT-RECEIVED-QTY (LOT-INDEX) TO FORMATTED-RECEIVED.
               MOVE LOT-ONHAND (LOT-INDEX) TO FORMATTED-ONHAND.
               MOVE LOT-CONSUMED (LOT-INDEX) TO FORMATTED-CONSUMED.
               MOVE LOT-QUARANTINED (LOT-INDEX)
                   TO FORMATTED-QUARANTINED.
               MOVE SPACES TO RECALL-REPORT-RECORD.
               MOVE 1 TO REPORT-PTR.
               STRING "  SITE " LOT-SITE (LOT-INDEX)
                   " PRODUCT " LOT-PRODUCT (LOT-INDEX)
                   " RECEIVED " LOT-RECEIVED (LOT-INDEX)
                   " QTY " FORMATTED-RECEIVED
                   " ON HAND " FORMATTED-ONHAND
                   " CONSUMED " FORMATTED-CONSUMED
                   DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                   WITH POINTER REPORT-PTR.
               IF LOT-FIRST-USED (LOT-INDEX) = 0
                   STRING " NOT USED"
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               ELSE
                   STRING " USED " LOT-FIRST-USED (LOT-INDEX)
                       " TO " LOT-LAST-USED (LOT-INDEX)
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               IF LOT-QUARANTINED (LOT-INDEX) > 0
                   STRING " QUARANTINED " FORMATTED-QUARANTINED
                       DELIMITED BY SIZE INTO RECALL-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               WRITE RECALL-REPORT-RECORD.

           WRITE-QUARANTINE-ROW.
               MOVE SPACES TO QUARANTINE-ROW.
               SET QTN-QUARANTINE TO TRUE.
               MOVE LOT-PRODUCT (LOT-INDEX) TO QTN-PRODUCT.
               MOVE LOT-SITE (LOT-INDEX) TO QTN-SITE.
               MOVE LOT-ID (LOT-INDEX) TO QTN-LOT.
               MOVE LOT-ONHAND (LOT-INDEX) TO QTN-QUANTITY.
               MOVE RUN-DATE TO QTN-DATE.
               WRITE QUARANTINE-ROW.
               ADD 1 TO QUARANTINE-COUNT.
               MOVE SPACES TO RECALL-REPORT-RECORD.
               STRING "    QUARANTINE " FORMATTED-ONHAND
                   " CONTAINERS AT SITE " LOT-SITE (LOT-INDEX)
                   DELIMITED BY SIZE INTO RECALL-REPORT-RECORD.
               WRITE RECALL-REPORT-RECORD.

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
               MOVE "soylrecall" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE RECALL-COUNT TO FORMATTED-COUNT.
               STRING "RECALLS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE QUARANTINE-COUNT TO FORMATTED-COUNT.
               STRING "QUARANTINES=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE RECALL-IN.
               CLOSE QUARANTINE-OUT.
               CLOSE RECALL-REPORT.
               CLOSE SUITE-LOG.
               IF NOT-FOUND-COUNT > 0
                   DISPLAY "RECALLED LOTS NOT FOUND: " NOT-FOUND-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitecharge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-IN ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT RATE-CARDS ASSIGN TO "SUITECRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT STATEMENT-RPT ASSIGN TO "SUITECHS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINANCE-OUT ASSIGN TO "SUITECHF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-IN.
           COPY RUNLOG.
       FD  RATE-CARDS.
           01 RATE-CARD-RECORD PIC X(80).
       FD  STATEMENT-RPT.
           01 STATEMENT-RPT-RECORD PIC X(132).
       FD  FINANCE-OUT.
           01 FINANCE-OUT-RECORD PIC X(100).
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
           01 RUNLOG-STATUS PIC XX.
           01 RATE-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 RATE-EOF-SWITCH PIC X VALUE 'N'.
               88 RATE-EOF VALUE 'Y'.

      * the statement month - keyed at the prompt, or left blank for
      * the month before the business date, the usual month-end run
           01 MONTH-TEXT PIC X(6).
           01 STATEMENT-MONTH PIC X(6).
           01 STATEMENT-MONTH-NUMBERS REDEFINES STATEMENT-MONTH.
               05 STATEMENT-YEAR PIC 9(4).
               05 STATEMENT-MM PIC 99.

      * who pays for what - each charged program, the cost centre it
      * is billed to and its rates: per minute of run time (elapsed
      * seconds as logged), per thousand records and per run. SUITECRT
      * cards 'program centre cpu-rate thousand-rate run-rate'
      * replace a program's row or add a new one without a rebuild;
      * programs in neither are suite overhead and are not charged
           01 DEFAULT-CHARGE-TABLE.
               05 FILLER PIC X(15) VALUE "betting".
               05 FILLER PIC X(8) VALUE "TRADING".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "doublepassword".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdadmin".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdcert".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdhrrec".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdmaint".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdpurge".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "dpwdreport".
               05 FILLER PIC X(8) VALUE "SECURITY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "taisformula".
               05 FILLER PIC X(8) VALUE "STUDY".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "judgingmoose".
               05 FILLER PIC X(8) VALUE "WILDLIFE".
               05 FILLER PIC X(15) VALUE "001200003500050".
               05 FILLER PIC X(15) VALUE "moosetrend".
               05 FILLER PIC X(8) VALUE "WILDLIFE".
               05 FILLER PIC X(15) VALUE "001200003500050".
           01 DEFAULT-CHARGE-ROWS REDEFINES DEFAULT-CHARGE-TABLE.
               05 DEFAULT-CHARGE-ROW OCCURS 11 TIMES.
                   10 DFT-PROGRAM PIC X(15).
                   10 DFT-CENTRE PIC X(8).
                   10 DFT-CPU-RATE PIC 9(3)V99.
                   10 DFT-THOUSAND-RATE PIC 9(3)V99.
                   10 DFT-RUN-RATE PIC 9(3)V99.
           01 DEFAULT-CHARGE-COUNT PIC 99 VALUE 11.

           01 CHARGE-TABLE.
               05 CHARGE-ENTRY OCCURS 40 TIMES.
                   10 CHG-PROGRAM PIC X(15).
                   10 CHG-CENTRE PIC X(8).
                   10 CHG-CPU-RATE PIC 9(3)V99.
                   10 CHG-THOUSAND-RATE PIC 9(3)V99.
                   10 CHG-RUN-RATE PIC 9(3)V99.
           01 CHARGE-COUNT PIC 99 VALUE 0.
           01 MAX-CHARGE-ENTRIES PIC 99 VALUE 40.
           01 CHG-INDEX PIC 99.
           01 CHG-SLOT PIC 99.

           01 RATE-LINE PIC X(80).
           01 RATE-PROGRAM-TEXT PIC X(15).
           01 RATE-CENTRE-TEXT PIC X(8).
           01 RATE-CPU-TEXT PIC X(10).
           01 RATE-THOUSAND-TEXT PIC X(10).
           01 RATE-RUN-TEXT PIC X(10).

      * one statement per cost centre, in the order the centres first
      * appear in the charge table
           01 CENTRE-TABLE.
               05 CENTRE-ENTRY OCCURS 20 TIMES.
                   10 CTR-NAME PIC X(8).
                   10 CTR-RUNS PIC 9(5).
                   10 CTR-SECONDS PIC 9(9).
                   10 CTR-RECORDS PIC 9(11).
                   10 CTR-CPU-CHARGE PIC 9(7)V99.
                   10 CTR-RECORD-CHARGE PIC 9(7)V99.
                   10 CTR-RUN-CHARGE PIC 9(7)V99.
                   10 CTR-TOTAL-CHARGE PIC 9(9)V99.
           01 CENTRE-COUNT PIC 99 VALUE 0.
           01 MAX-CENTRE-ENTRIES PIC 99 VALUE 20.
           01 CTR-INDEX PIC 99.
           01 CTR-SLOT PIC 99.

      * one logged run - its seconds, the record count taken from the
      * first TAG=count its program logged as input, and its charges
           01 RUN-SECONDS PIC 9(7).
           01 RUN-RECORDS PIC 9(11).
           01 RUN-CPU-CHARGE PIC 9(7)V99.
           01 RUN-RECORD-CHARGE PIC 9(7)V99.
           01 RUN-RUN-CHARGE PIC 9(7)V99.
           01 RUN-TOTAL-CHARGE PIC 9(7)V99.
           01 EQUALS-OFFSET PIC 99.
           01 COUNT-WORK PIC X(40).
           01 COUNT-TEXT PIC X(15).
           01 UNCHARGED-RUNS PIC 9(7) VALUE 0.
           01 GRAND-TOTAL-CHARGE PIC 9(9)V99 VALUE 0.

           01 FORMATTED-RUNS PIC Z(4)9.
           01 FORMATTED-SECONDS PIC Z(8)9.
           01 FORMATTED-RECORDS PIC Z(10)9.
           01 FORMATTED-CPU PIC Z(6)9.99.
           01 FORMATTED-RECORD-CHARGE PIC Z(6)9.99.
           01 FORMATTED-RUN-CHARGE PIC Z(6)9.99.
           01 FORMATTED-TOTAL PIC Z(8)9.99.
           01 FORMATTED-UNCHARGED PIC Z(6)9.

           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY BUSDTWS.
           COPY HDRTRL.
           COPY CHGSUM.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM WRITE-CENTRE-STATEMENT
                   VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CENTRE-COUNT.
               PERFORM WRITE-STATEMENT-SUMMARY.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               DISPLAY "ENTER STATEMENT MONTH (YYYYMM, BLANK=LAST "
                   "MONTH): " WITH NO ADVANCING.
               MOVE SPACES TO MONTH-TEXT.
               ACCEPT MONTH-TEXT.
               IF MONTH-TEXT = SPACES
                   MOVE BUSINESS-DATE (1:6) TO STATEMENT-MONTH
                   IF STATEMENT-MM = 1
                       SUBTRACT 1 FROM STATEMENT-YEAR
                       MOVE 12 TO STATEMENT-MM
                   ELSE
                       SUBTRACT 1 FROM STATEMENT-MM
                   END-IF
               ELSE
                   MOVE MONTH-TEXT TO STATEMENT-MONTH
               END-IF.
               IF STATEMENT-MONTH IS NOT NUMERIC
                   OR STATEMENT-MM < 1 OR STATEMENT-MM > 12
                   DISPLAY "INVALID STATEMENT MONTH: " MONTH-TEXT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RUNLOG-IN.
               IF RUNLOG-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN RUN LOG - STATUS "
                       RUNLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE RUNLOG-IN.
               PERFORM LOAD-DEFAULT-CHARGE-ROW
                   VARYING CHG-INDEX FROM 1 BY 1
                   UNTIL CHG-INDEX > DEFAULT-CHARGE-COUNT.
               PERFORM LOAD-RATE-CARDS.
               PERFORM ADD-CHARGE-CENTRE
                   VARYING CHG-INDEX FROM 1 BY 1
                   UNTIL CHG-INDEX > CHARGE-COUNT.
               OPEN OUTPUT STATEMENT-RPT.
               OPEN OUTPUT FINANCE-OUT.
               MOVE "suitecharge" TO FILE-HEADER-PROGRAM.
               MOVE RUN-STAMP TO FILE-HEADER-STAMP.
               MOVE SPACES TO FINANCE-OUT-RECORD.
               MOVE FILE-HEADER TO FINANCE-OUT-RECORD.
               WRITE FINANCE-OUT-RECORD.

           LOAD-DEFAULT-CHARGE-ROW.
               ADD 1 TO CHARGE-COUNT.
               MOVE DFT-PROGRAM (CHG-INDEX)
                   TO CHG-PROGRAM (CHARGE-COUNT).
               MOVE DFT-CENTRE (CHG-INDEX)
                   TO CHG-CENTRE (CHARGE-COUNT).
               MOVE DFT-CPU-RATE (CHG-INDEX)
                   TO CHG-CPU-RATE (CHARGE-COUNT).
               MOVE DFT-THOUSAND-RATE (CHG-INDEX)
                   TO CHG-THOUSAND-RATE (CHARGE-COUNT).
               MOVE DFT-RUN-RATE (CHG-INDEX)
                   TO CHG-RUN-RATE (CHARGE-COUNT).

           LOAD-RATE-CARDS.
               OPEN INPUT RATE-CARDS.
               IF RATE-STATUS = "00"
                   PERFORM READ-RATE-CARD
                   PERFORM LOAD-ONE-RATE-CARD UNTIL RATE-EOF
                   CLOSE RATE-CARDS
               END-IF.

           READ-RATE-CARD.
               READ RATE-CARDS INTO RATE-LINE
                   AT END SET RATE-EOF TO TRUE
               END-READ.

           LOAD-ONE-RATE-CARD.
               IF RATE-LINE NOT = SPACES AND RATE-LINE (1:1) NOT = '*'
                   MOVE SPACES TO RATE-PROGRAM-TEXT
                   MOVE SPACES TO RATE-CENTRE-TEXT
                   MOVE SPACES TO RATE-CPU-TEXT
                   MOVE SPACES TO RATE-THOUSAND-TEXT
                   MOVE SPACES TO RATE-RUN-TEXT
                   UNSTRING FUNCTION TRIM (RATE-LINE)
                       DELIMITED BY ALL SPACE
                       INTO RATE-PROGRAM-TEXT, RATE-CENTRE-TEXT,
                           RATE-CPU-TEXT, RATE-THOUSAND-TEXT,
                           RATE-RUN-TEXT
                   MOVE 0 TO CHG-SLOT
                   PERFORM FIND-CHARGE-SLOT
                       VARYING CHG-INDEX FROM 1 BY 1
                       UNTIL CHG-INDEX > CHARGE-COUNT
                           OR CHG-SLOT > 0
                   EVALUATE TRUE
                       WHEN RATE-RUN-TEXT = SPACES
                           DISPLAY "BAD RATE CARD IGNORED: " RATE-LINE
                       WHEN CHG-SLOT = 0
                           AND CHARGE-COUNT NOT < MAX-CHARGE-ENTRIES
                           DISPLAY "CHARGE TABLE FULL - IGNORING "
                               RATE-LINE
                       WHEN OTHER
                           IF CHG-SLOT = 0
                               ADD 1 TO CHARGE-COUNT
                               MOVE CHARGE-COUNT TO CHG-SLOT
                               MOVE RATE-PROGRAM-TEXT
                                   TO CHG-PROGRAM (CHG-SLOT)
                           END-IF
                           MOVE RATE-CENTRE-TEXT
                               TO CHG-CENTRE (CHG-SLOT)
                           COMPUTE CHG-CPU-RATE (CHG-SLOT) =
                               FUNCTION NUMVAL (RATE-CPU-TEXT)
                           COMPUTE CHG-THOUSAND-RATE (CHG-SLOT) =
                               FUNCTION NUMVAL (RATE-THOUSAND-TEXT)
                           COMPUTE CHG-RUN-RATE (CHG-SLOT) =
                               FUNCTION NUMVAL (RATE-RUN-TEXT)
                   END-EVALUATE
               END-IF.
               PERFORM READ-RATE-CARD.

           FIND-CHARGE-SLOT.
               IF CHG-PROGRAM (CHG-INDEX) = RATE-PROGRAM-TEXT
                   MOVE CHG-INDEX TO CHG-SLOT
               END-IF.

           ADD-CHARGE-CENTRE.
               MOVE 0 TO CTR-SLOT.
               PERFORM FIND-CENTRE-SLOT
                   VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CENTRE-COUNT
                       OR CTR-SLOT > 0.
               IF CTR-SLOT = 0
                   AND CENTRE-COUNT NOT < MAX-CENTRE-ENTRIES
                   DISPLAY "COST CENTRE TABLE FULL - NOT CHARGING "
                       CHG-CENTRE (CHG-INDEX)
               END-IF.
               IF CTR-SLOT = 0
                   AND CENTRE-COUNT < MAX-CENTRE-ENTRIES
                   ADD 1 TO CENTRE-COUNT
                   MOVE CHG-CENTRE (CHG-INDEX)
                       TO CTR-NAME (CENTRE-COUNT)
                   MOVE 0 TO CTR-RUNS (CENTRE-COUNT)
                   MOVE 0 TO CTR-SECONDS (CENTRE-COUNT)
                   MOVE 0 TO CTR-RECORDS (CENTRE-COUNT)
                   MOVE 0 TO CTR-CPU-CHARGE (CENTRE-COUNT)
                   MOVE 0 TO CTR-RECORD-CHARGE (CENTRE-COUNT)
                   MOVE 0 TO CTR-RUN-CHARGE (CENTRE-COUNT)
                   MOVE 0 TO CTR-TOTAL-CHARGE (CENTRE-COUNT)
               END-IF.

           FIND-CENTRE-SLOT.
               IF CTR-NAME (CTR-INDEX) = CHG-CENTRE (CHG-INDEX)
                   MOVE CTR-INDEX TO CTR-SLOT
               END-IF.

      * one pass of the run log per centre, so each statement lists
      * its runs in the order they ran; the first pass also counts
      * the month's runs by programs nobody is charged for
           WRITE-CENTRE-STATEMENT.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "CHARGEBACK STATEMENT - COST CENTRE "
                   CTR-NAME (CTR-INDEX) " - MONTH " STATEMENT-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "  RUN STAMP         PROGRAM         RUN ID      "
                   "         SECONDS     RECORDS    RUNTIME    RECORDS"
                   "        RUN      TOTAL"
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT RUNLOG-IN.
               PERFORM READ-RUNLOG-ROW.
               PERFORM CHARGE-RUNLOG-ROW UNTIL END-OF-FILE.
               CLOSE RUNLOG-IN.
               MOVE CTR-RUNS (CTR-INDEX) TO FORMATTED-RUNS.
               MOVE CTR-SECONDS (CTR-INDEX) TO FORMATTED-SECONDS.
               MOVE CTR-RECORDS (CTR-INDEX) TO FORMATTED-RECORDS.
               MOVE CTR-CPU-CHARGE (CTR-INDEX) TO FORMATTED-CPU.
               MOVE CTR-RECORD-CHARGE (CTR-INDEX)
                   TO FORMATTED-RECORD-CHARGE.
               MOVE CTR-RUN-CHARGE (CTR-INDEX) TO FORMATTED-RUN-CHARGE.
               MOVE CTR-TOTAL-CHARGE (CTR-INDEX) TO FORMATTED-TOTAL.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "  TOTAL " CTR-NAME (CTR-INDEX)
                   " RUNS " FORMATTED-RUNS
                   "                          " FORMATTED-SECONDS
                   " " FORMATTED-RECORDS
                   " " FORMATTED-CPU
                   " " FORMATTED-RECORD-CHARGE
                   " " FORMATTED-RUN-CHARGE
                   " " FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               ADD CTR-TOTAL-CHARGE (CTR-INDEX) TO GRAND-TOTAL-CHARGE.
               PERFORM WRITE-FINANCE-ROW.

           READ-RUNLOG-ROW.
               READ RUNLOG-IN
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           CHARGE-RUNLOG-ROW.
               IF RUNLOG-TIMESTAMP (1:6) = STATEMENT-MONTH
                   MOVE 0 TO CHG-SLOT
                   MOVE RUNLOG-PROGRAM TO RATE-PROGRAM-TEXT
                   PERFORM FIND-CHARGE-SLOT
                       VARYING CHG-INDEX FROM 1 BY 1
                       UNTIL CHG-INDEX > CHARGE-COUNT
                           OR CHG-SLOT > 0
                   IF CHG-SLOT = 0
                       IF CTR-INDEX = 1
                           ADD 1 TO UNCHARGED-RUNS
                       END-IF
                   ELSE
                       IF CHG-CENTRE (CHG-SLOT) = CTR-NAME (CTR-INDEX)
                           PERFORM CHARGE-ONE-RUN
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-RUNLOG-ROW.

      * rows logged before run durations were kept carry no elapsed
      * seconds and are charged for their records and the run alone
           CHARGE-ONE-RUN.
               IF RUNLOG-ELAPSED IS NUMERIC
                   MOVE RUNLOG-ELAPSED TO RUN-SECONDS
               ELSE
                   MOVE 0 TO RUN-SECONDS
               END-IF.
               PERFORM TAKE-RUN-RECORD-COUNT.
               COMPUTE RUN-CPU-CHARGE ROUNDED =
                   RUN-SECONDS * CHG-CPU-RATE (CHG-SLOT) / 60.
               COMPUTE RUN-RECORD-CHARGE ROUNDED =
                   RUN-RECORDS * CHG-THOUSAND-RATE (CHG-SLOT) / 1000.
               MOVE CHG-RUN-RATE (CHG-SLOT) TO RUN-RUN-CHARGE.
               COMPUTE RUN-TOTAL-CHARGE = RUN-CPU-CHARGE
                   + RUN-RECORD-CHARGE + RUN-RUN-CHARGE.
               ADD 1 TO CTR-RUNS (CTR-INDEX).
               ADD RUN-SECONDS TO CTR-SECONDS (CTR-INDEX).
               ADD RUN-RECORDS TO CTR-RECORDS (CTR-INDEX).
               ADD RUN-CPU-CHARGE TO CTR-CPU-CHARGE (CTR-INDEX).
               ADD RUN-RECORD-CHARGE TO CTR-RECORD-CHARGE (CTR-INDEX).
               ADD RUN-RUN-CHARGE TO CTR-RUN-CHARGE (CTR-INDEX).
               ADD RUN-TOTAL-CHARGE TO CTR-TOTAL-CHARGE (CTR-INDEX).
               MOVE RUN-SECONDS TO FORMATTED-SECONDS.
               MOVE RUN-RECORDS TO FORMATTED-RECORDS.
               MOVE RUN-CPU-CHARGE TO FORMATTED-CPU.
               MOVE RUN-RECORD-CHARGE TO FORMATTED-RECORD-CHARGE.
               MOVE RUN-RUN-CHARGE TO FORMATTED-RUN-CHARGE.
               MOVE RUN-TOTAL-CHARGE TO FORMATTED-TOTAL.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "  " RUNLOG-TIMESTAMP
                   " " RUNLOG-PROGRAM
                   " " RUNLOG-RUN-ID
                   " " FORMATTED-SECONDS
                   " " FORMATTED-RECORDS
                   " " FORMATTED-CPU
                   " " FORMATTED-RECORD-CHARGE
                   " " FORMATTED-RUN-CHARGE
                   " " FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.

      * the record count is the first TAG=count the program logged
      * as its input (LINES=, RECORDS=, PAIRS=, PATIENTS= and so on);
      * a run that logged no count is charged no records
           TAKE-RUN-RECORD-COUNT.
               MOVE 0 TO RUN-RECORDS.
               MOVE 0 TO EQUALS-OFFSET.
               INSPECT RUNLOG-INPUT TALLYING EQUALS-OFFSET
                   FOR CHARACTERS BEFORE INITIAL "=".
               IF EQUALS-OFFSET < 39
                   MOVE SPACES TO COUNT-WORK
                   MOVE SPACES TO COUNT-TEXT
                   MOVE FUNCTION TRIM
                       (RUNLOG-INPUT (EQUALS-OFFSET + 2:))
                       TO COUNT-WORK
                   UNSTRING COUNT-WORK DELIMITED BY SPACE
                       INTO COUNT-TEXT
                   IF COUNT-TEXT NOT = SPACES
                       AND FUNCTION TRIM (COUNT-TEXT) IS NUMERIC
                       COMPUTE RUN-RECORDS =
                           FUNCTION NUMVAL (COUNT-TEXT)
                   END-IF
               END-IF.

           WRITE-FINANCE-ROW.
               MOVE SPACES TO CHARGE-SUMMARY-RECORD.
               MOVE STATEMENT-MONTH TO CHS-MONTH.
               MOVE CTR-NAME (CTR-INDEX) TO CHS-COST-CENTRE.
               MOVE CTR-RUNS (CTR-INDEX) TO CHS-RUNS.
               MOVE CTR-SECONDS (CTR-INDEX) TO CHS-SECONDS.
               MOVE CTR-RECORDS (CTR-INDEX) TO CHS-RECORDS.
               MOVE CTR-CPU-CHARGE (CTR-INDEX) TO CHS-CPU-CHARGE.
               MOVE CTR-RECORD-CHARGE (CTR-INDEX) TO CHS-RECORD-CHARGE.
               MOVE CTR-RUN-CHARGE (CTR-INDEX) TO CHS-RUN-CHARGE.
               MOVE CTR-TOTAL-CHARGE (CTR-INDEX) TO CHS-TOTAL-CHARGE.
               MOVE SPACES TO FINANCE-OUT-RECORD.
               MOVE CHARGE-SUMMARY-RECORD TO FINANCE-OUT-RECORD.
               ADD 1 TO OUT-RECORD-COUNT.
               COMPUTE OUT-CHECKSUM = FUNCTION MOD
                   (OUT-CHECKSUM + FUNCTION LENGTH (FUNCTION TRIM
                       (FINANCE-OUT-RECORD TRAILING)),
                   1000000000).
               WRITE FINANCE-OUT-RECORD.

           WRITE-STATEMENT-SUMMARY.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "CHARGEBACK SUMMARY - MONTH " STATEMENT-MONTH
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               PERFORM WRITE-SUMMARY-LINE
                   VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > CENTRE-COUNT.
               MOVE GRAND-TOTAL-CHARGE TO FORMATTED-TOTAL.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "  ALL CENTRES TOTAL CHARGE " FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.
               DISPLAY STATEMENT-RPT-RECORD.
               IF UNCHARGED-RUNS > 0
                   MOVE UNCHARGED-RUNS TO FORMATTED-UNCHARGED
                   MOVE SPACES TO STATEMENT-RPT-RECORD
                   STRING "  " FORMATTED-UNCHARGED
                       " RUN(S) BY PROGRAMS WITH NO COST CENTRE - "
                       "NOT CHARGED"
                       DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD
                   WRITE STATEMENT-RPT-RECORD
               END-IF.

           WRITE-SUMMARY-LINE.
               MOVE CTR-RUNS (CTR-INDEX) TO FORMATTED-RUNS.
               MOVE CTR-TOTAL-CHARGE (CTR-INDEX) TO FORMATTED-TOTAL.
               MOVE SPACES TO STATEMENT-RPT-RECORD.
               STRING "  " CTR-NAME (CTR-INDEX)
                   " RUNS " FORMATTED-RUNS
                   " TOTAL CHARGE " FORMATTED-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-RPT-RECORD.
               WRITE STATEMENT-RPT-RECORD.

           COPY BUSDTPROC.

           STAMP-RUN-TIMESTAMP.
               IF BUSINESS-DATE = 0
                   PERFORM LOAD-BUSINESS-DATE
               END-IF.
               ACCEPT SUITELOG-TIME FROM TIME.
               STRING BUSINESS-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO RUN-STAMP.

           TERMINATE-RUN.
               MOVE OUT-RECORD-COUNT TO FILE-TRAILER-COUNT.
               MOVE OUT-CHECKSUM TO FILE-TRAILER-CHECKSUM.
               MOVE SPACES TO FINANCE-OUT-RECORD.
               MOVE FILE-TRAILER TO FINANCE-OUT-RECORD.
               WRITE FINANCE-OUT-RECORD.
               CLOSE STATEMENT-RPT.
               CLOSE FINANCE-OUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. taisretest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IN ASSIGN TO "TAISORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-STATUS.
           SELECT ORDER-OUT ASSIGN TO "TAISORD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLUCOSE-IN ASSIGN TO "TAISIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLUCOSE-STATUS.
           SELECT FOLLOW-UP-REPORT ASSIGN TO "TAISRTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "TAISRTP"
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
       FD  ORDER-IN.
           01 ORDER-IN-RECORD PIC X(67).
       FD  ORDER-OUT.
           COPY TAIORD.
       FD  GLUCOSE-IN.
           01 GLUCOSE-IN-RECORD PIC X(60).
       FD  FOLLOW-UP-REPORT.
           01 FOLLOW-UP-RECORD PIC X(132).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 ORDER-STATUS PIC XX.
           01 ORDER-EOF-SWITCH PIC X VALUE 'N'.
               88 ORDER-EOF VALUE 'Y'.
           01 GLUCOSE-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 DATA-LINE PIC X(60).
           01 LINE-PATIENT-ID PIC X(10).
           01 RUN-DATE PIC X(8).
           01 RUN-DAY-NUMBER PIC 9(7).

      * an order is outstanding once it has been open for
      * OUTSTANDING-DAYS days with no later series for the patient;
      * an OUTSTANDING-DAYS= card in TAISRTP overrides the default
           01 OUTSTANDING-DAYS PIC 9(3) VALUE 14.

      * every TAISORD row is held here and the file is written back
      * whole, so a closed order keeps its place in the trail; the
      * entry layout matches TAISORD byte for byte
           01 ORDER-TABLE.
               05 ORDER-ENTRY OCCURS 3000 TIMES.
                   10 OT-PATIENT-ID PIC X(10).
                   10 OT-ORDER-DATE PIC X(8).
                   10 OT-REASON PIC X(20).
                   10 OT-STATUS PIC X.
                       88 OT-OPEN VALUE 'O'.
                   10 OT-CLOSE-DATE PIC X(8).
                   10 OT-COHORT PIC X(4).
                   10 OT-RUN-ID PIC X(16).
           01 ORDER-COUNT PIC 9(4) VALUE 0.
           01 MAX-ORDER-ENTRIES PIC 9(4) VALUE 3000.
           01 ORDER-INDEX PIC 9(4).
           01 ORDER-DAY-NUMBER PIC 9(7).
           01 ORDER-AGE-DAYS PIC S9(5).

      * the patients with a series in tonight's TAISIN - batch marker
      * lines and the laboratory control series are not patients
           01 CONTROL-ID-PREFIX PIC XX VALUE "QC".
           01 SEEN-TABLE.
               05 SEEN-PATIENT PIC X(10) OCCURS 1000 TIMES.
           01 SEEN-COUNT PIC 9(4) VALUE 0.
           01 MAX-SEEN-ENTRIES PIC 9(4) VALUE 1000.
           01 SEEN-INDEX PIC 9(4).
           01 SEEN-SWITCH PIC X.
               88 PATIENT-SEEN VALUE 'Y'.
           01 LAST-PATIENT-ID PIC X(10) VALUE SPACES.

           01 OPEN-COUNT PIC 9(6) VALUE 0.
           01 OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           01 CLOSED-TODAY-COUNT PIC 9(6) VALUE 0.
           01 CLOSED-EARLIER-COUNT PIC 9(6) VALUE 0.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-OPEN PIC Z(5)9.
           01 FORMATTED-OUTSTANDING PIC Z(5)9.
           01 FORMATTED-CLOSED PIC Z(5)9.
           01 FORMATTED-EARLIER PIC Z(5)9.
           01 FORMATTED-AGE PIC Z(4)9.
           01 FORMATTED-DAYS PIC ZZ9.

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
               PERFORM REVIEW-ONE-ORDER
                   VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNT.
               PERFORM REWRITE-ORDER-FILE.
               PERFORM WRITE-FOLLOW-UP-TOTALS.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE RUN-STAMP (1:8) TO RUN-DATE.
               COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (RUN-DATE)).
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               PERFORM LOAD-SEEN-PATIENTS.
               PERFORM LOAD-ORDER-TABLE.
               OPEN OUTPUT FOLLOW-UP-REPORT.
               OPEN EXTEND SUITE-LOG.
               MOVE OUTSTANDING-DAYS TO FORMATTED-DAYS.
               MOVE SPACES TO FOLLOW-UP-RECORD.
               STRING "TAIS RE-TEST ORDER FOLLOW-UP AS OF " RUN-DATE
                   " - OUTSTANDING AFTER " FORMATTED-DAYS " DAYS"
                   DELIMITED BY SIZE INTO FOLLOW-UP-RECORD.
               WRITE FOLLOW-UP-RECORD.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "OUTSTANDING-DAYS"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE OUTSTANDING-DAYS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           LOAD-SEEN-PATIENTS.
               OPEN INPUT GLUCOSE-IN.
               IF GLUCOSE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TAISIN - STATUS "
                       GLUCOSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-GLUCOSE-LINE.
               PERFORM NOTE-SERIES-LINE UNTIL END-OF-FILE.
               CLOSE GLUCOSE-IN.

           READ-GLUCOSE-LINE.
               READ GLUCOSE-IN INTO DATA-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF NOT END-OF-FILE
                   MOVE SPACES TO LINE-PATIENT-ID
                   UNSTRING DATA-LINE DELIMITED BY SPACE
                       INTO LINE-PATIENT-ID
               END-IF.

           NOTE-SERIES-LINE.
               IF DATA-LINE (1:6) = "BATCH "
                       OR LINE-PATIENT-ID = SPACES
                       OR LINE-PATIENT-ID (1:2) = CONTROL-ID-PREFIX
                       OR LINE-PATIENT-ID = LAST-PATIENT-ID
                   CONTINUE
               ELSE
                   MOVE LINE-PATIENT-ID TO LAST-PATIENT-ID
                   PERFORM FIND-SEEN-PATIENT
                   IF NOT PATIENT-SEEN
                       PERFORM ADD-SEEN-PATIENT
                   END-IF
               END-IF.
               PERFORM READ-GLUCOSE-LINE.

           FIND-SEEN-PATIENT.
               MOVE 'N' TO SEEN-SWITCH.
               PERFORM MATCH-SEEN-PATIENT
                   VARYING SEEN-INDEX FROM 1 BY 1
                   UNTIL SEEN-INDEX > SEEN-COUNT OR PATIENT-SEEN.

           MATCH-SEEN-PATIENT.
               IF SEEN-PATIENT (SEEN-INDEX) = LINE-PATIENT-ID
                   MOVE 'Y' TO SEEN-SWITCH
               END-IF.

           ADD-SEEN-PATIENT.
               IF SEEN-COUNT NOT < MAX-SEEN-ENTRIES
                   DISPLAY "TOO MANY TAISIN PATIENTS - LIMIT "
                       MAX-SEEN-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO SEEN-COUNT.
               MOVE LINE-PATIENT-ID TO SEEN-PATIENT (SEEN-COUNT).

      * the order file is written back from this table, so a file
      * too big for it stops the run rather than losing orders
           LOAD-ORDER-TABLE.
               OPEN INPUT ORDER-IN.
               IF ORDER-STATUS = "00"
                   PERFORM READ-ORDER-LINE
                   PERFORM STORE-ORDER-ENTRY UNTIL ORDER-EOF
                   CLOSE ORDER-IN
               END-IF.

           READ-ORDER-LINE.
               READ ORDER-IN
                   AT END SET ORDER-EOF TO TRUE
               END-READ.

           STORE-ORDER-ENTRY.
               IF ORDER-IN-RECORD NOT = SPACES
                   IF ORDER-COUNT NOT < MAX-ORDER-ENTRIES
                       DISPLAY "ORDER TABLE FULL - LIMIT "
                           MAX-ORDER-ENTRIES
                           " - ARCHIVE CLOSED ORDERS FROM TAISORD"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ORDER-COUNT
                   MOVE ORDER-IN-RECORD TO ORDER-ENTRY (ORDER-COUNT)
               END-IF.
               PERFORM READ-ORDER-LINE.

      * an order raised tonight is not closed by tonight's TAISIN -
      * that is the very series the order was raised against
           REVIEW-ONE-ORDER.
               IF OT-OPEN (ORDER-INDEX)
                   MOVE 'N' TO SEEN-SWITCH
                   IF OT-ORDER-DATE (ORDER-INDEX) < RUN-DATE
                       MOVE OT-PATIENT-ID (ORDER-INDEX)
                           TO LINE-PATIENT-ID
                       PERFORM FIND-SEEN-PATIENT
                   END-IF
                   IF PATIENT-SEEN
                       PERFORM CLOSE-ONE-ORDER
                   ELSE
                       PERFORM AGE-ONE-ORDER
                   END-IF
               ELSE
                   ADD 1 TO CLOSED-EARLIER-COUNT
               END-IF.

           CLOSE-ONE-ORDER.
               MOVE 'C' TO OT-STATUS (ORDER-INDEX).
               MOVE RUN-DATE TO OT-CLOSE-DATE (ORDER-INDEX).
               ADD 1 TO CLOSED-TODAY-COUNT.
               MOVE SPACES TO FOLLOW-UP-RECORD.
               STRING "CLOSED      " OT-PATIENT-ID (ORDER-INDEX)
                   " ORDERED=" OT-ORDER-DATE (ORDER-INDEX)
                   " REASON=" OT-REASON (ORDER-INDEX)
                   " COHORT=" OT-COHORT (ORDER-INDEX)
                   DELIMITED BY SIZE INTO FOLLOW-UP-RECORD.
               WRITE FOLLOW-UP-RECORD.

           AGE-ONE-ORDER.
               ADD 1 TO OPEN-COUNT.
               MOVE 0 TO ORDER-AGE-DAYS.
               IF OT-ORDER-DATE (ORDER-INDEX) IS NUMERIC
                   COMPUTE ORDER-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (OT-ORDER-DATE (ORDER-INDEX)))
                   COMPUTE ORDER-AGE-DAYS =
                       RUN-DAY-NUMBER - ORDER-DAY-NUMBER
               END-IF.
               IF ORDER-AGE-DAYS NOT < OUTSTANDING-DAYS
                   ADD 1 TO OUTSTANDING-COUNT
                   MOVE ORDER-AGE-DAYS TO FORMATTED-AGE
                   MOVE SPACES TO FOLLOW-UP-RECORD
                   STRING "OUTSTANDING " OT-PATIENT-ID (ORDER-INDEX)
                       " ORDERED=" OT-ORDER-DATE (ORDER-INDEX)
                       " DAYS-OPEN=" FORMATTED-AGE
                       " REASON=" OT-REASON (ORDER-INDEX)
                       " COHORT=" OT-COHORT (ORDER-INDEX)
                       DELIMITED BY SIZE INTO FOLLOW-UP-RECORD
                   WRITE FOLLOW-UP-RECORD
               END-IF.

           REWRITE-ORDER-FILE.
               OPEN OUTPUT ORDER-OUT.
               PERFORM WRITE-ONE-ORDER
                   VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNT.
               CLOSE ORDER-OUT.

           WRITE-ONE-ORDER.
               MOVE ORDER-ENTRY (ORDER-INDEX) TO RETEST-ORDER-RECORD.
               WRITE RETEST-ORDER-RECORD.

           WRITE-FOLLOW-UP-TOTALS.
               MOVE ORDER-COUNT TO FORMATTED-COUNT.
               MOVE OPEN-COUNT TO FORMATTED-OPEN.
               MOVE OUTSTANDING-COUNT TO FORMATTED-OUTSTANDING.
               MOVE CLOSED-TODAY-COUNT TO FORMATTED-CLOSED.
               MOVE CLOSED-EARLIER-COUNT TO FORMATTED-EARLIER.
               MOVE SPACES TO FOLLOW-UP-RECORD.
               STRING "ORDERS=" FORMATTED-COUNT
                   " OPEN=" FORMATTED-OPEN
                   " OUTSTANDING=" FORMATTED-OUTSTANDING
                   " CLOSED-THIS-RUN=" FORMATTED-CLOSED
                   " CLOSED-EARLIER=" FORMATTED-EARLIER
                   DELIMITED BY SIZE INTO FOLLOW-UP-RECORD.
               WRITE FOLLOW-UP-RECORD.

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
               MOVE "taisretest" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE ORDER-COUNT TO FORMATTED-COUNT.
               MOVE SEEN-COUNT TO FORMATTED-OPEN.
               STRING "ORDERS=" FORMATTED-COUNT
                   " PATIENTS=" FORMATTED-OPEN
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               STRING "OUTSTANDING=" FORMATTED-OUTSTANDING
                   " CLOSED=" FORMATTED-CLOSED
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE FOLLOW-UP-REPORT.
               CLOSE SUITE-LOG.
               IF OUTSTANDING-COUNT > 0
                   DISPLAY "RE-TEST ORDERS OUTSTANDING: "
                       FORMATTED-OUTSTANDING
                   MOVE 4 TO RETURN-CODE
               END-IF.

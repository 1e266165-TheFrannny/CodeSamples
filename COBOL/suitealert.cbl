           SELECT ONCALL-IN ASSIGN TO "SUITEONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-STATUS.
           SELECT EXCEPTIONS-IN ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTIONS-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 ACK-IN-RECORD PIC X(60).
       FD  ONCALL-IN.
           01 ONCALL-IN-RECORD PIC X(30).
       FD  EXCEPTIONS-IN.
           COPY EXCEPT.
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
           01 RUNLOG-STATUS PIC XX.
           01 ALERT-SEV-TEXT PIC X(9).
           01 ALERT-BODY PIC X(70).
           01 ALERT-ID-DISPLAY PIC 9(4).
           01 ALERT-PROGRAM PIC X(15).
           01 CARRIED-COUNT PIC 9(4) VALUE 0.
           01 ESCALATED-COUNT PIC 9(4) VALUE 0.

           01 FORMATTED-EXC PIC Z(5)9.
           01 FORMATTED-RATE PIC ZZ9.99.
           01 FORMATTED-LIMIT PIC Z(5)9.
           01 QC-FAIL-HITS PIC 99.

      * console security - the maintenance consoles leave a SUITEEXC
      * row when a sign-on fails (CRITICAL) or a signed-on operator
      * tries an action outside their role (WARNING), and the driver
      * leaves one when a step is held for a late feed (CRITICAL,
      * routed to the held step's team); each of today's rows is
      * raised once, an alert already on the live file with
      * the same text (acknowledged or not) is not raised again
           01 EXCEPTIONS-STATUS PIC XX.
           01 EXCEPTIONS-EOF-SWITCH PIC X VALUE 'N'.
               88 EXCEPTIONS-EOF VALUE 'Y'.
           01 ALERT-COMPARE PIC X(100).
           01 ALERT-RAISED-SWITCH PIC X.
               88 ALERT-ALREADY-RAISED VALUE 'Y'.
           01 SECURITY-ALERT-COUNT PIC 9(4) VALUE 0.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM EVALUATE-ONE-THRESHOLD
                   VARYING THR-INDEX FROM 1 BY 1
                   UNTIL THR-INDEX > THRESHOLD-COUNT.
               PERFORM SCAN-CONSOLE-EXCEPTIONS.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM LOAD-THRESHOLDS.
               IF THRESHOLD-COUNT = 0
                   DISPLAY "NO THRESHOLD CARDS - NOTHING TO MONITOR"
               END-IF.

           MATCH-ONCALL-PROGRAM.
               IF ONC-PROGRAM (ONC-INDEX) = ALERT-PROGRAM
                   MOVE ONC-INDEX TO ONC-SLOT
               END-IF.

                   INTO ALERT-OUT-RECORD.
               WRITE ALERT-OUT-RECORD.

           SCAN-CONSOLE-EXCEPTIONS.
               OPEN INPUT EXCEPTIONS-IN.
               IF EXCEPTIONS-STATUS = "00"
                   PERFORM READ-EXCEPTION-ROW
                   PERFORM CHECK-CONSOLE-EXCEPTION
                       UNTIL EXCEPTIONS-EOF
                   CLOSE EXCEPTIONS-IN
               END-IF.

           READ-EXCEPTION-ROW.
               READ EXCEPTIONS-IN
                   AT END SET EXCEPTIONS-EOF TO TRUE
               END-READ.

           CHECK-CONSOLE-EXCEPTION.
               IF EXCEPT-TIMESTAMP (1:8) = RUN-DATE
                   AND (EXCEPT-REASON = "SIGN-ON FAILED"
                       OR EXCEPT-REASON = "ACTION REFUSED"
                       OR EXCEPT-REASON = "FEED LATE")
                   IF EXCEPT-REASON NOT = "ACTION REFUSED"
                       MOVE "CRITICAL" TO ALERT-SEV-TEXT
                   ELSE
                       MOVE "WARNING" TO ALERT-SEV-TEXT
                   END-IF
                   MOVE SPACES TO ALERT-BODY
                   STRING EXCEPT-PROGRAM DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       EXCEPT-REASON DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EXCEPT-INPUT (1:19) DELIMITED BY "  "
                       " AT " DELIMITED BY SIZE
                       EXCEPT-TIMESTAMP (10:8) DELIMITED BY SIZE
                       INTO ALERT-BODY
                   MOVE SPACES TO ALERT-COMPARE
                   STRING ALERT-SEV-TEXT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ALERT-BODY DELIMITED BY SIZE
                       INTO ALERT-COMPARE
                   MOVE 'N' TO ALERT-RAISED-SWITCH
                   PERFORM MATCH-RAISED-ALERT
                       VARYING OLD-INDEX FROM 1 BY 1
                       UNTIL OLD-INDEX > OLD-ALERT-COUNT
                           OR ALERT-ALREADY-RAISED
                   IF NOT ALERT-ALREADY-RAISED
                       ADD 1 TO SECURITY-ALERT-COUNT
                       IF EXCEPT-REASON NOT = "ACTION REFUSED"
                           ADD 1 TO CRITICAL-COUNT
                       ELSE
                           ADD 1 TO WARNING-COUNT
                       END-IF
                       MOVE EXCEPT-PROGRAM TO ALERT-PROGRAM
                       PERFORM EMIT-NEW-ALERT
                   END-IF
               END-IF.
               PERFORM READ-EXCEPTION-ROW.

           MATCH-RAISED-ALERT.
               IF OLD-REST (OLD-INDEX) = ALERT-COMPARE
                   SET ALERT-ALREADY-RAISED TO TRUE
               END-IF.

           LOAD-THRESHOLDS.
               OPEN INPUT THRESHOLD-IN.
               IF THRESHOLD-STATUS = "00"
               END-IF.

           EVALUATE-ONE-THRESHOLD.
               MOVE THR-PROGRAM (THR-INDEX) TO ALERT-PROGRAM.
               IF NOT LATEST-SEEN (THR-INDEX)
                   IF THR-MANDATORY (THR-INDEX) = 'Y'
                       ADD 1 TO CRITICAL-COUNT
                       DELIMITED BY SIZE INTO ALERT-BODY
                   PERFORM EMIT-NEW-ALERT
               END-IF.
               PERFORM CHECK-QC-VERDICT.

      * a program that gates its output on laboratory control
      * samples logs QC=FAIL in its result field when a batch was
      * held - that pages regardless of the count thresholds
           CHECK-QC-VERDICT.
               MOVE 0 TO QC-FAIL-HITS.
               INSPECT LATEST-RESULT (THR-INDEX)
                   TALLYING QC-FAIL-HITS FOR ALL "QC=FAIL".
               IF QC-FAIL-HITS > 0
                   ADD 1 TO CRITICAL-COUNT
                   MOVE "CRITICAL" TO ALERT-SEV-TEXT
                   MOVE SPACES TO ALERT-BODY
                   STRING THR-PROGRAM (THR-INDEX)
                       " CONTROL QC FAILED - BATCH RESULTS HELD"
                       DELIMITED BY SIZE INTO ALERT-BODY
                   PERFORM EMIT-NEW-ALERT
               END-IF.

      * the first number after an equals sign in the field - every
      * program logs NAME=count in its input and result fields
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

           COPY BUSDTPROC.

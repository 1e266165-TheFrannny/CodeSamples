       IDENTIFICATION DIVISION.
       PROGRAM-ID. taisreid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-XREF ASSIGN TO "TAISXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT REID-AUDIT ASSIGN TO "TAISRIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "SUITEOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
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
       FD  PATIENT-XREF.
           COPY PSNXRF.
       FD  REID-AUDIT.
           01 REID-AUDIT-RECORD PIC X(200).
       FD  OPERATOR-MASTER.
           COPY OPRMST.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 XREF-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 ACTION-CODE PIC X(1).
           01 XREF-EOF-SWITCH PIC X VALUE 'N'.
               88 XREF-EOF VALUE 'Y'.

      * controlled re-identification - the warehouse sees patients
      * only by their TAISXREF pseudonyms; the study team may look a
      * pseudonym up (R) to follow a finding back to the patient, or
      * a patient up (P) to find the rows the warehouse holds for
      * them. every look-up needs a reason and leaves a TAISRIA row
      * naming the operator, the key asked for and the reason; the
      * answer itself goes to the operator's screen only, never to
      * the audit or the run log
           01 LOOKUP-KEY PIC X(10).
           01 LOOKUP-REASON PIC X(60).
           01 LOOKUP-ANSWER PIC X(10).
           01 LOOKUP-RESULT PIC X(9).
           01 LOOKUP-SWITCH PIC X VALUE 'N'.
               88 LOOKUP-FOUND VALUE 'Y'.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-ACTION.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "taisreid" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM SIGN-ON-OPERATOR.
               DISPLAY "ENTER ACTION (R=REIDENTIFY P=PSEUDONYM): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.

      * both look-ups belong to the study team alone
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               MOVE "STUDY" TO SIGNON-ALLOWED-ROLE (1).
               PERFORM CHECK-ACTION-AUTHORITY.

           PROCESS-ACTION.
               MOVE SPACES TO LOOKUP-KEY.
               MOVE SPACES TO LOOKUP-REASON.
               MOVE SPACES TO LOOKUP-ANSWER.
               EVALUATE ACTION-CODE
                   WHEN 'R'
                       DISPLAY "ENTER PSEUDONYM: " WITH NO ADVANCING
                       ACCEPT LOOKUP-KEY
                   WHEN 'P'
                       DISPLAY "ENTER PATIENT ID: " WITH NO ADVANCING
                       ACCEPT LOOKUP-KEY
                   WHEN OTHER
                       DISPLAY "UNKNOWN ACTION - " ACTION-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.
               DISPLAY "ENTER REASON: " WITH NO ADVANCING.
               ACCEPT LOOKUP-REASON.
               EVALUATE TRUE
                   WHEN LOOKUP-KEY = SPACES
                       DISPLAY "LOOK-UP REFUSED - NO KEY GIVEN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN LOOKUP-REASON = SPACES
                       DISPLAY "LOOK-UP REFUSED - REASON REQUIRED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       PERFORM SEARCH-PATIENT-XREF
               END-EVALUATE.
               IF LOOKUP-FOUND
                   MOVE "FOUND" TO LOOKUP-RESULT
                   IF ACTION-CODE = 'R'
                       DISPLAY "PSEUDONYM " LOOKUP-KEY
                           " IS PATIENT " LOOKUP-ANSWER
                   ELSE
                       DISPLAY "PATIENT " LOOKUP-KEY
                           " IS PSEUDONYM " LOOKUP-ANSWER
                   END-IF
               ELSE
                   MOVE "NOT FOUND" TO LOOKUP-RESULT
                   DISPLAY LOOKUP-KEY " NOT ON THE CROSS-REFERENCE"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM WRITE-REID-AUDIT-RECORD.

           SEARCH-PATIENT-XREF.
               MOVE 'N' TO LOOKUP-SWITCH.
               OPEN INPUT PATIENT-XREF.
               IF XREF-STATUS = "00"
                   PERFORM READ-XREF-ROW
                   PERFORM CHECK-XREF-ROW
                       UNTIL XREF-EOF OR LOOKUP-FOUND
                   CLOSE PATIENT-XREF
               ELSE
                   DISPLAY "PATIENT CROSS-REFERENCE NOT AVAILABLE - "
                       "STATUS " XREF-STATUS
               END-IF.

           READ-XREF-ROW.
               READ PATIENT-XREF
                   AT END SET XREF-EOF TO TRUE
               END-READ.

           CHECK-XREF-ROW.
               IF ACTION-CODE = 'R' AND XRF-PSEUDONYM = LOOKUP-KEY
                   SET LOOKUP-FOUND TO TRUE
                   MOVE XRF-PATIENT-ID TO LOOKUP-ANSWER
               END-IF.
               IF ACTION-CODE = 'P' AND XRF-PATIENT-ID = LOOKUP-KEY
                   SET LOOKUP-FOUND TO TRUE
                   MOVE XRF-PSEUDONYM TO LOOKUP-ANSWER
               END-IF.
               IF NOT LOOKUP-FOUND
                   PERFORM READ-XREF-ROW
               END-IF.

           WRITE-REID-AUDIT-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               OPEN EXTEND REID-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT REID-AUDIT
               END-IF.
               MOVE SPACES TO REID-AUDIT-RECORD.
               STRING "taisreid" DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " ACTION=" ACTION-CODE DELIMITED BY SIZE
                   " KEY=" LOOKUP-KEY DELIMITED BY SIZE
                   " RESULT=" LOOKUP-RESULT DELIMITED BY SIZE
                   " OPER=" SIGNON-OPERATOR DELIMITED BY SIZE
                   " REASON=" LOOKUP-REASON DELIMITED BY SIZE
                   INTO REID-AUDIT-RECORD.
               WRITE REID-AUDIT-RECORD.
               CLOSE REID-AUDIT.

           COPY ELAPPROC.

           COPY RUNIDPROC.

           COPY SIGNONPROC.

           COPY CODETKPROC.

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

      * the run log reaches the warehouse, so it carries the action
      * and outcome but neither the key nor the answer
           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "taisreid" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               STRING "ACTION=" ACTION-CODE
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               STRING "RESULT=" LOOKUP-RESULT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.

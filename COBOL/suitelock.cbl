               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-AUDIT ASSIGN TO "SUITELKA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER ASSIGN TO "SUITEOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY LOCKREC.
       FD  LOCK-AUDIT.
           01 LOCK-AUDIT-RECORD PIC X(100).
       FD  OPERATOR-MASTER.
           COPY OPRMST.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
           01 LOCK-STATUS PIC XX.
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY BUSDTWS.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               STOP RUN.

           INITIALIZE-RUN.
               MOVE "suitelock" TO SIGNON-PROGRAM.
               PERFORM SIGN-ON-OPERATOR.
               MOVE SIGNON-OPERATOR TO OPERATOR-ID.
               DISPLAY "ENTER ACTION (S=STATUS A=ACQUIRE R=RELEASE"
                   " F=FORCE-CLEAR): " WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.
               OPEN EXTEND LOCK-AUDIT.
               PERFORM READ-LOCK-RECORD.

      * anyone in operations or audit may look at the lock; taking,
      * releasing and force-clearing it is for operations
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'S'
                       MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'A'
                   WHEN 'R'
                   WHEN 'F'
                       MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF SIGNON-ALLOWED-ROLES NOT = SPACES
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

           READ-LOCK-RECORD.
               MOVE 'N' TO EOF-SWITCH.
               MOVE 'N' TO LOCK-HELD-SWITCH.
               MOVE SPACES TO LOCK-RECORD.
               STRING SUITELOG-DATE SUITELOG-TIME
                   DELIMITED BY SIZE INTO LOCK-RUN-ID.
               MOVE ELAP-CLOCK-STAMP TO LOCK-START-STAMP.
               MOVE OPERATOR-ID TO LOCK-PROCESS-ID.
               WRITE LOCK-RECORD.
               CLOSE LOCK-FILE.

           COPY ELAPPROC.

           COPY SIGNONPROC.

           COPY CODETKPROC.

           COPY BUSDTPROC.

      * lock ages are real elapsed time, so the lock itself is
      * stamped from the wall clock; the audit and exception rows
      * carry the suite business date like every other console's
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

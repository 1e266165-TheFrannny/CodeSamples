               FILE STATUS IS ATTEMPTS-STATUS.
           SELECT ADMIN-AUDIT ASSIGN TO "DPWDADM"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  ATTEMPTS-FILE.
           COPY DPWATT.
       FD  ADMIN-AUDIT.
           01 ADMIN-AUDIT-RECORD PIC X(120).
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

           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-ATTEMPTS PIC Z9.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "dpwdadmin" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM SIGN-ON-OPERATOR.
               DISPLAY "ENTER ACTION (L=LIST U=UNLOCK B=BULK): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.
               IF ACTION-CODE = 'U'
                   DISPLAY "ENTER ACCOUNT ID: " WITH NO ADVANCING
                   ACCEPT TARGET-ACCOUNT
               OPEN EXTEND ADMIN-AUDIT.
               OPEN EXTEND SUITE-LOG.

      * listing is open to the auditors; releasing a lockout is a
      * security decision
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       MOVE "SECURITY" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'U'
                   WHEN 'B'
                       MOVE "SECURITY" TO SIGNON-ALLOWED-ROLE (1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF SIGNON-ALLOWED-ROLES NOT = SPACES
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

           PROCESS-ACTION.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                   " ACTION=" ACTION-TEXT DELIMITED BY SIZE
                   " ACCT=" ATTEMPT-ACCOUNT DELIMITED BY SIZE
                   " DATE=" ATTEMPT-DATE DELIMITED BY SIZE
                   " OPER=" SIGNON-OPERATOR DELIMITED BY SIZE
                   INTO ADMIN-AUDIT-RECORD.
               WRITE ADMIN-AUDIT-RECORD.


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

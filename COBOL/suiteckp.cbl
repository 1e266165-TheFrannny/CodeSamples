               FILE STATUS IS CKP-STATUS.
           SELECT CONSOLE-AUDIT ASSIGN TO "SUITECKA"
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

           COPY CHKPT.
       FD  CONSOLE-AUDIT.
           01 CONSOLE-AUDIT-RECORD PIC X(100).
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
           01 FORMATTED-RECNO PIC Z(7)9.
           01 FORMATTED-NEW-RECNO PIC Z(7)9.
           01 FORMATTED-TOTAL-1 PIC Z(9)9.99.
           01 FORMATTED-TOTAL-2 PIC Z(9)9.99.
           01 FORMATTED-TOTAL-3 PIC Z(9)9.99.
           01 FORMATTED-TOTAL-4 PIC Z(9)9.99.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "suiteckp" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM SIGN-ON-OPERATOR.
               DISPLAY "ENTER ACTION (L=LIST C=CLEAR A=ADJUST): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.
               IF ACTION-CODE = 'C' OR ACTION-CODE = 'A'
                   DISPLAY "ENTER CHECKPOINT DATASET: "
                       WITH NO ADVANCING
               OPEN EXTEND CONSOLE-AUDIT.
               OPEN EXTEND SUITE-LOG.

      * the auditors may list checkpoints; clearing or moving a
      * restart point is for operations
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'C'
                   WHEN 'A'
                       MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF SIGNON-ALLOWED-ROLES NOT = SPACES
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

           VALIDATE-TARGET-DATASET.
               MOVE 'N' TO TARGET-VALID-SWITCH.
               PERFORM CHECK-TARGET-DATASET
                   " DATASET " TARGET-DATASET
                   " OLD RECNO " FORMATTED-RECNO
                   " NEW RECNO " FORMATTED-NEW-RECNO
                   " BY " SIGNON-OPERATOR
                   DELIMITED BY SIZE INTO CONSOLE-AUDIT-RECORD.
               WRITE CONSOLE-AUDIT-RECORD.


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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dpwdmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "DPWDAMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT TRANS-IN ASSIGN TO "DPWDTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ADMIN-AUDIT ASSIGN TO "DPWDMAD"
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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-RECORD.
               05 MASTER-ACCOUNT-ID PIC X(10).
               05 MASTER-DEPARTMENT PIC X(10).
               05 MASTER-CONTACT PIC X(20).
               05 MASTER-ACTIVE-FLAG PIC X.
       FD  TRANS-IN.
           01 TRANS-IN-RECORD PIC X(50).
       FD  ADMIN-AUDIT.
           01 ADMIN-AUDIT-RECORD PIC X(170).
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
           01 MASTER-STATUS PIC XX.
           01 TRANS-STATUS PIC XX.
           01 ACTION-CODE PIC X(1).

      * transaction cards are fixed-column because contact names
      * carry embedded spaces:
      *   col 1     action - A add, C change, D deactivate
      *   col 3-12  account id
      *   col 14-23 department     (A and C only)
      *   col 25-44 contact        (A and C only)
      * a change card may leave department or contact blank to keep
      * the value already on file, so support can correct one field
      * without retyping the other
           01 TRANS-LINE PIC X(50).
           01 TRX-ACTION PIC X.
           01 TRX-ACCOUNT-ID PIC X(10).
           01 TRX-DEPARTMENT PIC X(10).
           01 TRX-CONTACT PIC X(20).

           01 BEFORE-IMAGE PIC X(33).
           01 AFTER-IMAGE PIC X(33).
           01 ACTION-TEXT PIC X(12).

           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 TRANS-EOF-SWITCH PIC X VALUE 'N'.
               88 TRANS-EOF VALUE 'Y'.
           01 TRANS-COUNT PIC 9(6) VALUE 0.
           01 APPLIED-COUNT PIC 9(6) VALUE 0.
           01 REJECTED-COUNT PIC 9(6) VALUE 0.
           01 LISTED-COUNT PIC 9(6) VALUE 0.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
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
               MOVE "dpwdmaint" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM SIGN-ON-OPERATOR.
               DISPLAY "ENTER ACTION (L=LIST T=TRANSACTIONS): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.
               OPEN I-O ACCOUNT-MASTER.
               IF MASTER-STATUS NOT = "00"
                       AND MASTER-STATUS NOT = "05"
                   OPEN OUTPUT ACCOUNT-MASTER
                   CLOSE ACCOUNT-MASTER
                   OPEN I-O ACCOUNT-MASTER
               END-IF.
               OPEN EXTEND ADMIN-AUDIT.
               OPEN EXTEND SUITE-LOG.

      * listing is open to the auditors; adding, changing or
      * deactivating an account is a security decision
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       MOVE "SECURITY" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'T'
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
                       PERFORM LIST-ACCOUNT-MASTER
                   WHEN 'T'
                       PERFORM APPLY-TRANSACTIONS
                   WHEN OTHER
                       DISPLAY "UNKNOWN ACTION - " ACTION-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.

           LIST-ACCOUNT-MASTER.
               PERFORM START-AT-FIRST-RECORD.
               IF NOT END-OF-FILE
                   PERFORM READ-NEXT-MASTER
               END-IF.
               PERFORM LIST-ONE-ACCOUNT UNTIL END-OF-FILE.
               MOVE LISTED-COUNT TO FORMATTED-COUNT.
               DISPLAY "ACCOUNTS LISTED: " FORMATTED-COUNT.
               MOVE "LIST" TO ACTION-TEXT.
      * a listing touches no account - clear the key and images so
      * the audit row does not name whoever was read last
               MOVE SPACES TO MASTER-ACCOUNT-ID.
               MOVE SPACES TO BEFORE-IMAGE.
               MOVE SPACES TO AFTER-IMAGE.
               STRING "LISTED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO AFTER-IMAGE.
               PERFORM WRITE-ADMIN-AUDIT-RECORD.

           LIST-ONE-ACCOUNT.
               ADD 1 TO LISTED-COUNT.
               DISPLAY MASTER-ACCOUNT-ID " DEPT " MASTER-DEPARTMENT
                   " CONTACT " MASTER-CONTACT
                   " FLAG " MASTER-ACTIVE-FLAG.
               PERFORM READ-NEXT-MASTER.

           START-AT-FIRST-RECORD.
               MOVE LOW-VALUES TO MASTER-ACCOUNT-ID.
               START ACCOUNT-MASTER KEY NOT < MASTER-ACCOUNT-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START.

           READ-NEXT-MASTER.
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF MASTER-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF.

           APPLY-TRANSACTIONS.
               OPEN INPUT TRANS-IN.
               IF TRANS-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TRANSACTION FILE - STATUS "
                       TRANS-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-TRANS-LINE
                   PERFORM APPLY-ONE-TRANSACTION UNTIL TRANS-EOF
                   CLOSE TRANS-IN
               END-IF.

           READ-TRANS-LINE.
               READ TRANS-IN INTO TRANS-LINE
                   AT END SET TRANS-EOF TO TRUE
               END-READ.

           APPLY-ONE-TRANSACTION.
               IF TRANS-LINE = SPACES OR TRANS-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   ADD 1 TO TRANS-COUNT
                   MOVE TRANS-LINE (1:1) TO TRX-ACTION
                   MOVE TRANS-LINE (3:10) TO TRX-ACCOUNT-ID
                   MOVE TRANS-LINE (14:10) TO TRX-DEPARTMENT
                   MOVE TRANS-LINE (25:20) TO TRX-CONTACT
                   EVALUATE TRX-ACTION
                       WHEN 'A' PERFORM ADD-ACCOUNT
                       WHEN 'C' PERFORM CHANGE-ACCOUNT
                       WHEN 'D' PERFORM DEACTIVATE-ACCOUNT
                       WHEN OTHER
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "UNKNOWN TRANSACTION: " TRANS-LINE
                   END-EVALUATE
               END-IF.
               PERFORM READ-TRANS-LINE.

      * an account with no department cannot be routed by the
      * helpdesk, so an add must name one
           ADD-ACCOUNT.
               IF TRX-DEPARTMENT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "ADD REJECTED - NO DEPARTMENT: "
                       TRX-ACCOUNT-ID
               ELSE
                   MOVE TRX-ACCOUNT-ID TO MASTER-ACCOUNT-ID
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE SPACES TO BEFORE-IMAGE
                           MOVE TRX-DEPARTMENT TO MASTER-DEPARTMENT
                           MOVE TRX-CONTACT TO MASTER-CONTACT
                           MOVE 'A' TO MASTER-ACTIVE-FLAG
                           WRITE ACCOUNT-MASTER-RECORD
                           ADD 1 TO APPLIED-COUNT
                           MOVE "ADD" TO ACTION-TEXT
                           PERFORM BUILD-AFTER-IMAGE
                           PERFORM WRITE-ADMIN-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "ADD REJECTED - ALREADY ON FILE: "
                               TRX-ACCOUNT-ID
                   END-READ
               END-IF.

           CHANGE-ACCOUNT.
               MOVE TRX-ACCOUNT-ID TO MASTER-ACCOUNT-ID.
               READ ACCOUNT-MASTER
                   INVALID KEY
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "CHANGE REJECTED - NOT ON FILE: "
                           TRX-ACCOUNT-ID
                   NOT INVALID KEY
                       PERFORM BUILD-BEFORE-IMAGE
                       IF TRX-DEPARTMENT NOT = SPACES
                           MOVE TRX-DEPARTMENT TO MASTER-DEPARTMENT
                       END-IF
                       IF TRX-CONTACT NOT = SPACES
                           MOVE TRX-CONTACT TO MASTER-CONTACT
                       END-IF
                       REWRITE ACCOUNT-MASTER-RECORD
                       ADD 1 TO APPLIED-COUNT
                       MOVE "CHANGE" TO ACTION-TEXT
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-ADMIN-AUDIT-RECORD
               END-READ.

           DEACTIVATE-ACCOUNT.
               MOVE TRX-ACCOUNT-ID TO MASTER-ACCOUNT-ID.
               READ ACCOUNT-MASTER
                   INVALID KEY
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "DEACTIVATE REJECTED - NOT ON FILE: "
                           TRX-ACCOUNT-ID
                   NOT INVALID KEY
                       PERFORM BUILD-BEFORE-IMAGE
                       MOVE 'I' TO MASTER-ACTIVE-FLAG
                       REWRITE ACCOUNT-MASTER-RECORD
                       ADD 1 TO APPLIED-COUNT
                       MOVE "DEACTIVATE" TO ACTION-TEXT
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-ADMIN-AUDIT-RECORD
               END-READ.

           BUILD-BEFORE-IMAGE.
               MOVE SPACES TO BEFORE-IMAGE.
               STRING MASTER-DEPARTMENT " " MASTER-CONTACT
                   " " MASTER-ACTIVE-FLAG
                   DELIMITED BY SIZE INTO BEFORE-IMAGE.

           BUILD-AFTER-IMAGE.
               MOVE SPACES TO AFTER-IMAGE.
               STRING MASTER-DEPARTMENT " " MASTER-CONTACT
                   " " MASTER-ACTIVE-FLAG
                   DELIMITED BY SIZE INTO AFTER-IMAGE.

           WRITE-ADMIN-AUDIT-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE SPACES TO ADMIN-AUDIT-RECORD.
               STRING "dpwdmaint" DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " ACTION=" ACTION-TEXT DELIMITED BY SIZE
                   " ID=" MASTER-ACCOUNT-ID DELIMITED BY SIZE
                   " BEFORE=" BEFORE-IMAGE DELIMITED BY SIZE
                   " AFTER=" AFTER-IMAGE DELIMITED BY SIZE
                   " OPER=" SIGNON-OPERATOR DELIMITED BY SIZE
                   INTO ADMIN-AUDIT-RECORD.
               WRITE ADMIN-AUDIT-RECORD.

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

           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "dpwdmaint" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE TRANS-COUNT TO FORMATTED-COUNT.
               STRING "TRANSACTIONS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE APPLIED-COUNT TO FORMATTED-COUNT.
               STRING "APPLIED=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE ACCOUNT-MASTER.
               CLOSE ADMIN-AUDIT.
               CLOSE SUITE-LOG.
               IF REJECTED-COUNT > 0
                   MOVE REJECTED-COUNT TO FORMATTED-COUNT
                   DISPLAY "TRANSACTIONS REJECTED: " FORMATTED-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF.

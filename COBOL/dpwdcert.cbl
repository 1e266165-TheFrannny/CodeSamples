       IDENTIFICATION DIVISION.
       PROGRAM-ID. dpwdcert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "DPWDAMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ACCOUNT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT CODE-AGE-FILE ASSIGN TO "DPWDAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-ACCOUNT
               FILE STATUS IS AGE-STATUS.
           SELECT ATTEMPTS-FILE ASSIGN TO "DPWDATT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTEMPT-KEY
               FILE STATUS IS ATTEMPTS-STATUS.
           SELECT CERT-LIST ASSIGN USING CERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.
           SELECT RESPONSE-IN ASSIGN USING RESPONSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT CERT-REPORT ASSIGN TO "DPWDCRR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVOKE-OUT ASSIGN TO "DPWDREV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "CERTPRM"
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
       FD  ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-RECORD.
               05 MASTER-ACCOUNT-ID PIC X(10).
               05 MASTER-DEPARTMENT PIC X(10).
               05 MASTER-CONTACT PIC X(20).
               05 MASTER-ACTIVE-FLAG PIC X.
       FD  CODE-AGE-FILE.
           01 CODE-AGE-RECORD.
               05 AGE-ACCOUNT PIC X(10).
               05 AGE-ISSUE-DATE PIC X(8).
       FD  ATTEMPTS-FILE.
           COPY DPWATT.
       FD  CERT-LIST.
           01 CERT-LIST-RECORD PIC X(80).
       FD  RESPONSE-IN.
           01 RESPONSE-IN-RECORD PIC X(80).
       FD  CERT-REPORT.
           01 CERT-REPORT-RECORD PIC X(100).
       FD  REVOKE-OUT.
           COPY DPWNTF.
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 MASTER-STATUS PIC XX.
           01 AGE-STATUS PIC XX.
           01 ATTEMPTS-STATUS PIC XX.
           01 CERT-STATUS PIC XX.
           01 RESPONSE-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 RESPONSE-EOF-SWITCH PIC X VALUE 'N'.
               88 RESPONSE-EOF VALUE 'Y'.
           01 CERT-EOF-SWITCH PIC X VALUE 'N'.
               88 CERT-EOF VALUE 'Y'.
           01 ATTEMPT-EOF-SWITCH PIC X VALUE 'N'.
               88 ATTEMPT-EOF VALUE 'Y'.
           01 AGE-OPEN-SWITCH PIC X VALUE 'N'.
               88 AGE-FILE-OPEN VALUE 'Y'.
           01 ATTEMPTS-OPEN-SWITCH PIC X VALUE 'N'.
               88 ATTEMPTS-FILE-OPEN VALUE 'Y'.
           01 RUN-DATE PIC 9(8).

      * the certification cycle runs twice a quarter - ACTION=I
      * issues one attestation list per department for the period
      * PERIOD-FROM to PERIOD-TO, and ACTION=C collects the lists
      * back once the department heads have marked them up
           01 ACTION-CODE PIC X(1) VALUE SPACE.
           01 PERIOD-FROM PIC 9(8) VALUE 0.
           01 PERIOD-TO PIC 9(8) VALUE 0.

      * every active account's department, in first-seen order; each
      * department gets its own DPWDCRT.<dept> list and is expected
      * back as DPWDRSP.<dept>
           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES.
                   10 DEPT-NAME PIC X(10).
                   10 DEPT-ACCOUNTS PIC 9(5).
           01 DEPT-COUNT PIC 999 VALUE 0.
           01 MAX-DEPT-ENTRIES PIC 999 VALUE 100.
           01 DEPT-INDEX PIC 999.
           01 DEPT-SLOT PIC 999.
           01 CERT-NAME PIC X(30).
           01 RESPONSE-NAME PIC X(30).

      * attestation and response lines are the same fixed-column
      * row - the department head enters K (keep) or R (revoke) in
      * column 12 and sends the list back; '*' lines are headings
      *   col 1-10  account id
      *   col 12    decision
      *   col 14-   contact, last code issue date, lockouts
           01 RESPONSE-LINE PIC X(80).
           01 RESPONSE-ACCOUNT PIC X(10).
           01 RESPONSE-DECISION PIC X(1).
           01 LAST-ISSUE-DATE PIC X(8).
           01 PERIOD-LOCKOUTS PIC 9(4).

           01 LISTED-COUNT PIC 9(6) VALUE 0.
           01 RESPONDED-DEPTS PIC 999 VALUE 0.
           01 SILENT-DEPTS PIC 999 VALUE 0.
           01 DEPT-KEPT PIC 9(5).
           01 DEPT-REVOKED PIC 9(5).
           01 DEPT-UNANSWERED PIC 9(5).
           01 KEPT-COUNT PIC 9(6) VALUE 0.
           01 REVOKED-COUNT PIC 9(6) VALUE 0.
           01 UNANSWERED-COUNT PIC 9(6) VALUE 0.
           01 IGNORED-COUNT PIC 9(6) VALUE 0.
           01 REVOKE-STAMP-TIME PIC 9(8).

      * the accounts a department's response names, so the accounts
      * on the list issued to it that the response leaves out can be
      * reported as unanswered
           01 ANSWERED-TABLE.
               05 ANSWERED-ACCOUNT PIC X(10) OCCURS 2000 TIMES.
           01 ANSWERED-COUNT PIC 9(4) VALUE 0.
           01 MAX-ANSWERED-ENTRIES PIC 9(4) VALUE 2000.
           01 ANSWERED-INDEX PIC 9(4).
           01 ANSWERED-FULL-SWITCH PIC X VALUE 'N'.
               88 ANSWERED-TABLE-FULL VALUE 'Y'.
           01 ANSWERED-FOUND-SWITCH PIC X VALUE 'N'.
               88 ANSWERED-FOUND VALUE 'Y'.
           01 LISTED-ACCOUNT PIC X(10).

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-LOCKOUTS PIC Z(3)9.
           01 FORMATTED-KEPT PIC Z(4)9.
           01 FORMATTED-REVOKED PIC Z(4)9.
           01 FORMATTED-UNANSWERED PIC Z(4)9.
           01 FORMATTED-DEPTS PIC ZZ9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-DEPARTMENTS.
               EVALUATE ACTION-CODE
                   WHEN 'I'
                       PERFORM ISSUE-ONE-DEPARTMENT
                           VARYING DEPT-INDEX FROM 1 BY 1
                           UNTIL DEPT-INDEX > DEPT-COUNT
                       PERFORM WRITE-ISSUE-TOTAL
                   WHEN 'C'
                       OPEN OUTPUT REVOKE-OUT
                       PERFORM COLLECT-ONE-DEPARTMENT
                           VARYING DEPT-INDEX FROM 1 BY 1
                           UNTIL DEPT-INDEX > DEPT-COUNT
                       CLOSE REVOKE-OUT
                       PERFORM WRITE-COLLECT-TOTAL
                   WHEN OTHER
                       DISPLAY "UNKNOWN ACTION - " ACTION-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE RUN-STAMP (1:8) TO RUN-DATE.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   DISPLAY "ENTER ACTION (I=ISSUE C=COLLECT): "
                       WITH NO ADVANCING
                   ACCEPT ACTION-CODE
                   IF ACTION-CODE = 'I'
                       DISPLAY "ENTER PERIOD FROM (YYYYMMDD): "
                           WITH NO ADVANCING
                       ACCEPT PERIOD-FROM
                       DISPLAY "ENTER PERIOD TO (YYYYMMDD): "
                           WITH NO ADVANCING
                       ACCEPT PERIOD-TO
                   END-IF
               END-IF.
               IF PERIOD-TO = 0
                   MOVE RUN-DATE TO PERIOD-TO
               END-IF.
               OPEN INPUT ACCOUNT-MASTER.
               IF MASTER-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ACCOUNT MASTER - STATUS "
                       MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CODE-AGE-FILE.
               IF AGE-STATUS = "00"
                   SET AGE-FILE-OPEN TO TRUE
               END-IF.
               OPEN INPUT ATTEMPTS-FILE.
               IF ATTEMPTS-STATUS = "00"
                   SET ATTEMPTS-FILE-OPEN TO TRUE
               END-IF.
               OPEN OUTPUT CERT-REPORT.
               OPEN EXTEND SUITE-LOG.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "ACCESS CERTIFICATION ACTION " ACTION-CODE
                   " PERIOD " PERIOD-FROM " TO " PERIOD-TO
                   " RUN " RUN-STAMP
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "ACTION"
                       MOVE PARM-VALUE (1:1) TO ACTION-CODE
                   WHEN "PERIOD-FROM"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE PERIOD-FROM =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "PERIOD-TO"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE PERIOD-TO =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           LOAD-DEPARTMENTS.
               PERFORM START-AT-FIRST-ACCOUNT.
               PERFORM NOTE-ONE-DEPARTMENT UNTIL END-OF-FILE.

           START-AT-FIRST-ACCOUNT.
               MOVE 'N' TO EOF-SWITCH.
               MOVE LOW-VALUES TO MASTER-ACCOUNT-ID.
               START ACCOUNT-MASTER KEY NOT < MASTER-ACCOUNT-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START.
               IF NOT END-OF-FILE
                   PERFORM READ-NEXT-MASTER
               END-IF.

           READ-NEXT-MASTER.
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF MASTER-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF.

           NOTE-ONE-DEPARTMENT.
               IF MASTER-ACTIVE-FLAG NOT = 'I'
                   MOVE 0 TO DEPT-SLOT
                   PERFORM MATCH-DEPARTMENT
                       VARYING DEPT-INDEX FROM 1 BY 1
                       UNTIL DEPT-INDEX > DEPT-COUNT
                           OR DEPT-SLOT > 0
                   IF DEPT-SLOT = 0
                       IF DEPT-COUNT < MAX-DEPT-ENTRIES
                           ADD 1 TO DEPT-COUNT
                           MOVE DEPT-COUNT TO DEPT-SLOT
                           MOVE MASTER-DEPARTMENT
                               TO DEPT-NAME (DEPT-SLOT)
                           MOVE 0 TO DEPT-ACCOUNTS (DEPT-SLOT)
                       ELSE
                           DISPLAY "DEPARTMENT TABLE FULL - "
                               MASTER-DEPARTMENT " NOT CERTIFIED"
                       END-IF
                   END-IF
                   IF DEPT-SLOT > 0
                       ADD 1 TO DEPT-ACCOUNTS (DEPT-SLOT)
                   END-IF
               END-IF.
               PERFORM READ-NEXT-MASTER.

           MATCH-DEPARTMENT.
               IF DEPT-NAME (DEPT-INDEX) = MASTER-DEPARTMENT
                   MOVE DEPT-INDEX TO DEPT-SLOT
               END-IF.

           BUILD-DEPARTMENT-NAMES.
               MOVE SPACES TO CERT-NAME.
               MOVE SPACES TO RESPONSE-NAME.
               STRING "DPWDCRT." DELIMITED BY SIZE
                   DEPT-NAME (DEPT-INDEX) DELIMITED BY SPACE
                   INTO CERT-NAME.
               STRING "DPWDRSP." DELIMITED BY SIZE
                   DEPT-NAME (DEPT-INDEX) DELIMITED BY SPACE
                   INTO RESPONSE-NAME.

           ISSUE-ONE-DEPARTMENT.
               PERFORM BUILD-DEPARTMENT-NAMES.
               OPEN OUTPUT CERT-LIST.
               IF CERT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN " CERT-NAME " - STATUS "
                       CERT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO CERT-LIST-RECORD.
               STRING "* ACCESS CERTIFICATION DEPARTMENT "
                   DEPT-NAME (DEPT-INDEX)
                   " PERIOD " PERIOD-FROM " TO " PERIOD-TO
                   DELIMITED BY SIZE INTO CERT-LIST-RECORD.
               WRITE CERT-LIST-RECORD.
               MOVE SPACES TO CERT-LIST-RECORD.
               STRING "* MARK COLUMN 12 K TO KEEP OR R TO REVOKE "
                   "AND RETURN AS " RESPONSE-NAME
                   DELIMITED BY SIZE INTO CERT-LIST-RECORD.
               WRITE CERT-LIST-RECORD.
               PERFORM START-AT-FIRST-ACCOUNT.
               PERFORM LIST-ONE-ACCOUNT UNTIL END-OF-FILE.
               CLOSE CERT-LIST.
               MOVE DEPT-ACCOUNTS (DEPT-INDEX) TO FORMATTED-KEPT.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "ISSUED " CERT-NAME " ACCOUNTS " FORMATTED-KEPT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           LIST-ONE-ACCOUNT.
               IF MASTER-ACTIVE-FLAG NOT = 'I'
                   AND MASTER-DEPARTMENT = DEPT-NAME (DEPT-INDEX)
                   ADD 1 TO LISTED-COUNT
                   PERFORM READ-LAST-ISSUE-DATE
                   PERFORM COUNT-PERIOD-LOCKOUTS
                   MOVE PERIOD-LOCKOUTS TO FORMATTED-LOCKOUTS
                   MOVE SPACES TO CERT-LIST-RECORD
                   STRING MASTER-ACCOUNT-ID "   " MASTER-CONTACT
                       " LAST-ISSUE=" LAST-ISSUE-DATE
                       " LOCKOUTS=" FORMATTED-LOCKOUTS
                       DELIMITED BY SIZE INTO CERT-LIST-RECORD
                   WRITE CERT-LIST-RECORD
               END-IF.
               PERFORM READ-NEXT-MASTER.

           READ-LAST-ISSUE-DATE.
               MOVE "NONE" TO LAST-ISSUE-DATE.
               IF AGE-FILE-OPEN
                   MOVE MASTER-ACCOUNT-ID TO AGE-ACCOUNT
                   READ CODE-AGE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AGE-ISSUE-DATE TO LAST-ISSUE-DATE
                   END-READ
               END-IF.

      * DPWDATT is keyed account then date, so one account's days in
      * the period sit together from account+PERIOD-FROM onwards
           COUNT-PERIOD-LOCKOUTS.
               MOVE 0 TO PERIOD-LOCKOUTS.
               IF ATTEMPTS-FILE-OPEN
                   MOVE 'N' TO ATTEMPT-EOF-SWITCH
                   MOVE MASTER-ACCOUNT-ID TO ATTEMPT-ACCOUNT
                   MOVE PERIOD-FROM TO ATTEMPT-DATE
                   START ATTEMPTS-FILE KEY NOT < ATTEMPT-KEY
                       INVALID KEY SET ATTEMPT-EOF TO TRUE
                   END-START
                   IF NOT ATTEMPT-EOF
                       PERFORM READ-NEXT-ATTEMPT
                   END-IF
                   PERFORM TALLY-ONE-ATTEMPT UNTIL ATTEMPT-EOF
               END-IF.

           READ-NEXT-ATTEMPT.
               READ ATTEMPTS-FILE NEXT RECORD
                   AT END SET ATTEMPT-EOF TO TRUE
               END-READ.
               IF ATTEMPTS-STATUS NOT = "00"
                   SET ATTEMPT-EOF TO TRUE
               END-IF.

           TALLY-ONE-ATTEMPT.
               IF ATTEMPT-ACCOUNT NOT = MASTER-ACCOUNT-ID
                   OR ATTEMPT-DATE > PERIOD-TO
                   SET ATTEMPT-EOF TO TRUE
               ELSE
                   IF ACCOUNT-LOCKED
                       ADD 1 TO PERIOD-LOCKOUTS
                   END-IF
                   PERFORM READ-NEXT-ATTEMPT
               END-IF.

      * a department with no response file has not answered; one
      * that has answered still reports any account left unmarked or
      * left off the response altogether
           COLLECT-ONE-DEPARTMENT.
               PERFORM BUILD-DEPARTMENT-NAMES.
               MOVE 0 TO DEPT-KEPT.
               MOVE 0 TO DEPT-REVOKED.
               MOVE 0 TO DEPT-UNANSWERED.
               OPEN INPUT RESPONSE-IN.
               IF RESPONSE-STATUS NOT = "00"
                   ADD 1 TO SILENT-DEPTS
                   MOVE SPACES TO CERT-REPORT-RECORD
                   STRING "DEPARTMENT " DEPT-NAME (DEPT-INDEX)
                       " NOT RESPONDED - NO " RESPONSE-NAME
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   WRITE CERT-REPORT-RECORD
               ELSE
                   ADD 1 TO RESPONDED-DEPTS
                   MOVE 0 TO ANSWERED-COUNT
                   MOVE 'N' TO ANSWERED-FULL-SWITCH
                   MOVE 'N' TO RESPONSE-EOF-SWITCH
                   PERFORM READ-RESPONSE-LINE
                   PERFORM APPLY-ONE-RESPONSE UNTIL RESPONSE-EOF
                   CLOSE RESPONSE-IN
                   PERFORM CHECK-LISTED-ACCOUNTS
                   MOVE DEPT-KEPT TO FORMATTED-KEPT
                   MOVE DEPT-REVOKED TO FORMATTED-REVOKED
                   MOVE DEPT-UNANSWERED TO FORMATTED-UNANSWERED
                   MOVE SPACES TO CERT-REPORT-RECORD
                   STRING "DEPARTMENT " DEPT-NAME (DEPT-INDEX)
                       " KEPT " FORMATTED-KEPT
                       " REVOKED " FORMATTED-REVOKED
                       " UNANSWERED " FORMATTED-UNANSWERED
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   WRITE CERT-REPORT-RECORD
               END-IF.

           READ-RESPONSE-LINE.
               READ RESPONSE-IN INTO RESPONSE-LINE
                   AT END SET RESPONSE-EOF TO TRUE
               END-READ.

           APPLY-ONE-RESPONSE.
               IF RESPONSE-LINE = SPACES OR RESPONSE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE RESPONSE-LINE (1:10) TO RESPONSE-ACCOUNT
                   MOVE RESPONSE-LINE (12:1) TO RESPONSE-DECISION
                   PERFORM NOTE-ANSWERED-ACCOUNT
                   EVALUATE RESPONSE-DECISION
                       WHEN 'K'
                           ADD 1 TO DEPT-KEPT
                           ADD 1 TO KEPT-COUNT
                       WHEN 'R'
                           PERFORM REVOKE-ONE-ACCOUNT
                       WHEN OTHER
                           ADD 1 TO DEPT-UNANSWERED
                           ADD 1 TO UNANSWERED-COUNT
                           MOVE SPACES TO CERT-REPORT-RECORD
                           STRING "  UNANSWERED " RESPONSE-ACCOUNT
                               " DEPARTMENT " DEPT-NAME (DEPT-INDEX)
                               DELIMITED BY SIZE
                               INTO CERT-REPORT-RECORD
                           WRITE CERT-REPORT-RECORD
                   END-EVALUATE
               END-IF.
               PERFORM READ-RESPONSE-LINE.

           NOTE-ANSWERED-ACCOUNT.
               IF ANSWERED-COUNT < MAX-ANSWERED-ENTRIES
                   ADD 1 TO ANSWERED-COUNT
                   MOVE RESPONSE-ACCOUNT
                       TO ANSWERED-ACCOUNT (ANSWERED-COUNT)
               ELSE
                   SET ANSWERED-TABLE-FULL TO TRUE
               END-IF.

      * every account on the list issued to the department must come
      * back marked - one the response leaves out is unanswered just
      * as one left unmarked is; with no issued list on hand there is
      * nothing to check against
           CHECK-LISTED-ACCOUNTS.
               IF ANSWERED-TABLE-FULL
                   MOVE SPACES TO CERT-REPORT-RECORD
                   STRING "  MISSING ACCOUNTS NOT CHECKED - OVER "
                       MAX-ANSWERED-ENTRIES " RESPONSE LINES"
                       DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                   WRITE CERT-REPORT-RECORD
               ELSE
                   OPEN INPUT CERT-LIST
                   IF CERT-STATUS = "00"
                       MOVE 'N' TO CERT-EOF-SWITCH
                       PERFORM READ-CERT-LINE
                       PERFORM CHECK-ONE-LISTED-ACCOUNT UNTIL CERT-EOF
                       CLOSE CERT-LIST
                   END-IF
               END-IF.

           READ-CERT-LINE.
               READ CERT-LIST
                   AT END SET CERT-EOF TO TRUE
               END-READ.

           CHECK-ONE-LISTED-ACCOUNT.
               IF CERT-LIST-RECORD NOT = SPACES
                   AND CERT-LIST-RECORD (1:1) NOT = '*'
                   MOVE CERT-LIST-RECORD (1:10) TO LISTED-ACCOUNT
                   MOVE 'N' TO ANSWERED-FOUND-SWITCH
                   PERFORM MATCH-ANSWERED-ACCOUNT
                       VARYING ANSWERED-INDEX FROM 1 BY 1
                       UNTIL ANSWERED-INDEX > ANSWERED-COUNT
                           OR ANSWERED-FOUND
                   IF NOT ANSWERED-FOUND
                       ADD 1 TO DEPT-UNANSWERED
                       ADD 1 TO UNANSWERED-COUNT
                       MOVE SPACES TO CERT-REPORT-RECORD
                       STRING "  NO RESPONSE " LISTED-ACCOUNT
                           " DEPARTMENT " DEPT-NAME (DEPT-INDEX)
                           DELIMITED BY SIZE INTO CERT-REPORT-RECORD
                       WRITE CERT-REPORT-RECORD
                   END-IF
               END-IF.
               PERFORM READ-CERT-LINE.

           MATCH-ANSWERED-ACCOUNT.
               IF ANSWERED-ACCOUNT (ANSWERED-INDEX) = LISTED-ACCOUNT
                   SET ANSWERED-FOUND TO TRUE
               END-IF.

      * the revoke feed rides the helpdesk notify shape, as the HR
      * leaver feed does; contact details come from the master so a
      * list edited by hand cannot redirect the revoke, and only an
      * account the master holds in the responding department can be
      * revoked by that department
           REVOKE-ONE-ACCOUNT.
               MOVE RESPONSE-ACCOUNT TO MASTER-ACCOUNT-ID.
               READ ACCOUNT-MASTER
                   INVALID KEY
                       PERFORM REPORT-REVOKE-NOT-ON-MASTER
                   NOT INVALID KEY
                       IF MASTER-DEPARTMENT = DEPT-NAME (DEPT-INDEX)
                           PERFORM WRITE-REVOKE-RECORD
                       ELSE
                           PERFORM REPORT-REVOKE-NOT-IN-DEPARTMENT
                       END-IF
               END-READ.

           REPORT-REVOKE-NOT-IN-DEPARTMENT.
               ADD 1 TO IGNORED-COUNT.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "  REVOKE IGNORED - NOT IN DEPARTMENT "
                   RESPONSE-ACCOUNT " DEPARTMENT "
                   DEPT-NAME (DEPT-INDEX)
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           REPORT-REVOKE-NOT-ON-MASTER.
               ADD 1 TO IGNORED-COUNT.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "  REVOKE IGNORED - NOT ON MASTER "
                   RESPONSE-ACCOUNT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           WRITE-REVOKE-RECORD.
               ADD 1 TO DEPT-REVOKED.
               ADD 1 TO REVOKED-COUNT.
               ACCEPT REVOKE-STAMP-TIME FROM TIME.
               MOVE SPACES TO NOTIFY-OUT-RECORD.
               MOVE MASTER-ACCOUNT-ID TO NOTIFY-ACCOUNT.
               MOVE RUN-DATE TO NOTIFY-DATE.
               MOVE REVOKE-STAMP-TIME TO NOTIFY-TIME.
               MOVE 0 TO NOTIFY-ATTEMPTS.
               MOVE MASTER-DEPARTMENT TO NOTIFY-DEPARTMENT.
               MOVE MASTER-CONTACT TO NOTIFY-CONTACT.
               WRITE NOTIFY-OUT-RECORD.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "  REVOKED " RESPONSE-ACCOUNT
                   " DEPARTMENT " DEPT-NAME (DEPT-INDEX)
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           WRITE-ISSUE-TOTAL.
               MOVE DEPT-COUNT TO FORMATTED-DEPTS.
               MOVE LISTED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "DEPARTMENTS " FORMATTED-DEPTS
                   " ACCOUNTS LISTED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

           WRITE-COLLECT-TOTAL.
               MOVE RESPONDED-DEPTS TO FORMATTED-DEPTS.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "DEPARTMENTS RESPONDED " FORMATTED-DEPTS
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.
               MOVE SILENT-DEPTS TO FORMATTED-DEPTS.
               MOVE KEPT-COUNT TO FORMATTED-KEPT.
               MOVE REVOKED-COUNT TO FORMATTED-REVOKED.
               MOVE UNANSWERED-COUNT TO FORMATTED-UNANSWERED.
               MOVE IGNORED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO CERT-REPORT-RECORD.
               STRING "DEPARTMENTS NOT RESPONDED " FORMATTED-DEPTS
                   " KEPT " FORMATTED-KEPT
                   " REVOKED " FORMATTED-REVOKED
                   " UNANSWERED " FORMATTED-UNANSWERED
                   " IGNORED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO CERT-REPORT-RECORD.
               WRITE CERT-REPORT-RECORD.

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
               MOVE "dpwdcert" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE DEPT-COUNT TO FORMATTED-DEPTS.
               STRING "ACTION=" ACTION-CODE
                   " DEPTS=" FORMATTED-DEPTS
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               IF ACTION-CODE = 'C'
                   MOVE REVOKED-COUNT TO FORMATTED-REVOKED
                   MOVE SILENT-DEPTS TO FORMATTED-DEPTS
                   STRING "REVOKED=" FORMATTED-REVOKED
                       " SILENT=" FORMATTED-DEPTS
                       DELIMITED BY SIZE INTO RUNLOG-RESULT
               ELSE
                   MOVE LISTED-COUNT TO FORMATTED-COUNT
                   STRING "LISTED=" FORMATTED-COUNT
                       DELIMITED BY SIZE INTO RUNLOG-RESULT
               END-IF.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE ACCOUNT-MASTER.
               IF AGE-FILE-OPEN
                   CLOSE CODE-AGE-FILE
               END-IF.
               IF ATTEMPTS-FILE-OPEN
                   CLOSE ATTEMPTS-FILE
               END-IF.
               CLOSE CERT-REPORT.
               CLOSE SUITE-LOG.
               IF SILENT-DEPTS > 0 OR UNANSWERED-COUNT > 0
                       OR IGNORED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

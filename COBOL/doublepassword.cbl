           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  AUDIT-OUT.
           01 AUDIT-OUT-RECORD PIC X(150).
       FD  NOTIFY-OUT.
           COPY DPWNTF.
      * MASTER-ACTIVE-FLAG is maintained by dpwdmaint - 'I' marks a
      * deactivated account. the flag widened this indexed record,
      * so a DPWDAMF built on the old 40-byte layout no longer opens
      * (file status 39) and this program stops with RC=16 - rebuild
      * the master through dpwdmaint transactions or a reload before
      * the first run on this layout
       FD  ACCOUNT-MASTER.
           01 ACCOUNT-MASTER-RECORD.
               05 MASTER-ACCOUNT-ID PIC X(10).
               05 MASTER-DEPARTMENT PIC X(10).
               05 MASTER-CONTACT PIC X(20).
               05 MASTER-ACTIVE-FLAG PIC X.
       FD  CODE-AGE-FILE.
           01 CODE-AGE-RECORD.
               05 AGE-ACCOUNT PIC X(10).
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 CURRENT-CONTACT PIC X(20).
           01 ACCOUNT-KNOWN-SWITCH PIC X.
               88 ACCOUNT-KNOWN VALUE 'Y'.
           01 ACCOUNT-INACTIVE-SWITCH PIC X.
               88 ACCOUNT-INACTIVE VALUE 'Y'.

      * code-age tracking - every accepted provisioning stamps the
      * account's issue date into the indexed DPWDAGE dataset; a run
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.
           COPY CODETKWS.

           01 CKP-STATUS PIC XX.
           01 RESTART-RECNO PIC 9(8) VALUE 0.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               ACCEPT RUN-TIME FROM TIME.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                       MOVE "UNKNOWN-ACCOUNT" TO RESULT-TEXT
                       MOVE "UNKNOWN-ACCOUNT-ID" TO SCREEN-REASON
                       PERFORM WRITE-SUITE-EXCEPTION
                   WHEN ACCOUNT-INACTIVE
                       MOVE "INACTIVE-ACCOUNT" TO RESULT-TEXT
                       MOVE "ACCOUNT-INACTIVE" TO SCREEN-REASON
                       PERFORM WRITE-SUITE-EXCEPTION
                   WHEN FRST-LENGTH NOT = SCND-LENGTH
                       MOVE "LENGTH-MISMATCH" TO RESULT-TEXT
                       MOVE "CODE-LENGTH-MISMATCH" TO SCREEN-REASON

           LOOK-UP-ACCOUNT-MASTER.
               MOVE 'N' TO ACCOUNT-KNOWN-SWITCH.
               MOVE 'N' TO ACCOUNT-INACTIVE-SWITCH.
               MOVE SPACES TO CURRENT-DEPARTMENT.
               MOVE SPACES TO CURRENT-CONTACT.
               MOVE ACCOUNT-ID TO MASTER-ACCOUNT-ID.
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-KNOWN TO TRUE
                       IF MASTER-ACTIVE-FLAG = 'I'
                           SET ACCOUNT-INACTIVE TO TRUE
                       END-IF
                       MOVE MASTER-DEPARTMENT TO CURRENT-DEPARTMENT
                       MOVE MASTER-CONTACT TO CURRENT-CONTACT
               END-READ.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "doublepassword" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
      * the driving line carries both recovery codes in clear - only
      * its tokenised form may reach SUITEEXC and the files fed from it
               MOVE DRIVING-LINE TO CODE-TOKEN-LINE.
               PERFORM TOKENIZE-CODE-LINE.
               MOVE CODE-TOKEN-LINE TO EXCEPT-INPUT.
               MOVE SCREEN-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           COPY ELAPPROC.

           COPY RUNIDPROC.

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

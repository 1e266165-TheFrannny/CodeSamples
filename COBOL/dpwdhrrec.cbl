       IDENTIFICATION DIVISION.
       PROGRAM-ID. dpwdhrrec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-EXTRACT ASSIGN TO "DPWDHRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HR-STATUS.
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
           SELECT RECON-REPORT ASSIGN TO "DPWDHRR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISABLE-OUT ASSIGN TO "DPWDDIS"
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
       FD  HR-EXTRACT.
           01 HR-EXTRACT-RECORD PIC X(60).
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
       FD  RECON-REPORT.
           01 RECON-REPORT-RECORD PIC X(100).
       FD  DISABLE-OUT.
           COPY DPWNTF.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 HR-STATUS PIC XX.
           01 MASTER-STATUS PIC XX.
           01 AGE-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 RUN-DATE PIC 9(8).

      * the nightly HR extract is fixed-column:
      *   col 1-10  account id
      *   col 12-21 department
      *   col 23    status - A employed, L leaver
      *   col 25-32 leaving date YYYYMMDD (L only)
      * a leaver is disabled from the leaving date onwards; a leaver
      * dated in the future is left alone until that day arrives
           01 HR-LINE PIC X(60).
           01 HR-TABLE.
               05 HR-ENTRY OCCURS 2000 TIMES.
                   10 HR-ACCOUNT PIC X(10).
                   10 HR-DEPARTMENT PIC X(10).
                   10 HR-EMPLOY-STATUS PIC X.
                   10 HR-LEAVE-DATE PIC X(8).
           01 HR-COUNT PIC 9(4) VALUE 0.
           01 MAX-HR-ENTRIES PIC 9(4) VALUE 2000.
           01 HR-INDEX PIC 9(4).
           01 HR-SLOT PIC 9(4).

           01 MASTER-FOUND-SWITCH PIC X.
               88 MASTER-FOUND VALUE 'Y'.
           01 AGE-FOUND-SWITCH PIC X.
               88 AGE-FOUND VALUE 'Y'.
           01 AGE-OPEN-SWITCH PIC X VALUE 'N'.
               88 AGE-FILE-OPEN VALUE 'Y'.
           01 FINDING-ACCOUNT PIC X(10).
           01 FINDING-TEXT PIC X(30).
           01 DETAIL-TEXT PIC X(40).
           01 DISABLE-STAMP-TIME PIC 9(8).

           01 JOINER-COUNT PIC 9(6) VALUE 0.
           01 LEAVER-COUNT PIC 9(6) VALUE 0.
           01 DEPT-CHANGE-COUNT PIC 9(6) VALUE 0.
           01 UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 FINDING-COUNT PIC 9(6) VALUE 0.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-JOINERS PIC Z(5)9.
           01 FORMATTED-LEAVERS PIC Z(5)9.
           01 FORMATTED-CHANGES PIC Z(5)9.
           01 FORMATTED-UNMATCHED PIC Z(5)9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-HR-EXTRACT.
               PERFORM CHECK-ONE-HR-ROW
                   VARYING HR-INDEX FROM 1 BY 1
                   UNTIL HR-INDEX > HR-COUNT.
               PERFORM CHECK-MASTER-AGAINST-HR.
               PERFORM WRITE-RECON-TOTALS.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE RUN-STAMP (1:8) TO RUN-DATE.
               PERFORM LOAD-SUITE-RUN-ID.
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
               OPEN OUTPUT RECON-REPORT.
               OPEN OUTPUT DISABLE-OUT.
               OPEN EXTEND SUITE-LOG.
               MOVE SPACES TO RECON-REPORT-RECORD.
               STRING "HR RECONCILIATION " RUN-STAMP
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD.
               WRITE RECON-REPORT-RECORD.

           LOAD-HR-EXTRACT.
               OPEN INPUT HR-EXTRACT.
               IF HR-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HR EXTRACT - STATUS "
                       HR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-HR-LINE.
               PERFORM LOAD-ONE-HR-ROW UNTIL END-OF-FILE.
               CLOSE HR-EXTRACT.

           READ-HR-LINE.
               READ HR-EXTRACT INTO HR-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           LOAD-ONE-HR-ROW.
               IF HR-LINE = SPACES OR HR-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   IF HR-COUNT < MAX-HR-ENTRIES
                       ADD 1 TO HR-COUNT
                       MOVE HR-LINE (1:10) TO HR-ACCOUNT (HR-COUNT)
                       MOVE HR-LINE (12:10)
                           TO HR-DEPARTMENT (HR-COUNT)
                       MOVE HR-LINE (23:1)
                           TO HR-EMPLOY-STATUS (HR-COUNT)
                       MOVE HR-LINE (25:8)
                           TO HR-LEAVE-DATE (HR-COUNT)
                   ELSE
                       DISPLAY "HR TABLE FULL - ROW IGNORED: "
                           HR-LINE (1:10)
                   END-IF
               END-IF.
               PERFORM READ-HR-LINE.

      * employed staff must be on the master under their HR
      * department; leavers past their leaving date must not be
      * active on it
           CHECK-ONE-HR-ROW.
               MOVE HR-ACCOUNT (HR-INDEX) TO FINDING-ACCOUNT.
               PERFORM READ-ACCOUNT-MASTER.
               EVALUATE TRUE
                   WHEN HR-EMPLOY-STATUS (HR-INDEX) = 'L'
                       PERFORM CHECK-LEAVER
                   WHEN NOT MASTER-FOUND
                       ADD 1 TO JOINER-COUNT
                       MOVE "JOINER MISSING FROM MASTER"
                           TO FINDING-TEXT
                       MOVE SPACES TO DETAIL-TEXT
                       STRING "HR DEPT " HR-DEPARTMENT (HR-INDEX)
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                       PERFORM WRITE-FINDING-LINE
                   WHEN MASTER-ACTIVE-FLAG = 'I'
                       ADD 1 TO JOINER-COUNT
                       MOVE "EMPLOYED BUT DEACTIVATED"
                           TO FINDING-TEXT
                       MOVE SPACES TO DETAIL-TEXT
                       STRING "HR DEPT " HR-DEPARTMENT (HR-INDEX)
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                       PERFORM WRITE-FINDING-LINE
                   WHEN MASTER-DEPARTMENT
                       NOT = HR-DEPARTMENT (HR-INDEX)
                       ADD 1 TO DEPT-CHANGE-COUNT
                       MOVE "DEPARTMENT CHANGE" TO FINDING-TEXT
                       MOVE SPACES TO DETAIL-TEXT
                       STRING "MASTER " MASTER-DEPARTMENT
                           " HR " HR-DEPARTMENT (HR-INDEX)
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                       PERFORM WRITE-FINDING-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           CHECK-LEAVER.
               IF MASTER-FOUND
                   AND MASTER-ACTIVE-FLAG NOT = 'I'
                   AND HR-LEAVE-DATE (HR-INDEX) IS NUMERIC
                   AND HR-LEAVE-DATE (HR-INDEX) NOT > RUN-DATE
                   ADD 1 TO LEAVER-COUNT
                   PERFORM READ-CODE-AGE
                   MOVE "LEAVER STILL ACTIVE" TO FINDING-TEXT
                   MOVE SPACES TO DETAIL-TEXT
                   IF AGE-FOUND
                       STRING "LEFT " HR-LEAVE-DATE (HR-INDEX)
                           " CODE ISSUED " AGE-ISSUE-DATE
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                   ELSE
                       STRING "LEFT " HR-LEAVE-DATE (HR-INDEX)
                           " NO CODE ON FILE"
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-IF
                   PERFORM WRITE-FINDING-LINE
                   PERFORM WRITE-DISABLE-RECORD
               END-IF.

           READ-ACCOUNT-MASTER.
               MOVE 'N' TO MASTER-FOUND-SWITCH.
               MOVE HR-ACCOUNT (HR-INDEX) TO MASTER-ACCOUNT-ID.
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ.

           READ-CODE-AGE.
               MOVE 'N' TO AGE-FOUND-SWITCH.
               IF AGE-FILE-OPEN
                   MOVE HR-ACCOUNT (HR-INDEX) TO AGE-ACCOUNT
                   READ CODE-AGE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET AGE-FOUND TO TRUE
                   END-READ
               END-IF.

      * the disable feed rides the helpdesk notify shape - the date
      * is the leaving date and zero attempts marks it as a revoke
      * rather than a lockout
           WRITE-DISABLE-RECORD.
               ACCEPT DISABLE-STAMP-TIME FROM TIME.
               MOVE SPACES TO NOTIFY-OUT-RECORD.
               MOVE FINDING-ACCOUNT TO NOTIFY-ACCOUNT.
               MOVE HR-LEAVE-DATE (HR-INDEX) TO NOTIFY-DATE.
               MOVE DISABLE-STAMP-TIME TO NOTIFY-TIME.
               MOVE 0 TO NOTIFY-ATTEMPTS.
               MOVE MASTER-DEPARTMENT TO NOTIFY-DEPARTMENT.
               MOVE MASTER-CONTACT TO NOTIFY-CONTACT.
               WRITE NOTIFY-OUT-RECORD.

      * active master accounts HR has never heard of are the other
      * half of the gap - nobody owns them
           CHECK-MASTER-AGAINST-HR.
               MOVE 'N' TO EOF-SWITCH.
               MOVE LOW-VALUES TO MASTER-ACCOUNT-ID.
               START ACCOUNT-MASTER KEY NOT < MASTER-ACCOUNT-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START.
               IF NOT END-OF-FILE
                   PERFORM READ-NEXT-MASTER
               END-IF.
               PERFORM CHECK-ONE-MASTER-ROW UNTIL END-OF-FILE.

           READ-NEXT-MASTER.
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF MASTER-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF.

           CHECK-ONE-MASTER-ROW.
               IF MASTER-ACTIVE-FLAG NOT = 'I'
                   MOVE MASTER-ACCOUNT-ID TO FINDING-ACCOUNT
                   MOVE 0 TO HR-SLOT
                   PERFORM MATCH-HR-ACCOUNT
                       VARYING HR-INDEX FROM 1 BY 1
                       UNTIL HR-INDEX > HR-COUNT
                           OR HR-SLOT > 0
                   IF HR-SLOT = 0
                       ADD 1 TO UNMATCHED-COUNT
                       MOVE "ACTIVE BUT NOT IN HR EXTRACT"
                           TO FINDING-TEXT
                       MOVE SPACES TO DETAIL-TEXT
                       STRING "MASTER DEPT " MASTER-DEPARTMENT
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
               END-IF.
               PERFORM READ-NEXT-MASTER.

           MATCH-HR-ACCOUNT.
               IF HR-ACCOUNT (HR-INDEX) = MASTER-ACCOUNT-ID
                   MOVE HR-INDEX TO HR-SLOT
               END-IF.

           WRITE-FINDING-LINE.
               ADD 1 TO FINDING-COUNT.
               MOVE SPACES TO RECON-REPORT-RECORD.
               STRING FINDING-ACCOUNT " " FINDING-TEXT
                   " " DETAIL-TEXT
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD.
               WRITE RECON-REPORT-RECORD.

           WRITE-RECON-TOTALS.
               MOVE HR-COUNT TO FORMATTED-COUNT.
               MOVE JOINER-COUNT TO FORMATTED-JOINERS.
               MOVE LEAVER-COUNT TO FORMATTED-LEAVERS.
               MOVE DEPT-CHANGE-COUNT TO FORMATTED-CHANGES.
               MOVE UNMATCHED-COUNT TO FORMATTED-UNMATCHED.
               MOVE SPACES TO RECON-REPORT-RECORD.
               STRING "HR ROWS " FORMATTED-COUNT
                   " JOINERS " FORMATTED-JOINERS
                   " LEAVERS " FORMATTED-LEAVERS
                   " DEPT CHANGES " FORMATTED-CHANGES
                   " NOT IN HR " FORMATTED-UNMATCHED
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD.
               WRITE RECON-REPORT-RECORD.

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
               MOVE "dpwdhrrec" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE HR-COUNT TO FORMATTED-COUNT.
               STRING "HRROWS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE FINDING-COUNT TO FORMATTED-COUNT.
               STRING "FINDINGS=" FORMATTED-COUNT
                   " DISABLED=" FORMATTED-LEAVERS
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE ACCOUNT-MASTER.
               IF AGE-FILE-OPEN
                   CLOSE CODE-AGE-FILE
               END-IF.
               CLOSE RECON-REPORT.
               CLOSE DISABLE-OUT.
               CLOSE SUITE-LOG.
               IF FINDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

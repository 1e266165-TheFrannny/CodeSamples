               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PATIENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT CLINICIAN-MASTER ASSIGN TO "TAISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLINICIAN-ID
               FILE STATUS IS CLINICIAN-STATUS.
           SELECT TRANS-IN ASSIGN TO "TAISTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT ADMIN-AUDIT ASSIGN TO "TAISADM"
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

               05 MASTER-NAME PIC X(20).
               05 MASTER-COHORT PIC X(4).
               05 MASTER-ACTIVE-FLAG PIC X.
               05 MASTER-CLINICIAN-ID PIC X(10).
               05 MASTER-ENROLL-DATE PIC X(8).
       FD  CLINICIAN-MASTER.
           COPY TAISCLN.
       FD  TRANS-IN.
           01 TRANS-IN-RECORD PIC X(80).
       FD  ADMIN-AUDIT.
           01 ADMIN-AUDIT-RECORD PIC X(220).
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
           01 CLINICIAN-STATUS PIC XX.
           01 TRANS-STATUS PIC XX.
           01 ACTION-CODE PIC X(1).

      *   col 3-12  patient id
      *   col 14-33 name           (A and U only)
      *   col 35-38 cohort         (A and U only)
      *   col 40-49 referring clinician (A and U only, optional - a
      *             blank on U leaves the current referral alone)
      *   col 51-58 enrollment date YYYYMMDD (A and U only, optional
      *             the same way) - day 0 for protocol visit windows
      * clinician cards add or replace a TAISCMF row:
      *   col 1     C
      *   col 3-12  clinician id
      *   col 14-33 name
      *   col 35-64 contact for results packets
      *   col 66    I to inactivate, otherwise active
           01 TRANS-LINE PIC X(80).
           01 TRX-ACTION PIC X.
           01 TRX-PATIENT-ID PIC X(10).
           01 TRX-NAME PIC X(20).
           01 TRX-COHORT PIC X(4).
           01 TRX-CLINICIAN-ID PIC X(10).
           01 TRX-ENROLL-DATE PIC X(8).
           01 PATIENT-CARD-SWITCH PIC X.
               88 PATIENT-CARD-VALID VALUE 'Y'.
           01 TRX-CONTACT PIC X(30).
           01 TRX-CLINICIAN-FLAG PIC X.
           01 CLINICIAN-KNOWN-SWITCH PIC X.
               88 CLINICIAN-KNOWN VALUE 'Y'.

           01 BEFORE-IMAGE PIC X(60).
           01 AFTER-IMAGE PIC X(60).
           01 ACTION-TEXT PIC X(12).

           01 EOF-SWITCH PIC X VALUE 'N'.
           01 APPLIED-COUNT PIC 9(6) VALUE 0.
           01 REJECTED-COUNT PIC 9(6) VALUE 0.
           01 LISTED-COUNT PIC 9(6) VALUE 0.
           01 CLINICIANS-LISTED PIC 9(6) VALUE 0.

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

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "taisadmin" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM SIGN-ON-OPERATOR.
               DISPLAY "ENTER ACTION (L=LIST T=TRANSACTIONS): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               PERFORM AUTHORIZE-ACTION.
               OPEN I-O PATIENT-MASTER.
               IF MASTER-STATUS NOT = "00"
                       AND MASTER-STATUS NOT = "05"
                   CLOSE PATIENT-MASTER
                   OPEN I-O PATIENT-MASTER
               END-IF.
               OPEN I-O CLINICIAN-MASTER.
               IF CLINICIAN-STATUS NOT = "00"
                       AND CLINICIAN-STATUS NOT = "05"
                   OPEN OUTPUT CLINICIAN-MASTER
                   CLOSE CLINICIAN-MASTER
                   OPEN I-O CLINICIAN-MASTER
               END-IF.
               OPEN EXTEND ADMIN-AUDIT.
               OPEN EXTEND SUITE-LOG.

      * the auditors may list the masters; only clinical staff
      * apply patient and clinician transactions
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       MOVE "CLINICAL" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'T'
                       MOVE "CLINICAL" TO SIGNON-ALLOWED-ROLE (1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF SIGNON-ALLOWED-ROLES NOT = SPACES
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

           PROCESS-ACTION.
               EVALUATE ACTION-CODE
                   WHEN 'L'
               PERFORM LIST-ONE-PATIENT UNTIL END-OF-FILE.
               MOVE LISTED-COUNT TO FORMATTED-COUNT.
               DISPLAY "PATIENTS LISTED: " FORMATTED-COUNT.
               PERFORM LIST-CLINICIAN-MASTER.
               MOVE "LIST" TO ACTION-TEXT.
      * a listing touches no patient - clear the key and images so
      * the audit row does not name whoever was read last
               ADD 1 TO LISTED-COUNT.
               DISPLAY MASTER-PATIENT-ID " " MASTER-NAME
                   " COHORT " MASTER-COHORT
                   " FLAG " MASTER-ACTIVE-FLAG
                   " CLINICIAN " MASTER-CLINICIAN-ID
                   " ENROLLED " MASTER-ENROLL-DATE.
               PERFORM READ-NEXT-MASTER.

           LIST-CLINICIAN-MASTER.
               MOVE 'N' TO EOF-SWITCH.
               MOVE LOW-VALUES TO CLINICIAN-ID.
               START CLINICIAN-MASTER KEY NOT < CLINICIAN-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START.
               IF NOT END-OF-FILE
                   PERFORM READ-NEXT-CLINICIAN
               END-IF.
               PERFORM LIST-ONE-CLINICIAN UNTIL END-OF-FILE.
               MOVE CLINICIANS-LISTED TO FORMATTED-COUNT.
               DISPLAY "CLINICIANS LISTED: " FORMATTED-COUNT.

           LIST-ONE-CLINICIAN.
               ADD 1 TO CLINICIANS-LISTED.
               DISPLAY CLINICIAN-ID " " CLINICIAN-NAME
                   " CONTACT " CLINICIAN-CONTACT
                   " FLAG " CLINICIAN-ACTIVE-FLAG.
               PERFORM READ-NEXT-CLINICIAN.

           READ-NEXT-CLINICIAN.
               READ CLINICIAN-MASTER NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF CLINICIAN-STATUS NOT = "00"
                   SET END-OF-FILE TO TRUE
               END-IF.

           START-AT-FIRST-RECORD.
               MOVE LOW-VALUES TO MASTER-PATIENT-ID.
               START PATIENT-MASTER KEY NOT < MASTER-PATIENT-ID
                   MOVE TRANS-LINE (3:10) TO TRX-PATIENT-ID
                   MOVE TRANS-LINE (14:20) TO TRX-NAME
                   MOVE TRANS-LINE (35:4) TO TRX-COHORT
                   MOVE TRANS-LINE (40:10) TO TRX-CLINICIAN-ID
                   MOVE TRANS-LINE (51:8) TO TRX-ENROLL-DATE
                   EVALUATE TRX-ACTION
                       WHEN 'A' PERFORM ADD-PATIENT
                       WHEN 'U' PERFORM UPDATE-PATIENT
                       WHEN 'I' PERFORM INACTIVATE-PATIENT
                       WHEN 'C' PERFORM APPLY-CLINICIAN
                       WHEN OTHER
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "UNKNOWN TRANSACTION: " TRANS-LINE
               PERFORM READ-TRANS-LINE.

           ADD-PATIENT.
               PERFORM VALIDATE-PATIENT-CARD.
               IF PATIENT-CARD-VALID
                   MOVE TRX-PATIENT-ID TO MASTER-PATIENT-ID
                   READ PATIENT-MASTER
                       INVALID KEY
                           MOVE SPACES TO BEFORE-IMAGE
                           MOVE TRX-NAME TO MASTER-NAME
                           MOVE TRX-COHORT TO MASTER-COHORT
                           MOVE 'A' TO MASTER-ACTIVE-FLAG
                           MOVE TRX-CLINICIAN-ID TO MASTER-CLINICIAN-ID
                           MOVE TRX-ENROLL-DATE TO MASTER-ENROLL-DATE
                           WRITE PATIENT-MASTER-RECORD
                           ADD 1 TO APPLIED-COUNT
                           MOVE "ADD" TO ACTION-TEXT
                           PERFORM BUILD-AFTER-IMAGE
                           PERFORM WRITE-ADMIN-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "ADD REJECTED - ALREADY ON FILE: "
                               TRX-PATIENT-ID
                   END-READ
               END-IF.

           UPDATE-PATIENT.
               PERFORM VALIDATE-PATIENT-CARD.
               IF PATIENT-CARD-VALID
                   MOVE TRX-PATIENT-ID TO MASTER-PATIENT-ID
                   READ PATIENT-MASTER
                       INVALID KEY
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "UPDATE REJECTED - NOT ON FILE: "
                               TRX-PATIENT-ID
                       NOT INVALID KEY
                           PERFORM BUILD-BEFORE-IMAGE
                           MOVE TRX-NAME TO MASTER-NAME
                           MOVE TRX-COHORT TO MASTER-COHORT
                           IF TRX-CLINICIAN-ID NOT = SPACES
                               MOVE TRX-CLINICIAN-ID
                                   TO MASTER-CLINICIAN-ID
                           END-IF
                           IF TRX-ENROLL-DATE NOT = SPACES
                               MOVE TRX-ENROLL-DATE
                                   TO MASTER-ENROLL-DATE
                           END-IF
                           REWRITE PATIENT-MASTER-RECORD
                           ADD 1 TO APPLIED-COUNT
                           MOVE "UPDATE" TO ACTION-TEXT
                           PERFORM BUILD-AFTER-IMAGE
                           PERFORM WRITE-ADMIN-AUDIT-RECORD
                   END-READ
               END-IF.

      * ids starting QC are reserved for taisformula's laboratory
      * control samples and can never be patients
           VALIDATE-PATIENT-CARD.
               MOVE 'Y' TO PATIENT-CARD-SWITCH.
               IF TRX-PATIENT-ID (1:2) = "QC"
                   MOVE 'N' TO PATIENT-CARD-SWITCH
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "REJECTED - RESERVED CONTROL-SAMPLE ID: "
                       TRX-PATIENT-ID
               END-IF.
               IF PATIENT-CARD-VALID
                   PERFORM CHECK-TRX-CLINICIAN
               END-IF.
               IF PATIENT-CARD-VALID AND NOT CLINICIAN-KNOWN
                   MOVE 'N' TO PATIENT-CARD-SWITCH
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "REJECTED - UNKNOWN CLINICIAN: "
                       TRX-CLINICIAN-ID " PATIENT " TRX-PATIENT-ID
               END-IF.
               IF PATIENT-CARD-VALID
                   AND TRX-ENROLL-DATE NOT = SPACES
                   PERFORM CHECK-TRX-ENROLL-DATE
               END-IF.

           CHECK-TRX-ENROLL-DATE.
               IF TRX-ENROLL-DATE IS NOT NUMERIC
                   MOVE 'N' TO PATIENT-CARD-SWITCH
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (TRX-ENROLL-DATE)) NOT = 0
                       MOVE 'N' TO PATIENT-CARD-SWITCH
                   END-IF
               END-IF.
               IF NOT PATIENT-CARD-VALID
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "REJECTED - INVALID ENROLLMENT DATE: "
                       TRX-ENROLL-DATE " PATIENT " TRX-PATIENT-ID
               END-IF.

      * a referral must name an active clinician already on TAISCMF;
      * no referral at all is allowed and leaves the patient's
      * results with the study coordinator
           CHECK-TRX-CLINICIAN.
               MOVE 'Y' TO CLINICIAN-KNOWN-SWITCH.
               IF TRX-CLINICIAN-ID NOT = SPACES
                   MOVE TRX-CLINICIAN-ID TO CLINICIAN-ID
                   READ CLINICIAN-MASTER
                       INVALID KEY
                           MOVE 'N' TO CLINICIAN-KNOWN-SWITCH
                       NOT INVALID KEY
                           IF CLINICIAN-ACTIVE-FLAG = 'I'
                               MOVE 'N' TO CLINICIAN-KNOWN-SWITCH
                           END-IF
                   END-READ
               END-IF.

           APPLY-CLINICIAN.
               MOVE TRANS-LINE (3:10) TO TRX-CLINICIAN-ID.
               MOVE TRANS-LINE (35:30) TO TRX-CONTACT.
               MOVE TRANS-LINE (66:1) TO TRX-CLINICIAN-FLAG.
               IF TRX-CLINICIAN-ID = SPACES
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "CLINICIAN REJECTED - NO ID: " TRANS-LINE
               ELSE
                   MOVE TRX-CLINICIAN-ID TO CLINICIAN-ID
                   READ CLINICIAN-MASTER
                       INVALID KEY
                           MOVE SPACES TO BEFORE-IMAGE
                           MOVE "CLIN-ADD" TO ACTION-TEXT
                           PERFORM STORE-CLINICIAN-FIELDS
                           WRITE CLINICIAN-MASTER-RECORD
                       NOT INVALID KEY
                           PERFORM BUILD-CLINICIAN-IMAGE
                           MOVE AFTER-IMAGE TO BEFORE-IMAGE
                           MOVE "CLIN-UPDATE" TO ACTION-TEXT
                           PERFORM STORE-CLINICIAN-FIELDS
                           REWRITE CLINICIAN-MASTER-RECORD
                   END-READ
                   ADD 1 TO APPLIED-COUNT
                   PERFORM BUILD-CLINICIAN-IMAGE
                   MOVE CLINICIAN-ID TO MASTER-PATIENT-ID
                   PERFORM WRITE-ADMIN-AUDIT-RECORD
               END-IF.

           STORE-CLINICIAN-FIELDS.
               MOVE TRX-NAME TO CLINICIAN-NAME.
               MOVE TRX-CONTACT TO CLINICIAN-CONTACT.
               IF TRX-CLINICIAN-FLAG = 'I'
                   MOVE 'I' TO CLINICIAN-ACTIVE-FLAG
               ELSE
                   MOVE 'A' TO CLINICIAN-ACTIVE-FLAG
               END-IF.

           BUILD-CLINICIAN-IMAGE.
               MOVE SPACES TO AFTER-IMAGE.
               STRING CLINICIAN-NAME " " CLINICIAN-CONTACT
                   " " CLINICIAN-ACTIVE-FLAG
                   DELIMITED BY SIZE INTO AFTER-IMAGE.

           INACTIVATE-PATIENT.
               MOVE TRX-PATIENT-ID TO MASTER-PATIENT-ID.
           BUILD-BEFORE-IMAGE.
               MOVE SPACES TO BEFORE-IMAGE.
               STRING MASTER-NAME " " MASTER-COHORT
                   " " MASTER-ACTIVE-FLAG " " MASTER-CLINICIAN-ID
                   " " MASTER-ENROLL-DATE
                   DELIMITED BY SIZE INTO BEFORE-IMAGE.

           BUILD-AFTER-IMAGE.
               MOVE SPACES TO AFTER-IMAGE.
               STRING MASTER-NAME " " MASTER-COHORT
                   " " MASTER-ACTIVE-FLAG " " MASTER-CLINICIAN-ID
                   " " MASTER-ENROLL-DATE
                   DELIMITED BY SIZE INTO AFTER-IMAGE.

           WRITE-ADMIN-AUDIT-RECORD.
                   " ID=" MASTER-PATIENT-ID DELIMITED BY SIZE
                   " BEFORE=" BEFORE-IMAGE DELIMITED BY SIZE
                   " AFTER=" AFTER-IMAGE DELIMITED BY SIZE
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
           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE PATIENT-MASTER.
               CLOSE CLINICIAN-MASTER.
               CLOSE ADMIN-AUDIT.
               CLOSE SUITE-LOG.
               IF REJECTED-COUNT > 0

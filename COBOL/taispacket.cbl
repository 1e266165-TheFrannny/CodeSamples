       IDENTIFICATION DIVISION.
       PROGRAM-ID. taispacket.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN ASSIGN TO "TAISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "TAISPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PATIENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT CLINICIAN-MASTER ASSIGN TO "TAISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLINICIAN-ID
               FILE STATUS IS CLINICIAN-STATUS.
           SELECT PACKET-OUT ASSIGN USING PACKET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACKET-STATUS.
           SELECT NOTIFY-OUT ASSIGN TO "TAISNTF"
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
       FD  REPORT-IN.
           01 REPORT-IN-RECORD PIC X(400).
       FD  PATIENT-MASTER.
           01 PATIENT-MASTER-RECORD.
               05 MASTER-PATIENT-ID PIC X(10).
               05 MASTER-NAME PIC X(20).
               05 MASTER-COHORT PIC X(4).
               05 MASTER-ACTIVE-FLAG PIC X.
               05 MASTER-CLINICIAN-ID PIC X(10).
               05 MASTER-ENROLL-DATE PIC X(8).
       FD  CLINICIAN-MASTER.
           COPY TAISCLN.
       FD  PACKET-OUT.
           01 PACKET-RECORD PIC X(100).
       FD  NOTIFY-OUT.
           COPY TAINTF.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 REPORT-STATUS PIC XX.
           01 MASTER-STATUS PIC XX.
           01 CLINICIAN-STATUS PIC XX.
           01 PACKET-STATUS PIC XX.
           01 REPORT-EOF-SWITCH PIC X VALUE 'N'.
               88 REPORT-EOF VALUE 'Y'.
           01 RUN-DATE PIC X(8).

      * one row per patient taisformula reported this run, carrying
      * what the packet shows - AUC, the ABNORMAL flag, the salvage
      * exclusion count and the change against the patient's history
           01 RESULT-TABLE.
               05 RESULT-ENTRY OCCURS 500 TIMES.
                   10 RES-PATIENT PIC X(10).
                   10 RES-NAME PIC X(20).
                   10 RES-CLINICIAN-SLOT PIC 999.
                   10 RES-AUC PIC 9(9)V99.
                   10 RES-ABNORMAL-SWITCH PIC X.
                       88 RES-ABNORMAL VALUE 'Y'.
                   10 RES-EXCLUDED PIC 99.
                   10 RES-PRIOR-SWITCH PIC X.
                       88 RES-HAS-PRIOR VALUE 'Y'.
                   10 RES-CHANGE-PCT PIC S9(5)V99.
                   10 RES-WORSENING-SWITCH PIC X.
                       88 RES-WORSENING VALUE 'Y'.
           01 RESULT-COUNT PIC 999 VALUE 0.
           01 MAX-RESULT-ENTRIES PIC 999 VALUE 500.
           01 RESULT-INDEX PIC 999.

      * one packet per referring clinician in first-seen order;
      * patients with no referral, or referred to a clinician who is
      * missing from TAISCMF or inactive, go to the UNASSIGNED packet
      * for the study coordinator to forward as before
           01 PACKET-TABLE.
               05 PACKET-ENTRY OCCURS 100 TIMES.
                   10 PKT-CLINICIAN PIC X(10).
                   10 PKT-NAME PIC X(20).
                   10 PKT-CONTACT PIC X(30).
                   10 PKT-PATIENTS PIC 9(4).
                   10 PKT-ABNORMAL PIC 9(4).
                   10 PKT-WORSENING PIC 9(4).
           01 PACKET-COUNT PIC 999 VALUE 0.
           01 MAX-PACKET-ENTRIES PIC 999 VALUE 100.
           01 PACKET-INDEX PIC 999.
           01 PACKET-SLOT PIC 999.
           01 PACKET-NAME PIC X(30).
           01 UNASSIGNED-ID PIC X(10) VALUE "UNASSIGNED".
           01 LOOKUP-CLINICIAN PIC X(10).
           01 LOOKUP-NAME PIC X(20).
           01 LOOKUP-CONTACT PIC X(30).

      * abnormal results are listed on a first pass over the table
      * and everything else on a second, so they head the packet
           01 LIST-PASS-SWITCH PIC X.
               88 LISTING-ABNORMAL VALUE 'A'.
               88 LISTING-OTHERS VALUE 'O'.

           01 REPORT-LINE PIC X(400).
           01 NAME-TAG-COUNT PIC 99.
           01 FLAG-TAG-COUNT PIC 99.
           01 PARSE-PREFIX PIC X(400).
           01 PARSE-REST PIC X(400).

           01 PACKET-DETAIL.
               05 PKD-PATIENT PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 PKD-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 PKD-AUC PIC Z(8)9.99.
               05 FILLER PIC X VALUE SPACE.
               05 PKD-FLAG PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 PKD-QUALITY PIC X(16).
               05 FILLER PIC X VALUE SPACE.
               05 PKD-HISTORY PIC X(26).
           01 FORMATTED-EXCLUDED PIC Z9.
           01 FORMATTED-CHANGE PIC -(4)9.99.

           01 PACKETS-WRITTEN PIC 9(4) VALUE 0.
           01 NOTIFY-COUNT PIC 9(4) VALUE 0.
           01 UNASSIGNED-PATIENTS PIC 9(4) VALUE 0.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-PATIENTS PIC ZZZ9.
           01 FORMATTED-ABNORMAL PIC ZZZ9.
           01 FORMATTED-WORSENING PIC ZZZ9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-REPORTED-RESULTS.
               PERFORM WRITE-ONE-PACKET
                   VARYING PACKET-INDEX FROM 1 BY 1
                   UNTIL PACKET-INDEX > PACKET-COUNT.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE RUN-STAMP (1:8) TO RUN-DATE.
               PERFORM LOAD-SUITE-RUN-ID.
               OPEN INPUT PATIENT-MASTER.
               IF MASTER-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PATIENT MASTER - STATUS "
                       MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT CLINICIAN-MASTER.
               IF CLINICIAN-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CLINICIAN MASTER - STATUS "
                       CLINICIAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT REPORT-IN.
               IF REPORT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TAISRPT - STATUS "
                       REPORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT NOTIFY-OUT.
               OPEN EXTEND SUITE-LOG.

           LOAD-REPORTED-RESULTS.
               PERFORM READ-REPORT-LINE.
               PERFORM LOAD-ONE-REPORT-LINE UNTIL REPORT-EOF.
               CLOSE REPORT-IN.

           READ-REPORT-LINE.
               READ REPORT-IN INTO REPORT-LINE
                   AT END SET REPORT-EOF TO TRUE
               END-READ.

      * only patient lines matter here - they lead with the id and
      * carry NAME=; framing, segment and cohort lines are passed over
           LOAD-ONE-REPORT-LINE.
               MOVE 0 TO NAME-TAG-COUNT.
               INSPECT REPORT-LINE TALLYING NAME-TAG-COUNT
                   FOR ALL " NAME=".
               EVALUATE TRUE
                   WHEN REPORT-LINE (1:4) = "HDR "
                   WHEN REPORT-LINE (1:4) = "TRL "
                   WHEN REPORT-LINE (1:6) = "COHORT"
                       CONTINUE
                   WHEN REPORT-LINE (1:1) NOT = SPACE
                       AND NAME-TAG-COUNT > 0
                       PERFORM NOTE-REPORTED-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM READ-REPORT-LINE.

           NOTE-REPORTED-RESULT.
               IF RESULT-COUNT < MAX-RESULT-ENTRIES
                   ADD 1 TO RESULT-COUNT
                   MOVE RESULT-COUNT TO RESULT-INDEX
                   PERFORM PARSE-RESULT-LINE
                   PERFORM FIND-REFERRING-CLINICIAN
                   PERFORM POST-RESULT-TO-PACKET
               ELSE
                   DISPLAY "RESULT TABLE FULL - "
                       REPORT-LINE (1:10) " NOT PACKETED"
               END-IF.

           PARSE-RESULT-LINE.
               MOVE SPACES TO RES-PATIENT (RESULT-INDEX).
               UNSTRING REPORT-LINE DELIMITED BY SPACE
                   INTO RES-PATIENT (RESULT-INDEX).
               MOVE SPACES TO PARSE-REST.
               UNSTRING REPORT-LINE DELIMITED BY " NAME="
                   INTO PARSE-PREFIX, PARSE-REST.
               MOVE PARSE-REST (1:20) TO RES-NAME (RESULT-INDEX).
               MOVE SPACES TO PARSE-REST.
               UNSTRING REPORT-LINE DELIMITED BY " TOTAL="
                   INTO PARSE-PREFIX, PARSE-REST.
               COMPUTE RES-AUC (RESULT-INDEX) ROUNDED =
                   FUNCTION NUMVAL (PARSE-REST (1:21)).
               MOVE 0 TO FLAG-TAG-COUNT.
               INSPECT REPORT-LINE TALLYING FLAG-TAG-COUNT
                   FOR ALL " ABNORMAL".
               IF FLAG-TAG-COUNT > 0
                   MOVE 'Y' TO RES-ABNORMAL-SWITCH (RESULT-INDEX)
               ELSE
                   MOVE 'N' TO RES-ABNORMAL-SWITCH (RESULT-INDEX)
               END-IF.
               MOVE 0 TO FLAG-TAG-COUNT.
               INSPECT REPORT-LINE TALLYING FLAG-TAG-COUNT
                   FOR ALL " WORSENING".
               IF FLAG-TAG-COUNT > 0
                   MOVE 'Y' TO RES-WORSENING-SWITCH (RESULT-INDEX)
               ELSE
                   MOVE 'N' TO RES-WORSENING-SWITCH (RESULT-INDEX)
               END-IF.
               MOVE 0 TO RES-EXCLUDED (RESULT-INDEX).
               MOVE SPACES TO PARSE-REST.
               UNSTRING REPORT-LINE DELIMITED BY " EXCLUDED="
                   INTO PARSE-PREFIX, PARSE-REST.
               IF PARSE-REST NOT = SPACES
                   COMPUTE RES-EXCLUDED (RESULT-INDEX) =
                       FUNCTION NUMVAL (PARSE-REST (1:2))
               END-IF.
               MOVE 'N' TO RES-PRIOR-SWITCH (RESULT-INDEX).
               MOVE 0 TO RES-CHANGE-PCT (RESULT-INDEX).
               MOVE SPACES TO PARSE-REST.
               UNSTRING REPORT-LINE DELIMITED BY " CHGPCT="
                   INTO PARSE-PREFIX, PARSE-REST.
               IF PARSE-REST NOT = SPACES
                   MOVE 'Y' TO RES-PRIOR-SWITCH (RESULT-INDEX)
                   COMPUTE RES-CHANGE-PCT (RESULT-INDEX) =
                       FUNCTION NUMVAL (PARSE-REST (1:8))
               END-IF.

      * the referral comes from the patient master and must name an
      * active clinician on TAISCMF to get its own packet
           FIND-REFERRING-CLINICIAN.
               MOVE UNASSIGNED-ID TO LOOKUP-CLINICIAN.
               MOVE "STUDY COORDINATOR" TO LOOKUP-NAME.
               MOVE SPACES TO LOOKUP-CONTACT.
               MOVE RES-PATIENT (RESULT-INDEX) TO MASTER-PATIENT-ID.
               READ PATIENT-MASTER
                   INVALID KEY
                       MOVE SPACES TO MASTER-CLINICIAN-ID
               END-READ.
               IF MASTER-CLINICIAN-ID NOT = SPACES
                   MOVE MASTER-CLINICIAN-ID TO CLINICIAN-ID
                   READ CLINICIAN-MASTER
                       INVALID KEY
                           DISPLAY "CLINICIAN NOT ON MASTER - "
                               MASTER-CLINICIAN-ID " PATIENT "
                               MASTER-PATIENT-ID
                       NOT INVALID KEY
                           PERFORM TAKE-CLINICIAN-DETAILS
                   END-READ
               END-IF.

           TAKE-CLINICIAN-DETAILS.
               IF CLINICIAN-ACTIVE-FLAG = 'I'
                   DISPLAY "CLINICIAN INACTIVE - " CLINICIAN-ID
                       " PATIENT " MASTER-PATIENT-ID
               ELSE
                   MOVE CLINICIAN-ID TO LOOKUP-CLINICIAN
                   MOVE CLINICIAN-NAME TO LOOKUP-NAME
                   MOVE CLINICIAN-CONTACT TO LOOKUP-CONTACT
               END-IF.

           POST-RESULT-TO-PACKET.
               MOVE 0 TO PACKET-SLOT.
               PERFORM MATCH-PACKET-CLINICIAN
                   VARYING PACKET-INDEX FROM 1 BY 1
                   UNTIL PACKET-INDEX > PACKET-COUNT
                       OR PACKET-SLOT > 0.
               IF PACKET-SLOT = 0
                   IF PACKET-COUNT < MAX-PACKET-ENTRIES
                       ADD 1 TO PACKET-COUNT
                       MOVE PACKET-COUNT TO PACKET-SLOT
                       MOVE LOOKUP-CLINICIAN
                           TO PKT-CLINICIAN (PACKET-SLOT)
                       MOVE LOOKUP-NAME TO PKT-NAME (PACKET-SLOT)
                       MOVE LOOKUP-CONTACT TO PKT-CONTACT (PACKET-SLOT)
                       MOVE 0 TO PKT-PATIENTS (PACKET-SLOT)
                       MOVE 0 TO PKT-ABNORMAL (PACKET-SLOT)
                       MOVE 0 TO PKT-WORSENING (PACKET-SLOT)
                   ELSE
                       DISPLAY "PACKET TABLE FULL - "
                           LOOKUP-CLINICIAN " NOT PACKETED"
                   END-IF
               END-IF.
               MOVE PACKET-SLOT TO RES-CLINICIAN-SLOT (RESULT-INDEX).
               IF PACKET-SLOT > 0
                   ADD 1 TO PKT-PATIENTS (PACKET-SLOT)
                   IF RES-ABNORMAL (RESULT-INDEX)
                       ADD 1 TO PKT-ABNORMAL (PACKET-SLOT)
                   END-IF
                   IF RES-WORSENING (RESULT-INDEX)
                       ADD 1 TO PKT-WORSENING (PACKET-SLOT)
                   END-IF
               END-IF.
               IF LOOKUP-CLINICIAN = UNASSIGNED-ID
                   ADD 1 TO UNASSIGNED-PATIENTS
               END-IF.

           MATCH-PACKET-CLINICIAN.
               IF PKT-CLINICIAN (PACKET-INDEX) = LOOKUP-CLINICIAN
                   MOVE PACKET-INDEX TO PACKET-SLOT
               END-IF.

      * each packet goes to TAISPKT.<clinician id>; a clinician with
      * any abnormal AUC is also put on the TAISNTF notification feed
           WRITE-ONE-PACKET.
               MOVE SPACES TO PACKET-NAME.
               STRING "TAISPKT." DELIMITED BY SIZE
                   PKT-CLINICIAN (PACKET-INDEX) DELIMITED BY SPACE
                   INTO PACKET-NAME.
               OPEN OUTPUT PACKET-OUT.
               IF PACKET-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN " PACKET-NAME " - STATUS "
                       PACKET-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM WRITE-PACKET-HEADING.
               SET LISTING-ABNORMAL TO TRUE.
               PERFORM WRITE-PACKET-PATIENT
                   VARYING RESULT-INDEX FROM 1 BY 1
                   UNTIL RESULT-INDEX > RESULT-COUNT.
               SET LISTING-OTHERS TO TRUE.
               PERFORM WRITE-PACKET-PATIENT
                   VARYING RESULT-INDEX FROM 1 BY 1
                   UNTIL RESULT-INDEX > RESULT-COUNT.
               CLOSE PACKET-OUT.
               ADD 1 TO PACKETS-WRITTEN.
               IF PKT-ABNORMAL (PACKET-INDEX) > 0
                   AND PKT-CLINICIAN (PACKET-INDEX) NOT = UNASSIGNED-ID
                   PERFORM WRITE-NOTIFY-RECORD
               END-IF.

           WRITE-PACKET-HEADING.
               MOVE PKT-PATIENTS (PACKET-INDEX) TO FORMATTED-PATIENTS.
               MOVE PKT-ABNORMAL (PACKET-INDEX) TO FORMATTED-ABNORMAL.
               MOVE PKT-WORSENING (PACKET-INDEX)
                   TO FORMATTED-WORSENING.
               MOVE SPACES TO PACKET-RECORD.
               STRING "* TAIS RESULTS PACKET "
                   PKT-CLINICIAN (PACKET-INDEX) " "
                   PKT-NAME (PACKET-INDEX) " RUN " RUN-STAMP
                   DELIMITED BY SIZE INTO PACKET-RECORD.
               WRITE PACKET-RECORD.
               MOVE SPACES TO PACKET-RECORD.
               STRING "* SEND TO " PKT-CONTACT (PACKET-INDEX)
                   " PATIENTS " FORMATTED-PATIENTS
                   " ABNORMAL " FORMATTED-ABNORMAL
                   " WORSENING " FORMATTED-WORSENING
                   DELIMITED BY SIZE INTO PACKET-RECORD.
               WRITE PACKET-RECORD.
               MOVE SPACES TO PACKET-RECORD.
               STRING "* PATIENT  NAME                 "
                   "         AUC FLAG     QUALITY          HISTORY"
                   DELIMITED BY SIZE INTO PACKET-RECORD.
               WRITE PACKET-RECORD.

           WRITE-PACKET-PATIENT.
               IF RES-CLINICIAN-SLOT (RESULT-INDEX) = PACKET-INDEX
                   IF (LISTING-ABNORMAL AND RES-ABNORMAL (RESULT-INDEX))
                       OR (LISTING-OTHERS
                           AND NOT RES-ABNORMAL (RESULT-INDEX))
                       PERFORM BUILD-PACKET-DETAIL
                       MOVE PACKET-DETAIL TO PACKET-RECORD
                       WRITE PACKET-RECORD
                   END-IF
               END-IF.

           BUILD-PACKET-DETAIL.
               MOVE RES-PATIENT (RESULT-INDEX) TO PKD-PATIENT.
               MOVE RES-NAME (RESULT-INDEX) TO PKD-NAME.
               MOVE RES-AUC (RESULT-INDEX) TO PKD-AUC.
               IF RES-ABNORMAL (RESULT-INDEX)
                   MOVE "ABNORMAL" TO PKD-FLAG
               ELSE
                   MOVE "NORMAL" TO PKD-FLAG
               END-IF.
               MOVE SPACES TO PKD-QUALITY.
               IF RES-EXCLUDED (RESULT-INDEX) > 0
                   MOVE RES-EXCLUDED (RESULT-INDEX)
                       TO FORMATTED-EXCLUDED
                   STRING "SALVAGED EXCL=" FORMATTED-EXCLUDED
                       DELIMITED BY SIZE INTO PKD-QUALITY
               ELSE
                   MOVE "COMPLETE" TO PKD-QUALITY
               END-IF.
               MOVE SPACES TO PKD-HISTORY.
               IF RES-HAS-PRIOR (RESULT-INDEX)
                   MOVE RES-CHANGE-PCT (RESULT-INDEX)
                       TO FORMATTED-CHANGE
                   STRING "CHGPCT=" FORMATTED-CHANGE
                       DELIMITED BY SIZE INTO PKD-HISTORY
                   IF RES-WORSENING (RESULT-INDEX)
                       MOVE "WORSENING" TO PKD-HISTORY (17:9)
                   END-IF
               ELSE
                   MOVE "NO HISTORY" TO PKD-HISTORY
               END-IF.

           WRITE-NOTIFY-RECORD.
               MOVE SPACES TO CLINICIAN-NOTIFY-RECORD.
               MOVE PKT-CLINICIAN (PACKET-INDEX) TO CNTF-CLINICIAN-ID.
               MOVE RUN-DATE TO CNTF-RUN-DATE.
               MOVE PKT-ABNORMAL (PACKET-INDEX) TO CNTF-ABNORMAL.
               MOVE PKT-WORSENING (PACKET-INDEX) TO CNTF-WORSENING.
               MOVE PKT-PATIENTS (PACKET-INDEX) TO CNTF-PATIENTS.
               MOVE PKT-CONTACT (PACKET-INDEX) TO CNTF-CONTACT.
               MOVE PACKET-NAME TO CNTF-PACKET.
               WRITE CLINICIAN-NOTIFY-RECORD.
               ADD 1 TO NOTIFY-COUNT.

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
               MOVE "taispacket" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE RESULT-COUNT TO FORMATTED-COUNT.
               STRING "PATIENTS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE PACKETS-WRITTEN TO FORMATTED-PATIENTS.
               MOVE NOTIFY-COUNT TO FORMATTED-ABNORMAL.
               STRING "PACKETS=" FORMATTED-PATIENTS
                   " NOTIFIED=" FORMATTED-ABNORMAL
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

      * results left with the coordinator still need forwarding by
      * hand, so they are flagged to the operator with RC=4
           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE PATIENT-MASTER.
               CLOSE CLINICIAN-MASTER.
               CLOSE NOTIFY-OUT.
               CLOSE SUITE-LOG.
               MOVE PACKETS-WRITTEN TO FORMATTED-PATIENTS.
               DISPLAY "RESULTS PACKETS WRITTEN: " FORMATTED-PATIENTS.
               IF UNASSIGNED-PATIENTS > 0
                   MOVE UNASSIGNED-PATIENTS TO FORMATTED-PATIENTS
                   DISPLAY "PATIENTS WITH NO ACTIVE CLINICIAN: "
                       FORMATTED-PATIENTS
                   MOVE 4 TO RETURN-CODE
               END-IF.

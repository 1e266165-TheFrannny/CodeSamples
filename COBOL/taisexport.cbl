       IDENTIFICATION DIVISION.
       PROGRAM-ID. taisexport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLUCOSE-IN ASSIGN TO "TAISIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLUCOSE-STATUS.
           SELECT REPORT-IN ASSIGN TO "TAISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ERRORS-IN ASSIGN TO "TAISERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRORS-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "TAISPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PATIENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SUBMISSION-OUT ASSIGN TO "TAISSUB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCLUSIONS-OUT ASSIGN TO "TAISXCL"
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
       FD  GLUCOSE-IN.
           01 GLUCOSE-IN-RECORD PIC X(60).
       FD  REPORT-IN.
           01 REPORT-IN-RECORD PIC X(400).
       FD  ERRORS-IN.
           01 ERRORS-IN-RECORD PIC X(160).
       FD  PATIENT-MASTER.
           01 PATIENT-MASTER-RECORD.
               05 MASTER-PATIENT-ID PIC X(10).
               05 MASTER-NAME PIC X(20).
               05 MASTER-COHORT PIC X(4).
               05 MASTER-ACTIVE-FLAG PIC X.
               05 MASTER-CLINICIAN-ID PIC X(10).
               05 MASTER-ENROLL-DATE PIC X(8).

      * sponsor submission layout - fixed 80-byte rows. TPT is one
      * reading (time, value as fed, units, excluded flag), SEG one
      * AUC segment or dose event for the patient, and a single CTL
      * control record closes the file with its patient and row
      * counts; readings are left in the units the clinic sent them
       FD  SUBMISSION-OUT.
           01 SUBMISSION-RECORD.
               05 SUB-RECORD-TYPE PIC X(3).
               05 SUB-PATIENT-ID PIC X(10).
               05 SUB-COHORT PIC X(4).
               05 SUB-DETAIL PIC X(63).
               05 SUB-TIMEPOINT-DETAIL REDEFINES SUB-DETAIL.
                   10 SUB-POINT-SEQ PIC 9(3).
                   10 SUB-POINT-TIME PIC 9(5).99.
                   10 SUB-POINT-READING PIC 9(5).99.
                   10 SUB-POINT-UNITS PIC X(6).
                   10 SUB-POINT-EXCLUDED PIC X.
                   10 FILLER PIC X(37).
               05 SUB-SEGMENT-DETAIL REDEFINES SUB-DETAIL.
                   10 SUB-SEGMENT-SEQ PIC 9(3).
                   10 SUB-SEGMENT-EVENT PIC X(8).
                   10 SUB-SEGMENT-AUC PIC 9(9).99.
                   10 SUB-SEGMENT-PEAK PIC 9(5).99.
                   10 FILLER PIC X(32).
               05 SUB-CONTROL-DETAIL REDEFINES SUB-DETAIL.
                   10 SUB-CONTROL-DATE PIC X(8).
                   10 SUB-CONTROL-PATIENTS PIC 9(6).
                   10 SUB-CONTROL-POINTS PIC 9(8).
                   10 SUB-CONTROL-SEGMENTS PIC 9(8).
                   10 SUB-CONTROL-ROWS PIC 9(8).
                   10 FILLER PIC X(25).
       FD  EXCLUSIONS-OUT.
           01 EXCLUSION-RECORD.
               05 XCL-PATIENT-ID PIC X(10).
               05 FILLER PIC X.
               05 XCL-REASON PIC X(20).
               05 FILLER PIC X.
               05 XCL-ERROR-LINES PIC 9(3).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 GLUCOSE-STATUS PIC XX.
           01 REPORT-STATUS PIC XX.
           01 ERRORS-STATUS PIC XX.
           01 MASTER-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 REPORT-EOF-SWITCH PIC X VALUE 'N'.
               88 REPORT-EOF VALUE 'Y'.
           01 ERRORS-EOF-SWITCH PIC X VALUE 'N'.
               88 ERRORS-EOF VALUE 'Y'.
           01 RUN-DATE PIC X(8).

      * patients taisformula reported, with the segment lines that
      * followed each one on TAISRPT; a patient with no dose events
      * has no segment lines and exports one ALL segment built from
      * its TOTAL and CMAX
           01 REPORTED-TABLE.
               05 REPORTED-ENTRY OCCURS 500 TIMES.
                   10 RPT-PATIENT PIC X(10).
                   10 RPT-COHORT PIC X(4).
                   10 RPT-TOTAL PIC 9(9)V99.
                   10 RPT-CMAX PIC 9(5)V99.
                   10 RPT-SEGMENT-COUNT PIC 9.
                   10 RPT-SEGMENT OCCURS 6 TIMES.
                       15 RPT-SEG-EVENT PIC X(8).
                       15 RPT-SEG-AUC PIC 9(9)V99.
                       15 RPT-SEG-PEAK PIC 9(5)V99.
           01 REPORTED-COUNT PIC 999 VALUE 0.
           01 MAX-REPORTED-ENTRIES PIC 999 VALUE 500.
           01 REPORTED-INDEX PIC 999.
           01 REPORTED-SLOT PIC 999.
           01 MAX-REPORT-SEGMENTS PIC 9 VALUE 6.
           01 SEGMENT-INDEX PIC 9.
           01 REPORT-LINE PIC X(400).
           01 NAME-TAG-COUNT PIC 99.
           01 PARSE-PREFIX PIC X(400).
           01 PARSE-REST PIC X(400).
           01 PARSE-AUC-TEXT PIC X(20).
           01 PARSE-PEAK-TEXT PIC X(20).

      * TAISERR rows come in pairs, the offending TAISIN line then
      * the reason. a patient that still reached TAISRPT was salvaged
      * and its LINE rows are the excluded timepoints; one that never
      * reached TAISRPT was rejected and goes to the exclusions file
           01 ERROR-LINE PIC X(160).
           01 ERROR-POINT-TABLE.
               05 ERROR-POINT-ENTRY OCCURS 500 TIMES.
                   10 EPT-PATIENT PIC X(10).
                   10 EPT-LINE PIC X(60).
           01 ERROR-POINT-COUNT PIC 999 VALUE 0.
           01 MAX-ERROR-POINTS PIC 999 VALUE 500.
           01 ERROR-POINT-INDEX PIC 999.
           01 ERROR-PATIENT-TABLE.
               05 ERROR-PATIENT-ENTRY OCCURS 500 TIMES.
                   10 EPA-PATIENT PIC X(10).
                   10 EPA-REASON PIC X(20).
                   10 EPA-LINES PIC 9(3).
           01 ERROR-PATIENT-COUNT PIC 999 VALUE 0.
           01 MAX-ERROR-PATIENTS PIC 999 VALUE 500.
           01 ERROR-PATIENT-INDEX PIC 999.
           01 ERROR-PATIENT-SLOT PIC 999.
           01 ERROR-PATIENT-ID PIC X(10).

           01 DATA-LINE PIC X(60).
           01 LINE-PATIENT-ID PIC X(10).
           01 LINE-TIME-TEXT PIC X(20).
           01 LINE-VALUE-TEXT PIC X(20).
           01 LINE-UNIT-TEXT PIC X(4).
           01 CURRENT-PATIENT-ID PIC X(10).
           01 CURRENT-UNIT PIC XX.
           01 EXPORT-SWITCH PIC X.
               88 EXPORTING-PATIENT VALUE 'Y'.
           01 EXCLUSION-REASON PIC X(20).
           01 POINT-SEQ PIC 9(3).
           01 POINT-EXCLUDED-SWITCH PIC X.
               88 POINT-EXCLUDED VALUE 'Y'.

           01 EXPORTED-PATIENTS PIC 9(6) VALUE 0.
           01 POINT-ROWS PIC 9(8) VALUE 0.
           01 SEGMENT-ROWS PIC 9(8) VALUE 0.
           01 EXCLUDED-PATIENTS PIC 9(6) VALUE 0.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-ROWS PIC Z(7)9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-REPORTED-PATIENTS.
               PERFORM LOAD-ERROR-ROWS.
               PERFORM READ-GLUCOSE-LINE.
               PERFORM EXPORT-ONE-PATIENT UNTIL END-OF-FILE.
               PERFORM WRITE-REJECTED-PATIENTS
                   VARYING ERROR-PATIENT-INDEX FROM 1 BY 1
                   UNTIL ERROR-PATIENT-INDEX > ERROR-PATIENT-COUNT.
               PERFORM WRITE-CONTROL-RECORD.
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
               OPEN INPUT REPORT-IN.
               IF REPORT-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TAISRPT - STATUS "
                       REPORT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT GLUCOSE-IN.
               IF GLUCOSE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TAISIN - STATUS "
                       GLUCOSE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT SUBMISSION-OUT.
               OPEN OUTPUT EXCLUSIONS-OUT.
               OPEN EXTEND SUITE-LOG.

           LOAD-REPORTED-PATIENTS.
               PERFORM READ-REPORT-LINE.
               PERFORM LOAD-ONE-REPORT-LINE UNTIL REPORT-EOF.
               CLOSE REPORT-IN.

           READ-REPORT-LINE.
               READ REPORT-IN INTO REPORT-LINE
                   AT END SET REPORT-EOF TO TRUE
               END-READ.

      * patient lines lead with the id and carry NAME=; segment lines
      * are indented and belong to the patient line above them;
      * framing and cohort summary lines are passed over
           LOAD-ONE-REPORT-LINE.
               MOVE 0 TO NAME-TAG-COUNT.
               INSPECT REPORT-LINE TALLYING NAME-TAG-COUNT
                   FOR ALL " NAME=".
               EVALUATE TRUE
                   WHEN REPORT-LINE (1:4) = "HDR "
                   WHEN REPORT-LINE (1:4) = "TRL "
                   WHEN REPORT-LINE (1:6) = "COHORT"
                       CONTINUE
                   WHEN REPORT-LINE (1:10) = "  SEGMENT "
                       PERFORM NOTE-REPORT-SEGMENT
                   WHEN REPORT-LINE (1:1) NOT = SPACE
                       AND NAME-TAG-COUNT > 0
                       PERFORM NOTE-REPORTED-PATIENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM READ-REPORT-LINE.

           NOTE-REPORTED-PATIENT.
               IF REPORTED-COUNT < MAX-REPORTED-ENTRIES
                   ADD 1 TO REPORTED-COUNT
                   MOVE SPACES TO RPT-PATIENT (REPORTED-COUNT)
                   UNSTRING REPORT-LINE DELIMITED BY SPACE
                       INTO RPT-PATIENT (REPORTED-COUNT)
                   MOVE SPACES TO PARSE-REST
                   UNSTRING REPORT-LINE DELIMITED BY " COHORT="
                       INTO PARSE-PREFIX, PARSE-REST
                   MOVE PARSE-REST (1:4) TO RPT-COHORT (REPORTED-COUNT)
                   MOVE SPACES TO PARSE-REST
                   UNSTRING REPORT-LINE DELIMITED BY " TOTAL="
                       INTO PARSE-PREFIX, PARSE-REST
                   COMPUTE RPT-TOTAL (REPORTED-COUNT) ROUNDED =
                       FUNCTION NUMVAL (PARSE-REST (1:21))
                   MOVE SPACES TO PARSE-REST
                   UNSTRING REPORT-LINE DELIMITED BY " CMAX="
                       INTO PARSE-PREFIX, PARSE-REST
                   COMPUTE RPT-CMAX (REPORTED-COUNT) =
                       FUNCTION NUMVAL (PARSE-REST (1:8))
                   MOVE 0 TO RPT-SEGMENT-COUNT (REPORTED-COUNT)
               ELSE
                   DISPLAY "REPORTED PATIENT TABLE FULL - "
                       REPORT-LINE (1:10) " NOT EXPORTED"
               END-IF.

           NOTE-REPORT-SEGMENT.
               IF REPORTED-COUNT > 0
                   AND RPT-SEGMENT-COUNT (REPORTED-COUNT)
                       < MAX-REPORT-SEGMENTS
                   ADD 1 TO RPT-SEGMENT-COUNT (REPORTED-COUNT)
                   MOVE RPT-SEGMENT-COUNT (REPORTED-COUNT)
                       TO SEGMENT-INDEX
                   MOVE REPORT-LINE (11:8)
                       TO RPT-SEG-EVENT (REPORTED-COUNT, SEGMENT-INDEX)
                   MOVE SPACES TO PARSE-PREFIX
                   MOVE SPACES TO PARSE-AUC-TEXT
                   MOVE SPACES TO PARSE-PEAK-TEXT
                   UNSTRING REPORT-LINE (19:)
                       DELIMITED BY " AUC=" OR " PEAK="
                       INTO PARSE-PREFIX, PARSE-AUC-TEXT,
                           PARSE-PEAK-TEXT
                   COMPUTE RPT-SEG-AUC (REPORTED-COUNT, SEGMENT-INDEX)
                       = FUNCTION NUMVAL (PARSE-AUC-TEXT)
                   COMPUTE RPT-SEG-PEAK (REPORTED-COUNT, SEGMENT-INDEX)
                       = FUNCTION NUMVAL (PARSE-PEAK-TEXT)
               END-IF.

           LOAD-ERROR-ROWS.
               OPEN INPUT ERRORS-IN.
               IF ERRORS-STATUS = "00"
                   PERFORM READ-ERROR-LINE
                   PERFORM LOAD-ONE-ERROR-LINE UNTIL ERRORS-EOF
                   CLOSE ERRORS-IN
               END-IF.

           READ-ERROR-LINE.
               READ ERRORS-IN INTO ERROR-LINE
                   AT END SET ERRORS-EOF TO TRUE
               END-READ.

           LOAD-ONE-ERROR-LINE.
               MOVE SPACES TO PARSE-REST.
               MOVE SPACES TO ERROR-PATIENT-ID.
               UNSTRING ERROR-LINE DELIMITED BY " PATIENT="
                   INTO PARSE-PREFIX, PARSE-REST.
               UNSTRING PARSE-REST DELIMITED BY SPACE
                   INTO ERROR-PATIENT-ID.
               IF ERROR-PATIENT-ID NOT = SPACES
                   PERFORM FIND-ERROR-PATIENT
                   MOVE SPACES TO PARSE-REST
                   UNSTRING ERROR-LINE DELIMITED BY " LINE="
                       INTO PARSE-PREFIX, PARSE-REST
                   IF PARSE-REST NOT = SPACES
                       PERFORM NOTE-ERROR-POINT
                   ELSE
                       UNSTRING ERROR-LINE DELIMITED BY " REASON="
                           INTO PARSE-PREFIX, PARSE-REST
                       IF ERROR-PATIENT-SLOT > 0
                           MOVE PARSE-REST (1:20)
                               TO EPA-REASON (ERROR-PATIENT-SLOT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-ERROR-LINE.

           FIND-ERROR-PATIENT.
               MOVE 0 TO ERROR-PATIENT-SLOT.
               PERFORM MATCH-ERROR-PATIENT
                   VARYING ERROR-PATIENT-INDEX FROM 1 BY 1
                   UNTIL ERROR-PATIENT-INDEX > ERROR-PATIENT-COUNT
                       OR ERROR-PATIENT-SLOT > 0.
               IF ERROR-PATIENT-SLOT = 0
                   IF ERROR-PATIENT-COUNT < MAX-ERROR-PATIENTS
                       ADD 1 TO ERROR-PATIENT-COUNT
                       MOVE ERROR-PATIENT-COUNT TO ERROR-PATIENT-SLOT
                       MOVE ERROR-PATIENT-ID
                           TO EPA-PATIENT (ERROR-PATIENT-SLOT)
                       MOVE SPACES TO EPA-REASON (ERROR-PATIENT-SLOT)
                       MOVE 0 TO EPA-LINES (ERROR-PATIENT-SLOT)
                   ELSE
                       DISPLAY "ERROR PATIENT TABLE FULL - "
                           ERROR-PATIENT-ID
                   END-IF
               END-IF.

           MATCH-ERROR-PATIENT.
               IF EPA-PATIENT (ERROR-PATIENT-INDEX) = ERROR-PATIENT-ID
                   MOVE ERROR-PATIENT-INDEX TO ERROR-PATIENT-SLOT
               END-IF.

           NOTE-ERROR-POINT.
               IF ERROR-PATIENT-SLOT > 0
                   ADD 1 TO EPA-LINES (ERROR-PATIENT-SLOT)
               END-IF.
               IF ERROR-POINT-COUNT < MAX-ERROR-POINTS
                   ADD 1 TO ERROR-POINT-COUNT
                   MOVE ERROR-PATIENT-ID
                       TO EPT-PATIENT (ERROR-POINT-COUNT)
                   MOVE PARSE-REST (1:60)
                       TO EPT-LINE (ERROR-POINT-COUNT)
               END-IF.

           READ-GLUCOSE-LINE.
               READ GLUCOSE-IN INTO DATA-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF NOT END-OF-FILE
                   MOVE SPACES TO LINE-PATIENT-ID
                   MOVE SPACES TO LINE-TIME-TEXT
                   MOVE SPACES TO LINE-VALUE-TEXT
                   MOVE SPACES TO LINE-UNIT-TEXT
                   UNSTRING DATA-LINE DELIMITED BY SPACE
                       INTO LINE-PATIENT-ID, LINE-TIME-TEXT,
                           LINE-VALUE-TEXT, LINE-UNIT-TEXT
               END-IF.

      * TAISIN is grouped by patient as taisformula reads it; only a
      * patient that reached TAISRPT and is still active on the
      * master is exported
           EXPORT-ONE-PATIENT.
               MOVE LINE-PATIENT-ID TO CURRENT-PATIENT-ID.
               MOVE "MG" TO CURRENT-UNIT.
               MOVE 0 TO POINT-SEQ.
               MOVE 'N' TO EXPORT-SWITCH.
               MOVE 0 TO REPORTED-SLOT.
               PERFORM MATCH-REPORTED-PATIENT
                   VARYING REPORTED-INDEX FROM 1 BY 1
                   UNTIL REPORTED-INDEX > REPORTED-COUNT
                       OR REPORTED-SLOT > 0.
               IF REPORTED-SLOT > 0
                   PERFORM CHECK-PATIENT-ACTIVE
               END-IF.
               IF EXPORTING-PATIENT
                   ADD 1 TO EXPORTED-PATIENTS
               END-IF.
               PERFORM EXPORT-ONE-LINE
                   UNTIL END-OF-FILE
                       OR LINE-PATIENT-ID NOT = CURRENT-PATIENT-ID.
               IF EXPORTING-PATIENT
                   PERFORM WRITE-PATIENT-SEGMENTS
               END-IF.

           MATCH-REPORTED-PATIENT.
               IF RPT-PATIENT (REPORTED-INDEX) = LINE-PATIENT-ID
                   MOVE REPORTED-INDEX TO REPORTED-SLOT
               END-IF.

           CHECK-PATIENT-ACTIVE.
               MOVE CURRENT-PATIENT-ID TO MASTER-PATIENT-ID.
               READ PATIENT-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN-PATIENT-ID" TO EXCLUSION-REASON
                       PERFORM WRITE-MASTER-EXCLUSION
                   NOT INVALID KEY
                       IF MASTER-ACTIVE-FLAG = 'I'
                           MOVE "PATIENT-INACTIVE" TO EXCLUSION-REASON
                           PERFORM WRITE-MASTER-EXCLUSION
                       ELSE
                           MOVE 'Y' TO EXPORT-SWITCH
                       END-IF
               END-READ.

           WRITE-MASTER-EXCLUSION.
               MOVE SPACES TO EXCLUSION-RECORD.
               MOVE CURRENT-PATIENT-ID TO XCL-PATIENT-ID.
               MOVE EXCLUSION-REASON TO XCL-REASON.
               MOVE 0 TO XCL-ERROR-LINES.
               WRITE EXCLUSION-RECORD.
               ADD 1 TO EXCLUDED-PATIENTS.

           EXPORT-ONE-LINE.
               IF EXPORTING-PATIENT
                   PERFORM EXPORT-ONE-READING
               END-IF.
               PERFORM READ-GLUCOSE-LINE.

      * dose-event lines carry no reading - the events reach the
      * sponsor through the SEG rows
           EXPORT-ONE-READING.
               IF LINE-UNIT-TEXT = "MG" OR LINE-UNIT-TEXT = "MM"
                   MOVE LINE-UNIT-TEXT TO CURRENT-UNIT
               END-IF.
               IF LINE-VALUE-TEXT (1:1) IS ALPHABETIC
                   AND LINE-VALUE-TEXT (1:1) NOT = SPACE
                   CONTINUE
               ELSE
                   ADD 1 TO POINT-SEQ
                   MOVE 'N' TO POINT-EXCLUDED-SWITCH
                   PERFORM MATCH-ERROR-POINT
                       VARYING ERROR-POINT-INDEX FROM 1 BY 1
                       UNTIL ERROR-POINT-INDEX > ERROR-POINT-COUNT
                           OR POINT-EXCLUDED
                   MOVE SPACES TO SUBMISSION-RECORD
                   MOVE "TPT" TO SUB-RECORD-TYPE
                   MOVE CURRENT-PATIENT-ID TO SUB-PATIENT-ID
                   MOVE RPT-COHORT (REPORTED-SLOT) TO SUB-COHORT
                   MOVE POINT-SEQ TO SUB-POINT-SEQ
                   COMPUTE SUB-POINT-TIME =
                       FUNCTION NUMVAL (LINE-TIME-TEXT)
                   COMPUTE SUB-POINT-READING =
                       FUNCTION NUMVAL (LINE-VALUE-TEXT)
                   IF CURRENT-UNIT = "MM"
                       MOVE "MMOL/L" TO SUB-POINT-UNITS
                   ELSE
                       MOVE "MG/DL" TO SUB-POINT-UNITS
                   END-IF
                   IF POINT-EXCLUDED
                       MOVE 'Y' TO SUB-POINT-EXCLUDED
                   ELSE
                       MOVE 'N' TO SUB-POINT-EXCLUDED
                   END-IF
                   WRITE SUBMISSION-RECORD
                   ADD 1 TO POINT-ROWS
               END-IF.

           MATCH-ERROR-POINT.
               IF EPT-PATIENT (ERROR-POINT-INDEX) = CURRENT-PATIENT-ID
                   AND EPT-LINE (ERROR-POINT-INDEX) = DATA-LINE
                   MOVE 'Y' TO POINT-EXCLUDED-SWITCH
               END-IF.

           WRITE-PATIENT-SEGMENTS.
               IF RPT-SEGMENT-COUNT (REPORTED-SLOT) = 0
                   MOVE SPACES TO SUBMISSION-RECORD
                   MOVE "SEG" TO SUB-RECORD-TYPE
                   MOVE CURRENT-PATIENT-ID TO SUB-PATIENT-ID
                   MOVE RPT-COHORT (REPORTED-SLOT) TO SUB-COHORT
                   MOVE 1 TO SUB-SEGMENT-SEQ
                   MOVE "ALL" TO SUB-SEGMENT-EVENT
                   MOVE RPT-TOTAL (REPORTED-SLOT) TO SUB-SEGMENT-AUC
                   MOVE RPT-CMAX (REPORTED-SLOT) TO SUB-SEGMENT-PEAK
                   WRITE SUBMISSION-RECORD
                   ADD 1 TO SEGMENT-ROWS
               ELSE
                   PERFORM WRITE-ONE-SEGMENT-ROW
                       VARYING SEGMENT-INDEX FROM 1 BY 1
                       UNTIL SEGMENT-INDEX
                           > RPT-SEGMENT-COUNT (REPORTED-SLOT)
               END-IF.

           WRITE-ONE-SEGMENT-ROW.
               MOVE SPACES TO SUBMISSION-RECORD.
               MOVE "SEG" TO SUB-RECORD-TYPE.
               MOVE CURRENT-PATIENT-ID TO SUB-PATIENT-ID.
               MOVE RPT-COHORT (REPORTED-SLOT) TO SUB-COHORT.
               MOVE SEGMENT-INDEX TO SUB-SEGMENT-SEQ.
               MOVE RPT-SEG-EVENT (REPORTED-SLOT, SEGMENT-INDEX)
                   TO SUB-SEGMENT-EVENT.
               MOVE RPT-SEG-AUC (REPORTED-SLOT, SEGMENT-INDEX)
                   TO SUB-SEGMENT-AUC.
               MOVE RPT-SEG-PEAK (REPORTED-SLOT, SEGMENT-INDEX)
                   TO SUB-SEGMENT-PEAK.
               WRITE SUBMISSION-RECORD.
               ADD 1 TO SEGMENT-ROWS.

      * any TAISERR patient that never reached TAISRPT was rejected
           WRITE-REJECTED-PATIENTS.
               MOVE 0 TO REPORTED-SLOT.
               MOVE EPA-PATIENT (ERROR-PATIENT-INDEX)
                   TO LINE-PATIENT-ID.
               PERFORM MATCH-REPORTED-PATIENT
                   VARYING REPORTED-INDEX FROM 1 BY 1
                   UNTIL REPORTED-INDEX > REPORTED-COUNT
                       OR REPORTED-SLOT > 0.
               IF REPORTED-SLOT = 0
                   MOVE SPACES TO EXCLUSION-RECORD
                   MOVE EPA-PATIENT (ERROR-PATIENT-INDEX)
                       TO XCL-PATIENT-ID
                   MOVE EPA-REASON (ERROR-PATIENT-INDEX) TO XCL-REASON
                   MOVE EPA-LINES (ERROR-PATIENT-INDEX)
                       TO XCL-ERROR-LINES
                   WRITE EXCLUSION-RECORD
                   ADD 1 TO EXCLUDED-PATIENTS
               END-IF.

           WRITE-CONTROL-RECORD.
               MOVE SPACES TO SUBMISSION-RECORD.
               MOVE "CTL" TO SUB-RECORD-TYPE.
               MOVE RUN-DATE TO SUB-CONTROL-DATE.
               MOVE EXPORTED-PATIENTS TO SUB-CONTROL-PATIENTS.
               MOVE POINT-ROWS TO SUB-CONTROL-POINTS.
               MOVE SEGMENT-ROWS TO SUB-CONTROL-SEGMENTS.
               COMPUTE SUB-CONTROL-ROWS = POINT-ROWS + SEGMENT-ROWS.
               WRITE SUBMISSION-RECORD.

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
               MOVE "taisexport" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE EXPORTED-PATIENTS TO FORMATTED-COUNT.
               STRING "PATIENTS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               COMPUTE FORMATTED-ROWS = POINT-ROWS + SEGMENT-ROWS.
               MOVE EXCLUDED-PATIENTS TO FORMATTED-COUNT.
               STRING "ROWS=" FORMATTED-ROWS
                   " EXCLUDED=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE GLUCOSE-IN.
               CLOSE PATIENT-MASTER.
               CLOSE SUBMISSION-OUT.
               CLOSE EXCLUSIONS-OUT.
               CLOSE SUITE-LOG.

           SELECT PATIENT-ERRORS ASSIGN TO "TAISERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATIENT-HISTORY ASSIGN TO "TAISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT PATIENT-MASTER ASSIGN TO "TAISPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PATIENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT PROTOCOL-IN ASSIGN TO "TAISPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROTOCOL-STATUS.
           SELECT MISSED-REPORT ASSIGN TO "TAISMISS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-TABLE-IN ASSIGN TO "TAISQC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QC-TABLE-STATUS.
           SELECT QC-REPORT ASSIGN TO "TAISQCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETEST-ORDERS ASSIGN TO "TAISORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-STATUS.
           SELECT TAIS-CKP ASSIGN TO "TAISCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  GLUCOSE-IN.
           01 GLUCOSE-IN-RECORD PIC X(60).
       FD  PATIENT-REPORT.
           01 PATIENT-REPORT-RECORD PIC X(400).
       FD  PATIENT-ERRORS.
           01 PATIENT-ERRORS-RECORD PIC X(160).
       FD  PATIENT-HISTORY.
           COPY TAISHST.
      * MASTER-ACTIVE-FLAG is maintained by taisadmin - 'I' marks an
      * inactivated patient. the flag widened this indexed record,
      * so a TAISPMF built on the old 34-byte layout no longer opens
      * (file status 39) and this program stops with RC=16 - rebuild
      * the master through taisadmin transactions or a reload before
      * the first run on this layout. MASTER-CLINICIAN-ID, the
      * referring clinician taispacket routes results to, and
      * MASTER-ENROLL-DATE, day 0 of the protocol visit schedule,
      * widened it again to 53 bytes and the same rebuild applies
       FD  PATIENT-MASTER.
           01 PATIENT-MASTER-RECORD.
               05 MASTER-PATIENT-ID PIC X(10).
               05 MASTER-NAME PIC X(20).
               05 MASTER-COHORT PIC X(4).
               05 MASTER-ACTIVE-FLAG PIC X.
               05 MASTER-CLINICIAN-ID PIC X(10).
               05 MASTER-ENROLL-DATE PIC X(8).
       FD  PROTOCOL-IN.
           01 PROTOCOL-IN-RECORD PIC X(80).
       FD  MISSED-REPORT.
           01 MISSED-REPORT-RECORD PIC X(132).
       FD  QC-TABLE-IN.
           01 QC-TABLE-IN-RECORD PIC X(80).
       FD  QC-REPORT.
           01 QC-REPORT-RECORD PIC X(132).
       FD  RETEST-ORDERS.
           COPY TAIORD.
       FD  TAIS-CKP.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 HISTORY-STATUS PIC XX.
           01 HISTORY-EOF-SWITCH PIC X VALUE 'N'.
               88 HISTORY-EOF VALUE 'Y'.
           01 HISTORY-LINE PIC X(250).
      * the history of the patient in hand - read from TAISHIST by
      * key when a series is finalized and again by the missed-visit
      * pass, so the run holds one patient's history at a time
      * however many patients the study has enrolled
           01 PATIENT-HISTORY-SUMMARY.
               05 HIST-PATIENT PIC X(10).
               05 HIST-LAST-TOTAL PIC 9(9)V9(4).
               05 HIST-SUM PIC 9(11)V9(4).
               05 HIST-RUNS PIC 9(4).
               05 HIST-VISIT-MAP PIC X(20).
           01 HISTORY-FOUND-SWITCH PIC X.
               88 HISTORY-FOUND VALUE 'Y'.
           01 PARSE-PREFIX PIC X(250).
           01 PARSE-REST PIC X(250).
           01 PARSE-TOTAL-TEXT PIC X(21).
           01 PARSE-TOTAL-VALUE PIC 9(9)V9(4).
           01 PARSE-VISIT PIC 99.
           01 PARSE-VISIT-SWITCH PIC X.
               88 PARSE-VISIT-TAGGED VALUE 'Y'.

      * protocol visit windows - TAISPROT rows of cohort, visit
      * number (1-20), target study day and a plus-or-minus window
      * in days; a cohort with no rows is not visit-checked. each
      * TAISHIST row carries the visit its series was placed on as
      * VISIT=, and rows from before the protocol took a visit apiece
      * in order; HIST-VISIT-MAP holds a Y for every visit taken
           01 PROTOCOL-STATUS PIC XX.
           01 PROTOCOL-EOF-SWITCH PIC X VALUE 'N'.
               88 PROTOCOL-EOF VALUE 'Y'.
           01 PROTOCOL-LINE PIC X(80).
           01 PROTOCOL-TABLE.
               05 PROTOCOL-ENTRY OCCURS 200 TIMES.
                   10 PROT-COHORT PIC X(4).
                   10 PROT-VISIT PIC 99.
                   10 PROT-TARGET-DAY PIC 9(4).
                   10 PROT-WINDOW PIC 9(3).
           01 PROTOCOL-COUNT PIC 999 VALUE 0.
           01 MAX-PROTOCOL-ENTRIES PIC 999 VALUE 200.
           01 PROTOCOL-INDEX PIC 999.
           01 MAX-PROTOCOL-VISIT PIC 99 VALUE 20.
           01 PROT-COHORT-TEXT PIC X(10).
           01 PROT-VISIT-TEXT PIC X(10).
           01 PROT-TARGET-TEXT PIC X(10).
           01 PROT-WINDOW-TEXT PIC X(10).
           01 PROTOCOL-COHORT-SWITCH PIC X.
               88 PROTOCOL-COHORT-FOUND VALUE 'Y'.
           01 CURRENT-ENROLL-DATE PIC X(8).
           01 RUN-DAY-NUMBER PIC 9(7).
           01 ENROLL-DAY-NUMBER PIC 9(7).
           01 STUDY-DAY PIC S9(5).
           01 VISITS-TAKEN PIC X(20).
           01 VISIT-POSITION PIC 99.
           01 VISIT-ASSIGNED PIC 99.
           01 VISIT-SLOT PIC 999.
           01 VISIT-DISTANCE PIC 9(5).
           01 BEST-DISTANCE PIC 9(5).
           01 VISIT-FLAG-TEXT PIC X(14).
           01 OUT-OF-WINDOW-COUNT PIC 9(6) VALUE 0.
           01 MISSED-VISIT-COUNT PIC 9(6) VALUE 0.
           01 MASTER-EOF-SWITCH PIC X.
               88 MASTER-EOF VALUE 'Y'.
           01 MISSED-DUE-DATE PIC 9(8).
           01 MISSED-CLOSE-DATE PIC 9(8).
           01 MISSED-DAYS-OVER PIC 9(5).
           01 FORMATTED-VISIT PIC Z9.
           01 FORMATTED-STUDY-DAY PIC -(4)9.
           01 FORMATTED-DAYS-OVER PIC Z(4)9.

      * laboratory controls - a TAISIN series whose id starts with
      * CONTROL-ID-PREFIX is a known-concentration control sample,
      * never a patient. TAISQC rows give each control id its
      * expected mean reading and plus-or-minus tolerance in mg/dL.
      * a 'BATCH id' line in TAISIN opens an analyser batch, and the
      * lines ahead of the first marker form one unmarked batch. the
      * controls are checked in a first pass over TAISIN so that
      * every patient in a batch with a failed control is held with
      * QC-HOLD instead of being reported
           01 CONTROL-ID-PREFIX PIC XX VALUE "QC".
           01 QC-TABLE-STATUS PIC XX.
           01 QC-TABLE-EOF-SWITCH PIC X VALUE 'N'.
               88 QC-TABLE-EOF VALUE 'Y'.
           01 QC-TABLE-LINE PIC X(80).
           01 QC-TABLE.
               05 QC-ENTRY OCCURS 50 TIMES.
                   10 QC-CONTROL-ID PIC X(10).
                   10 QC-EXPECTED PIC 9(5)V99.
                   10 QC-TOLERANCE PIC 9(5)V99.
           01 QC-COUNT PIC 99 VALUE 0.
           01 MAX-QC-ENTRIES PIC 99 VALUE 50.
           01 QC-INDEX PIC 99.
           01 QC-SLOT PIC 99.
           01 QC-ID-TEXT PIC X(10).
           01 QC-EXPECTED-TEXT PIC X(10).
           01 QC-TOLERANCE-TEXT PIC X(10).
           01 BATCH-TABLE.
               05 BATCH-ENTRY OCCURS 50 TIMES.
                   10 BATCH-ID PIC X(10).
                   10 BATCH-SERIES PIC 9(5).
                   10 BATCH-CONTROLS PIC 9(3).
                   10 BATCH-FAILED PIC 9(3).
                   10 BATCH-HELD PIC 9(5).
           01 BATCH-COUNT PIC 99 VALUE 0.
           01 MAX-BATCH-ENTRIES PIC 99 VALUE 50.
           01 BATCH-INDEX PIC 99.
           01 LINE-BATCH-INDEX PIC 99 VALUE 1.
           01 PATIENT-BATCH PIC 99.
           01 CONTROL-SERIES-COUNT PIC 9(6) VALUE 0.
           01 CONTROL-SUM PIC 9(9)V99.
           01 CONTROL-READINGS PIC 9(4).
           01 CONTROL-MEAN PIC 9(5)V99.
           01 CONTROL-DEVIATION PIC 9(5)V99.
           01 CONTROL-UNIT-SWITCH PIC X.
               88 CONTROL-UNIT-BAD VALUE 'Y'.
           01 CONTROL-VERDICT PIC X(16).
           01 BATCH-VERDICT PIC X(11).
           01 QC-RUN-VERDICT PIC X(4).
           01 FORMATTED-QC-MEAN PIC Z(4)9.99.
           01 FORMATTED-QC-EXPECTED PIC Z(4)9.99.
           01 FORMATTED-QC-TOLERANCE PIC Z(4)9.99.
           01 FORMATTED-QC-READINGS PIC Z(3)9.
           01 FORMATTED-BATCH-SERIES PIC Z(4)9.
           01 FORMATTED-BATCH-CONTROLS PIC ZZ9.
           01 FORMATTED-BATCH-FAILED PIC ZZ9.
           01 FORMATTED-BATCH-HELD PIC Z(4)9.

      * re-test orders - a rejected series (other than an unknown or
      * inactive patient, which no repeat test would cure), a series
      * salvaged with RETEST-EXCLUDED-LIMIT or more excluded points,
      * and a result worsening against history each raise one order
           01 ORDER-STATUS PIC XX.
           01 RETEST-EXCLUDED-LIMIT PIC 99 VALUE 2.
           01 RETEST-REASON PIC X(20).
           01 ORDER-COUNT PIC 9(6) VALUE 0.

           01 WORSEN-PCT PIC 999V99 VALUE 0.
           01 PRIOR-RAW-AUC PIC 9(11)V99.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY HDRTRL.
           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 PATIENT-COUNT PIC 9(6) VALUE 0.
           01 ERROR-COUNT   PIC 9(6) VALUE 0.
           01 FORMATTED-PATIENTCOUNT PIC Z(5)9.
           01 FORMATTED-COUNT PIC Z(5)9.

           01 CKP-STATUS PIC XX.
           01 RESTART-RECNO PIC 9(8) VALUE 0.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               DISPLAY "ENTER GLUCOSE MIN: " WITH NO ADVANCING.
               ACCEPT GLUC-MIN.
               DISPLAY "ENTER GLUCOSE MAX: " WITH NO ADVANCING.
               MOVE 60 TO GRID-TIME (3).
               MOVE 90 TO GRID-TIME (4).
               MOVE 120 TO GRID-TIME (5).
               PERFORM OPEN-PATIENT-HISTORY.
               COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (RUN-DATE)).
               PERFORM LOAD-PROTOCOL-TABLE.
               PERFORM LOAD-QC-TABLE.
               PERFORM CHECK-CONTROL-SAMPLES.
               OPEN INPUT GLUCOSE-IN.
               OPEN OUTPUT PATIENT-REPORT.
               PERFORM WRITE-REPORT-HEADER.
               OPEN OUTPUT PATIENT-ERRORS.
               OPEN EXTEND RETEST-ORDERS.
               IF ORDER-STATUS NOT = "00"
                   OPEN OUTPUT RETEST-ORDERS
               END-IF.
               OPEN EXTEND SUITE-LOG.
               OPEN EXTEND SUITE-EXC.
               PERFORM READ-NEXT-LINE.

           SKIP-RESTART-PATIENT.
               MOVE LINE-PATIENT-ID TO CURRENT-PATIENT-ID.
               MOVE LINE-BATCH-INDEX TO PATIENT-BATCH.
               PERFORM PASS-OVER-SERIES.

           PASS-OVER-SERIES.
               PERFORM READ-NEXT-LINE.
               PERFORM DISCARD-TIMEPOINT
                   UNTIL END-OF-FILE
                       OR LINE-PATIENT-ID NOT = CURRENT-PATIENT-ID
                       OR LINE-BATCH-INDEX NOT = PATIENT-BATCH.

           DISCARD-TIMEPOINT.
               PERFORM READ-NEXT-LINE.

      * batch marker lines are consumed here, so every caller sees
      * only readings and events with LINE-BATCH-INDEX set
           READ-NEXT-LINE.
               PERFORM READ-GLUCOSE-LINE.
               PERFORM READ-GLUCOSE-LINE
                   UNTIL END-OF-FILE
                       OR DATA-LINE (1:6) NOT = "BATCH ".
               IF NOT END-OF-FILE
                   MOVE 'N' TO LINE-IS-EVENT-SWITCH
                   MOVE SPACES TO LINE-TIME-TEXT
                   END-IF
               END-IF.

           READ-GLUCOSE-LINE.
               READ GLUCOSE-IN INTO DATA-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF NOT END-OF-FILE
                       AND DATA-LINE (1:6) = "BATCH "
                   PERFORM OPEN-NEW-BATCH
               END-IF.

      * the control pass builds the batch table; the main pass meets
      * the same markers in the same order and only steps the index
           OPEN-NEW-BATCH.
               IF LINE-BATCH-INDEX NOT < MAX-BATCH-ENTRIES
                   DISPLAY "TOO MANY TAISIN BATCHES - LIMIT "
                       MAX-BATCH-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO LINE-BATCH-INDEX.
               IF LINE-BATCH-INDEX > BATCH-COUNT
                   MOVE LINE-BATCH-INDEX TO BATCH-COUNT
                   MOVE SPACES TO BATCH-ID (LINE-BATCH-INDEX)
                   UNSTRING FUNCTION TRIM (DATA-LINE (7:))
                       DELIMITED BY ALL SPACE
                       INTO BATCH-ID (LINE-BATCH-INDEX)
                   PERFORM CLEAR-BATCH-COUNTS
               END-IF.

           CLEAR-BATCH-COUNTS.
               MOVE 0 TO BATCH-SERIES (LINE-BATCH-INDEX).
               MOVE 0 TO BATCH-CONTROLS (LINE-BATCH-INDEX).
               MOVE 0 TO BATCH-FAILED (LINE-BATCH-INDEX).
               MOVE 0 TO BATCH-HELD (LINE-BATCH-INDEX).

      * control series are never reported, totalled or written to
      * history - their verdicts were settled in the control pass
           PROCESS-PATIENTS.
               ADD 1 TO PATIENT-COUNT.
               MOVE LINE-PATIENT-ID TO CURRENT-PATIENT-ID.
               MOVE LINE-BATCH-INDEX TO PATIENT-BATCH.
               IF CURRENT-PATIENT-ID (1:2) = CONTROL-ID-PREFIX
                   PERFORM PASS-OVER-SERIES
               ELSE
                   PERFORM START-PATIENT
                   PERFORM READ-NEXT-LINE
                   PERFORM ACCUMULATE-TIMEPOINT
                       UNTIL END-OF-FILE
                           OR LINE-PATIENT-ID NOT = CURRENT-PATIENT-ID
                           OR LINE-BATCH-INDEX NOT = PATIENT-BATCH
                   PERFORM FINALIZE-PATIENT
               END-IF.
               DIVIDE PATIENT-COUNT BY CHECKPOINT-INTERVAL
                   GIVING CKP-QUOTIENT REMAINDER CKP-REMAINDER.
               IF CKP-REMAINDER = 0
               MOVE "PRE" TO CURRENT-SEG-LABEL.
               MOVE 'N' TO PATIENT-BAD-SWITCH.
               MOVE "MG" TO CURRENT-UNIT.
               EVALUATE TRUE
                   WHEN BATCH-FAILED (PATIENT-BATCH) > 0
                       MOVE 'Y' TO PATIENT-BAD-SWITCH
                       MOVE "QC-HOLD" TO ERROR-REASON
                       ADD 1 TO BATCH-HELD (PATIENT-BATCH)
                       PERFORM WRITE-ERROR-RECORD
                   WHEN LINE-IS-EVENT
                       MOVE 'Y' TO PATIENT-BAD-SWITCH
                       MOVE "EVENT-BEFORE-DATA" TO ERROR-REASON
                       PERFORM WRITE-ERROR-RECORD
                   WHEN OTHER
                       PERFORM APPLY-UNIT-CONVERSION
               END-EVALUATE.
               MOVE LINE-GLUC TO CURRENT-SEG-PEAK.
               MOVE 0 TO EXCLUDED-POINTS.
               MOVE 'N' TO RESEED-SWITCH.
               MOVE 0 TO CURVE-COUNT.
               PERFORM STORE-CURVE-POINT.
               PERFORM TRACK-HYPO-EPISODE.
               IF BATCH-FAILED (PATIENT-BATCH) = 0
                   PERFORM LOOK-UP-PATIENT-MASTER
               ELSE
                   MOVE SPACES TO CURRENT-NAME
                   MOVE SPACES TO CURRENT-COHORT
               END-IF.
               IF NOT PATIENT-BAD
                       AND (LINE-GLUC < GLUC-MIN
                           OR LINE-GLUC > GLUC-MAX)
                   + (HYPO-END-TIME - HYPO-START-TIME).
               MOVE 'N' TO IN-HYPO-SWITCH.

      * TAISHIST is opened for update for the whole run - each
      * finalized series reads its patient's rows back by key and
      * then writes its own; a file not there yet is created empty
           OPEN-PATIENT-HISTORY.
               OPEN I-O PATIENT-HISTORY.
               IF HISTORY-STATUS NOT = "00"
                       AND HISTORY-STATUS NOT = "05"
                   OPEN OUTPUT PATIENT-HISTORY
                   CLOSE PATIENT-HISTORY
                   OPEN I-O PATIENT-HISTORY
               END-IF.
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PATIENT HISTORY - STATUS "
                       HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * CURRENT-PATIENT-ID in - the patient's rows come back in run
      * date order from the first key at or after the patient id
           READ-PATIENT-HISTORY.
               MOVE 'N' TO HISTORY-FOUND-SWITCH.
               MOVE CURRENT-PATIENT-ID TO HIST-PATIENT.
               MOVE 0 TO HIST-LAST-TOTAL.
               MOVE 0 TO HIST-SUM.
               MOVE 0 TO HIST-RUNS.
               MOVE SPACES TO HIST-VISIT-MAP.
               MOVE 'N' TO HISTORY-EOF-SWITCH.
               MOVE CURRENT-PATIENT-ID TO PHIST-PATIENT-ID.
               MOVE LOW-VALUES TO PHIST-RUN-DATE.
               START PATIENT-HISTORY KEY NOT < PHIST-KEY
                   INVALID KEY SET HISTORY-EOF TO TRUE
               END-START.
               IF NOT HISTORY-EOF
                   PERFORM READ-HISTORY-LINE
               END-IF.
               PERFORM LOAD-HISTORY-ENTRY UNTIL HISTORY-EOF.

           READ-HISTORY-LINE.
               READ PATIENT-HISTORY NEXT RECORD
                   AT END SET HISTORY-EOF TO TRUE
               END-READ.
               IF HISTORY-STATUS NOT = "00"
                       OR PHIST-PATIENT-ID NOT = HIST-PATIENT
                   SET HISTORY-EOF TO TRUE
               ELSE
                   MOVE PHIST-DETAIL TO HISTORY-LINE
               END-IF.

           LOAD-HISTORY-ENTRY.
               MOVE SPACES TO PARSE-PREFIX.
               MOVE SPACES TO PARSE-REST.
               UNSTRING HISTORY-LINE DELIMITED BY "TOTAL="
                   INTO PARSE-PREFIX, PARSE-REST.
               MOVE PARSE-REST (1:21) TO PARSE-TOTAL-TEXT.
               MOVE SPACES TO PARSE-REST.
               MOVE 'N' TO PARSE-VISIT-SWITCH.
               UNSTRING HISTORY-LINE DELIMITED BY " VISIT="
                   INTO PARSE-PREFIX, PARSE-REST.
               IF PARSE-REST NOT = SPACES
                   MOVE 'Y' TO PARSE-VISIT-SWITCH
                   COMPUTE PARSE-VISIT =
                       FUNCTION NUMVAL (PARSE-REST (1:2))
               END-IF.
               IF PARSE-TOTAL-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL (PARSE-TOTAL-TEXT)
                       TO PARSE-TOTAL-VALUE
                   PERFORM TALLY-HISTORY-ENTRY
               END-IF.
               PERFORM READ-HISTORY-LINE.

           TALLY-HISTORY-ENTRY.
               MOVE 'Y' TO HISTORY-FOUND-SWITCH.
               MOVE PARSE-TOTAL-VALUE TO HIST-LAST-TOTAL.
               ADD PARSE-TOTAL-VALUE TO HIST-SUM.
               ADD 1 TO HIST-RUNS.
               PERFORM MARK-HISTORY-VISIT.

           MARK-HISTORY-VISIT.
               IF PARSE-VISIT-TAGGED
                   IF PARSE-VISIT > 0
                           AND PARSE-VISIT NOT > MAX-PROTOCOL-VISIT
                       MOVE 'Y' TO HIST-VISIT-MAP (PARSE-VISIT:1)
                   END-IF
               ELSE
                   MOVE 0 TO VISIT-POSITION
                   PERFORM FIND-OPEN-VISIT-POSITION
                       VARYING PARSE-VISIT FROM 1 BY 1
                       UNTIL PARSE-VISIT > MAX-PROTOCOL-VISIT
                           OR VISIT-POSITION > 0
                   IF VISIT-POSITION > 0
                       MOVE 'Y' TO HIST-VISIT-MAP (VISIT-POSITION:1)
                   END-IF
               END-IF.

           FIND-OPEN-VISIT-POSITION.
               IF HIST-VISIT-MAP (PARSE-VISIT:1) NOT = 'Y'
                   MOVE PARSE-VISIT TO VISIT-POSITION
               END-IF.

           LOAD-PROTOCOL-TABLE.
               OPEN INPUT PROTOCOL-IN.
               IF PROTOCOL-STATUS = "00"
                   PERFORM READ-PROTOCOL-LINE
                   PERFORM LOAD-PROTOCOL-ENTRY UNTIL PROTOCOL-EOF
                   CLOSE PROTOCOL-IN
               END-IF.

           READ-PROTOCOL-LINE.
               READ PROTOCOL-IN INTO PROTOCOL-LINE
                   AT END SET PROTOCOL-EOF TO TRUE
               END-READ.

      * a malformed row ends the run - a window silently dropped
      * would report every patient due on it as missed
           LOAD-PROTOCOL-ENTRY.
               IF PROTOCOL-LINE = SPACES OR PROTOCOL-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO PROT-COHORT-TEXT
                   MOVE SPACES TO PROT-VISIT-TEXT
                   MOVE SPACES TO PROT-TARGET-TEXT
                   MOVE SPACES TO PROT-WINDOW-TEXT
                   UNSTRING PROTOCOL-LINE DELIMITED BY ALL SPACE
                       INTO PROT-COHORT-TEXT, PROT-VISIT-TEXT,
                           PROT-TARGET-TEXT, PROT-WINDOW-TEXT
                   IF FUNCTION TEST-NUMVAL (PROT-VISIT-TEXT) NOT = 0
                           OR FUNCTION TEST-NUMVAL (PROT-TARGET-TEXT)
                               NOT = 0
                           OR FUNCTION TEST-NUMVAL (PROT-WINDOW-TEXT)
                               NOT = 0
                           OR PROTOCOL-COUNT NOT < MAX-PROTOCOL-ENTRIES
                       PERFORM REJECT-PROTOCOL-LINE
                   END-IF
                   ADD 1 TO PROTOCOL-COUNT
                   MOVE PROT-COHORT-TEXT TO PROT-COHORT (PROTOCOL-COUNT)
                   COMPUTE PROT-VISIT (PROTOCOL-COUNT) =
                       FUNCTION NUMVAL (PROT-VISIT-TEXT)
                   COMPUTE PROT-TARGET-DAY (PROTOCOL-COUNT) =
                       FUNCTION NUMVAL (PROT-TARGET-TEXT)
                   COMPUTE PROT-WINDOW (PROTOCOL-COUNT) =
                       FUNCTION NUMVAL (PROT-WINDOW-TEXT)
                   IF PROT-VISIT (PROTOCOL-COUNT) = 0
                       OR PROT-VISIT (PROTOCOL-COUNT)
                           > MAX-PROTOCOL-VISIT
                       PERFORM REJECT-PROTOCOL-LINE
                   END-IF
               END-IF.
               PERFORM READ-PROTOCOL-LINE.

           REJECT-PROTOCOL-LINE.
               DISPLAY "INVALID PROTOCOL ROW: " PROTOCOL-LINE.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

           LOAD-QC-TABLE.
               OPEN INPUT QC-TABLE-IN.
               IF QC-TABLE-STATUS = "00"
                   PERFORM READ-QC-TABLE-LINE
                   PERFORM LOAD-QC-ENTRY UNTIL QC-TABLE-EOF
                   CLOSE QC-TABLE-IN
               END-IF.

           READ-QC-TABLE-LINE.
               READ QC-TABLE-IN INTO QC-TABLE-LINE
                   AT END SET QC-TABLE-EOF TO TRUE
               END-READ.

      * a malformed control row ends the run the same way - a control
      * with no expected value would fail every batch it runs in
           LOAD-QC-ENTRY.
               IF QC-TABLE-LINE = SPACES OR QC-TABLE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO QC-ID-TEXT
                   MOVE SPACES TO QC-EXPECTED-TEXT
                   MOVE SPACES TO QC-TOLERANCE-TEXT
                   UNSTRING QC-TABLE-LINE DELIMITED BY ALL SPACE
                       INTO QC-ID-TEXT, QC-EXPECTED-TEXT,
                           QC-TOLERANCE-TEXT
                   IF QC-ID-TEXT (1:2) NOT = CONTROL-ID-PREFIX
                           OR FUNCTION TEST-NUMVAL (QC-EXPECTED-TEXT)
                               NOT = 0
                           OR FUNCTION TEST-NUMVAL (QC-TOLERANCE-TEXT)
                               NOT = 0
                           OR QC-COUNT NOT < MAX-QC-ENTRIES
                       DISPLAY "INVALID CONTROL ROW: " QC-TABLE-LINE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QC-COUNT
                   MOVE QC-ID-TEXT TO QC-CONTROL-ID (QC-COUNT)
                   COMPUTE QC-EXPECTED (QC-COUNT) =
                       FUNCTION NUMVAL (QC-EXPECTED-TEXT)
                   COMPUTE QC-TOLERANCE (QC-COUNT) =
                       FUNCTION NUMVAL (QC-TOLERANCE-TEXT)
               END-IF.
               PERFORM READ-QC-TABLE-LINE.

      * control pass - every series in TAISIN is walked once to
      * settle each batch's QC verdict before any patient in it is
      * finalized; TAISIN is then reopened for the main pass
           CHECK-CONTROL-SAMPLES.
               OPEN OUTPUT QC-REPORT.
               MOVE SPACES TO QC-REPORT-RECORD.
               STRING "TAIS CONTROL-SAMPLE QC AS OF " RUN-DATE
                   DELIMITED BY SIZE INTO QC-REPORT-RECORD.
               WRITE QC-REPORT-RECORD.
               MOVE 1 TO LINE-BATCH-INDEX.
               MOVE 1 TO BATCH-COUNT.
               MOVE "UNMARKED" TO BATCH-ID (1).
               PERFORM CLEAR-BATCH-COUNTS.
               OPEN INPUT GLUCOSE-IN.
               PERFORM READ-NEXT-LINE.
               PERFORM SCAN-SERIES-FOR-CONTROLS UNTIL END-OF-FILE.
               CLOSE GLUCOSE-IN.
               MOVE 'N' TO EOF-SWITCH.
               MOVE 1 TO LINE-BATCH-INDEX.
               IF CONTROL-SERIES-COUNT = 0
                   MOVE "NONE" TO QC-RUN-VERDICT
               ELSE
                   MOVE "PASS" TO QC-RUN-VERDICT
                   PERFORM NOTE-BATCH-FAILURE
                       VARYING BATCH-INDEX FROM 1 BY 1
                       UNTIL BATCH-INDEX > BATCH-COUNT
               END-IF.

           NOTE-BATCH-FAILURE.
               IF BATCH-FAILED (BATCH-INDEX) > 0
                   MOVE "FAIL" TO QC-RUN-VERDICT
               END-IF.

           SCAN-SERIES-FOR-CONTROLS.
               MOVE LINE-PATIENT-ID TO CURRENT-PATIENT-ID.
               MOVE LINE-BATCH-INDEX TO PATIENT-BATCH.
               ADD 1 TO BATCH-SERIES (PATIENT-BATCH).
               MOVE 0 TO CONTROL-SUM.
               MOVE 0 TO CONTROL-READINGS.
               MOVE 'N' TO CONTROL-UNIT-SWITCH.
               MOVE "MG" TO CURRENT-UNIT.
               PERFORM SCAN-CONTROL-TIMEPOINT
                   UNTIL END-OF-FILE
                       OR LINE-PATIENT-ID NOT = CURRENT-PATIENT-ID
                       OR LINE-BATCH-INDEX NOT = PATIENT-BATCH.
               IF CURRENT-PATIENT-ID (1:2) = CONTROL-ID-PREFIX
                   PERFORM CHECK-CONTROL-SERIES
               END-IF.

           SCAN-CONTROL-TIMEPOINT.
               IF CURRENT-PATIENT-ID (1:2) = CONTROL-ID-PREFIX
                       AND NOT LINE-IS-EVENT
                   PERFORM ADD-CONTROL-READING
               END-IF.
               PERFORM READ-NEXT-LINE.

           ADD-CONTROL-READING.
               EVALUATE LINE-UNIT-TEXT
                   WHEN SPACES
                       CONTINUE
                   WHEN "MG"
                       MOVE "MG" TO CURRENT-UNIT
                   WHEN "MM"
                       MOVE "MM" TO CURRENT-UNIT
                   WHEN OTHER
                       MOVE 'Y' TO CONTROL-UNIT-SWITCH
               END-EVALUATE.
               IF CURRENT-UNIT = "MM"
                   COMPUTE LINE-GLUC = LINE-GLUC * MMOL-TO-MGDL
               END-IF.
               ADD LINE-GLUC TO CONTROL-SUM.
               ADD 1 TO CONTROL-READINGS.

      * a control passes when the mean of its readings is within its
      * tolerance of the expected value; an id missing from TAISQC
      * fails rather than passing unchecked
           CHECK-CONTROL-SERIES.
               ADD 1 TO CONTROL-SERIES-COUNT.
               ADD 1 TO BATCH-CONTROLS (PATIENT-BATCH).
               MOVE 0 TO QC-SLOT.
               PERFORM MATCH-QC-CONTROL
                   VARYING QC-INDEX FROM 1 BY 1
                   UNTIL QC-INDEX > QC-COUNT OR QC-SLOT > 0.
               MOVE 0 TO CONTROL-MEAN.
               IF CONTROL-READINGS > 0
                   COMPUTE CONTROL-MEAN ROUNDED =
                       CONTROL-SUM / CONTROL-READINGS
               END-IF.
               EVALUATE TRUE
                   WHEN QC-SLOT = 0
                       MOVE "UNKNOWN-CONTROL" TO CONTROL-VERDICT
                   WHEN CONTROL-UNIT-BAD
                       MOVE "UNKNOWN-UNIT" TO CONTROL-VERDICT
                   WHEN CONTROL-READINGS = 0
                       MOVE "NO-READINGS" TO CONTROL-VERDICT
                   WHEN OTHER
                       COMPUTE CONTROL-DEVIATION = FUNCTION ABS
                           (CONTROL-MEAN - QC-EXPECTED (QC-SLOT))
                       IF CONTROL-DEVIATION > QC-TOLERANCE (QC-SLOT)
                           MOVE "OUT-OF-TOLERANCE" TO CONTROL-VERDICT
                       ELSE
                           MOVE "PASS" TO CONTROL-VERDICT
                       END-IF
               END-EVALUATE.
               IF CONTROL-VERDICT NOT = "PASS"
                   ADD 1 TO BATCH-FAILED (PATIENT-BATCH)
               END-IF.
               PERFORM WRITE-CONTROL-LINE.

           MATCH-QC-CONTROL.
               IF QC-CONTROL-ID (QC-INDEX) = CURRENT-PATIENT-ID
                   MOVE QC-INDEX TO QC-SLOT
               END-IF.

           WRITE-CONTROL-LINE.
               MOVE CONTROL-READINGS TO FORMATTED-QC-READINGS.
               MOVE CONTROL-MEAN TO FORMATTED-QC-MEAN.
               IF QC-SLOT > 0
                   MOVE QC-EXPECTED (QC-SLOT) TO FORMATTED-QC-EXPECTED
                   MOVE QC-TOLERANCE (QC-SLOT)
                       TO FORMATTED-QC-TOLERANCE
               ELSE
                   MOVE 0 TO FORMATTED-QC-EXPECTED
                   MOVE 0 TO FORMATTED-QC-TOLERANCE
               END-IF.
               MOVE SPACES TO QC-REPORT-RECORD.
               STRING "CONTROL " CURRENT-PATIENT-ID
                   " BATCH=" BATCH-ID (PATIENT-BATCH)
                   " READINGS=" FORMATTED-QC-READINGS
                   " MEAN=" FORMATTED-QC-MEAN
                   " EXPECTED=" FORMATTED-QC-EXPECTED
                   " TOL=" FORMATTED-QC-TOLERANCE
                   " " CONTROL-VERDICT
                   DELIMITED BY SIZE INTO QC-REPORT-RECORD.
               WRITE QC-REPORT-RECORD.

      * batch roll-up once the main pass has counted the holds
           WRITE-QC-BATCH-SUMMARY.
               PERFORM WRITE-ONE-BATCH-LINE
                   VARYING BATCH-INDEX FROM 1 BY 1
                   UNTIL BATCH-INDEX > BATCH-COUNT.
               MOVE SPACES TO QC-REPORT-RECORD.
               STRING "QC VERDICT: " QC-RUN-VERDICT
                   DELIMITED BY SIZE INTO QC-REPORT-RECORD.
               WRITE QC-REPORT-RECORD.
               CLOSE QC-REPORT.
               IF QC-RUN-VERDICT = "FAIL"
                   DISPLAY "CONTROL QC FAILED - SEE TAISQCR"
               END-IF.

           WRITE-ONE-BATCH-LINE.
               IF BATCH-SERIES (BATCH-INDEX) > 0
                   EVALUATE TRUE
                       WHEN BATCH-FAILED (BATCH-INDEX) > 0
                           MOVE "FAIL" TO BATCH-VERDICT
                       WHEN BATCH-CONTROLS (BATCH-INDEX) = 0
                           MOVE "NO-CONTROLS" TO BATCH-VERDICT
                       WHEN OTHER
                           MOVE "PASS" TO BATCH-VERDICT
                   END-EVALUATE
                   MOVE BATCH-SERIES (BATCH-INDEX)
                       TO FORMATTED-BATCH-SERIES
                   MOVE BATCH-CONTROLS (BATCH-INDEX)
                       TO FORMATTED-BATCH-CONTROLS
                   MOVE BATCH-FAILED (BATCH-INDEX)
                       TO FORMATTED-BATCH-FAILED
                   MOVE BATCH-HELD (BATCH-INDEX)
                       TO FORMATTED-BATCH-HELD
                   MOVE SPACES TO QC-REPORT-RECORD
                   STRING "BATCH=" BATCH-ID (BATCH-INDEX)
                       " SERIES=" FORMATTED-BATCH-SERIES
                       " CONTROLS=" FORMATTED-BATCH-CONTROLS
                       " FAILED=" FORMATTED-BATCH-FAILED
                       " HELD=" FORMATTED-BATCH-HELD
                       " " BATCH-VERDICT
                       DELIMITED BY SIZE INTO QC-REPORT-RECORD
                   WRITE QC-REPORT-RECORD
               END-IF.

           LOOK-UP-PATIENT-MASTER.
               MOVE SPACES TO CURRENT-NAME.
               MOVE SPACES TO CURRENT-COHORT.
               MOVE SPACES TO CURRENT-ENROLL-DATE.
               MOVE CURRENT-PATIENT-ID TO MASTER-PATIENT-ID.
               READ PATIENT-MASTER
                   INVALID KEY
                       ELSE
                           MOVE MASTER-NAME TO CURRENT-NAME
                           MOVE MASTER-COHORT TO CURRENT-COHORT
                           MOVE MASTER-ENROLL-DATE
                               TO CURRENT-ENROLL-DATE
                       END-IF
               END-READ.

                   MOVE CONVERTED-VALUE TO CONVERTED-TOTAL
                   PERFORM RESAMPLE-STANDARD-GRID
                   PERFORM COMPARE-AGAINST-HISTORY
                   PERFORM ASSIGN-PROTOCOL-VISIT
                   DISPLAY CURRENT-PATIENT-ID " " TOTAL " "
                       CONVERTED-TOTAL " " TREND-FLAG-TEXT
                   PERFORM CLOSE-DOSE-SEGMENT
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM TALLY-COHORT-SUMMARY
               END-IF.
               PERFORM CHECK-RETEST-NEEDED.

           CHECK-RETEST-NEEDED.
               MOVE SPACES TO RETEST-REASON.
               EVALUATE TRUE
                   WHEN PATIENT-BAD
                       IF ERROR-REASON NOT = "UNKNOWN-PATIENT-ID"
                               AND ERROR-REASON NOT = "PATIENT-INACTIVE"
                           MOVE ERROR-REASON TO RETEST-REASON
                       END-IF
                   WHEN EXCLUDED-POINTS NOT < RETEST-EXCLUDED-LIMIT
                       MOVE "SALVAGED" TO RETEST-REASON
                   WHEN TREND-FLAG-TEXT = "WORSENING"
                       MOVE "WORSENING" TO RETEST-REASON
               END-EVALUATE.
               IF RETEST-REASON NOT = SPACES
                   PERFORM WRITE-RETEST-ORDER
               END-IF.

           WRITE-RETEST-ORDER.
               MOVE SPACES TO RETEST-ORDER-RECORD.
               MOVE CURRENT-PATIENT-ID TO ORD-PATIENT-ID.
               MOVE RUN-DATE TO ORD-ORDER-DATE.
               MOVE RETEST-REASON TO ORD-REASON.
               SET ORD-OPEN TO TRUE.
               MOVE CURRENT-COHORT TO ORD-COHORT.
               MOVE SUITE-RUN-ID TO ORD-RUN-ID.
               WRITE RETEST-ORDER-RECORD.
               ADD 1 TO ORDER-COUNT.

           WRITE-SEGMENT-REPORT.
               PERFORM WRITE-ONE-SEGMENT-LINE
           COMPARE-AGAINST-HISTORY.
               MOVE 'N' TO HAVE-PRIOR-SWITCH.
               MOVE SPACES TO TREND-FLAG-TEXT.
               PERFORM READ-PATIENT-HISTORY.
               IF HISTORY-FOUND
                       AND HIST-RUNS > 0
                       AND HIST-LAST-TOTAL > 0
                   MOVE 'Y' TO HAVE-PRIOR-SWITCH
                   COMPUTE PRIOR-RAW-AUC = HIST-LAST-TOTAL * 1000
                   COMPUTE ROLLING-AVG-RAW =
                       HIST-SUM * 1000 / HIST-RUNS
                   COMPUTE CHANGE-PCT ROUNDED =
                       (ADDITION - PRIOR-RAW-AUC) * 100
                       / PRIOR-RAW-AUC
                   END-IF
               END-IF.

      * a finalized series goes on the closest visit of its cohort
      * not already taken, measured in study days (run date less the
      * enrollment date), and is flagged when it falls outside that
      * visit's window or when every visit is already taken
           ASSIGN-PROTOCOL-VISIT.
               MOVE 0 TO VISIT-ASSIGNED.
               MOVE SPACES TO VISIT-FLAG-TEXT.
               MOVE 'N' TO PROTOCOL-COHORT-SWITCH.
               PERFORM CHECK-PROTOCOL-COHORT
                   VARYING PROTOCOL-INDEX FROM 1 BY 1
                   UNTIL PROTOCOL-INDEX > PROTOCOL-COUNT
                       OR PROTOCOL-COHORT-FOUND.
               IF PROTOCOL-COHORT-FOUND
                   IF CURRENT-ENROLL-DATE IS NUMERIC
                           AND CURRENT-ENROLL-DATE NOT = ZEROES
                       PERFORM PLACE-SERIES-ON-VISIT
                   ELSE
                       MOVE "NO-ENROLL-DATE" TO VISIT-FLAG-TEXT
                   END-IF
               END-IF.

           CHECK-PROTOCOL-COHORT.
               IF PROT-COHORT (PROTOCOL-INDEX) = CURRENT-COHORT
                   MOVE 'Y' TO PROTOCOL-COHORT-SWITCH
               END-IF.

           PLACE-SERIES-ON-VISIT.
               COMPUTE ENROLL-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CURRENT-ENROLL-DATE)).
               COMPUTE STUDY-DAY = RUN-DAY-NUMBER - ENROLL-DAY-NUMBER.
               IF HISTORY-FOUND
                   MOVE HIST-VISIT-MAP TO VISITS-TAKEN
               ELSE
                   MOVE SPACES TO VISITS-TAKEN
               END-IF.
               MOVE 0 TO VISIT-SLOT.
               MOVE 99999 TO BEST-DISTANCE.
               PERFORM WEIGH-PROTOCOL-VISIT
                   VARYING PROTOCOL-INDEX FROM 1 BY 1
                   UNTIL PROTOCOL-INDEX > PROTOCOL-COUNT.
               IF VISIT-SLOT = 0
                   MOVE "UNSCHEDULED" TO VISIT-FLAG-TEXT
                   ADD 1 TO OUT-OF-WINDOW-COUNT
               ELSE
                   MOVE PROT-VISIT (VISIT-SLOT) TO VISIT-ASSIGNED
                   IF BEST-DISTANCE > PROT-WINDOW (VISIT-SLOT)
                       MOVE "OUT-OF-WINDOW" TO VISIT-FLAG-TEXT
                       ADD 1 TO OUT-OF-WINDOW-COUNT
                   END-IF
               END-IF.

           WEIGH-PROTOCOL-VISIT.
               IF PROT-COHORT (PROTOCOL-INDEX) = CURRENT-COHORT
                       AND VISITS-TAKEN (PROT-VISIT (PROTOCOL-INDEX):1)
                           NOT = 'Y'
                   COMPUTE VISIT-DISTANCE = FUNCTION ABS
                       (STUDY-DAY - PROT-TARGET-DAY (PROTOCOL-INDEX))
                   IF VISIT-DISTANCE < BEST-DISTANCE
                       MOVE VISIT-DISTANCE TO BEST-DISTANCE
                       MOVE PROTOCOL-INDEX TO VISIT-SLOT
                   END-IF
               END-IF.

      * missed-visit report - every active enrolled patient in a
      * protocol cohort is walked against its cohort's visits, and a
      * visit with no series on TAISHIST (this run included) whose
      * window closed before today is listed
           WRITE-MISSED-VISIT-REPORT.
               OPEN OUTPUT MISSED-REPORT.
               MOVE SPACES TO MISSED-REPORT-RECORD.
               STRING "TAIS MISSED PROTOCOL VISITS AS OF " RUN-DATE
                   DELIMITED BY SIZE INTO MISSED-REPORT-RECORD.
               WRITE MISSED-REPORT-RECORD.
               IF PROTOCOL-COUNT = 0
                   MOVE SPACES TO MISSED-REPORT-RECORD
                   MOVE "NO PROTOCOL TABLE - VISIT WINDOWS NOT CHECKED"
                       TO MISSED-REPORT-RECORD
                   WRITE MISSED-REPORT-RECORD
               ELSE
                   MOVE 'N' TO MASTER-EOF-SWITCH
                   MOVE LOW-VALUES TO MASTER-PATIENT-ID
                   START PATIENT-MASTER KEY NOT < MASTER-PATIENT-ID
                       INVALID KEY SET MASTER-EOF TO TRUE
                   END-START
                   IF NOT MASTER-EOF
                       PERFORM READ-NEXT-PATIENT-MASTER
                   END-IF
                   PERFORM CHECK-PATIENT-VISITS UNTIL MASTER-EOF
               END-IF.
               MOVE MISSED-VISIT-COUNT TO FORMATTED-PATIENTCOUNT.
               MOVE SPACES TO MISSED-REPORT-RECORD.
               STRING "MISSED VISITS: " FORMATTED-PATIENTCOUNT
                   DELIMITED BY SIZE INTO MISSED-REPORT-RECORD.
               WRITE MISSED-REPORT-RECORD.
               MOVE OUT-OF-WINDOW-COUNT TO FORMATTED-PATIENTCOUNT.
               MOVE SPACES TO MISSED-REPORT-RECORD.
               STRING "OUT-OF-WINDOW TESTS THIS RUN: "
                   FORMATTED-PATIENTCOUNT
                   DELIMITED BY SIZE INTO MISSED-REPORT-RECORD.
               WRITE MISSED-REPORT-RECORD.
               CLOSE MISSED-REPORT.

           READ-NEXT-PATIENT-MASTER.
               READ PATIENT-MASTER NEXT RECORD
                   AT END SET MASTER-EOF TO TRUE
               END-READ.
               IF MASTER-STATUS NOT = "00"
                   SET MASTER-EOF TO TRUE
               END-IF.

           CHECK-PATIENT-VISITS.
               IF MASTER-ACTIVE-FLAG NOT = 'I'
                       AND MASTER-ENROLL-DATE IS NUMERIC
                       AND MASTER-ENROLL-DATE NOT = ZEROES
                   MOVE MASTER-PATIENT-ID TO CURRENT-PATIENT-ID
                   PERFORM READ-PATIENT-HISTORY
                   IF HISTORY-FOUND
                       MOVE HIST-VISIT-MAP TO VISITS-TAKEN
                   ELSE
                       MOVE SPACES TO VISITS-TAKEN
                   END-IF
                   COMPUTE ENROLL-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (MASTER-ENROLL-DATE))
                   COMPUTE STUDY-DAY =
                       RUN-DAY-NUMBER - ENROLL-DAY-NUMBER
                   PERFORM CHECK-ONE-PROTOCOL-VISIT
                       VARYING PROTOCOL-INDEX FROM 1 BY 1
                       UNTIL PROTOCOL-INDEX > PROTOCOL-COUNT
               END-IF.
               PERFORM READ-NEXT-PATIENT-MASTER.

           CHECK-ONE-PROTOCOL-VISIT.
               IF PROT-COHORT (PROTOCOL-INDEX) = MASTER-COHORT
                       AND VISITS-TAKEN (PROT-VISIT (PROTOCOL-INDEX):1)
                           NOT = 'Y'
                       AND STUDY-DAY > PROT-TARGET-DAY (PROTOCOL-INDEX)
                           + PROT-WINDOW (PROTOCOL-INDEX)
                   PERFORM WRITE-MISSED-VISIT-LINE
               END-IF.

           WRITE-MISSED-VISIT-LINE.
               ADD 1 TO MISSED-VISIT-COUNT.
               COMPUTE MISSED-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (ENROLL-DAY-NUMBER
                       + PROT-TARGET-DAY (PROTOCOL-INDEX)).
               COMPUTE MISSED-CLOSE-DATE = FUNCTION DATE-OF-INTEGER
                   (ENROLL-DAY-NUMBER
                       + PROT-TARGET-DAY (PROTOCOL-INDEX)
                       + PROT-WINDOW (PROTOCOL-INDEX)).
               COMPUTE MISSED-DAYS-OVER = STUDY-DAY
                   - PROT-TARGET-DAY (PROTOCOL-INDEX)
                   - PROT-WINDOW (PROTOCOL-INDEX).
               MOVE PROT-VISIT (PROTOCOL-INDEX) TO FORMATTED-VISIT.
               MOVE MISSED-DAYS-OVER TO FORMATTED-DAYS-OVER.
               MOVE SPACES TO MISSED-REPORT-RECORD.
               STRING MASTER-PATIENT-ID " " MASTER-NAME
                   " COHORT=" MASTER-COHORT
                   " VISIT=" FORMATTED-VISIT
                   " DUE=" MISSED-DUE-DATE
                   " CLOSED=" MISSED-CLOSE-DATE
                   " DAYS-OVER=" FORMATTED-DAYS-OVER
                   " CLINICIAN=" MASTER-CLINICIAN-ID
                   DELIMITED BY SIZE INTO MISSED-REPORT-RECORD.
               WRITE MISSED-REPORT-RECORD.

           WRITE-REPORT-RECORD.
               IF ADDITION < NORMAL-AUC-LOW
                       OR ADDITION > NORMAL-AUC-HIGH
                       INTO PATIENT-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               IF PROTOCOL-COHORT-FOUND
                   PERFORM APPEND-VISIT-DETAIL
               END-IF.
               PERFORM PUT-REPORT-RECORD.

           APPEND-VISIT-DETAIL.
               IF VISIT-ASSIGNED > 0
                   MOVE VISIT-ASSIGNED TO FORMATTED-VISIT
                   MOVE STUDY-DAY TO FORMATTED-STUDY-DAY
                   STRING " VISIT=" FORMATTED-VISIT
                       " DAY=" FORMATTED-STUDY-DAY
                       DELIMITED BY SIZE
                       INTO PATIENT-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.
               IF VISIT-FLAG-TEXT NOT = SPACES
                   STRING " " VISIT-FLAG-TEXT DELIMITED BY SIZE
                       INTO PATIENT-REPORT-RECORD
                       WITH POINTER REPORT-PTR
               END-IF.

      * the visit the series was placed on goes out on the row, so
      * the missed-visit pass reading the patient back sees it
           WRITE-HISTORY-RECORD.
               MOVE SPACES TO PATIENT-HISTORY-RECORD.
               MOVE CURRENT-PATIENT-ID TO PHIST-PATIENT-ID.
               MOVE RUN-DATE TO PHIST-RUN-DATE.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO PHIST-WRITTEN-STAMP.
               STRING "taisformula" DELIMITED BY SIZE
                   " " RUN-DATE DELIMITED BY SIZE
                   " PATIENT=" DELIMITED BY SIZE
                   " MINLO=" FORMATTED-MINLO
                   " HYPO=" FORMATTED-HYPO
                   " HYPOMIN=" FORMATTED-HYPOMIN
                   " VISIT=" VISIT-ASSIGNED
                   DELIMITED BY SIZE
                   " NAME=" CURRENT-NAME DELIMITED BY SIZE
                   INTO PHIST-DETAIL.
               WRITE PATIENT-HISTORY-RECORD
                   INVALID KEY
                       REWRITE PATIENT-HISTORY-RECORD
               END-WRITE.

           FORMAT-EXTENDED-METRICS.
               MOVE CMAX-VALUE TO FORMATTED-CMAX.
               MOVE DATA-LINE TO EXCEPT-INPUT.
               MOVE ERROR-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           WRITE-REPORT-HEADER.

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
               MOVE "taisformula" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               COMPUTE FORMATTED-PATIENTCOUNT =
                   PATIENT-COUNT - CONTROL-SERIES-COUNT.
               MOVE CONTROL-SERIES-COUNT TO FORMATTED-COUNT.
               STRING "PATIENTS=" FORMATTED-PATIENTCOUNT
                   " CONTROLS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE ERROR-COUNT TO FORMATTED-PATIENTCOUNT.
               MOVE MISSED-VISIT-COUNT TO FORMATTED-COUNT.
               STRING "ERRORS=" FORMATTED-PATIENTCOUNT
                   " MISSED=" FORMATTED-COUNT
                   " QC=" QC-RUN-VERDICT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN OUTPUT TAIS-CKP.
               CLOSE TAIS-CKP.
               PERFORM WRITE-MISSED-VISIT-REPORT.
               PERFORM WRITE-QC-BATCH-SUMMARY.
               IF ORDER-COUNT > 0
                   MOVE ORDER-COUNT TO FORMATTED-COUNT
                   DISPLAY "RE-TEST ORDERS RAISED: " FORMATTED-COUNT
               END-IF.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE GLUCOSE-IN.
               CLOSE PATIENT-MASTER.
               CLOSE PATIENT-REPORT.
               CLOSE PATIENT-ERRORS.
               CLOSE PATIENT-HISTORY.
               CLOSE RETEST-ORDERS.
               CLOSE SUITE-LOG.
               CLOSE SUITE-EXC.

           SELECT SURVEY-EXCEPTIONS ASSIGN TO "MOOSEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SURVEY-HISTORY ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS HISTORY-STATUS.
           SELECT SURVEY-REF ASSIGN TO "MOOSEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REF-STATUS.
           SELECT DEDUP-RPT ASSIGN TO "MOOSEDUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEALTH-RPT ASSIGN TO "MOOSEHLT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFFORT-IN ASSIGN TO "MOOSEEFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFFORT-STATUS.
           SELECT EFFORT-RPT ASSIGN TO "MOOSEEFR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-IN ASSIGN TO "MOOSEVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-STATUS.
           SELECT SAMPLE-RPT ASSIGN TO "MOOSESMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAMPLE-LEDGER ASSIGN TO "MOOSEVSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT RELIABILITY-RPT ASSIGN TO "MOOSEREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTA-REF ASSIGN TO "MOOSEQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       DATA DIVISION.
       FILE SECTION.
       FD  SURVEY-IN.
           01 SURVEY-IN-RECORD PIC X(80).
       FD  SURVEY-RESULTS.
           01 SURVEY-RESULTS-RECORD PIC X(80).
       FD  SURVEY-EXCEPTIONS.
           01 SURVEY-EXCEPTIONS-RECORD PIC X(160).
       FD  SURVEY-HISTORY.
           COPY MOOSHST.
       FD  SURVEY-REF.
           01 SURVEY-REF-RECORD PIC X(40).
       FD  DEDUP-RPT.
           01 DEDUP-RPT-RECORD PIC X(80).
       FD  HEALTH-RPT.
           01 HEALTH-RPT-RECORD PIC X(100).
       FD  EFFORT-IN.
           01 EFFORT-IN-RECORD PIC X(60).
       FD  EFFORT-RPT.
           01 EFFORT-RPT-RECORD PIC X(100).
       FD  VERIFY-IN.
           01 VERIFY-IN-RECORD PIC X(40).
       FD  SAMPLE-RPT.
           01 SAMPLE-RPT-RECORD PIC X(80).
       FD  SAMPLE-LEDGER.
           01 SAMPLE-LEDGER-RECORD.
               05 SLG-TAG PIC X(8).
               05 FILLER PIC X.
               05 SLG-OBSERVER PIC X(6).
               05 FILLER PIC X.
               05 SLG-LFT PIC 99.
               05 FILLER PIC X.
               05 SLG-RGT PIC 99.
               05 FILLER PIC X.
               05 SLG-MID3 PIC 99.
               05 FILLER PIC X.
               05 SLG-DRAWN-DATE PIC X(8).
               05 FILLER PIC X.
               05 SLG-STATUS PIC X.
               05 FILLER PIC X.
               05 SLG-CLOSED-DATE PIC X(8).
       FD  RELIABILITY-RPT.
           01 RELIABILITY-RPT-RECORD PIC X(120).
       FD  QUOTA-REF.
           01 QUOTA-REF-RECORD PIC X(40).
       FD  MOOSE-CKP.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           COPY EXCEPT.

       WORKING-STORAGE SECTION.
           01 INP PIC X(80).
           01 LFT PIC 99.
           01 RGT PIC 99.
           01 MID3 PIC 99.
      * the wildlife board set; running region totals are checked as
      * records accumulate and an alert is written the moment a
      * region crosses its limit, with remaining allowances summed
      * up in the closing totals.  reported hunter harvests are
      * reconciled against the same limits by mooseharvest
           01 QUOTA-STATUS PIC XX.
           01 QUOTA-EOF-SWITCH PIC X VALUE 'N'.
               88 QUOTA-EOF VALUE 'Y'.
               05 TAG-ROW OCCURS 200 TIMES.
                   10 TAG-VALUE PIC X(8).
                   10 TAG-OBSERVER PIC X(6).
                   10 TAG-RECNO PIC 9(6).
                   10 TAG-REGION PIC XX.
                   10 TAG-LFT PIC 99.
                   10 TAG-RGT PIC 99.
                   10 TAG-MID3 PIC 99.
           01 TAG-COUNT PIC 9(3) VALUE 0.
           01 MAX-TAG-ENTRIES PIC 9(3) VALUE 200.
           01 TAG-INDEX PIC 9(3).
           01 TAG-SLOT PIC 9(3).
           01 DUPLICATE-COUNT PIC 9(6) VALUE 0.
           01 NEW-TAG-SLOT PIC 9(3).

      * sighting coordinates - an easting/northing pair may follow
      * the tag number; 'B cc emin emax nmin nmax' rows in MOOSEREF
           01 FORMATTED-CELL-NORTH PIC Z(3)9.
           01 FORMATTED-DENSITY PIC Z(5)9.

      * herd health - survey crews may add one token after the
      * northing holding up to four health codes joined by '/', such
      * as 'TK/HL'.  'H cc pct min' rows in MOOSEREF list the valid
      * codes, each with the case rate in percent (default 20) at
      * which a density grid cell is flagged as a cluster for that
      * condition and the fewest sightings the cell needs (default 3)
      * before its rate is trusted; when MOOSEREF has no H rows any
      * code is accepted at the default thresholds.  cases are
      * tallied per region and per grid cell and written with the
      * cluster flags to MOOSEHLT for the vets
           01 HEALTH-TEXT PIC X(12).
           01 HEALTH-OBS-TABLE.
               05 HEALTH-OBS-CODE PIC XX OCCURS 4 TIMES.
           01 HEALTH-OBS-COUNT PIC 9.
           01 HEALTH-OBS-INDEX PIC 9.
           01 HEALTH-REF-TABLE.
               05 HEALTH-REF-ENTRY OCCURS 20 TIMES.
                   10 HEALTH-REF-CODE PIC XX.
                   10 HEALTH-REF-PCT PIC 999.
                   10 HEALTH-REF-MIN PIC 9(4).
           01 HEALTH-REF-COUNT PIC 99 VALUE 0.
           01 HEALTH-REF-SLOT PIC 99.
           01 HEALTH-KIND-TEXT PIC X(2).
           01 HEALTH-CODE-TOKEN PIC XX.
           01 HEALTH-PCT-TEXT PIC X(8).
           01 HEALTH-MIN-TEXT PIC X(8).
           01 DEFAULT-CLUSTER-PCT PIC 999 VALUE 020.
           01 DEFAULT-CLUSTER-MIN PIC 9(4) VALUE 0003.
           01 CLUSTER-PCT PIC 999.
           01 CLUSTER-MIN PIC 9(4).
           01 HEALTH-REGION-TABLE.
               05 HEALTH-REGION-ENTRY OCCURS 100 TIMES.
                   10 HRG-REGION PIC XX.
                   10 HRG-CODE PIC XX.
                   10 HRG-CASES PIC 9(6).
           01 HEALTH-REGION-COUNT PIC 999 VALUE 0.
           01 MAX-HEALTH-REGION-ENTRIES PIC 999 VALUE 100.
           01 HEALTH-REGION-INDEX PIC 999.
           01 HEALTH-REGION-SLOT PIC 999.
           01 HEALTH-CELL-TABLE.
               05 HEALTH-CELL-ENTRY OCCURS 200 TIMES.
                   10 HCL-EAST PIC 9(4).
                   10 HCL-NORTH PIC 9(4).
                   10 HCL-CODE PIC XX.
                   10 HCL-CASES PIC 9(6).
           01 HEALTH-CELL-COUNT PIC 999 VALUE 0.
           01 MAX-HEALTH-CELL-ENTRIES PIC 999 VALUE 200.
           01 HEALTH-CELL-INDEX PIC 999.
           01 HEALTH-CELL-SLOT PIC 999.
           01 HEALTH-CODE PIC XX.
           01 HEALTH-ANIMALS PIC 9(6).
           01 HEALTH-RATE PIC 999V99.
           01 CLUSTER-COUNT PIC 9(4) VALUE 0.
           01 CLUSTER-FLAG-TEXT PIC X(9).
           01 FORMATTED-CASES PIC Z(5)9.
           01 FORMATTED-ANIMALS PIC Z(5)9.
           01 FORMATTED-RATE PIC ZZ9.99.
           01 FORMATTED-PCT PIC ZZ9.

      * survey effort - MOOSEEFF rows are 'observer region yyyymmdd
      * unit amount east north', the unit H for observer-hours or K
      * for transect kilometres flown and the coordinates optional.
      * effort and accepted sightings are both tallied in one table
      * keyed by kind (R region, C grid cell, O observer) so MOOSEEFR
      * can give sightings and classifications per hour and per km;
      * anything with sightings but no logged effort, or effort but
      * no moose, is listed on its own under each kind
           01 EFFORT-STATUS PIC XX.
           01 EFFORT-EOF-SWITCH PIC X VALUE 'N'.
               88 EFFORT-EOF VALUE 'Y'.
           01 EFFORT-LINE PIC X(60).
           01 EFFORT-LINE-COUNT PIC 9(5) VALUE 0.
           01 EFFORT-IGNORED-COUNT PIC 9(5) VALUE 0.
           01 EFT-OBSERVER PIC X(6).
           01 EFT-REGION PIC XX.
           01 EFT-DATE PIC X(8).
           01 EFT-UNIT PIC XX.
           01 EFT-AMOUNT-TEXT PIC X(8).
           01 EFT-EAST-TEXT PIC X(8).
           01 EFT-NORTH-TEXT PIC X(8).
           01 EFT-HOURS PIC 9(5)V99.
           01 EFT-KM PIC 9(5)V99.
           01 EFFORT-TABLE.
               05 EFFORT-ENTRY OCCURS 300 TIMES.
                   10 EFF-KIND PIC X.
                   10 EFF-KEY PIC X(8).
                   10 EFF-HOURS PIC 9(5)V99.
                   10 EFF-KM PIC 9(5)V99.
                   10 EFF-SIGHTINGS PIC 9(6).
                   10 EFF-EVEN PIC 9(6).
                   10 EFF-ODD PIC 9(6).
                   10 EFF-NOTMOOSE PIC 9(6).
           01 EFFORT-COUNT PIC 999 VALUE 0.
           01 MAX-EFFORT-ENTRIES PIC 999 VALUE 300.
           01 EFFORT-INDEX PIC 999.
           01 EFFORT-SLOT PIC 999.
           01 EFFORT-KIND PIC X.
           01 EFFORT-KEY PIC X(8).
           01 EFFORT-CELL-KEY.
               05 ECK-EAST PIC 9(4).
               05 ECK-NORTH PIC 9(4).
           01 EFFORT-PASS PIC 9.
           01 EFFORT-TITLE PIC X(30).
           01 EFFORT-LABEL PIC X(20).
           01 EFFORT-UNIT-TEXT PIC X(8).
           01 EFFORT-DIVISOR PIC 9(5)V99.
           01 EFFORT-RATE PIC 9(4)V99.
           01 UNSURVEYED-CELL-COUNT PIC 9(4) VALUE 0.
           01 FORMATTED-HOURS PIC Z(4)9.99.
           01 FORMATTED-KM PIC Z(4)9.99.
           01 FORMATTED-SIGHTINGS PIC Z(5)9.
           01 FORMATTED-RATE-ALL PIC ZZZ9.99.
           01 FORMATTED-RATE-EVEN PIC ZZZ9.99.
           01 FORMATTED-RATE-ODD PIC ZZZ9.99.
           01 FORMATTED-RATE-NOT PIC ZZZ9.99.

      * field verification - each run draws up to SAMPLE-SIZE tagged
      * sightings per observer for a crew to re-measure, by reservoir
      * sampling off the minimal-standard generator so the same input
      * and seed always give the same sample (MOOSESMP). every tag
      * drawn is also kept open on the MOOSEVSL ledger with the
      * observer, the counts recorded and the date it was drawn.
      * re-measured 'tag lft rgt mid3' rows in MOOSEVER are posted
      * only against open ledger rows, which they close; a tag that
      * was never drawn, or was already checked, is rejected to
      * MOOSEREL and SUITEEXC. a check agrees when the summed error
      * is within VERIFY-TOLERANCE, and an observer whose agreement
      * rate falls below AGREEMENT-PCT is flagged on MOOSEREL and to
      * SUITEEXC. 'V size seed pct tolerance' in MOOSEREF sets these
           01 SAMPLE-SIZE PIC 9 VALUE 2.
           01 MAX-SAMPLE-SIZE PIC 9 VALUE 5.
           01 SAMPLE-SEED PIC 9(10) VALUE 12345.
           01 AGREEMENT-PCT PIC 999 VALUE 080.
           01 VERIFY-TOLERANCE PIC 99 VALUE 0.
           01 VFY-KIND-TEXT PIC X(2).
           01 VFY-SIZE-TEXT PIC X(8).
           01 VFY-SEED-TEXT PIC X(12).
           01 VFY-PCT-TEXT PIC X(8).
           01 VFY-TOL-TEXT PIC X(8).
           01 SAMPLE-STATE PIC 9(10).
           01 SAMPLE-PRODUCT PIC 9(18).
           01 SAMPLE-MODULUS PIC 9(10) VALUE 2147483647.
           01 SAMPLE-MULTIPLIER PIC 9(5) VALUE 16807.
           01 SAMPLE-DRAW PIC 9(6).
           01 SAMPLE-INDEX PIC 9.
           01 RELIABILITY-TABLE.
               05 RELIABILITY-ENTRY OCCURS 50 TIMES.
                   10 REL-OBSERVER PIC X(6).
                   10 REL-TAGGED PIC 9(6).
                   10 REL-SAMPLED PIC 9.
                   10 REL-SAMPLE-TAG PIC 9(3) OCCURS 5 TIMES.
                   10 REL-VERIFIED PIC 9(4).
                   10 REL-AGREED PIC 9(4).
                   10 REL-ERROR-TOTAL PIC 9(6).
           01 RELIABILITY-COUNT PIC 99 VALUE 0.
           01 MAX-RELIABILITY-ENTRIES PIC 99 VALUE 50.
           01 RELIABILITY-INDEX PIC 99.
           01 RELIABILITY-SLOT PIC 99.
           01 VERIFY-STATUS PIC XX.
           01 VERIFY-EOF-SWITCH PIC X VALUE 'N'.
               88 VERIFY-EOF VALUE 'Y'.
           01 VERIFY-LINE PIC X(40).
           01 VFY-TAG-TEXT PIC X(8).
           01 VFY-LFT-TEXT PIC X(4).
           01 VFY-RGT-TEXT PIC X(4).
           01 VFY-MID3-TEXT PIC X(4).
           01 VERIFY-TABLE.
               05 VERIFY-ENTRY OCCURS 200 TIMES.
                   10 VER-TAG PIC X(8).
                   10 VER-LFT PIC 99.
                   10 VER-RGT PIC 99.
                   10 VER-MID3 PIC 99.
           01 VERIFY-COUNT PIC 9(3) VALUE 0.
           01 MAX-VERIFY-ENTRIES PIC 9(3) VALUE 200.
           01 VERIFY-INDEX PIC 9(3).
           01 VERIFY-ERROR PIC 9(3).
           01 POINT-DIFFERENCE PIC S99.
           01 UNMATCHED-VERIFY-COUNT PIC 9(3) VALUE 0.
           01 LOW-AGREEMENT-COUNT PIC 99 VALUE 0.
           01 AGREEMENT-RATE PIC 999V99.
           01 AVERAGE-ERROR PIC 99V99.
           01 AGREEMENT-FLAG-TEXT PIC X(16).
           01 FORMATTED-TAGGED PIC Z(5)9.
           01 FORMATTED-VERIFIED PIC Z(3)9.
           01 FORMATTED-AGREED PIC Z(3)9.
           01 FORMATTED-AGREEMENT PIC ZZ9.99.
           01 FORMATTED-AVG-ERROR PIC Z9.99.
           01 FORMATTED-SAMPLED PIC 9.
           01 FORMATTED-LFT PIC Z9.
           01 FORMATTED-RGT PIC Z9.
           01 FORMATTED-MID3 PIC Z9.
           01 FORMATTED-REJECTED PIC ZZ9.

      * the verification ledger is held here between the load and the
      * rewrite; rows closed by an earlier run are dropped when it is
      * written back, since that run's MOOSEREL already reports them
           01 LEDGER-STATUS PIC XX.
           01 LEDGER-EOF-SWITCH PIC X VALUE 'N'.
               88 LEDGER-EOF VALUE 'Y'.
           01 LEDGER-TABLE.
               05 LEDGER-ENTRY OCCURS 500 TIMES.
                   10 LDG-TAG PIC X(8).
                   10 LDG-OBSERVER PIC X(6).
                   10 LDG-LFT PIC 99.
                   10 LDG-RGT PIC 99.
                   10 LDG-MID3 PIC 99.
                   10 LDG-DRAWN-DATE PIC X(8).
                   10 LDG-STATUS PIC X.
                   10 LDG-CLOSED-DATE PIC X(8).
           01 LEDGER-COUNT PIC 9(3) VALUE 0.
           01 MAX-LEDGER-ENTRIES PIC 9(3) VALUE 500.
           01 LEDGER-INDEX PIC 9(3).
           01 LEDGER-SLOT PIC 9(3).

           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 RECORD-COUNT      PIC 9(6) VALUE 0.
           01 EXCEPTION-COUNT   PIC 9(6) VALUE 0.

           01 RUN-DATE PIC X(8).
           01 HISTORY-STATUS PIC XX.
           01 FORMATTED-RECNO PIC Z(5)9.
           01 FORMATTED-EVEN PIC Z(5)9.
           01 FORMATTED-ODD PIC Z(5)9.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY HDRTRL.

       PROCEDURE DIVISION.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM LOAD-REFERENCE-CODES.
               PERFORM LOAD-QUOTA-TABLE.
               PERFORM LOAD-SURVEY-EFFORT.
               PERFORM LOAD-VERIFICATION-COUNTS.
               PERFORM LOAD-SAMPLE-LEDGER.
               COMPUTE SAMPLE-STATE =
                   FUNCTION MOD (SAMPLE-SEED, SAMPLE-MODULUS).
               IF SAMPLE-STATE = 0
                   MOVE 1 TO SAMPLE-STATE
               END-IF.
               OPEN INPUT SURVEY-IN.
               OPEN OUTPUT SURVEY-RESULTS.
               PERFORM WRITE-RESULTS-HEADER.
               OPEN OUTPUT SURVEY-EXCEPTIONS.
               OPEN OUTPUT DEDUP-RPT.
               OPEN OUTPUT HEALTH-RPT.
               OPEN OUTPUT EFFORT-RPT.
               OPEN OUTPUT SAMPLE-RPT.
               OPEN OUTPUT RELIABILITY-RPT.
               PERFORM OPEN-SURVEY-HISTORY.
               OPEN EXTEND SUITE-LOG.
               OPEN EXTEND SUITE-EXC.
               PERFORM CHECK-FOR-RESTART.
               PERFORM READ-NEXT-RECORD.

      * a MOOSEHIST not there yet is created empty
           OPEN-SURVEY-HISTORY.
               OPEN I-O SURVEY-HISTORY.
               IF HISTORY-STATUS NOT = "00"
                       AND HISTORY-STATUS NOT = "05"
                   OPEN OUTPUT SURVEY-HISTORY
                   CLOSE SURVEY-HISTORY
                   OPEN I-O SURVEY-HISTORY
               END-IF.
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN SURVEY HISTORY - STATUS "
                       HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LOAD-REFERENCE-CODES.
               OPEN INPUT SURVEY-REF.
               IF REF-STATUS = "00"
                       END-IF
                   WHEN 'B'
                       PERFORM LOAD-ONE-BOUNDING-BOX
                   WHEN 'H'
                       PERFORM LOAD-ONE-HEALTH-CODE
                   WHEN 'V'
                       PERFORM LOAD-VERIFICATION-SETTINGS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
                       FUNCTION NUMVAL (BOX-NMAX-TEXT)
               END-IF.

           LOAD-ONE-HEALTH-CODE.
               IF HEALTH-REF-COUNT < MAX-REF-ENTRIES
                   MOVE SPACES TO HEALTH-CODE-TOKEN
                   MOVE SPACES TO HEALTH-PCT-TEXT
                   MOVE SPACES TO HEALTH-MIN-TEXT
                   UNSTRING FUNCTION TRIM (SURVEY-REF-RECORD)
                       DELIMITED BY ALL SPACE
                       INTO HEALTH-KIND-TEXT, HEALTH-CODE-TOKEN,
                           HEALTH-PCT-TEXT, HEALTH-MIN-TEXT
                   ADD 1 TO HEALTH-REF-COUNT
                   MOVE HEALTH-CODE-TOKEN
                       TO HEALTH-REF-CODE (HEALTH-REF-COUNT)
                   MOVE DEFAULT-CLUSTER-PCT
                       TO HEALTH-REF-PCT (HEALTH-REF-COUNT)
                   MOVE DEFAULT-CLUSTER-MIN
                       TO HEALTH-REF-MIN (HEALTH-REF-COUNT)
                   IF HEALTH-PCT-TEXT NOT = SPACES
                       COMPUTE HEALTH-REF-PCT (HEALTH-REF-COUNT) =
                           FUNCTION NUMVAL (HEALTH-PCT-TEXT)
                   END-IF
                   IF HEALTH-MIN-TEXT NOT = SPACES
                       COMPUTE HEALTH-REF-MIN (HEALTH-REF-COUNT) =
                           FUNCTION NUMVAL (HEALTH-MIN-TEXT)
                   END-IF
               END-IF.

           LOAD-VERIFICATION-SETTINGS.
               MOVE SPACES TO VFY-SIZE-TEXT.
               MOVE SPACES TO VFY-SEED-TEXT.
               MOVE SPACES TO VFY-PCT-TEXT.
               MOVE SPACES TO VFY-TOL-TEXT.
               UNSTRING FUNCTION TRIM (SURVEY-REF-RECORD)
                   DELIMITED BY ALL SPACE
                   INTO VFY-KIND-TEXT, VFY-SIZE-TEXT, VFY-SEED-TEXT,
                       VFY-PCT-TEXT, VFY-TOL-TEXT.
               IF VFY-SIZE-TEXT NOT = SPACES
                   COMPUTE SAMPLE-SIZE =
                       FUNCTION NUMVAL (VFY-SIZE-TEXT)
                   IF SAMPLE-SIZE > MAX-SAMPLE-SIZE
                       MOVE MAX-SAMPLE-SIZE TO SAMPLE-SIZE
                   END-IF
               END-IF.
               IF VFY-SEED-TEXT NOT = SPACES
                   COMPUTE SAMPLE-SEED =
                       FUNCTION NUMVAL (VFY-SEED-TEXT)
               END-IF.
               IF VFY-PCT-TEXT NOT = SPACES
                   COMPUTE AGREEMENT-PCT =
                       FUNCTION NUMVAL (VFY-PCT-TEXT)
               END-IF.
               IF VFY-TOL-TEXT NOT = SPACES
                   COMPUTE VERIFY-TOLERANCE =
                       FUNCTION NUMVAL (VFY-TOL-TEXT)
               END-IF.

           LOAD-QUOTA-TABLE.
               OPEN INPUT QUOTA-REF.
               IF QUOTA-STATUS = "00"
               END-IF.
               PERFORM READ-QUOTA-LINE.

           LOAD-SURVEY-EFFORT.
               OPEN INPUT EFFORT-IN.
               IF EFFORT-STATUS = "00"
                   PERFORM READ-EFFORT-LINE
                   PERFORM LOAD-ONE-EFFORT UNTIL EFFORT-EOF
                   CLOSE EFFORT-IN
               END-IF.
               IF EFFORT-IGNORED-COUNT > 0
                   DISPLAY "  EFFORT LINES IGNORED: "
                       EFFORT-IGNORED-COUNT
               END-IF.

           READ-EFFORT-LINE.
               READ EFFORT-IN INTO EFFORT-LINE
                   AT END SET EFFORT-EOF TO TRUE
               END-READ.

      * a row needs a date, a known unit and an amount to count;
      * coordinates outside the region's bounding box leave the row
      * on the region and observer but not on a grid cell
           LOAD-ONE-EFFORT.
               IF EFFORT-LINE = SPACES OR EFFORT-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   ADD 1 TO EFFORT-LINE-COUNT
                   MOVE SPACES TO EFT-OBSERVER
                   MOVE SPACES TO EFT-REGION
                   MOVE SPACES TO EFT-DATE
                   MOVE SPACES TO EFT-UNIT
                   MOVE SPACES TO EFT-AMOUNT-TEXT
                   MOVE SPACES TO EFT-EAST-TEXT
                   MOVE SPACES TO EFT-NORTH-TEXT
                   UNSTRING FUNCTION TRIM (EFFORT-LINE)
                       DELIMITED BY ALL SPACE
                       INTO EFT-OBSERVER, EFT-REGION, EFT-DATE,
                           EFT-UNIT, EFT-AMOUNT-TEXT,
                           EFT-EAST-TEXT, EFT-NORTH-TEXT
                   IF EFT-DATE IS NOT NUMERIC
                       OR (EFT-UNIT NOT = "H" AND EFT-UNIT NOT = "K")
                       OR EFT-AMOUNT-TEXT (1:1) IS NOT NUMERIC
                       ADD 1 TO EFFORT-IGNORED-COUNT
                       DISPLAY "EFFORT LINE " EFFORT-LINE-COUNT
                           " IGNORED: " EFFORT-LINE (1:40)
                   ELSE
                       PERFORM APPLY-EFFORT-LINE
                   END-IF
               END-IF.
               PERFORM READ-EFFORT-LINE.

           APPLY-EFFORT-LINE.
               MOVE 0 TO EFT-HOURS.
               MOVE 0 TO EFT-KM.
               IF EFT-UNIT = "H"
                   COMPUTE EFT-HOURS =
                       FUNCTION NUMVAL (EFT-AMOUNT-TEXT)
               ELSE
                   COMPUTE EFT-KM = FUNCTION NUMVAL (EFT-AMOUNT-TEXT)
               END-IF.
               MOVE 'R' TO EFFORT-KIND.
               MOVE EFT-REGION TO EFFORT-KEY.
               PERFORM ADD-EFFORT-AMOUNT.
               MOVE 'O' TO EFFORT-KIND.
               MOVE EFT-OBSERVER TO EFFORT-KEY.
               PERFORM ADD-EFFORT-AMOUNT.
               IF EFT-EAST-TEXT NOT = SPACES
                   AND EFT-NORTH-TEXT NOT = SPACES
                   MOVE EFT-REGION TO REGION-CODE
                   MOVE EFT-EAST-TEXT TO EAST-TEXT
                   MOVE EFT-NORTH-TEXT TO NORTH-TEXT
                   MOVE SPACES TO REJECT-REASON
                   PERFORM VALIDATE-COORDINATES
                   IF HAVE-COORDS
                       COMPUTE ECK-EAST = SIGHT-EAST / GRID-CELL-SIZE
                       COMPUTE ECK-NORTH = SIGHT-NORTH / GRID-CELL-SIZE
                       MOVE 'C' TO EFFORT-KIND
                       MOVE EFFORT-CELL-KEY TO EFFORT-KEY
                       PERFORM ADD-EFFORT-AMOUNT
                   END-IF
                   MOVE 'N' TO HAVE-COORDS-SWITCH
               END-IF.

           ADD-EFFORT-AMOUNT.
               PERFORM FIND-EFFORT-SLOT.
               IF EFFORT-SLOT > 0
                   ADD EFT-HOURS TO EFF-HOURS (EFFORT-SLOT)
                   ADD EFT-KM TO EFF-KM (EFFORT-SLOT)
               END-IF.

           FIND-EFFORT-SLOT.
               MOVE 0 TO EFFORT-SLOT.
               PERFORM MATCH-EFFORT-SLOT
                   VARYING EFFORT-INDEX FROM 1 BY 1
                   UNTIL EFFORT-INDEX > EFFORT-COUNT
                       OR EFFORT-SLOT > 0.
               IF EFFORT-SLOT = 0
                   AND EFFORT-COUNT < MAX-EFFORT-ENTRIES
                   ADD 1 TO EFFORT-COUNT
                   MOVE EFFORT-COUNT TO EFFORT-SLOT
                   MOVE EFFORT-KIND TO EFF-KIND (EFFORT-SLOT)
                   MOVE EFFORT-KEY TO EFF-KEY (EFFORT-SLOT)
                   MOVE 0 TO EFF-HOURS (EFFORT-SLOT)
                   MOVE 0 TO EFF-KM (EFFORT-SLOT)
                   MOVE 0 TO EFF-SIGHTINGS (EFFORT-SLOT)
                   MOVE 0 TO EFF-EVEN (EFFORT-SLOT)
                   MOVE 0 TO EFF-ODD (EFFORT-SLOT)
                   MOVE 0 TO EFF-NOTMOOSE (EFFORT-SLOT)
               END-IF.

           MATCH-EFFORT-SLOT.
               IF EFF-KIND (EFFORT-INDEX) = EFFORT-KIND
                   AND EFF-KEY (EFFORT-INDEX) = EFFORT-KEY
                   MOVE EFFORT-INDEX TO EFFORT-SLOT
               END-IF.

           LOAD-VERIFICATION-COUNTS.
               OPEN INPUT VERIFY-IN.
               IF VERIFY-STATUS = "00"
                   PERFORM READ-VERIFY-LINE
                   PERFORM LOAD-ONE-VERIFICATION UNTIL VERIFY-EOF
                   CLOSE VERIFY-IN
               END-IF.

           READ-VERIFY-LINE.
               READ VERIFY-IN INTO VERIFY-LINE
                   AT END SET VERIFY-EOF TO TRUE
               END-READ.

           LOAD-ONE-VERIFICATION.
               IF VERIFY-LINE = SPACES OR VERIFY-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO VFY-TAG-TEXT
                   MOVE SPACES TO VFY-LFT-TEXT
                   MOVE SPACES TO VFY-RGT-TEXT
                   MOVE SPACES TO VFY-MID3-TEXT
                   UNSTRING FUNCTION TRIM (VERIFY-LINE)
                       DELIMITED BY ALL SPACE
                       INTO VFY-TAG-TEXT, VFY-LFT-TEXT, VFY-RGT-TEXT,
                           VFY-MID3-TEXT
                   IF VERIFY-COUNT < MAX-VERIFY-ENTRIES
                       AND VFY-LFT-TEXT (1:1) IS NUMERIC
                       AND VFY-RGT-TEXT (1:1) IS NUMERIC
                       ADD 1 TO VERIFY-COUNT
                       MOVE VFY-TAG-TEXT TO VER-TAG (VERIFY-COUNT)
                       COMPUTE VER-LFT (VERIFY-COUNT) =
                           FUNCTION NUMVAL (VFY-LFT-TEXT)
                       COMPUTE VER-RGT (VERIFY-COUNT) =
                           FUNCTION NUMVAL (VFY-RGT-TEXT)
                       MOVE 0 TO VER-MID3 (VERIFY-COUNT)
                       IF VFY-MID3-TEXT NOT = SPACES
                           COMPUTE VER-MID3 (VERIFY-COUNT) =
                               FUNCTION NUMVAL (VFY-MID3-TEXT)
                       END-IF
                   ELSE
                       DISPLAY "VERIFICATION LINE IGNORED: "
                           VERIFY-LINE
                   END-IF
               END-IF.
               PERFORM READ-VERIFY-LINE.

      * a MOOSEVSL not there yet means nothing has been drawn before
           LOAD-SAMPLE-LEDGER.
               OPEN INPUT SAMPLE-LEDGER.
               IF LEDGER-STATUS = "00"
                   PERFORM READ-LEDGER-ROW
                   PERFORM LOAD-ONE-LEDGER-ROW UNTIL LEDGER-EOF
                   CLOSE SAMPLE-LEDGER
               END-IF.

           READ-LEDGER-ROW.
               READ SAMPLE-LEDGER
                   AT END SET LEDGER-EOF TO TRUE
               END-READ.

           LOAD-ONE-LEDGER-ROW.
               IF SAMPLE-LEDGER-RECORD = SPACES
                   CONTINUE
               ELSE
                   IF LEDGER-COUNT < MAX-LEDGER-ENTRIES
                       ADD 1 TO LEDGER-COUNT
                       MOVE SLG-TAG TO LDG-TAG (LEDGER-COUNT)
                       MOVE SLG-OBSERVER TO LDG-OBSERVER (LEDGER-COUNT)
                       MOVE SLG-LFT TO LDG-LFT (LEDGER-COUNT)
                       MOVE SLG-RGT TO LDG-RGT (LEDGER-COUNT)
                       MOVE SLG-MID3 TO LDG-MID3 (LEDGER-COUNT)
                       MOVE SLG-DRAWN-DATE
                           TO LDG-DRAWN-DATE (LEDGER-COUNT)
                       MOVE SLG-STATUS TO LDG-STATUS (LEDGER-COUNT)
                       MOVE SLG-CLOSED-DATE
                           TO LDG-CLOSED-DATE (LEDGER-COUNT)
                   ELSE
                       DISPLAY "VERIFICATION LEDGER FULL - IGNORING "
                           SLG-TAG
                   END-IF
               END-IF.
               PERFORM READ-LEDGER-ROW.

           CHECK-FOR-RESTART.
               OPEN INPUT MOOSE-CKP.
               IF CKP-STATUS = "00"
               MOVE SPACES TO REJECT-REASON.
               MOVE SPACES TO EAST-TEXT.
               MOVE SPACES TO NORTH-TEXT.
               MOVE SPACES TO HEALTH-TEXT.
               MOVE 'N' TO HAVE-COORDS-SWITCH.
               UNSTRING FUNCTION TRIM (INP) DELIMITED BY SPACE
                   INTO LFT, RGT, MID3, REGION-CODE, AGE-CLASS-CODE,
                       OBSERVER-ID, TAG-NUMBER, EAST-TEXT, NORTH-TEXT,
                       HEALTH-TEXT
                   TALLYING IN TOKEN-COUNT.
               IF NOT (LFT = 0 AND RGT = 0)
                   AND (LFT < MIN-ANTLER-POINTS
               ELSE
                   PERFORM VALIDATE-STRATUM-CODES
               END-IF.
               IF REJECT-REASON = SPACES
                   PERFORM VALIDATE-HEALTH-CODES
               END-IF.
               IF REJECT-REASON = SPACES
                   AND EAST-TEXT NOT = SPACES
                   AND NORTH-TEXT NOT = SPACES
                       IF HAVE-COORDS
                           PERFORM TALLY-DENSITY-CELL
                       END-IF
                       PERFORM TALLY-HEALTH-OBSERVATION
                           VARYING HEALTH-OBS-INDEX FROM 1 BY 1
                           UNTIL HEALTH-OBS-INDEX > HEALTH-OBS-COUNT
                       PERFORM TALLY-EFFORT-SIGHTING
                       IF NEW-TAG-SLOT > 0
                           PERFORM SAMPLE-FOR-VERIFICATION
                       END-IF
                       PERFORM COMPUTE-TROPHY-SCORE
                       PERFORM WRITE-RESULT-RECORD
                       PERFORM WRITE-HISTORY-RECORD
                   MOVE 'Y' TO CODE-VALID-SWITCH
               END-IF.

           VALIDATE-HEALTH-CODES.
               MOVE SPACES TO HEALTH-OBS-TABLE.
               MOVE 0 TO HEALTH-OBS-COUNT.
               IF HEALTH-TEXT NOT = SPACES
                   UNSTRING HEALTH-TEXT DELIMITED BY '/'
                       INTO HEALTH-OBS-CODE (1), HEALTH-OBS-CODE (2),
                           HEALTH-OBS-CODE (3), HEALTH-OBS-CODE (4)
                       TALLYING IN HEALTH-OBS-COUNT
                   PERFORM CHECK-ONE-HEALTH-CODE
                       VARYING HEALTH-OBS-INDEX FROM 1 BY 1
                       UNTIL HEALTH-OBS-INDEX > HEALTH-OBS-COUNT
                           OR REJECT-REASON NOT = SPACES
               END-IF.

           CHECK-ONE-HEALTH-CODE.
               MOVE HEALTH-OBS-CODE (HEALTH-OBS-INDEX) TO HEALTH-CODE.
               PERFORM FIND-HEALTH-REF.
               IF HEALTH-CODE = SPACES
                   OR (HEALTH-REF-COUNT > 0 AND HEALTH-REF-SLOT = 0)
                   MOVE "BAD-HEALTH-CODE" TO REJECT-REASON
               END-IF.

           FIND-HEALTH-REF.
               MOVE 0 TO HEALTH-REF-SLOT.
               PERFORM MATCH-HEALTH-REF
                   VARYING REF-INDEX FROM 1 BY 1
                   UNTIL REF-INDEX > HEALTH-REF-COUNT
                       OR HEALTH-REF-SLOT > 0.

           MATCH-HEALTH-REF.
               IF HEALTH-REF-CODE (REF-INDEX) = HEALTH-CODE
                   MOVE REF-INDEX TO HEALTH-REF-SLOT
               END-IF.

           VALIDATE-COORDINATES.
               COMPUTE SIGHT-EAST = FUNCTION NUMVAL (EAST-TEXT).
               COMPUTE SIGHT-NORTH = FUNCTION NUMVAL (NORTH-TEXT).
                   MOVE DENSITY-INDEX TO DENSITY-SLOT
               END-IF.

           TALLY-HEALTH-OBSERVATION.
               MOVE HEALTH-OBS-CODE (HEALTH-OBS-INDEX) TO HEALTH-CODE.
               MOVE 0 TO HEALTH-REGION-SLOT.
               PERFORM FIND-HEALTH-REGION-SLOT
                   VARYING HEALTH-REGION-INDEX FROM 1 BY 1
                   UNTIL HEALTH-REGION-INDEX > HEALTH-REGION-COUNT
                       OR HEALTH-REGION-SLOT > 0.
               IF HEALTH-REGION-SLOT = 0
                   AND HEALTH-REGION-COUNT < MAX-HEALTH-REGION-ENTRIES
                   ADD 1 TO HEALTH-REGION-COUNT
                   MOVE HEALTH-REGION-COUNT TO HEALTH-REGION-SLOT
                   MOVE REGION-CODE TO HRG-REGION (HEALTH-REGION-SLOT)
                   MOVE HEALTH-CODE TO HRG-CODE (HEALTH-REGION-SLOT)
                   MOVE 0 TO HRG-CASES (HEALTH-REGION-SLOT)
               END-IF.
               IF HEALTH-REGION-SLOT > 0
                   ADD 1 TO HRG-CASES (HEALTH-REGION-SLOT)
               END-IF.
               IF HAVE-COORDS
                   PERFORM TALLY-HEALTH-CELL
               END-IF.

           FIND-HEALTH-REGION-SLOT.
               IF HRG-REGION (HEALTH-REGION-INDEX) = REGION-CODE
                   AND HRG-CODE (HEALTH-REGION-INDEX) = HEALTH-CODE
                   MOVE HEALTH-REGION-INDEX TO HEALTH-REGION-SLOT
               END-IF.

           TALLY-HEALTH-CELL.
               MOVE 0 TO HEALTH-CELL-SLOT.
               PERFORM FIND-HEALTH-CELL-SLOT
                   VARYING HEALTH-CELL-INDEX FROM 1 BY 1
                   UNTIL HEALTH-CELL-INDEX > HEALTH-CELL-COUNT
                       OR HEALTH-CELL-SLOT > 0.
               IF HEALTH-CELL-SLOT = 0
                   AND HEALTH-CELL-COUNT < MAX-HEALTH-CELL-ENTRIES
                   ADD 1 TO HEALTH-CELL-COUNT
                   MOVE HEALTH-CELL-COUNT TO HEALTH-CELL-SLOT
                   MOVE CELL-EAST TO HCL-EAST (HEALTH-CELL-SLOT)
                   MOVE CELL-NORTH TO HCL-NORTH (HEALTH-CELL-SLOT)
                   MOVE HEALTH-CODE TO HCL-CODE (HEALTH-CELL-SLOT)
                   MOVE 0 TO HCL-CASES (HEALTH-CELL-SLOT)
               END-IF.
               IF HEALTH-CELL-SLOT > 0
                   ADD 1 TO HCL-CASES (HEALTH-CELL-SLOT)
               END-IF.

           FIND-HEALTH-CELL-SLOT.
               IF HCL-EAST (HEALTH-CELL-INDEX) = CELL-EAST
                   AND HCL-NORTH (HEALTH-CELL-INDEX) = CELL-NORTH
                   AND HCL-CODE (HEALTH-CELL-INDEX) = HEALTH-CODE
                   MOVE HEALTH-CELL-INDEX TO HEALTH-CELL-SLOT
               END-IF.

           TALLY-EFFORT-SIGHTING.
               MOVE 'R' TO EFFORT-KIND.
               MOVE REGION-CODE TO EFFORT-KEY.
               PERFORM ADD-EFFORT-SIGHTING.
               MOVE 'O' TO EFFORT-KIND.
               MOVE OBSERVER-ID TO EFFORT-KEY.
               PERFORM ADD-EFFORT-SIGHTING.
               IF HAVE-COORDS
                   MOVE CELL-EAST TO ECK-EAST
                   MOVE CELL-NORTH TO ECK-NORTH
                   MOVE 'C' TO EFFORT-KIND
                   MOVE EFFORT-CELL-KEY TO EFFORT-KEY
                   PERFORM ADD-EFFORT-SIGHTING
               END-IF.

           ADD-EFFORT-SIGHTING.
               PERFORM FIND-EFFORT-SLOT.
               IF EFFORT-SLOT > 0
                   ADD 1 TO EFF-SIGHTINGS (EFFORT-SLOT)
                   EVALUATE CLASSIFICATION-TEXT
                       WHEN "Even"
                           ADD 1 TO EFF-EVEN (EFFORT-SLOT)
                       WHEN "Odd"
                           ADD 1 TO EFF-ODD (EFFORT-SLOT)
                       WHEN OTHER
                           ADD 1 TO EFF-NOTMOOSE (EFFORT-SLOT)
                   END-EVALUATE
               END-IF.

           SAMPLE-FOR-VERIFICATION.
               MOVE OBSERVER-ID TO EFFORT-KEY.
               PERFORM FIND-RELIABILITY-SLOT.
               IF RELIABILITY-SLOT > 0
                   ADD 1 TO REL-TAGGED (RELIABILITY-SLOT)
                   IF REL-SAMPLED (RELIABILITY-SLOT) < SAMPLE-SIZE
                       ADD 1 TO REL-SAMPLED (RELIABILITY-SLOT)
                       MOVE NEW-TAG-SLOT TO REL-SAMPLE-TAG
                           (RELIABILITY-SLOT,
                               REL-SAMPLED (RELIABILITY-SLOT))
                   ELSE
                       COMPUTE SAMPLE-PRODUCT =
                           SAMPLE-STATE * SAMPLE-MULTIPLIER
                       COMPUTE SAMPLE-STATE =
                           FUNCTION MOD (SAMPLE-PRODUCT, SAMPLE-MODULUS)
                       COMPUTE SAMPLE-DRAW = FUNCTION MOD
                           (SAMPLE-STATE, REL-TAGGED (RELIABILITY-SLOT))
                           + 1
                       IF SAMPLE-DRAW <= SAMPLE-SIZE
                           MOVE NEW-TAG-SLOT TO REL-SAMPLE-TAG
                               (RELIABILITY-SLOT, SAMPLE-DRAW)
                       END-IF
                   END-IF
               END-IF.

           FIND-RELIABILITY-SLOT.
               MOVE 0 TO RELIABILITY-SLOT.
               PERFORM MATCH-RELIABILITY-SLOT
                   VARYING RELIABILITY-INDEX FROM 1 BY 1
                   UNTIL RELIABILITY-INDEX > RELIABILITY-COUNT
                       OR RELIABILITY-SLOT > 0.
               IF RELIABILITY-SLOT = 0
                   AND RELIABILITY-COUNT < MAX-RELIABILITY-ENTRIES
                   ADD 1 TO RELIABILITY-COUNT
                   MOVE RELIABILITY-COUNT TO RELIABILITY-SLOT
                   MOVE EFFORT-KEY TO REL-OBSERVER (RELIABILITY-SLOT)
                   MOVE 0 TO REL-TAGGED (RELIABILITY-SLOT)
                   MOVE 0 TO REL-SAMPLED (RELIABILITY-SLOT)
                   MOVE 0 TO REL-VERIFIED (RELIABILITY-SLOT)
                   MOVE 0 TO REL-AGREED (RELIABILITY-SLOT)
                   MOVE 0 TO REL-ERROR-TOTAL (RELIABILITY-SLOT)
               END-IF.

           MATCH-RELIABILITY-SLOT.
               IF REL-OBSERVER (RELIABILITY-INDEX) = EFFORT-KEY
                   MOVE RELIABILITY-INDEX TO RELIABILITY-SLOT
               END-IF.

           CHECK-DUPLICATE-TAG.
               MOVE 0 TO TAG-SLOT.
               MOVE 0 TO NEW-TAG-SLOT.
               IF TAG-NUMBER NOT = SPACES
                   PERFORM FIND-TAG-SLOT
                       VARYING TAG-INDEX FROM 1 BY 1
                           MOVE TAG-NUMBER TO TAG-VALUE (TAG-COUNT)
                           MOVE OBSERVER-ID
                               TO TAG-OBSERVER (TAG-COUNT)
                           MOVE RECORD-COUNT TO TAG-RECNO (TAG-COUNT)
                           MOVE REGION-CODE TO TAG-REGION (TAG-COUNT)
                           MOVE LFT TO TAG-LFT (TAG-COUNT)
                           MOVE RGT TO TAG-RGT (TAG-COUNT)
                           MOVE MID3 TO TAG-MID3 (TAG-COUNT)
                           MOVE TAG-COUNT TO NEW-TAG-SLOT
                       ELSE
                           DISPLAY "TAG TABLE FULL - NO DEDUP FOR "
                               TAG-NUMBER
               MOVE INP TO EXCEPT-INPUT.
               MOVE REJECT-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

      * the input record number keeps untagged sightings apart and
      * is the same on a rerun of the season, which replaces its rows
           WRITE-HISTORY-RECORD.
               MOVE TOTAL TO FORMATTED-TOTAL.
               MOVE SPACES TO SURVEY-HISTORY-RECORD.
               MOVE TAG-NUMBER TO SHIST-TAG.
               MOVE RUN-DATE TO SHIST-SEASON.
               MOVE RECORD-COUNT TO SHIST-SEQUENCE.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO SHIST-WRITTEN-STAMP.
               STRING "judgingmoose" DELIMITED BY SIZE
                   " " RUN-DATE DELIMITED BY SIZE
                   " CLASS=" CLASSIFICATION-TEXT DELIMITED BY SIZE
                   " REG=" REGION-CODE DELIMITED BY SIZE
                   " AGE=" AGE-CLASS-CODE DELIMITED BY SIZE
                   " TAG=" TAG-NUMBER DELIMITED BY SIZE
                   INTO SHIST-DETAIL.
               WRITE SURVEY-HISTORY-RECORD
                   INVALID KEY
                       REWRITE SURVEY-HISTORY-RECORD
               END-WRITE.

           WRITE-HERD-TOTALS.
               DISPLAY "HERD TOTALS FOR " RUN-DATE.
                   VARYING DENSITY-INDEX FROM 1 BY 1
                   UNTIL DENSITY-INDEX > DENSITY-COUNT.
               PERFORM WRITE-RANKING-REPORT.
               PERFORM WRITE-HEALTH-REPORT.
               PERFORM WRITE-EFFORT-REPORT.
               PERFORM WRITE-RELIABILITY-REPORT.
               PERFORM WRITE-VERIFICATION-SAMPLE.
               PERFORM WRITE-SAMPLE-LEDGER.

      * region rates are cases over every animal classified in the
      * region; a cell's rate is over the sightings in that cell
           WRITE-HEALTH-REPORT.
               MOVE SPACES TO HEALTH-RPT-RECORD.
               STRING "HERD HEALTH BY REGION FOR " RUN-DATE
                   DELIMITED BY SIZE INTO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.
               PERFORM WRITE-ONE-HEALTH-REGION
                   VARYING HEALTH-REGION-INDEX FROM 1 BY 1
                   UNTIL HEALTH-REGION-INDEX > HEALTH-REGION-COUNT.
               MOVE SPACES TO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.
               STRING "HEALTH CLUSTERS BY GRID CELL FOR " RUN-DATE
                   DELIMITED BY SIZE INTO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.
               PERFORM WRITE-ONE-HEALTH-CELL
                   VARYING HEALTH-CELL-INDEX FROM 1 BY 1
                   UNTIL HEALTH-CELL-INDEX > HEALTH-CELL-COUNT.
               MOVE CLUSTER-COUNT TO FORMATTED-CASES.
               MOVE SPACES TO HEALTH-RPT-RECORD.
               STRING "CLUSTERS FLAGGED " FORMATTED-CASES
                   DELIMITED BY SIZE INTO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.
               IF CLUSTER-COUNT > 0
                   DISPLAY "  HEALTH CLUSTERS: " CLUSTER-COUNT
               END-IF.

           WRITE-ONE-HEALTH-REGION.
               MOVE HRG-REGION (HEALTH-REGION-INDEX) TO REGION-CODE.
               MOVE 0 TO HEALTH-ANIMALS.
               PERFORM SUM-REGION-ANIMALS
                   VARYING REGION-SCAN FROM 1 BY 1
                   UNTIL REGION-SCAN > STRATUM-COUNT.
               MOVE 0 TO HEALTH-RATE.
               IF HEALTH-ANIMALS > 0
                   COMPUTE HEALTH-RATE ROUNDED =
                       HRG-CASES (HEALTH-REGION-INDEX) * 100
                           / HEALTH-ANIMALS
               END-IF.
               MOVE HRG-CASES (HEALTH-REGION-INDEX) TO FORMATTED-CASES.
               MOVE HEALTH-ANIMALS TO FORMATTED-ANIMALS.
               MOVE HEALTH-RATE TO FORMATTED-RATE.
               MOVE SPACES TO HEALTH-RPT-RECORD.
               STRING "REGION " REGION-CODE
                   " CONDITION " HRG-CODE (HEALTH-REGION-INDEX)
                   " CASES " FORMATTED-CASES
                   " OF " FORMATTED-ANIMALS
                   " RATE " FORMATTED-RATE "%"
                   DELIMITED BY SIZE INTO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.

           SUM-REGION-ANIMALS.
               IF STRATUM-REGION (REGION-SCAN) = REGION-CODE
                   ADD STRATUM-EVEN (REGION-SCAN)
                       STRATUM-ODD (REGION-SCAN)
                       STRATUM-NOTMOOSE (REGION-SCAN)
                       TO HEALTH-ANIMALS
               END-IF.

           WRITE-ONE-HEALTH-CELL.
               MOVE HCL-EAST (HEALTH-CELL-INDEX) TO CELL-EAST.
               MOVE HCL-NORTH (HEALTH-CELL-INDEX) TO CELL-NORTH.
               MOVE HCL-CODE (HEALTH-CELL-INDEX) TO HEALTH-CODE.
               MOVE 0 TO DENSITY-SLOT.
               PERFORM FIND-DENSITY-SLOT
                   VARYING DENSITY-INDEX FROM 1 BY 1
                   UNTIL DENSITY-INDEX > DENSITY-COUNT
                       OR DENSITY-SLOT > 0.
               MOVE 0 TO HEALTH-ANIMALS.
               IF DENSITY-SLOT > 0
                   MOVE DEN-COUNT (DENSITY-SLOT) TO HEALTH-ANIMALS
               END-IF.
               PERFORM FIND-HEALTH-REF.
               IF HEALTH-REF-SLOT > 0
                   MOVE HEALTH-REF-PCT (HEALTH-REF-SLOT) TO CLUSTER-PCT
                   MOVE HEALTH-REF-MIN (HEALTH-REF-SLOT) TO CLUSTER-MIN
               ELSE
                   MOVE DEFAULT-CLUSTER-PCT TO CLUSTER-PCT
                   MOVE DEFAULT-CLUSTER-MIN TO CLUSTER-MIN
               END-IF.
               MOVE 0 TO HEALTH-RATE.
               IF HEALTH-ANIMALS > 0
                   COMPUTE HEALTH-RATE ROUNDED =
                       HCL-CASES (HEALTH-CELL-INDEX) * 100
                           / HEALTH-ANIMALS
               END-IF.
               MOVE SPACES TO CLUSTER-FLAG-TEXT.
               IF HEALTH-ANIMALS >= CLUSTER-MIN
                   AND HEALTH-RATE >= CLUSTER-PCT
                   MOVE "*CLUSTER*" TO CLUSTER-FLAG-TEXT
                   ADD 1 TO CLUSTER-COUNT
               END-IF.
               MOVE CELL-EAST TO FORMATTED-CELL-EAST.
               MOVE CELL-NORTH TO FORMATTED-CELL-NORTH.
               MOVE HCL-CASES (HEALTH-CELL-INDEX) TO FORMATTED-CASES.
               MOVE HEALTH-ANIMALS TO FORMATTED-ANIMALS.
               MOVE HEALTH-RATE TO FORMATTED-RATE.
               MOVE CLUSTER-PCT TO FORMATTED-PCT.
               MOVE SPACES TO HEALTH-RPT-RECORD.
               STRING "CELL E" FORMATTED-CELL-EAST
                   " N" FORMATTED-CELL-NORTH
                   " CONDITION " HEALTH-CODE
                   " CASES " FORMATTED-CASES
                   " OF " FORMATTED-ANIMALS
                   " RATE " FORMATTED-RATE "%"
                   " LIMIT " FORMATTED-PCT "% "
                   CLUSTER-FLAG-TEXT
                   DELIMITED BY SIZE INTO HEALTH-RPT-RECORD.
               WRITE HEALTH-RPT-RECORD.

           WRITE-EFFORT-REPORT.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               STRING "SURVEY EFFORT FOR " RUN-DATE
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.
               MOVE 'R' TO EFFORT-KIND.
               MOVE "BY REGION" TO EFFORT-TITLE.
               PERFORM WRITE-EFFORT-SECTION.
               MOVE 'C' TO EFFORT-KIND.
               MOVE "BY GRID CELL" TO EFFORT-TITLE.
               PERFORM WRITE-EFFORT-SECTION.
               MOVE 'O' TO EFFORT-KIND.
               MOVE "BY OBSERVER" TO EFFORT-TITLE.
               PERFORM WRITE-EFFORT-SECTION.
               IF UNSURVEYED-CELL-COUNT > 0
                   DISPLAY "  CELLS WITH NO LOGGED EFFORT: "
                       UNSURVEYED-CELL-COUNT
               END-IF.

      * pass 1 is surveyed with sightings, pass 2 surveyed with no
      * moose and pass 3 sightings with no effort logged against them
           WRITE-EFFORT-SECTION.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.
               STRING "SIGHTINGS PER UNIT OF EFFORT " EFFORT-TITLE
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.
               MOVE 1 TO EFFORT-PASS.
               PERFORM WRITE-ONE-EFFORT-ENTRY
                   VARYING EFFORT-INDEX FROM 1 BY 1
                   UNTIL EFFORT-INDEX > EFFORT-COUNT.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               STRING "SURVEYED WITH NO MOOSE SIGHTED " EFFORT-TITLE
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.
               MOVE 2 TO EFFORT-PASS.
               PERFORM WRITE-ONE-EFFORT-ENTRY
                   VARYING EFFORT-INDEX FROM 1 BY 1
                   UNTIL EFFORT-INDEX > EFFORT-COUNT.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               STRING "SIGHTINGS WITH NO LOGGED EFFORT " EFFORT-TITLE
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.
               MOVE 3 TO EFFORT-PASS.
               PERFORM WRITE-ONE-EFFORT-ENTRY
                   VARYING EFFORT-INDEX FROM 1 BY 1
                   UNTIL EFFORT-INDEX > EFFORT-COUNT.

           WRITE-ONE-EFFORT-ENTRY.
               IF EFF-KIND (EFFORT-INDEX) = EFFORT-KIND
                   EVALUATE TRUE
                       WHEN EFFORT-PASS = 1
                           AND (EFF-HOURS (EFFORT-INDEX) > 0
                               OR EFF-KM (EFFORT-INDEX) > 0)
                           AND EFF-SIGHTINGS (EFFORT-INDEX) > 0
                           PERFORM WRITE-EFFORT-RATE-ENTRY
                       WHEN EFFORT-PASS = 2
                           AND (EFF-HOURS (EFFORT-INDEX) > 0
                               OR EFF-KM (EFFORT-INDEX) > 0)
                           AND EFF-SIGHTINGS (EFFORT-INDEX) = 0
                           PERFORM WRITE-EFFORT-COUNT-LINE
                       WHEN EFFORT-PASS = 3
                           AND EFF-HOURS (EFFORT-INDEX) = 0
                           AND EFF-KM (EFFORT-INDEX) = 0
                           PERFORM WRITE-EFFORT-COUNT-LINE
                           IF EFFORT-KIND = 'C'
                               ADD 1 TO UNSURVEYED-CELL-COUNT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           WRITE-EFFORT-RATE-ENTRY.
               PERFORM WRITE-EFFORT-COUNT-LINE.
               IF EFF-HOURS (EFFORT-INDEX) > 0
                   MOVE EFF-HOURS (EFFORT-INDEX) TO EFFORT-DIVISOR
                   MOVE "PER HOUR" TO EFFORT-UNIT-TEXT
                   PERFORM WRITE-EFFORT-RATE-LINE
               END-IF.
               IF EFF-KM (EFFORT-INDEX) > 0
                   MOVE EFF-KM (EFFORT-INDEX) TO EFFORT-DIVISOR
                   MOVE "PER KM" TO EFFORT-UNIT-TEXT
                   PERFORM WRITE-EFFORT-RATE-LINE
               END-IF.

           BUILD-EFFORT-LABEL.
               MOVE SPACES TO EFFORT-LABEL.
               EVALUATE EFFORT-KIND
                   WHEN 'R'
                       STRING "  REGION " EFF-KEY (EFFORT-INDEX) (1:2)
                           DELIMITED BY SIZE INTO EFFORT-LABEL
                   WHEN 'O'
                       STRING "  OBSERVER " EFF-KEY (EFFORT-INDEX)
                           (1:6)
                           DELIMITED BY SIZE INTO EFFORT-LABEL
                   WHEN OTHER
                       MOVE EFF-KEY (EFFORT-INDEX) TO EFFORT-CELL-KEY
                       MOVE ECK-EAST TO FORMATTED-CELL-EAST
                       MOVE ECK-NORTH TO FORMATTED-CELL-NORTH
                       STRING "  CELL E" FORMATTED-CELL-EAST
                           " N" FORMATTED-CELL-NORTH
                           DELIMITED BY SIZE INTO EFFORT-LABEL
               END-EVALUATE.

           WRITE-EFFORT-COUNT-LINE.
               PERFORM BUILD-EFFORT-LABEL.
               MOVE EFF-HOURS (EFFORT-INDEX) TO FORMATTED-HOURS.
               MOVE EFF-KM (EFFORT-INDEX) TO FORMATTED-KM.
               MOVE EFF-SIGHTINGS (EFFORT-INDEX) TO FORMATTED-SIGHTINGS.
               MOVE EFF-EVEN (EFFORT-INDEX) TO FORMATTED-EVEN.
               MOVE EFF-ODD (EFFORT-INDEX) TO FORMATTED-ODD.
               MOVE EFF-NOTMOOSE (EFFORT-INDEX) TO FORMATTED-NOTMOOSE.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               STRING EFFORT-LABEL
                   " HOURS " FORMATTED-HOURS
                   " KM " FORMATTED-KM
                   " SIGHTINGS " FORMATTED-SIGHTINGS
                   " EVEN " FORMATTED-EVEN
                   " ODD " FORMATTED-ODD
                   " NOT " FORMATTED-NOTMOOSE
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.

           WRITE-EFFORT-RATE-LINE.
               COMPUTE EFFORT-RATE ROUNDED =
                   EFF-SIGHTINGS (EFFORT-INDEX) / EFFORT-DIVISOR.
               MOVE EFFORT-RATE TO FORMATTED-RATE-ALL.
               COMPUTE EFFORT-RATE ROUNDED =
                   EFF-EVEN (EFFORT-INDEX) / EFFORT-DIVISOR.
               MOVE EFFORT-RATE TO FORMATTED-RATE-EVEN.
               COMPUTE EFFORT-RATE ROUNDED =
                   EFF-ODD (EFFORT-INDEX) / EFFORT-DIVISOR.
               MOVE EFFORT-RATE TO FORMATTED-RATE-ODD.
               COMPUTE EFFORT-RATE ROUNDED =
                   EFF-NOTMOOSE (EFFORT-INDEX) / EFFORT-DIVISOR.
               MOVE EFFORT-RATE TO FORMATTED-RATE-NOT.
               MOVE SPACES TO EFFORT-RPT-RECORD.
               STRING "      " EFFORT-UNIT-TEXT
                   " SIGHTINGS " FORMATTED-RATE-ALL
                   " EVEN " FORMATTED-RATE-EVEN
                   " ODD " FORMATTED-RATE-ODD
                   " NOT " FORMATTED-RATE-NOT
                   DELIMITED BY SIZE INTO EFFORT-RPT-RECORD.
               WRITE EFFORT-RPT-RECORD.

      * the sample is blind - the crew gets the tag and where it was
      * seen, never the counts the observer recorded. the checks are
      * posted before this run's sample is drawn onto the ledger, so
      * a tag can only be verified on a later run than it was drawn
           WRITE-VERIFICATION-SAMPLE.
               PERFORM WRITE-OBSERVER-SAMPLE
                   VARYING RELIABILITY-INDEX FROM 1 BY 1
                   UNTIL RELIABILITY-INDEX > RELIABILITY-COUNT.

           WRITE-OBSERVER-SAMPLE.
               PERFORM WRITE-ONE-SAMPLE-LINE
                   VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX > REL-SAMPLED (RELIABILITY-INDEX).

           WRITE-ONE-SAMPLE-LINE.
               MOVE REL-SAMPLE-TAG (RELIABILITY-INDEX, SAMPLE-INDEX)
                   TO TAG-INDEX.
               MOVE TAG-RECNO (TAG-INDEX) TO FORMATTED-RECNO.
               MOVE SPACES TO SAMPLE-RPT-RECORD.
               STRING "VERIFY TAG " TAG-VALUE (TAG-INDEX)
                   " OBSERVER " REL-OBSERVER (RELIABILITY-INDEX)
                   " REGION " TAG-REGION (TAG-INDEX)
                   " RECORD " FORMATTED-RECNO
                   DELIMITED BY SIZE INTO SAMPLE-RPT-RECORD.
               WRITE SAMPLE-RPT-RECORD.
               PERFORM OPEN-LEDGER-ROW.

      * a tag still open from an earlier draw keeps its first row
           OPEN-LEDGER-ROW.
               MOVE TAG-VALUE (TAG-INDEX) TO TAG-NUMBER.
               PERFORM FIND-OPEN-LEDGER-ROW.
               EVALUATE TRUE
                   WHEN LEDGER-SLOT > 0
                       CONTINUE
                   WHEN LEDGER-COUNT < MAX-LEDGER-ENTRIES
                       ADD 1 TO LEDGER-COUNT
                       MOVE TAG-NUMBER TO LDG-TAG (LEDGER-COUNT)
                       MOVE REL-OBSERVER (RELIABILITY-INDEX)
                           TO LDG-OBSERVER (LEDGER-COUNT)
                       MOVE TAG-LFT (TAG-INDEX)
                           TO LDG-LFT (LEDGER-COUNT)
                       MOVE TAG-RGT (TAG-INDEX)
                           TO LDG-RGT (LEDGER-COUNT)
                       MOVE TAG-MID3 (TAG-INDEX)
                           TO LDG-MID3 (LEDGER-COUNT)
                       MOVE RUN-DATE TO LDG-DRAWN-DATE (LEDGER-COUNT)
                       MOVE 'O' TO LDG-STATUS (LEDGER-COUNT)
                       MOVE SPACES TO LDG-CLOSED-DATE (LEDGER-COUNT)
                   WHEN OTHER
                       DISPLAY "VERIFICATION LEDGER FULL - TAG "
                           TAG-NUMBER " NOT RECORDED"
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE.

           FIND-OPEN-LEDGER-ROW.
               MOVE 0 TO LEDGER-SLOT.
               PERFORM MATCH-OPEN-LEDGER-ROW
                   VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT
                       OR LEDGER-SLOT > 0.

           MATCH-OPEN-LEDGER-ROW.
               IF LDG-TAG (LEDGER-INDEX) = TAG-NUMBER
                   AND LDG-STATUS (LEDGER-INDEX) = 'O'
                   MOVE LEDGER-INDEX TO LEDGER-SLOT
               END-IF.

           WRITE-SAMPLE-LEDGER.
               OPEN OUTPUT SAMPLE-LEDGER.
               PERFORM WRITE-ONE-LEDGER-ROW
                   VARYING LEDGER-INDEX FROM 1 BY 1
                   UNTIL LEDGER-INDEX > LEDGER-COUNT.
               CLOSE SAMPLE-LEDGER.

           WRITE-ONE-LEDGER-ROW.
               IF LDG-STATUS (LEDGER-INDEX) = 'O'
                   OR LDG-CLOSED-DATE (LEDGER-INDEX) = RUN-DATE
                   MOVE SPACES TO SAMPLE-LEDGER-RECORD
                   MOVE LDG-TAG (LEDGER-INDEX) TO SLG-TAG
                   MOVE LDG-OBSERVER (LEDGER-INDEX) TO SLG-OBSERVER
                   MOVE LDG-LFT (LEDGER-INDEX) TO SLG-LFT
                   MOVE LDG-RGT (LEDGER-INDEX) TO SLG-RGT
                   MOVE LDG-MID3 (LEDGER-INDEX) TO SLG-MID3
                   MOVE LDG-DRAWN-DATE (LEDGER-INDEX) TO SLG-DRAWN-DATE
                   MOVE LDG-STATUS (LEDGER-INDEX) TO SLG-STATUS
                   MOVE LDG-CLOSED-DATE (LEDGER-INDEX)
                       TO SLG-CLOSED-DATE
                   WRITE SAMPLE-LEDGER-RECORD
               END-IF.

           WRITE-RELIABILITY-REPORT.
               MOVE SPACES TO RELIABILITY-RPT-RECORD.
               MOVE AGREEMENT-PCT TO FORMATTED-PCT.
               STRING "OBSERVER RELIABILITY FOR " RUN-DATE
                   " AGREEMENT LEVEL " FORMATTED-PCT "%"
                   DELIMITED BY SIZE INTO RELIABILITY-RPT-RECORD.
               WRITE RELIABILITY-RPT-RECORD.
               PERFORM POST-ONE-VERIFICATION
                   VARYING VERIFY-INDEX FROM 1 BY 1
                   UNTIL VERIFY-INDEX > VERIFY-COUNT.
               PERFORM WRITE-ONE-RELIABILITY-LINE
                   VARYING RELIABILITY-INDEX FROM 1 BY 1
                   UNTIL RELIABILITY-INDEX > RELIABILITY-COUNT.
               MOVE LOW-AGREEMENT-COUNT TO FORMATTED-CASES.
               MOVE SPACES TO RELIABILITY-RPT-RECORD.
               STRING "OBSERVERS BELOW AGREEMENT LEVEL " FORMATTED-CASES
                   DELIMITED BY SIZE INTO RELIABILITY-RPT-RECORD.
               WRITE RELIABILITY-RPT-RECORD.
               MOVE UNMATCHED-VERIFY-COUNT TO FORMATTED-REJECTED.
               MOVE SPACES TO RELIABILITY-RPT-RECORD.
               STRING "VERIFICATIONS REJECTED " FORMATTED-REJECTED
                   DELIMITED BY SIZE INTO RELIABILITY-RPT-RECORD.
               WRITE RELIABILITY-RPT-RECORD.
               IF UNMATCHED-VERIFY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF LOW-AGREEMENT-COUNT > 0
                   DISPLAY "  OBSERVERS BELOW AGREEMENT LEVEL: "
                       LOW-AGREEMENT-COUNT
               END-IF.

      * error is the summed absolute difference over the three counts
      * the observer recorded when the tag was drawn
           POST-ONE-VERIFICATION.
               MOVE VER-TAG (VERIFY-INDEX) TO TAG-NUMBER.
               PERFORM FIND-OPEN-LEDGER-ROW.
               IF LEDGER-SLOT = 0
                   PERFORM REJECT-VERIFICATION
               ELSE
                   MOVE 'C' TO LDG-STATUS (LEDGER-SLOT)
                   MOVE RUN-DATE TO LDG-CLOSED-DATE (LEDGER-SLOT)
                   COMPUTE POINT-DIFFERENCE =
                       LDG-LFT (LEDGER-SLOT) - VER-LFT (VERIFY-INDEX)
                   COMPUTE VERIFY-ERROR =
                       FUNCTION ABS (POINT-DIFFERENCE)
                   COMPUTE POINT-DIFFERENCE =
                       LDG-RGT (LEDGER-SLOT) - VER-RGT (VERIFY-INDEX)
                   COMPUTE VERIFY-ERROR = VERIFY-ERROR
                       + FUNCTION ABS (POINT-DIFFERENCE)
                   COMPUTE POINT-DIFFERENCE =
                       LDG-MID3 (LEDGER-SLOT) - VER-MID3 (VERIFY-INDEX)
                   COMPUTE VERIFY-ERROR = VERIFY-ERROR
                       + FUNCTION ABS (POINT-DIFFERENCE)
                   MOVE LDG-OBSERVER (LEDGER-SLOT) TO EFFORT-KEY
                   PERFORM FIND-RELIABILITY-SLOT
                   IF RELIABILITY-SLOT > 0
                       ADD 1 TO REL-VERIFIED (RELIABILITY-SLOT)
                       ADD VERIFY-ERROR
                           TO REL-ERROR-TOTAL (RELIABILITY-SLOT)
                       IF VERIFY-ERROR <= VERIFY-TOLERANCE
                           ADD 1 TO REL-AGREED (RELIABILITY-SLOT)
                       END-IF
                   END-IF
               END-IF.

      * a check with no open sample row behind it was never asked for
      * or has already been counted, so it cannot score the observer
           REJECT-VERIFICATION.
               ADD 1 TO UNMATCHED-VERIFY-COUNT.
               MOVE VER-LFT (VERIFY-INDEX) TO FORMATTED-LFT.
               MOVE VER-RGT (VERIFY-INDEX) TO FORMATTED-RGT.
               MOVE VER-MID3 (VERIFY-INDEX) TO FORMATTED-MID3.
               MOVE SPACES TO RELIABILITY-RPT-RECORD.
               STRING "  VERIFIED TAG " TAG-NUMBER
                   " NOT ON AN OPEN SAMPLE - REJECTED"
                   DELIMITED BY SIZE INTO RELIABILITY-RPT-RECORD.
               WRITE RELIABILITY-RPT-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "judgingmoose" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE SPACES TO EXCEPT-INPUT.
               STRING "MOOSEVER " TAG-NUMBER
                   " " FORMATTED-LFT " " FORMATTED-RGT
                   " " FORMATTED-MID3
                   DELIMITED BY SIZE INTO EXCEPT-INPUT.
               MOVE "NOT-SAMPLED" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           WRITE-ONE-RELIABILITY-LINE.
               MOVE 0 TO AGREEMENT-RATE.
               MOVE 0 TO AVERAGE-ERROR.
               MOVE SPACES TO AGREEMENT-FLAG-TEXT.
               IF REL-VERIFIED (RELIABILITY-INDEX) > 0
                   COMPUTE AGREEMENT-RATE ROUNDED =
                       REL-AGREED (RELIABILITY-INDEX) * 100
                           / REL-VERIFIED (RELIABILITY-INDEX)
                   COMPUTE AVERAGE-ERROR ROUNDED =
                       REL-ERROR-TOTAL (RELIABILITY-INDEX)
                           / REL-VERIFIED (RELIABILITY-INDEX)
                   IF AGREEMENT-RATE < AGREEMENT-PCT
                       MOVE "*LOW AGREEMENT*" TO AGREEMENT-FLAG-TEXT
                       ADD 1 TO LOW-AGREEMENT-COUNT
                   END-IF
               ELSE
                   MOVE "NOT VERIFIED" TO AGREEMENT-FLAG-TEXT
               END-IF.
               MOVE REL-TAGGED (RELIABILITY-INDEX) TO FORMATTED-TAGGED.
               MOVE REL-SAMPLED (RELIABILITY-INDEX)
                   TO FORMATTED-SAMPLED.
               MOVE REL-VERIFIED (RELIABILITY-INDEX)
                   TO FORMATTED-VERIFIED.
               MOVE REL-AGREED (RELIABILITY-INDEX) TO FORMATTED-AGREED.
               MOVE AGREEMENT-RATE TO FORMATTED-AGREEMENT.
               MOVE AVERAGE-ERROR TO FORMATTED-AVG-ERROR.
               MOVE SPACES TO RELIABILITY-RPT-RECORD.
               STRING "OBSERVER " REL-OBSERVER (RELIABILITY-INDEX)
                   " TAGGED " FORMATTED-TAGGED
                   " SAMPLED " FORMATTED-SAMPLED
                   " VERIFIED " FORMATTED-VERIFIED
                   " AGREED " FORMATTED-AGREED
                   " RATE " FORMATTED-AGREEMENT "%"
                   " AVG ERROR " FORMATTED-AVG-ERROR
                   " " AGREEMENT-FLAG-TEXT
                   DELIMITED BY SIZE INTO RELIABILITY-RPT-RECORD.
               WRITE RELIABILITY-RPT-RECORD.
               IF AGREEMENT-FLAG-TEXT = "*LOW AGREEMENT*"
                   PERFORM STAMP-RUN-TIMESTAMP
                   MOVE "judgingmoose" TO EXCEPT-PROGRAM
                   MOVE RUN-STAMP TO EXCEPT-TIMESTAMP
                   MOVE RELIABILITY-RPT-RECORD TO EXCEPT-INPUT
                   MOVE "LOW-AGREEMENT" TO EXCEPT-REASON
                   MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID
                   MOVE SPACES TO EXCEPT-FEED
                   WRITE EXCEPTION-RECORD
               END-IF.

           WRITE-ONE-DENSITY-LINE.
               MOVE DEN-EAST (DENSITY-INDEX) TO FORMATTED-CELL-EAST.

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
               CLOSE SURVEY-RESULTS.
               CLOSE SURVEY-EXCEPTIONS.
               CLOSE DEDUP-RPT.
               CLOSE HEALTH-RPT.
               CLOSE EFFORT-RPT.
               CLOSE SAMPLE-RPT.
               CLOSE RELIABILITY-RPT.
               CLOSE SURVEY-HISTORY.
               CLOSE SUITE-LOG.
               CLOSE SUITE-EXC.

           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  CIRCLE-IN.
           01 CIRCLE-IN-RECORD PIC X(60).
       FD  CIRCLE-SUMMARY.
           01 CIRCLE-SUMMARY-RECORD PIC X(250).
       FD  CIRCLE-WARN.
           01 CIRCLE-WARN-RECORD PIC X(80).
       FD  CIRCLE-PLAN.
           01 CIRCLE-PLAN-RECORD PIC X(160).
       FD  PLAN-STATE.
           01 PLAN-STATE-RECORD PIC X(40).
       FD  CIRCLE-CKP.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 ERROR-PCT PIC S9(5)V99.
           01 DISPLAY-ERROR-PCT PIC --(5)9.99.
           01 HIT-FRACTION PIC 9V9(11).
           01 BOX-AREA PIC 9(11)V9(8).

      * shape of the plot - a card may lead with C (circle, one
      * radius), E (ellipse, semi-axes a and b) or A (annulus, inner
      * then outer radius); a card with no shape code is a circle.
      * RADIUS holds the radius, the a semi-axis or the outer radius
      * and SHAPE-DIM-B the b semi-axis or the inner radius. each
      * shape is sampled over its own bounding box, and its expected
      * hit fraction (true area over box area) drives plan mode
           01 SHAPE-CODE PIC X VALUE 'C'.
               88 SHAPE-CIRCLE VALUE 'C'.
               88 SHAPE-ELLIPSE VALUE 'E'.
               88 SHAPE-ANNULUS VALUE 'A'.
           01 SHAPE-DIM-B PIC 9(11)V9(11) VALUE 0.
           01 SHAPE-SLOT PIC 9.
           01 SHAPE-NAME-TEXT PIC X(7).
           01 SHAPE-DIM-LABEL PIC X(6).
           01 SHAPE-VALID-SWITCH PIC X.
               88 SHAPE-VALID VALUE 'Y'.
           01 FORMATTED-DIM-B PIC Z(10)9.9(4).
           01 SUFFIX-TEXT PIC X(80).
           01 SUFFIX-POINTER PIC 999.

      * a card split into its blank-separated fields; CARD-CURSOR
      * walks them so the same shape parsing serves trial, plan and
      * simulation cards
           01 CARD-FIELDS.
               05 CARD-FIELD OCCURS 8 TIMES PIC X(24).
           01 CARD-FIELD-LIMIT PIC 9 VALUE 8.
           01 CARD-CURSOR PIC 99.
           01 CARD-NUMBER PIC 9(11)V9(11).
           01 VARIANCE-WORK PIC 9V9(15).
           01 SQUARED-ERROR PIC 9V9(15).
           01 STANDARD-ERROR PIC 9V9(11).
                   10 BAND-TRIALS PIC 9(6).
                   10 BAND-COVERED PIC 9(6).
           01 BAND-LIMIT PIC 9 VALUE 4.
      * the same calibration kept per shape - slot 1 circle, 2
      * ellipse, 3 annulus - under the shared MARKED bands
           01 SHAPE-COVERAGE-TABLE.
               05 SHAPE-COVERAGE OCCURS 3 TIMES.
                   10 SHAPE-TRIALS PIC 9(6).
                   10 SHAPE-COVERED PIC 9(6).
                   10 SHAPE-BAND OCCURS 4 TIMES.
                       15 SHAPE-BAND-TRIALS PIC 9(6).
                       15 SHAPE-BAND-COVERED PIC 9(6).
           01 SHAPE-LIMIT PIC 9 VALUE 3.
           01 SHAPE-INDEX PIC 9.
           01 BAND-INDEX PIC 9.
           01 BAND-SLOT PIC 9.
           01 MEASURED-COUNT PIC 9(6) VALUE 0.
           01 TARGET-PCT PIC 999V99.
           01 TARGET-FRACTION PIC 9V9(6).
           01 TARGET-SQUARED PIC 9V9(12).
           01 RELATIVE-FACTOR PIC 9(5)V9(8).
           01 RELATIVE-SQUARED PIC 9(9)V9(8).
           01 PLAN-NUMERATOR PIC 9(9)V9(10).
           01 REQUIRED-WORK PIC 9(12)V99.
           01 REQUIRED-MARKED PIC 9(12).
           01 PLAN-COUNT PIC 9(6) VALUE 0.
           01 PST-RADIUS-TEXT PIC X(10).
           01 PST-TARGET-TEXT PIC X(8).
           01 PST-REQUIRED-TEXT PIC X(14).
           01 PST-SHAPE-TEXT PIC X(2).
           01 PST-DIM-B-TEXT PIC X(10).
           01 PLAN-TABLE.
               05 PLAN-ENTRY OCCURS 100 TIMES.
                   10 PLAN-RADIUS PIC 9(5)V99.
                   10 PLAN-TARGET PIC 999V99.
                   10 PLAN-REQUIRED PIC 9(12).
                   10 PLAN-SHAPE PIC X.
                   10 PLAN-DIM-B PIC 9(5)V99.
                   10 PLAN-CHECKED-SWITCH PIC X.
                       88 PLAN-CHECKED VALUE 'Y'.
           01 PLAN-ENTRIES PIC 999 VALUE 0.
           01 PLAN-INDEX PIC 999.
           01 PLAN-SLOT PIC 999.
           01 COMPARE-RADIUS PIC 9(5)V99.
           01 COMPARE-DIM-B PIC 9(5)V99.
           01 ERROR-ABS PIC 9(5)V99.
           01 MARKED-INTEGER PIC 9(12).
           01 PLAN-RADIUS-DISPLAY PIC 9(5).99.
           01 SIZE-VERDICT-TEXT PIC X(5).
           01 TARGET-VERDICT-TEXT PIC X(7).

      * simulation cards - S <radius> <samples> [<seed>] throws the
      * points here instead of taking MARKED and CIRCLE from a feeder;
      * R <radius> <samples> <seed> replays one. the generator is the
      * minimal-standard multiplicative one, so a given seed gives the
      * same points on any run; an S card without a seed takes one
      * from the clock and the seed is written to CIRCLESUM either way
           01 SIM-SAMPLES PIC 9(9).
           01 SIM-SEED PIC 9(10).
           01 SIM-STATE PIC 9(10).
           01 SIM-PRODUCT PIC 9(18).
           01 SIM-MODULUS PIC 9(10) VALUE 2147483647.
           01 SIM-MULTIPLIER PIC 9(5) VALUE 16807.
           01 SIM-X PIC 9V9(9).
           01 SIM-Y PIC 9V9(9).
           01 SIM-DISTANCE PIC 9V9(9).
           01 SIM-INNER-SQUARED PIC 9V9(9).
           01 SIM-HITS PIC 9(9).
           01 SIM-INDEX PIC 9(9).
           01 SIM-KIND-TEXT PIC X(6).
           01 SIMULATED-SWITCH PIC X VALUE 'N'.
               88 TRIAL-SIMULATED VALUE 'Y'.
           01 SUMMARY-POINTER PIC 999.
           01 FORMATTED-SEED PIC Z(9)9.
           01 FORMATTED-SAMPLES PIC Z(8)9.
           01 FORMATTED-HITS PIC Z(8)9.
           01 SIM-COUNT PIC 9(6) VALUE 0.

           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 TRIAL-COUNT PIC 9(6) VALUE 0.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 WARN-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               PERFORM CLEAR-ONE-BAND
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-LIMIT.
               PERFORM CLEAR-ONE-SHAPE
                   VARYING SHAPE-INDEX FROM 1 BY 1
                   UNTIL SHAPE-INDEX > SHAPE-LIMIT.
               MOVE 0 TO BAND-FLOOR (1).
               MOVE 1000 TO BAND-FLOOR (2).
               MOVE 10000 TO BAND-FLOOR (3).
               PERFORM CHECK-FOR-RESTART.
               PERFORM READ-NEXT-TRIAL.

           CLEAR-ONE-BAND.
               MOVE 0 TO BAND-TRIALS (BAND-INDEX).
               MOVE 0 TO BAND-COVERED (BAND-INDEX).

           CLEAR-ONE-SHAPE.
               MOVE 0 TO SHAPE-TRIALS (SHAPE-INDEX).
               MOVE 0 TO SHAPE-COVERED (SHAPE-INDEX).
               PERFORM CLEAR-ONE-SHAPE-BAND
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-LIMIT.

           CLEAR-ONE-SHAPE-BAND.
               MOVE 0 TO SHAPE-BAND-TRIALS (SHAPE-INDEX, BAND-INDEX).
               MOVE 0 TO SHAPE-BAND-COVERED (SHAPE-INDEX, BAND-INDEX).

           CHECK-FOR-RESTART.
               OPEN INPUT CIRCLE-CKP.
               IF CKP-STATUS = "00"

           PROCESS-TRIALS.
               ADD 1 TO TRIAL-COUNT.
               MOVE SPACES TO CARD-FIELDS.
               UNSTRING INP DELIMITED BY ALL SPACE
                   INTO CARD-FIELD (1), CARD-FIELD (2), CARD-FIELD (3),
                       CARD-FIELD (4), CARD-FIELD (5), CARD-FIELD (6),
                       CARD-FIELD (7), CARD-FIELD (8).
               MOVE CARD-FIELD (1) TO MODE-TOKEN.
               MOVE 'N' TO SIMULATED-SWITCH.
               EVALUATE MODE-TOKEN
                   WHEN "P"
                       PERFORM PLAN-SAMPLE-SIZE
                   WHEN "S"
                   WHEN "R"
                       PERFORM SIMULATE-ONE-TRIAL
                   WHEN OTHER
                       PERFORM RUN-ONE-TRIAL
               END-EVALUATE.
               DIVIDE TRIAL-COUNT BY CHECKPOINT-INTERVAL
                   GIVING CKP-QUOTIENT REMAINDER CKP-REMAINDER.
               IF CKP-REMAINDER = 0
               PERFORM READ-NEXT-TRIAL.

           RUN-ONE-TRIAL.
               MOVE 1 TO CARD-CURSOR.
               PERFORM PARSE-SHAPE-FIELDS.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO MARKED.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO CIRCLE.
               IF RADIUS > 0
                   IF NOT SHAPE-VALID
                       PERFORM WRITE-SHAPE-WARNING-RECORD
                   ELSE
                       IF MARKED = 0
                           PERFORM WRITE-WARNING-RECORD
                       ELSE
                           PERFORM COMPUTE-ESTIMATE
                           PERFORM WRITE-SUMMARY-RECORD
                           PERFORM CHECK-TRIAL-AGAINST-PLAN
                       END-IF
                   END-IF
               ELSE
                   PERFORM WRITE-RADIUS-WARNING-RECORD
               END-IF.

      * shape code (optional) then its dimensions, from CARD-CURSOR;
      * an annulus card reads inner then outer, held as outer in
      * RADIUS and inner in SHAPE-DIM-B
           PARSE-SHAPE-FIELDS.
               MOVE 'C' TO SHAPE-CODE.
               IF CARD-FIELD (CARD-CURSOR) = "C" OR "E" OR "A"
                   MOVE CARD-FIELD (CARD-CURSOR) TO SHAPE-CODE
                   ADD 1 TO CARD-CURSOR
               END-IF.
               MOVE 0 TO SHAPE-DIM-B.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO RADIUS.
               IF NOT SHAPE-CIRCLE
                   PERFORM TAKE-CARD-NUMBER
                   IF SHAPE-ANNULUS
                       MOVE RADIUS TO SHAPE-DIM-B
                       MOVE CARD-NUMBER TO RADIUS
                   ELSE
                       MOVE CARD-NUMBER TO SHAPE-DIM-B
                   END-IF
               END-IF.
               PERFORM SET-SHAPE-GEOMETRY.

           TAKE-CARD-NUMBER.
               MOVE 0 TO CARD-NUMBER.
               IF CARD-CURSOR NOT > CARD-FIELD-LIMIT
                   IF CARD-FIELD (CARD-CURSOR) NOT = SPACES
                       COMPUTE CARD-NUMBER =
                           FUNCTION NUMVAL (CARD-FIELD (CARD-CURSOR))
                   END-IF
               END-IF.
               ADD 1 TO CARD-CURSOR.

      * bounding box and true area for the shape; a circle is the
      * original 2R square, an ellipse its 2a by 2b rectangle and an
      * annulus the square around its outer ring
           SET-SHAPE-GEOMETRY.
               MOVE 'Y' TO SHAPE-VALID-SWITCH.
               MOVE SPACES TO SHAPE-DIM-LABEL.
               EVALUATE TRUE
                   WHEN SHAPE-ELLIPSE
                       MOVE 2 TO SHAPE-SLOT
                       MOVE "ELLIPSE" TO SHAPE-NAME-TEXT
                       MOVE "B=" TO SHAPE-DIM-LABEL
                       IF SHAPE-DIM-B = 0
                           MOVE 'N' TO SHAPE-VALID-SWITCH
                       END-IF
                       COMPUTE BOX-AREA =
                           (RADIUS * 2) * (SHAPE-DIM-B * 2)
                       COMPUTE TRUECI-VALUE =
                           FUNCTION PI * RADIUS * SHAPE-DIM-B
                   WHEN SHAPE-ANNULUS
                       MOVE 3 TO SHAPE-SLOT
                       MOVE "ANNULUS" TO SHAPE-NAME-TEXT
                       MOVE "INNER=" TO SHAPE-DIM-LABEL
                       IF SHAPE-DIM-B NOT < RADIUS
                           MOVE 'N' TO SHAPE-VALID-SWITCH
                           MOVE 0 TO SHAPE-DIM-B
                       END-IF
                       COMPUTE BOX-AREA = (RADIUS * 2) * (RADIUS * 2)
                       COMPUTE TRUECI-VALUE = FUNCTION PI
                           * (RADIUS * RADIUS
                               - SHAPE-DIM-B * SHAPE-DIM-B)
                   WHEN OTHER
                       MOVE 1 TO SHAPE-SLOT
                       MOVE "CIRCLE" TO SHAPE-NAME-TEXT
                       COMPUTE BOX-AREA = (RADIUS * 2) * (RADIUS * 2)
                       COMPUTE TRUECI-VALUE =
                           FUNCTION PI * RADIUS * RADIUS
               END-EVALUATE.

           WRITE-SHAPE-WARNING-RECORD.
               MOVE TRIAL-COUNT TO FORMATTED-TRIALNO.
               MOVE SPACES TO CIRCLE-WARN-RECORD.
               STRING "estimatingtheareaofacircle" DELIMITED BY SIZE
                   " TRIAL=" FORMATTED-TRIALNO DELIMITED BY SIZE
                   " " SHAPE-NAME-TEXT DELIMITED BY SIZE
                   " DIMENSIONS INVALID SKIPPED" DELIMITED BY SIZE
                   INTO CIRCLE-WARN-RECORD.
               WRITE CIRCLE-WARN-RECORD.
               ADD 1 TO WARN-COUNT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "estimatingcircl" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE INP TO EXCEPT-INPUT.
               MOVE "SHAPE-DIM-INVALID" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

      * shape suffix for summary and plan lines - circles carry none
      * so their lines read exactly as they always have
           BUILD-SHAPE-SUFFIX.
               MOVE SPACES TO SUFFIX-TEXT.
               IF NOT SHAPE-CIRCLE
                   MOVE SHAPE-DIM-B TO FORMATTED-DIM-B
                   STRING " SHAPE=" SHAPE-NAME-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHAPE-DIM-LABEL DELIMITED BY SPACE
                       FUNCTION TRIM (FORMATTED-DIM-B)
                           DELIMITED BY SIZE
                       INTO SUFFIX-TEXT
               END-IF.

           SIMULATE-ONE-TRIAL.
               MOVE 2 TO CARD-CURSOR.
               PERFORM PARSE-SHAPE-FIELDS.
               IF MODE-TOKEN = "R"
                   MOVE "REPLAY" TO SIM-KIND-TEXT
               ELSE
                   MOVE "SIM" TO SIM-KIND-TEXT
               END-IF.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO SIM-SAMPLES.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO SIM-SEED.
               MOVE SIM-SAMPLES TO MARKED.
               EVALUATE TRUE
                   WHEN RADIUS = 0
                       PERFORM WRITE-RADIUS-WARNING-RECORD
                   WHEN NOT SHAPE-VALID
                       PERFORM WRITE-SHAPE-WARNING-RECORD
                   WHEN SIM-SAMPLES = 0
                       PERFORM WRITE-WARNING-RECORD
                   WHEN SIM-SEED = 0 AND MODE-TOKEN = "R"
                       PERFORM WRITE-SEED-WARNING-RECORD
                   WHEN OTHER
                       PERFORM THROW-SIMULATED-POINTS
                       MOVE SIM-HITS TO CIRCLE
                       SET TRIAL-SIMULATED TO TRUE
                       ADD 1 TO SIM-COUNT
                       PERFORM COMPUTE-ESTIMATE
                       PERFORM WRITE-SUMMARY-RECORD
                       PERFORM CHECK-TRIAL-AGAINST-PLAN
               END-EVALUATE.

      * points fall in the unit square, one quadrant of the shape's
      * box scaled to 1 on each axis; a point inside the quarter
      * circle is a hit - for an ellipse that is the same test once
      * each axis is scaled, and an annulus also needs the point
      * outside its scaled inner ring
           THROW-SIMULATED-POINTS.
               IF SIM-SEED = 0
                   ACCEPT SUITELOG-TIME FROM TIME
                   COMPUTE SIM-SEED = SUITELOG-TIME + 1
               END-IF.
               COMPUTE SIM-STATE = FUNCTION MOD (SIM-SEED, SIM-MODULUS).
               IF SIM-STATE = 0
                   MOVE 1 TO SIM-STATE
               END-IF.
               MOVE 0 TO SIM-INNER-SQUARED.
               IF SHAPE-ANNULUS
                   COMPUTE SIM-INNER-SQUARED =
                       (SHAPE-DIM-B * SHAPE-DIM-B) / (RADIUS * RADIUS)
               END-IF.
               MOVE 0 TO SIM-HITS.
               PERFORM THROW-ONE-POINT
                   VARYING SIM-INDEX FROM 1 BY 1
                   UNTIL SIM-INDEX > SIM-SAMPLES.

           THROW-ONE-POINT.
               PERFORM NEXT-SIMULATED-STATE.
               COMPUTE SIM-X = SIM-STATE / SIM-MODULUS.
               PERFORM NEXT-SIMULATED-STATE.
               COMPUTE SIM-Y = SIM-STATE / SIM-MODULUS.
               COMPUTE SIM-DISTANCE = SIM-X * SIM-X + SIM-Y * SIM-Y.
               IF SIM-DISTANCE <= 1
                   AND SIM-DISTANCE NOT < SIM-INNER-SQUARED
                   ADD 1 TO SIM-HITS
               END-IF.

           NEXT-SIMULATED-STATE.
               COMPUTE SIM-PRODUCT = SIM-STATE * SIM-MULTIPLIER.
               COMPUTE SIM-STATE =
                   FUNCTION MOD (SIM-PRODUCT, SIM-MODULUS).

           LOAD-PLAN-STATE.
               OPEN INPUT PLAN-STATE.
               IF PLAN-STATE-STATUS = "00"
                       MOVE SPACES TO PST-RADIUS-TEXT
                       MOVE SPACES TO PST-TARGET-TEXT
                       MOVE SPACES TO PST-REQUIRED-TEXT
                       MOVE SPACES TO PST-SHAPE-TEXT
                       MOVE SPACES TO PST-DIM-B-TEXT
                       UNSTRING PLAN-STATE-LINE
                           DELIMITED BY ALL SPACE
                           INTO PST-RADIUS-TEXT, PST-TARGET-TEXT,
                               PST-REQUIRED-TEXT, PST-SHAPE-TEXT,
                               PST-DIM-B-TEXT
                       COMPUTE PLAN-RADIUS (PLAN-ENTRIES) =
                           FUNCTION NUMVAL (PST-RADIUS-TEXT)
                       COMPUTE PLAN-TARGET (PLAN-ENTRIES) =
                           FUNCTION NUMVAL (PST-TARGET-TEXT)
                       COMPUTE PLAN-REQUIRED (PLAN-ENTRIES) =
                           FUNCTION NUMVAL (PST-REQUIRED-TEXT)
      * plans saved before shapes were carried are circle plans
                       IF PST-SHAPE-TEXT = SPACES
                           MOVE 'C' TO PLAN-SHAPE (PLAN-ENTRIES)
                           MOVE 0 TO PLAN-DIM-B (PLAN-ENTRIES)
                       ELSE
                           MOVE PST-SHAPE-TEXT
                               TO PLAN-SHAPE (PLAN-ENTRIES)
                           COMPUTE PLAN-DIM-B (PLAN-ENTRIES) =
                               FUNCTION NUMVAL (PST-DIM-B-TEXT)
                       END-IF
                       MOVE 'N'
                           TO PLAN-CHECKED-SWITCH (PLAN-ENTRIES)
                   ELSE
                   MOVE TARGET-PCT TO PLAN-TARGET (PLAN-ENTRIES)
                   MOVE REQUIRED-MARKED
                       TO PLAN-REQUIRED (PLAN-ENTRIES)
                   MOVE SHAPE-CODE TO PLAN-SHAPE (PLAN-ENTRIES)
                   MOVE SHAPE-DIM-B TO PLAN-DIM-B (PLAN-ENTRIES)
                   MOVE 'N' TO PLAN-CHECKED-SWITCH (PLAN-ENTRIES)
               ELSE
                   DISPLAY "PLAN TABLE FULL - PLAN NOT CARRIED"

           CHECK-TRIAL-AGAINST-PLAN.
               MOVE RADIUS TO COMPARE-RADIUS.
               MOVE SHAPE-DIM-B TO COMPARE-DIM-B.
               MOVE 0 TO PLAN-SLOT.
               PERFORM MATCH-PLAN-RADIUS
                   VARYING PLAN-INDEX FROM 1 BY 1

           MATCH-PLAN-RADIUS.
               IF PLAN-RADIUS (PLAN-INDEX) = COMPARE-RADIUS
                   AND PLAN-SHAPE (PLAN-INDEX) = SHAPE-CODE
                   AND PLAN-DIM-B (PLAN-INDEX) = COMPARE-DIM-B
                   MOVE PLAN-INDEX TO PLAN-SLOT
               END-IF.

                   " ERRPCT=" DISPLAY-ERROR-PCT
                   " " TARGET-VERDICT-TEXT
                   DELIMITED BY SIZE INTO CIRCLE-PLAN-RECORD.
               PERFORM BUILD-SHAPE-SUFFIX.
               PERFORM APPEND-PLAN-SUFFIX.
               WRITE CIRCLE-PLAN-RECORD.

           APPEND-PLAN-SUFFIX.
               IF SUFFIX-TEXT NOT = SPACES
                   MOVE 160 TO SUFFIX-POINTER
                   PERFORM BACK-UP-PLAN-POINTER
                       UNTIL SUFFIX-POINTER = 1
                           OR CIRCLE-PLAN-RECORD
                               (SUFFIX-POINTER:1) NOT = SPACE
                   ADD 1 TO SUFFIX-POINTER
                   STRING SUFFIX-TEXT DELIMITED BY "  "
                       INTO CIRCLE-PLAN-RECORD
                       WITH POINTER SUFFIX-POINTER
                   END-STRING
               END-IF.

           BACK-UP-PLAN-POINTER.
               SUBTRACT 1 FROM SUFFIX-POINTER.

           WRITE-UNCHECKED-PLAN-LINE.
               IF NOT PLAN-CHECKED (PLAN-INDEX)
                   MOVE PLAN-RADIUS (PLAN-INDEX)
                       " REQUIRED=" FORMATTED-REQUIRED
                       " AWAITING TRIAL"
                       DELIMITED BY SIZE INTO CIRCLE-PLAN-RECORD
                   MOVE PLAN-SHAPE (PLAN-INDEX) TO SHAPE-CODE
                   MOVE PLAN-DIM-B (PLAN-INDEX) TO SHAPE-DIM-B
                   MOVE PLAN-RADIUS (PLAN-INDEX) TO RADIUS
                   PERFORM SET-SHAPE-GEOMETRY
                   PERFORM BUILD-SHAPE-SUFFIX
                   PERFORM APPEND-PLAN-SUFFIX
                   WRITE CIRCLE-PLAN-RECORD
               END-IF.

                   " " PLAN-TARGET-DISPLAY
                   " " PLAN-REQUIRED-DISPLAY
                   DELIMITED BY SIZE INTO PLAN-STATE-RECORD.
               IF PLAN-SHAPE (PLAN-INDEX) NOT = 'C'
                   MOVE PLAN-DIM-B (PLAN-INDEX) TO PLAN-RADIUS-DISPLAY
                   MOVE PLAN-SHAPE (PLAN-INDEX)
                       TO PLAN-STATE-RECORD (30:1)
                   MOVE PLAN-RADIUS-DISPLAY
                       TO PLAN-STATE-RECORD (32:8)
               END-IF.
               WRITE PLAN-STATE-RECORD.

           PLAN-SAMPLE-SIZE.
               MOVE 2 TO CARD-CURSOR.
               PERFORM PARSE-SHAPE-FIELDS.
               PERFORM TAKE-CARD-NUMBER.
               MOVE CARD-NUMBER TO TARGET-PCT.
               EVALUATE TRUE
                   WHEN TARGET-PCT = 0
                       PERFORM WRITE-TARGET-WARNING-RECORD
                   WHEN NOT SHAPE-VALID
                   WHEN RADIUS = 0 AND NOT SHAPE-CIRCLE
                       PERFORM WRITE-SHAPE-WARNING-RECORD
                   WHEN OTHER
                       PERFORM COMPUTE-REQUIRED-SAMPLES
                       PERFORM WRITE-PLAN-RECORD
               END-EVALUATE.

      * the relative error a plan is sized against depends on the
      * shape's own hit fraction p: n = z*z * (1 - p) / (p * t*t)

           COMPUTE-REQUIRED-SAMPLES.
               IF SHAPE-CIRCLE
                   COMPUTE HIT-FRACTION = FUNCTION PI / 4
               ELSE
                   COMPUTE HIT-FRACTION = TRUECI-VALUE / BOX-AREA
               END-IF.
               COMPUTE VARIANCE-WORK =
                   HIT-FRACTION * (1 - HIT-FRACTION).
               COMPUTE RELATIVE-FACTOR = 1 / HIT-FRACTION.
               COMPUTE RELATIVE-SQUARED =
                   RELATIVE-FACTOR * RELATIVE-FACTOR.
               COMPUTE PLAN-NUMERATOR =
                   " REQUIRED MARKED=" FORMATTED-REQUIRED
                   DELIMITED BY SIZE
                   INTO CIRCLE-PLAN-RECORD.
               PERFORM BUILD-SHAPE-SUFFIX.
               PERFORM APPEND-PLAN-SUFFIX.
               WRITE CIRCLE-PLAN-RECORD.
               DISPLAY CIRCLE-PLAN-RECORD.

               MOVE INP TO EXCEPT-INPUT.
               MOVE "TARGET-PCT-IS-ZERO" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

      * true area and bounding box come from SET-SHAPE-GEOMETRY
           COMPUTE-ESTIMATE.
               COMPUTE HIT-FRACTION = CIRCLE / MARKED.
               COMPUTE ESTIMA-VALUE =
                   HIT-FRACTION * BOX-AREA.
               COMPUTE ERROR-PCT ROUNDED =
                   (ESTIMA-VALUE - TRUECI-VALUE) * 100
                   / TRUECI-VALUE.
                   MOVE 0 TO CI-LOW-VALUE
               ELSE
                   COMPUTE CI-LOW-VALUE =
                       (HIT-FRACTION - CI-MARGIN) * BOX-AREA
               END-IF.
               COMPUTE CI-HIGH-VALUE =
                   (HIT-FRACTION + CI-MARGIN) * BOX-AREA.
               IF TRUECI-VALUE < CI-LOW-VALUE
                       OR TRUECI-VALUE > CI-HIGH-VALUE
                   MOVE "OUTSIDE-CI" TO CI-FLAG-TEXT
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > BAND-LIMIT.
               ADD 1 TO BAND-TRIALS (BAND-SLOT).
               ADD 1 TO SHAPE-TRIALS (SHAPE-SLOT).
               ADD 1 TO SHAPE-BAND-TRIALS (SHAPE-SLOT, BAND-SLOT).
               IF CI-FLAG-TEXT = "COVERED"
                   ADD 1 TO COVERED-COUNT
                   ADD 1 TO BAND-COVERED (BAND-SLOT)
                   ADD 1 TO SHAPE-COVERED (SHAPE-SLOT)
                   ADD 1 TO SHAPE-BAND-COVERED (SHAPE-SLOT, BAND-SLOT)
               END-IF.

           MATCH-COVERAGE-BAND.
                   PERFORM WRITE-ONE-BAND-LINE
                       VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > BAND-LIMIT
                   PERFORM WRITE-ONE-SHAPE-COVERAGE
                       VARYING SHAPE-INDEX FROM 1 BY 1
                       UNTIL SHAPE-INDEX > SHAPE-LIMIT
               END-IF.

           WRITE-ONE-SHAPE-COVERAGE.
               IF SHAPE-TRIALS (SHAPE-INDEX) > 0
                   EVALUATE SHAPE-INDEX
                       WHEN 1 MOVE "CIRCLE" TO SHAPE-NAME-TEXT
                       WHEN 2 MOVE "ELLIPSE" TO SHAPE-NAME-TEXT
                       WHEN OTHER MOVE "ANNULUS" TO SHAPE-NAME-TEXT
                   END-EVALUATE
                   COMPUTE COVERAGE-PCT ROUNDED =
                       SHAPE-COVERED (SHAPE-INDEX) * 100
                       / SHAPE-TRIALS (SHAPE-INDEX)
                   MOVE COVERAGE-PCT TO FORMATTED-COVERAGE
                   MOVE SHAPE-TRIALS (SHAPE-INDEX)
                       TO FORMATTED-BAND-TRIALS
                   MOVE SHAPE-COVERED (SHAPE-INDEX)
                       TO FORMATTED-BAND-COVERED
                   MOVE SPACES TO CIRCLE-SUMMARY-RECORD
                   STRING "COVERAGE SHAPE=" SHAPE-NAME-TEXT
                       " TRIALS=" FORMATTED-BAND-TRIALS
                       " COVERED=" FORMATTED-BAND-COVERED
                       " PCT=" FORMATTED-COVERAGE
                       DELIMITED BY SIZE INTO CIRCLE-SUMMARY-RECORD
                   WRITE CIRCLE-SUMMARY-RECORD
                   DISPLAY CIRCLE-SUMMARY-RECORD (1:72)
                   PERFORM WRITE-ONE-SHAPE-BAND-LINE
                       VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > BAND-LIMIT
               END-IF.

           WRITE-ONE-SHAPE-BAND-LINE.
               IF SHAPE-BAND-TRIALS (SHAPE-INDEX, BAND-INDEX) > 0
                   COMPUTE COVERAGE-PCT ROUNDED =
                       SHAPE-BAND-COVERED (SHAPE-INDEX, BAND-INDEX)
                       * 100
                       / SHAPE-BAND-TRIALS (SHAPE-INDEX, BAND-INDEX)
                   MOVE COVERAGE-PCT TO FORMATTED-COVERAGE
                   MOVE BAND-FLOOR (BAND-INDEX)
                       TO FORMATTED-BAND-FLOOR
                   MOVE SHAPE-BAND-TRIALS (SHAPE-INDEX, BAND-INDEX)
                       TO FORMATTED-BAND-TRIALS
                   MOVE SHAPE-BAND-COVERED (SHAPE-INDEX, BAND-INDEX)
                       TO FORMATTED-BAND-COVERED
                   MOVE SPACES TO CIRCLE-SUMMARY-RECORD
                   STRING "COVERAGE SHAPE=" SHAPE-NAME-TEXT
                       " BAND MARKED>=" FORMATTED-BAND-FLOOR
                       " TRIALS=" FORMATTED-BAND-TRIALS
                       " COVERED=" FORMATTED-BAND-COVERED
                       " PCT=" FORMATTED-COVERAGE
                       DELIMITED BY SIZE INTO CIRCLE-SUMMARY-RECORD
                   WRITE CIRCLE-SUMMARY-RECORD
               END-IF.

           WRITE-ONE-BAND-LINE.
                   " CIHIGH=" CIHIGH DELIMITED BY SIZE
                   " " CI-FLAG-TEXT DELIMITED BY SIZE
                   INTO CIRCLE-SUMMARY-RECORD.
               MOVE 250 TO SUMMARY-POINTER.
               PERFORM BACK-UP-SUMMARY-POINTER
                   UNTIL SUMMARY-POINTER = 1
                       OR CIRCLE-SUMMARY-RECORD
                           (SUMMARY-POINTER:1) NOT = SPACE.
               ADD 1 TO SUMMARY-POINTER.
               PERFORM BUILD-SHAPE-SUFFIX.
               IF SUFFIX-TEXT NOT = SPACES
                   STRING SUFFIX-TEXT DELIMITED BY "  "
                       INTO CIRCLE-SUMMARY-RECORD
                       WITH POINTER SUMMARY-POINTER
                   END-STRING
               END-IF.
               IF TRIAL-SIMULATED
                   MOVE SIM-SEED TO FORMATTED-SEED
                   MOVE SIM-SAMPLES TO FORMATTED-SAMPLES
                   MOVE SIM-HITS TO FORMATTED-HITS
                   STRING " " DELIMITED BY SIZE
                       SIM-KIND-TEXT DELIMITED BY SPACE
                       " SEED=" FORMATTED-SEED
                       " MARKED=" FORMATTED-SAMPLES
                       " CIRCLE=" FORMATTED-HITS
                       DELIMITED BY SIZE INTO CIRCLE-SUMMARY-RECORD
                       WITH POINTER SUMMARY-POINTER
                   END-STRING
               END-IF.
               WRITE CIRCLE-SUMMARY-RECORD.

           BACK-UP-SUMMARY-POINTER.
               SUBTRACT 1 FROM SUMMARY-POINTER.

           WRITE-WARNING-RECORD.
               MOVE TRIAL-COUNT TO FORMATTED-TRIALNO.
               MOVE SPACES TO CIRCLE-WARN-RECORD.
               MOVE INP TO EXCEPT-INPUT.
               MOVE "MARKED-IS-ZERO" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           WRITE-SEED-WARNING-RECORD.
               MOVE TRIAL-COUNT TO FORMATTED-TRIALNO.
               MOVE SPACES TO CIRCLE-WARN-RECORD.
               STRING "estimatingtheareaofacircle" DELIMITED BY SIZE
                   " TRIAL=" FORMATTED-TRIALNO DELIMITED BY SIZE
                   " REPLAY WITHOUT SEED SKIPPED" DELIMITED BY SIZE
                   INTO CIRCLE-WARN-RECORD.
               WRITE CIRCLE-WARN-RECORD.
               ADD 1 TO WARN-COUNT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "estimatingcircl" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE INP TO EXCEPT-INPUT.
               MOVE "REPLAY-SEED-MISSING" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           WRITE-RADIUS-WARNING-RECORD.
               MOVE INP TO EXCEPT-INPUT.
               MOVE "RADIUS-IS-ZERO" TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

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
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE TRIAL-COUNT TO FORMATTED-TRIALNO.
               MOVE SIM-COUNT TO FORMATTED-BAND-TRIALS.
               STRING "TRIALS=" FORMATTED-TRIALNO
                   " SIMULATED=" FORMATTED-BAND-TRIALS
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE WARN-COUNT TO FORMATTED-TRIALNO.
               STRING "SKIPPED=" FORMATTED-TRIALNO

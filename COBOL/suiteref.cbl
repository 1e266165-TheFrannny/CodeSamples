       IDENTIFICATION DIVISION.
       PROGRAM-ID. suiteref.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-IN ASSIGN TO "SUITEIRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT INTEGRITY-RPT ASSIGN TO "SUITEIRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOURCE-FILE ASSIGN USING SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-BLOCK-INV ASSIGN TO "BLOCKINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-BLOCK-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-ATTEMPTS ASSIGN TO "DPWDATT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-ATTEMPT-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-CODE-AGE ASSIGN TO "DPWDAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-AGE-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-ACCOUNT-MASTER ASSIGN TO "DPWDAMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-ACCOUNT-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-PATIENT-MASTER ASSIGN TO "TAISPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-PATIENT-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-TAIS-HISTORY ASSIGN TO "TAISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT REF-MOOSE-HISTORY ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS SOURCE-STATUS.
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
       FD  RULES-IN.
           01 RULES-IN-RECORD PIC X(80).
       FD  INTEGRITY-RPT.
           01 INTEGRITY-RPT-RECORD PIC X(100).
       FD  SOURCE-FILE.
           01 SOURCE-FILE-RECORD PIC X(250).
      * the indexed masters are read through their own keyed layouts
      * and handed on as a plain record image, so a rule's column
      * positions mean the same thing whatever the organization
       FD  REF-BLOCK-INV.
           01 REF-BLOCK-RECORD.
               05 REF-BLOCK-KEY PIC X(11).
               05 FILLER PIC X(9).
       FD  REF-ATTEMPTS.
           01 REF-ATTEMPT-RECORD.
               05 REF-ATTEMPT-KEY PIC X(18).
               05 FILLER PIC X(3).
       FD  REF-CODE-AGE.
           01 REF-AGE-RECORD.
               05 REF-AGE-KEY PIC X(10).
               05 FILLER PIC X(8).
       FD  REF-ACCOUNT-MASTER.
           01 REF-ACCOUNT-RECORD.
               05 REF-ACCOUNT-KEY PIC X(10).
               05 FILLER PIC X(31).
       FD  REF-PATIENT-MASTER.
           01 REF-PATIENT-RECORD.
               05 REF-PATIENT-KEY PIC X(10).
               05 FILLER PIC X(43).
      * the keyed history files hand on the history line each row
      * carries, so a rule reads them as it did the sequential files
       FD  REF-TAIS-HISTORY.
           COPY TAISHST.
       FD  REF-MOOSE-HISTORY.
           COPY MOOSHST.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 RULES-STATUS PIC XX.
           01 SOURCE-STATUS PIC XX.
           01 SOURCE-NAME PIC X(12).
           01 SOURCE-RECORD PIC X(250).
           01 SOURCE-ROW PIC 9(7).
           01 SOURCE-EOF-SWITCH PIC X.
               88 SOURCE-EOF VALUE 'Y'.
           01 SOURCE-OPEN-SWITCH PIC X.
               88 SOURCE-OPEN VALUE 'Y'.
           01 RULES-EOF-SWITCH PIC X VALUE 'N'.
               88 RULES-EOF VALUE 'Y'.

      * rule cards - 'child childkey parent parentkey [UNUSED]', one
      * per reference that must hold: every key the child dataset
      * carries must be found among the parent's. a key is given as
      * start:length for fixed columns, Tn for the nth space-
      * delimited token, or TAG= for the word following that tag;
      * UNUSED also reports parent keys that no rule's child refers
      * to. blank and '*' lines and HDR/TRL framing are passed over,
      * as are records whose key comes out blank
           01 RULE-LINE PIC X(80).
           01 RL-CHILD-TEXT PIC X(12).
           01 RL-CHILD-KEY-TEXT PIC X(12).
           01 RL-PARENT-TEXT PIC X(12).
           01 RL-PARENT-KEY-TEXT PIC X(12).
           01 RL-OPTION-TEXT PIC X(12).
           01 RULE-TABLE.
               05 RULE-ENTRY OCCURS 30 TIMES.
                   10 RL-CHILD PIC X(12).
                   10 RL-CHILD-KEY PIC X(12).
                   10 RL-PARENT-SET PIC 99.
                   10 RL-CHILD-ROWS PIC 9(7).
                   10 RL-ORPHANS PIC 9(7).
           01 RULE-COUNT PIC 99 VALUE 0.
           01 MAX-RULE-ENTRIES PIC 99 VALUE 30.
           01 RULE-INDEX PIC 99.

      * each distinct parent dataset and key is loaded once, its
      * keys held together in PARENT-KEY-TABLE from PS-FIRST-KEY on
           01 PARENT-SET-TABLE.
               05 PARENT-SET-ENTRY OCCURS 30 TIMES.
                   10 PS-DATASET PIC X(12).
                   10 PS-KEY-SPEC PIC X(12).
                   10 PS-FIRST-KEY PIC 9(5).
                   10 PS-KEY-COUNT PIC 9(5).
                   10 PS-UNUSED-COUNT PIC 9(5).
                   10 PS-PRESENT-SWITCH PIC X.
                       88 PS-PRESENT VALUE 'Y'.
                   10 PS-REPORT-UNUSED-SWITCH PIC X.
                       88 PS-REPORT-UNUSED VALUE 'Y'.
           01 PARENT-SET-COUNT PIC 99 VALUE 0.
           01 PS-INDEX PIC 99.
           01 PS-SLOT PIC 99.
           01 PARENT-KEY-TABLE.
               05 PARENT-KEY-ENTRY OCCURS 20000 TIMES.
                   10 PK-KEY PIC X(20).
                   10 PK-REFERENCED-SWITCH PIC X.
                       88 PK-REFERENCED VALUE 'Y'.
           01 PARENT-KEY-COUNT PIC 9(5) VALUE 0.
           01 MAX-PARENT-KEYS PIC 9(5) VALUE 20000.
           01 PK-INDEX PIC 9(5).
           01 PK-SLOT PIC 9(5).
           01 PK-LAST PIC 9(5).

      * key extraction - KEY-SPEC names the key, RECORD-KEY gets it
           01 KEY-SPEC PIC X(12).
           01 RECORD-KEY PIC X(20).
           01 KEY-SPEC-OK-SWITCH PIC X.
               88 KEY-SPEC-OK VALUE 'Y'.
           01 KEY-START-TEXT PIC X(6).
           01 KEY-LENGTH-TEXT PIC X(6).
           01 KEY-START PIC 999.
           01 KEY-LENGTH PIC 99.
           01 KEY-TOKEN-NUMBER PIC 9.
           01 KEY-TAG PIC X(12).
           01 KEY-TAG-LENGTH PIC 99.
           01 KEY-TAG-COUNT PIC 99.
           01 KEY-PTR PIC 999.
           01 KEY-TOKEN-INDEX PIC 9.
           01 KEY-WORK PIC X(250).

           01 DETAIL-LIMIT PIC 99 VALUE 50.
           01 DETAIL-COUNT PIC 9(7).
           01 TOTAL-ORPHANS PIC 9(7) VALUE 0.
           01 TOTAL-UNUSED PIC 9(7) VALUE 0.
           01 MISSING-PARENT-COUNT PIC 99 VALUE 0.
           01 MISSING-CHILD-COUNT PIC 99 VALUE 0.
           01 FORMATTED-MISSING PIC Z9.
           01 EXCEPTION-INPUT PIC X(100).
           01 EXCEPTION-REASON PIC X(20).
           01 FORMATTED-ROW PIC Z(6)9.
           01 FORMATTED-ROWS PIC Z(6)9.
           01 FORMATTED-BAD PIC Z(6)9.
           01 FORMATTED-MORE PIC Z(6)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               IF RULE-COUNT > 0
                   PERFORM LOAD-PARENT-SET
                       VARYING PS-INDEX FROM 1 BY 1
                       UNTIL PS-INDEX > PARENT-SET-COUNT
                   PERFORM CHECK-ONE-RULE
                       VARYING RULE-INDEX FROM 1 BY 1
                       UNTIL RULE-INDEX > RULE-COUNT
                   PERFORM REPORT-UNUSED-PARENTS
                       VARYING PS-INDEX FROM 1 BY 1
                       UNTIL PS-INDEX > PARENT-SET-COUNT
                   PERFORM WRITE-INTEGRITY-TRAILER
               END-IF.
               PERFORM TERMINATE-RUN.
               STOP RUN.

      * a missing rules table means no references are under check
      * and the gate opens, as the distribution step does without
      * its table
           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-RULE-CARDS.
               OPEN OUTPUT INTEGRITY-RPT.
               MOVE SPACES TO INTEGRITY-RPT-RECORD.
               STRING "REFERENTIAL INTEGRITY CHECK " RUN-STAMP
                   " RUN " SUITE-RUN-ID
                   DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD.
               WRITE INTEGRITY-RPT-RECORD.
               IF RULE-COUNT = 0
                   MOVE "NO INTEGRITY RULES - NOTHING CHECKED"
                       TO INTEGRITY-RPT-RECORD
                   WRITE INTEGRITY-RPT-RECORD
                   DISPLAY INTEGRITY-RPT-RECORD
               END-IF.
               OPEN EXTEND SUITE-EXC.

           LOAD-RULE-CARDS.
               OPEN INPUT RULES-IN.
               IF RULES-STATUS = "00"
                   PERFORM READ-RULE-LINE
                   PERFORM LOAD-ONE-RULE-CARD UNTIL RULES-EOF
                   CLOSE RULES-IN
               END-IF.

           READ-RULE-LINE.
               READ RULES-IN INTO RULE-LINE
                   AT END SET RULES-EOF TO TRUE
               END-READ.

           LOAD-ONE-RULE-CARD.
               IF RULE-LINE = SPACES OR RULE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO RL-CHILD-TEXT
                   MOVE SPACES TO RL-CHILD-KEY-TEXT
                   MOVE SPACES TO RL-PARENT-TEXT
                   MOVE SPACES TO RL-PARENT-KEY-TEXT
                   MOVE SPACES TO RL-OPTION-TEXT
                   UNSTRING FUNCTION TRIM (RULE-LINE)
                       DELIMITED BY ALL SPACE
                       INTO RL-CHILD-TEXT, RL-CHILD-KEY-TEXT,
                           RL-PARENT-TEXT, RL-PARENT-KEY-TEXT,
                           RL-OPTION-TEXT
                   MOVE 'Y' TO KEY-SPEC-OK-SWITCH
                   MOVE RL-CHILD-KEY-TEXT TO KEY-SPEC
                   PERFORM VALIDATE-KEY-SPEC
                   IF KEY-SPEC-OK
                       MOVE RL-PARENT-KEY-TEXT TO KEY-SPEC
                       PERFORM VALIDATE-KEY-SPEC
                   END-IF
                   EVALUATE TRUE
                       WHEN RL-PARENT-KEY-TEXT = SPACES
                           OR NOT KEY-SPEC-OK
                           OR (RL-OPTION-TEXT NOT = SPACES
                               AND RL-OPTION-TEXT NOT = "UNUSED")
                           DISPLAY "BAD INTEGRITY RULE IGNORED: "
                               RULE-LINE
                       WHEN RULE-COUNT NOT < MAX-RULE-ENTRIES
                           DISPLAY "INTEGRITY RULE TABLE FULL - "
                               "IGNORING " RULE-LINE
                       WHEN OTHER
                           PERFORM ADD-RULE-ENTRY
                   END-EVALUATE
               END-IF.
               PERFORM READ-RULE-LINE.

           ADD-RULE-ENTRY.
               ADD 1 TO RULE-COUNT.
               MOVE RL-CHILD-TEXT TO RL-CHILD (RULE-COUNT).
               MOVE RL-CHILD-KEY-TEXT TO RL-CHILD-KEY (RULE-COUNT).
               MOVE 0 TO RL-CHILD-ROWS (RULE-COUNT).
               MOVE 0 TO RL-ORPHANS (RULE-COUNT).
               MOVE 0 TO PS-SLOT.
               PERFORM FIND-PARENT-SET
                   VARYING PS-INDEX FROM 1 BY 1
                   UNTIL PS-INDEX > PARENT-SET-COUNT
                       OR PS-SLOT > 0.
               IF PS-SLOT = 0
                   ADD 1 TO PARENT-SET-COUNT
                   MOVE PARENT-SET-COUNT TO PS-SLOT
                   MOVE RL-PARENT-TEXT TO PS-DATASET (PS-SLOT)
                   MOVE RL-PARENT-KEY-TEXT TO PS-KEY-SPEC (PS-SLOT)
                   MOVE 0 TO PS-KEY-COUNT (PS-SLOT)
                   MOVE 0 TO PS-UNUSED-COUNT (PS-SLOT)
                   MOVE 'N' TO PS-PRESENT-SWITCH (PS-SLOT)
                   MOVE 'N' TO PS-REPORT-UNUSED-SWITCH (PS-SLOT)
               END-IF.
               IF RL-OPTION-TEXT = "UNUSED"
                   SET PS-REPORT-UNUSED (PS-SLOT) TO TRUE
               END-IF.
               MOVE PS-SLOT TO RL-PARENT-SET (RULE-COUNT).

           FIND-PARENT-SET.
               IF PS-DATASET (PS-INDEX) = RL-PARENT-TEXT
                   AND PS-KEY-SPEC (PS-INDEX) = RL-PARENT-KEY-TEXT
                   MOVE PS-INDEX TO PS-SLOT
               END-IF.

      * start:length must fit a 250-byte record and a 20-byte key;
      * Tn takes tokens 1 to 9; a tag must end in '='
           VALIDATE-KEY-SPEC.
               MOVE 0 TO KEY-TAG-COUNT.
               INSPECT KEY-SPEC TALLYING KEY-TAG-COUNT FOR ALL ":".
               EVALUATE TRUE
                   WHEN KEY-TAG-COUNT = 1
                       MOVE SPACES TO KEY-START-TEXT
                       MOVE SPACES TO KEY-LENGTH-TEXT
                       UNSTRING KEY-SPEC DELIMITED BY ":"
                           INTO KEY-START-TEXT, KEY-LENGTH-TEXT
                       IF FUNCTION TRIM (KEY-START-TEXT) IS NOT NUMERIC
                           OR FUNCTION TRIM (KEY-LENGTH-TEXT)
                               IS NOT NUMERIC
                           MOVE 'N' TO KEY-SPEC-OK-SWITCH
                       ELSE
                           IF FUNCTION NUMVAL (KEY-START-TEXT) < 1
                               OR FUNCTION NUMVAL (KEY-LENGTH-TEXT) < 1
                               OR FUNCTION NUMVAL (KEY-LENGTH-TEXT)
                                   > 20
                               OR FUNCTION NUMVAL (KEY-START-TEXT)
                                   + FUNCTION NUMVAL (KEY-LENGTH-TEXT)
                                   > 251
                               MOVE 'N' TO KEY-SPEC-OK-SWITCH
                           END-IF
                       END-IF
                   WHEN KEY-SPEC (1:1) = "T"
                       AND KEY-SPEC (2:1) IS NUMERIC
                       AND KEY-SPEC (2:1) NOT = "0"
                       AND KEY-SPEC (3:10) = SPACES
                       CONTINUE
                   WHEN KEY-SPEC NOT = SPACES
                       PERFORM MEASURE-KEY-TAG
                       IF KEY-TAG-LENGTH < 2
                           OR KEY-SPEC (KEY-TAG-LENGTH:1) NOT = "="
                           MOVE 'N' TO KEY-SPEC-OK-SWITCH
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO KEY-SPEC-OK-SWITCH
               END-EVALUATE.

           MEASURE-KEY-TAG.
               MOVE 0 TO KEY-TAG-LENGTH.
               INSPECT KEY-SPEC TALLYING KEY-TAG-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           EXTRACT-RECORD-KEY.
               MOVE SPACES TO RECORD-KEY.
               EVALUATE TRUE
                   WHEN KEY-SPEC (1:1) = "T"
                       AND KEY-SPEC (2:1) IS NUMERIC
                       AND KEY-SPEC (3:1) = SPACE
                       MOVE KEY-SPEC (2:1) TO KEY-TOKEN-NUMBER
                       MOVE FUNCTION TRIM (SOURCE-RECORD) TO KEY-WORK
                       MOVE 1 TO KEY-PTR
                       PERFORM TAKE-KEY-TOKEN
                           VARYING KEY-TOKEN-INDEX FROM 1 BY 1
                           UNTIL KEY-TOKEN-INDEX > KEY-TOKEN-NUMBER
                   WHEN KEY-SPEC (KEY-TAG-LENGTH:1) = "="
                       AND KEY-SPEC NOT = SPACES
                       PERFORM EXTRACT-TAGGED-KEY
                   WHEN OTHER
                       UNSTRING KEY-SPEC DELIMITED BY ":"
                           INTO KEY-START-TEXT, KEY-LENGTH-TEXT
                       COMPUTE KEY-START =
                           FUNCTION NUMVAL (KEY-START-TEXT)
                       COMPUTE KEY-LENGTH =
                           FUNCTION NUMVAL (KEY-LENGTH-TEXT)
                       MOVE SOURCE-RECORD (KEY-START:KEY-LENGTH)
                           TO RECORD-KEY
               END-EVALUATE.

           TAKE-KEY-TOKEN.
               MOVE SPACES TO RECORD-KEY.
               IF KEY-PTR < 251
                   UNSTRING KEY-WORK DELIMITED BY ALL SPACE
                       INTO RECORD-KEY
                       WITH POINTER KEY-PTR
               END-IF.

      * the tag must open the record or follow a space, so PATIENT=
      * is not found inside OLDPATIENT=
           EXTRACT-TAGGED-KEY.
               MOVE SPACES TO KEY-WORK.
               MOVE 0 TO KEY-TAG-COUNT.
               MOVE SPACES TO KEY-TAG.
               STRING " " KEY-SPEC (1:KEY-TAG-LENGTH)
                   DELIMITED BY SIZE INTO KEY-TAG.
               INSPECT SOURCE-RECORD TALLYING KEY-TAG-COUNT
                   FOR CHARACTERS BEFORE INITIAL
                   KEY-TAG (1:KEY-TAG-LENGTH + 1).
               IF SOURCE-RECORD (1:KEY-TAG-LENGTH)
                   = KEY-SPEC (1:KEY-TAG-LENGTH)
                   COMPUTE KEY-PTR = KEY-TAG-LENGTH + 1
                   UNSTRING SOURCE-RECORD DELIMITED BY ALL SPACE
                       INTO RECORD-KEY
                       WITH POINTER KEY-PTR
               ELSE
                   IF KEY-TAG-COUNT < 250
                       COMPUTE KEY-PTR =
                           KEY-TAG-COUNT + KEY-TAG-LENGTH + 2
                       IF KEY-PTR < 251
                           UNSTRING SOURCE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO RECORD-KEY
                               WITH POINTER KEY-PTR
                       END-IF
                   END-IF
               END-IF.

      * one dataset is open at a time through these paragraphs;
      * the indexed masters come through their keyed selects. a
      * dataset that will not open is named on SUITEEXC with its
      * status, and the caller decides what its absence means
           OPEN-SOURCE-DATASET.
               MOVE 'N' TO SOURCE-EOF-SWITCH.
               MOVE 'N' TO SOURCE-OPEN-SWITCH.
               MOVE 0 TO SOURCE-ROW.
               EVALUATE SOURCE-NAME
                   WHEN "BLOCKINV"
                       OPEN INPUT REF-BLOCK-INV
                   WHEN "DPWDATT"
                       OPEN INPUT REF-ATTEMPTS
                   WHEN "DPWDAGE"
                       OPEN INPUT REF-CODE-AGE
                   WHEN "DPWDAMF"
                       OPEN INPUT REF-ACCOUNT-MASTER
                   WHEN "TAISPMF"
                       OPEN INPUT REF-PATIENT-MASTER
                   WHEN "TAISHIST"
                       OPEN INPUT REF-TAIS-HISTORY
                   WHEN "MOOSEHIST"
                       OPEN INPUT REF-MOOSE-HISTORY
                   WHEN OTHER
                       OPEN INPUT SOURCE-FILE
               END-EVALUATE.
               IF SOURCE-STATUS = "00"
                   SET SOURCE-OPEN TO TRUE
                   PERFORM READ-SOURCE-RECORD
               ELSE
                   SET SOURCE-EOF TO TRUE
                   MOVE SPACES TO EXCEPTION-INPUT
                   STRING SOURCE-NAME DELIMITED BY SPACE
                       " OPEN STATUS " SOURCE-STATUS
                       DELIMITED BY SIZE INTO EXCEPTION-INPUT
                   MOVE "DATASET NOT OPENED" TO EXCEPTION-REASON
                   PERFORM WRITE-SUITE-EXCEPTION
               END-IF.

           READ-SOURCE-RECORD.
               MOVE SPACES TO SOURCE-RECORD.
               EVALUATE SOURCE-NAME
                   WHEN "BLOCKINV"
                       READ REF-BLOCK-INV INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                   WHEN "DPWDATT"
                       READ REF-ATTEMPTS INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                   WHEN "DPWDAGE"
                       READ REF-CODE-AGE INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                   WHEN "DPWDAMF"
                       READ REF-ACCOUNT-MASTER INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                   WHEN "TAISPMF"
                       READ REF-PATIENT-MASTER INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                   WHEN "TAISHIST"
                       READ REF-TAIS-HISTORY
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                       IF NOT SOURCE-EOF
                           MOVE PHIST-DETAIL TO SOURCE-RECORD
                       END-IF
                   WHEN "MOOSEHIST"
                       READ REF-MOOSE-HISTORY
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
                       IF NOT SOURCE-EOF
                           MOVE SHIST-DETAIL TO SOURCE-RECORD
                       END-IF
                   WHEN OTHER
                       READ SOURCE-FILE INTO SOURCE-RECORD
                           AT END SET SOURCE-EOF TO TRUE
                       END-READ
               END-EVALUATE.
               IF NOT SOURCE-EOF
                   ADD 1 TO SOURCE-ROW
               END-IF.

           CLOSE-SOURCE-DATASET.
               IF SOURCE-OPEN
                   EVALUATE SOURCE-NAME
                       WHEN "BLOCKINV"
                           CLOSE REF-BLOCK-INV
                       WHEN "DPWDATT"
                           CLOSE REF-ATTEMPTS
                       WHEN "DPWDAGE"
                           CLOSE REF-CODE-AGE
                       WHEN "DPWDAMF"
                           CLOSE REF-ACCOUNT-MASTER
                       WHEN "TAISPMF"
                           CLOSE REF-PATIENT-MASTER
                       WHEN "TAISHIST"
                           CLOSE REF-TAIS-HISTORY
                       WHEN "MOOSEHIST"
                           CLOSE REF-MOOSE-HISTORY
                       WHEN OTHER
                           CLOSE SOURCE-FILE
                   END-EVALUATE
               END-IF.

      * blank, comment and HDR/TRL framing lines carry no key
           SOURCE-RECORD-CARRIES-DATA.
               IF SOURCE-RECORD = SPACES
                   OR SOURCE-RECORD (1:1) = '*'
                   OR SOURCE-RECORD (1:4) = "HDR "
                   OR SOURCE-RECORD (1:4) = "TRL "
                   MOVE SPACES TO RECORD-KEY
               ELSE
                   PERFORM EXTRACT-RECORD-KEY
               END-IF.

           LOAD-PARENT-SET.
               MOVE PS-DATASET (PS-INDEX) TO SOURCE-NAME.
               MOVE PS-KEY-SPEC (PS-INDEX) TO KEY-SPEC.
               PERFORM MEASURE-KEY-TAG.
               COMPUTE PS-FIRST-KEY (PS-INDEX) = PARENT-KEY-COUNT + 1.
               PERFORM OPEN-SOURCE-DATASET.
               IF SOURCE-OPEN
                   SET PS-PRESENT (PS-INDEX) TO TRUE
               ELSE
                   ADD 1 TO MISSING-PARENT-COUNT
                   MOVE SPACES TO INTEGRITY-RPT-RECORD
                   STRING "PARENT " DELIMITED BY SIZE
                       PS-DATASET (PS-INDEX) DELIMITED BY SPACE
                       " NOT PRESENT - STATUS " SOURCE-STATUS
                       DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                   WRITE INTEGRITY-RPT-RECORD
                   DISPLAY INTEGRITY-RPT-RECORD
               END-IF.
               PERFORM LOAD-ONE-PARENT-KEY UNTIL SOURCE-EOF.
               PERFORM CLOSE-SOURCE-DATASET.

           LOAD-ONE-PARENT-KEY.
               PERFORM SOURCE-RECORD-CARRIES-DATA.
               IF RECORD-KEY NOT = SPACES
                   PERFORM FIND-PARENT-KEY
                   IF PK-SLOT = 0
                       IF PARENT-KEY-COUNT < MAX-PARENT-KEYS
                           ADD 1 TO PARENT-KEY-COUNT
                           ADD 1 TO PS-KEY-COUNT (PS-INDEX)
                           MOVE RECORD-KEY
                               TO PK-KEY (PARENT-KEY-COUNT)
                           MOVE 'N' TO PK-REFERENCED-SWITCH
                               (PARENT-KEY-COUNT)
                       ELSE
                           DISPLAY "PARENT KEY TABLE FULL - CANNOT"
                               " CHECK " PS-DATASET (PS-INDEX)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-SOURCE-RECORD.

      * looks RECORD-KEY up among the keys of parent set PS-INDEX
           FIND-PARENT-KEY.
               MOVE 0 TO PK-SLOT.
               COMPUTE PK-LAST = PS-FIRST-KEY (PS-INDEX)
                   + PS-KEY-COUNT (PS-INDEX) - 1.
               PERFORM CHECK-PARENT-KEY
                   VARYING PK-INDEX FROM PS-FIRST-KEY (PS-INDEX) BY 1
                   UNTIL PK-INDEX > PK-LAST
                       OR PK-SLOT > 0.

           CHECK-PARENT-KEY.
               IF PK-KEY (PK-INDEX) = RECORD-KEY
                   MOVE PK-INDEX TO PK-SLOT
               END-IF.

           CHECK-ONE-RULE.
               MOVE RL-CHILD (RULE-INDEX) TO SOURCE-NAME.
               MOVE RL-CHILD-KEY (RULE-INDEX) TO KEY-SPEC.
               PERFORM MEASURE-KEY-TAG.
               MOVE RL-PARENT-SET (RULE-INDEX) TO PS-INDEX.
               MOVE 0 TO DETAIL-COUNT.
               PERFORM OPEN-SOURCE-DATASET.
               IF NOT SOURCE-OPEN
                   ADD 1 TO MISSING-CHILD-COUNT
                   MOVE SPACES TO INTEGRITY-RPT-RECORD
                   STRING "CHILD " DELIMITED BY SIZE
                       RL-CHILD (RULE-INDEX) DELIMITED BY SPACE
                       " NOT PRESENT - STATUS " SOURCE-STATUS
                       DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                   WRITE INTEGRITY-RPT-RECORD
                   DISPLAY INTEGRITY-RPT-RECORD
               END-IF.
               PERFORM CHECK-ONE-CHILD-ROW UNTIL SOURCE-EOF.
               PERFORM CLOSE-SOURCE-DATASET.
               MOVE RL-CHILD-ROWS (RULE-INDEX) TO FORMATTED-ROWS.
               MOVE RL-ORPHANS (RULE-INDEX) TO FORMATTED-BAD.
               MOVE SPACES TO INTEGRITY-RPT-RECORD.
               STRING "RULE " DELIMITED BY SIZE
                   RL-CHILD (RULE-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   RL-CHILD-KEY (RULE-INDEX) DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   PS-DATASET (PS-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   PS-KEY-SPEC (PS-INDEX) DELIMITED BY SPACE
                   " ROWS " FORMATTED-ROWS
                   " ORPHANS " FORMATTED-BAD
                   DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD.
               WRITE INTEGRITY-RPT-RECORD.
               DISPLAY INTEGRITY-RPT-RECORD.
               IF DETAIL-COUNT > DETAIL-LIMIT
                   COMPUTE FORMATTED-MORE = DETAIL-COUNT - DETAIL-LIMIT
                   MOVE SPACES TO INTEGRITY-RPT-RECORD
                   STRING "  " FORMATTED-MORE
                       " FURTHER ORPHANS NOT LISTED"
                       DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                   WRITE INTEGRITY-RPT-RECORD
               END-IF.

           CHECK-ONE-CHILD-ROW.
               PERFORM SOURCE-RECORD-CARRIES-DATA.
               IF RECORD-KEY NOT = SPACES
                   ADD 1 TO RL-CHILD-ROWS (RULE-INDEX)
                   PERFORM FIND-PARENT-KEY
                   IF PK-SLOT > 0
                       SET PK-REFERENCED (PK-SLOT) TO TRUE
                   ELSE
                       ADD 1 TO RL-ORPHANS (RULE-INDEX)
                       ADD 1 TO TOTAL-ORPHANS
                       ADD 1 TO DETAIL-COUNT
                       IF DETAIL-COUNT NOT > DETAIL-LIMIT
                           PERFORM REPORT-ORPHAN-ROW
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-SOURCE-RECORD.

           REPORT-ORPHAN-ROW.
               MOVE SOURCE-ROW TO FORMATTED-ROW.
               MOVE SPACES TO EXCEPTION-INPUT.
               STRING RL-CHILD (RULE-INDEX) DELIMITED BY SPACE
                   " ROW " DELIMITED BY SIZE
                   FUNCTION TRIM (FORMATTED-ROW) DELIMITED BY SIZE
                   " KEY " DELIMITED BY SIZE
                   RECORD-KEY DELIMITED BY SPACE
                   " NOT IN " DELIMITED BY SIZE
                   PS-DATASET (PS-INDEX) DELIMITED BY SPACE
                   INTO EXCEPTION-INPUT.
               MOVE "ORPHAN KEY" TO EXCEPTION-REASON.
               PERFORM WRITE-INTEGRITY-EXCEPTION.

      * a parent key is unreferenced when no rule's child named it
           REPORT-UNUSED-PARENTS.
               IF PS-REPORT-UNUSED (PS-INDEX)
                   AND PS-PRESENT (PS-INDEX)
                   MOVE 0 TO DETAIL-COUNT
                   COMPUTE PK-LAST = PS-FIRST-KEY (PS-INDEX)
                       + PS-KEY-COUNT (PS-INDEX) - 1
                   PERFORM CHECK-UNUSED-PARENT-KEY
                       VARYING PK-INDEX FROM PS-FIRST-KEY (PS-INDEX)
                       BY 1 UNTIL PK-INDEX > PK-LAST
                   MOVE PS-KEY-COUNT (PS-INDEX) TO FORMATTED-ROWS
                   MOVE PS-UNUSED-COUNT (PS-INDEX) TO FORMATTED-BAD
                   MOVE SPACES TO INTEGRITY-RPT-RECORD
                   STRING "PARENT " DELIMITED BY SIZE
                       PS-DATASET (PS-INDEX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PS-KEY-SPEC (PS-INDEX) DELIMITED BY SPACE
                       " KEYS " FORMATTED-ROWS
                       " UNREFERENCED " FORMATTED-BAD
                       DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                   WRITE INTEGRITY-RPT-RECORD
                   DISPLAY INTEGRITY-RPT-RECORD
                   IF DETAIL-COUNT > DETAIL-LIMIT
                       COMPUTE FORMATTED-MORE =
                           DETAIL-COUNT - DETAIL-LIMIT
                       MOVE SPACES TO INTEGRITY-RPT-RECORD
                       STRING "  " FORMATTED-MORE
                           " FURTHER UNREFERENCED KEYS NOT LISTED"
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                       WRITE INTEGRITY-RPT-RECORD
                   END-IF
               END-IF.

           CHECK-UNUSED-PARENT-KEY.
               IF NOT PK-REFERENCED (PK-INDEX)
                   ADD 1 TO PS-UNUSED-COUNT (PS-INDEX)
                   ADD 1 TO TOTAL-UNUSED
                   ADD 1 TO DETAIL-COUNT
                   IF DETAIL-COUNT NOT > DETAIL-LIMIT
                       MOVE SPACES TO EXCEPTION-INPUT
                       STRING PS-DATASET (PS-INDEX) DELIMITED BY SPACE
                           " KEY " DELIMITED BY SIZE
                           PK-KEY (PK-INDEX) DELIMITED BY SPACE
                           " NOT REFERENCED" DELIMITED BY SIZE
                           INTO EXCEPTION-INPUT
                       MOVE "UNREFERENCED KEY" TO EXCEPTION-REASON
                       PERFORM WRITE-INTEGRITY-EXCEPTION
                   END-IF
               END-IF.

           WRITE-INTEGRITY-EXCEPTION.
               MOVE SPACES TO INTEGRITY-RPT-RECORD.
               STRING "  " DELIMITED BY SIZE
                   EXCEPTION-REASON DELIMITED BY "  "
                   " " EXCEPTION-INPUT DELIMITED BY SIZE
                   INTO INTEGRITY-RPT-RECORD.
               WRITE INTEGRITY-RPT-RECORD.
               PERFORM WRITE-SUITE-EXCEPTION.

           WRITE-SUITE-EXCEPTION.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE SPACES TO EXCEPTION-RECORD.
               MOVE "suiteref" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE EXCEPTION-INPUT TO EXCEPT-INPUT.
               MOVE EXCEPTION-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               WRITE EXCEPTION-RECORD.

      * orphans or a missing parent close the gate with RC 8; parents
      * nobody refers to, and a missing child dataset, which has no
      * rows to be orphans, are reported with RC 4 and the gate opens
           WRITE-INTEGRITY-TRAILER.
               MOVE SPACES TO INTEGRITY-RPT-RECORD.
               MOVE TOTAL-ORPHANS TO FORMATTED-BAD.
               MOVE TOTAL-UNUSED TO FORMATTED-ROWS.
               EVALUATE TRUE
                   WHEN TOTAL-ORPHANS > 0 OR MISSING-PARENT-COUNT > 0
                       STRING "INTEGRITY CHECK FAILED - ORPHANS "
                           FORMATTED-BAD " UNREFERENCED "
                           FORMATTED-ROWS
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                       MOVE 8 TO RETURN-CODE
                   WHEN TOTAL-UNUSED > 0 OR MISSING-CHILD-COUNT > 0
                       MOVE MISSING-CHILD-COUNT TO FORMATTED-MISSING
                       STRING "INTEGRITY CHECK PASSED WITH WARNINGS"
                           " - UNREFERENCED " FORMATTED-ROWS
                           " MISSING CHILDREN " FORMATTED-MISSING
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-RECORD
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "INTEGRITY CHECK PASSED"
                           TO INTEGRITY-RPT-RECORD
               END-EVALUATE.
               WRITE INTEGRITY-RPT-RECORD.
               DISPLAY INTEGRITY-RPT-RECORD.

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
               MOVE "suiteref" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE RULE-COUNT TO FORMATTED-ROW.
               STRING "RULES=" FUNCTION TRIM (FORMATTED-ROW)
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE TOTAL-ORPHANS TO FORMATTED-BAD.
               MOVE TOTAL-UNUSED TO FORMATTED-ROWS.
               STRING "ORPHANS=" FUNCTION TRIM (FORMATTED-BAD)
                   " UNREFERENCED=" FUNCTION TRIM (FORMATTED-ROWS)
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               CLOSE INTEGRITY-RPT.
               CLOSE SUITE-EXC.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.

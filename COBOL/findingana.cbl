           SELECT TARGETS-IN ASSIGN TO "FINDTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGETS-STATUS.
           SELECT RULES-IN ASSIGN TO "FINDRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT CORRECTED-OUT ASSIGN TO "FINDCOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-OUT ASSIGN TO "FINDCHG"
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
           01 RESULTS-OUT-RECORD PIC X(1049).
       FD  TARGETS-IN.
           01 TARGETS-IN-RECORD PIC X(10).
       FD  RULES-IN.
           01 RULES-IN-RECORD PIC X(200).
       FD  CORRECTED-OUT.
           01 CORRECTED-OUT-RECORD PIC X(1000).
       FD  CHANGE-LOG-OUT.
           01 CHANGE-LOG-RECORD PIC X(100).
       FD  CONTEXT-OUT.
           01 CONTEXT-OUT-RECORD PIC X(120).
       FD  PARM-IN.
           COPY CHKPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 REPLACE-COL PIC 9(4).
           01 CHANGE-COUNT PIC 9(6) VALUE 0.

      * replacement rules - in replace mode a FINDRULE card per rule
      * takes over from the single-character FINDTGT replacement:
      *   NAME=name PRIORITY=n FIND=pattern REPLACE=text
      *   COLS=from-to TYPE=c TYPECOL=n REQUIRE=pattern FORBID=pattern
      * FIND, REQUIRE and FORBID are FINDTGT-style patterns; '_' in
      * REPLACE writes a space and an empty REPLACE deletes the hit.
      * the hit must lie wholly within COLS, the record-type byte at
      * TYPECOL (column 1 unless given) must be TYPE, REQUIRE must
      * and FORBID must not occur somewhere in the record. at each
      * column the rules are tried lowest PRIORITY first, ties in
      * card order; the first whose conditions hold replaces the hit
      * and the scan resumes after it, so replacement text is never
      * rescanned. a hit whose conditions fail is counted as skipped
           01 RULES-STATUS PIC XX.
           01 RULES-EOF-SWITCH PIC X VALUE 'N'.
               88 RULES-EOF VALUE 'Y'.
           01 RULE-LINE PIC X(200).
           01 RULE-TABLE.
               05 RULE-ROW OCCURS 20 TIMES.
                   10 RULE-NAME PIC X(8).
                   10 RULE-PRIORITY PIC 9(3).
                   10 RULE-PATTERN PIC X(10).
                   10 RULE-PATTERN-LEN PIC 99.
                   10 RULE-REPLACEMENT PIC X(20).
                   10 RULE-REPLACEMENT-LEN PIC 99.
                   10 RULE-FROM-COL PIC 9(4).
                   10 RULE-TO-COL PIC 9(4).
                   10 RULE-TYPE-CHAR PIC X.
                   10 RULE-TYPE-COL PIC 9(4).
                   10 RULE-REQUIRE PIC X(10).
                   10 RULE-REQUIRE-LEN PIC 99.
                   10 RULE-FORBID PIC X(10).
                   10 RULE-FORBID-LEN PIC 99.
                   10 RULE-FIRED-TOTAL PIC 9(6).
                   10 RULE-SKIPPED-TOTAL PIC 9(6).
           01 RULE-COUNT PIC 99 VALUE 0.
           01 MAX-RULE-ENTRIES PIC 99 VALUE 20.
           01 RULE-INDEX PIC 99.
           01 RULE-ORDER-TABLE.
               05 RULE-ORDER PIC 99 OCCURS 20 TIMES.
           01 ORDER-INDEX PIC 99.
           01 ORDER-SLOT PIC 99.
           01 RULE-TOKEN-TABLE.
               05 RULE-TOKEN PIC X(40) OCCURS 10 TIMES.
           01 RULE-TOKEN-INDEX PIC 99.
           01 RULE-KEYWORD PIC X(10).
           01 RULE-VALUE PIC X(30).
           01 RULE-VALUE-LEN PIC 99.
           01 RULE-FROM-TEXT PIC X(8).
           01 RULE-TO-TEXT PIC X(8).
           01 COLUMN-TEXT PIC X(8).
           01 COLUMN-TEXT-LEN PIC 99.
           01 RULE-FIRED-SWITCH PIC X.
               88 RULE-FIRED VALUE 'Y'.
           01 RULE-CONDITION-SWITCH PIC X.
               88 RULE-CONDITION-MET VALUE 'Y'.
           01 CONDITION-SKIP-COUNT PIC 9(6) VALUE 0.
           01 SCAN-COL PIC 9(4).
           01 OUT-COL PIC 9(4).
           01 RECORD-LEN PIC 9(4).
           01 PROJECTED-LEN PIC S9(5).
           01 PROBE-PATTERN PIC X(10).
           01 PROBE-LEN PIC 99.
           01 PROBE-COL PIC 9(4).
           01 PROBE-FOUND-SWITCH PIC X.
               88 PROBE-FOUND VALUE 'Y'.
           01 RECORD-CHANGE-TABLE.
               05 RECORD-CHANGE OCCURS 200 TIMES.
                   10 RCH-RULE PIC 99.
                   10 RCH-IN-COL PIC 9(4).
                   10 RCH-OUT-COL PIC 9(4).
           01 RECORD-CHANGE-COUNT PIC 999.
           01 MAX-RECORD-CHANGES PIC 999 VALUE 200.
           01 RCH-INDEX PIC 999.
           COPY FNDCHG.

      * keyword-in-context extract - every hit gets a concordance
      * line on FINDCTX showing CONTEXT-CHARS characters either side
      * with the hit bracketed; replace mode shows the before and
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 NOTFOUND-COUNT PIC 9(6) VALUE 0.
           COPY PARMWS.

      * supplier feeds - a record in which any target pattern is
      * found counts against the feed it came from, and FINDRPT closes
      * with one line per feed; with no FEED-ID card the whole of
      * FINDIN is one feed
           COPY FEEDWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "FINDIN" TO FEED-ID.
               MOVE 1000 TO FEED-RECORD-WIDTH.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   DISPLAY "ENTER TARGET CHARACTER: "
                       ACCEPT REPLACEMENT-CHAR
                   END-IF
               END-IF.
               PERFORM VALIDATE-FEED-SETTINGS.
               PERFORM LOAD-TARGET-LIST.
               IF REPLACE-REQUESTED
                   PERFORM LOAD-REPLACEMENT-RULES
               END-IF.
               OPEN INPUT RECORDS-IN.
               OPEN OUTPUT RESULTS-OUT.
               IF CONTEXT-CHARS > 0
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE CONTEXT-CHARS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "FEED-ID"
                       MOVE PARM-VALUE (1:8) TO FEED-ID
                   WHEN "FEED-COL"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE FEED-COL =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "FEED-LEN"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE FEED-LEN =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           COPY FEEDPROC.

           LOAD-TARGET-LIST.
               OPEN INPUT TARGETS-IN.
               IF TARGETS-STATUS = "00"
               END-IF.
               PERFORM READ-TARGET-LINE.

           LOAD-REPLACEMENT-RULES.
               OPEN INPUT RULES-IN.
               IF RULES-STATUS = "00"
                   PERFORM READ-RULE-LINE
                   PERFORM LOAD-ONE-RULE UNTIL RULES-EOF
                   CLOSE RULES-IN
               END-IF.

           READ-RULE-LINE.
               READ RULES-IN INTO RULE-LINE
                   AT END SET RULES-EOF TO TRUE
               END-READ.

           LOAD-ONE-RULE.
               IF RULE-LINE = SPACES OR RULE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   IF RULE-COUNT < MAX-RULE-ENTRIES
                       ADD 1 TO RULE-COUNT
                       PERFORM PARSE-RULE-CARD
                       PERFORM ORDER-NEW-RULE
                   ELSE
                       DISPLAY "RULE TABLE FULL - IGNORING "
                           FUNCTION TRIM (RULE-LINE)
                   END-IF
               END-IF.
               PERFORM READ-RULE-LINE.

           PARSE-RULE-CARD.
               MOVE SPACES TO RULE-ROW (RULE-COUNT).
               MOVE "RULE" TO RULE-NAME (RULE-COUNT).
               MOVE RULE-COUNT TO RULE-NAME (RULE-COUNT) (5:2).
               MOVE 999 TO RULE-PRIORITY (RULE-COUNT).
               MOVE 0 TO RULE-PATTERN-LEN (RULE-COUNT).
               MOVE 0 TO RULE-REPLACEMENT-LEN (RULE-COUNT).
               MOVE 0 TO RULE-FROM-COL (RULE-COUNT).
               MOVE 0 TO RULE-TO-COL (RULE-COUNT).
               MOVE 1 TO RULE-TYPE-COL (RULE-COUNT).
               MOVE 0 TO RULE-REQUIRE-LEN (RULE-COUNT).
               MOVE 0 TO RULE-FORBID-LEN (RULE-COUNT).
               MOVE 0 TO RULE-FIRED-TOTAL (RULE-COUNT).
               MOVE 0 TO RULE-SKIPPED-TOTAL (RULE-COUNT).
               MOVE SPACES TO RULE-TOKEN-TABLE.
               UNSTRING FUNCTION TRIM (RULE-LINE)
                   DELIMITED BY ALL SPACE
                   INTO RULE-TOKEN (1), RULE-TOKEN (2), RULE-TOKEN (3),
                       RULE-TOKEN (4), RULE-TOKEN (5), RULE-TOKEN (6),
                       RULE-TOKEN (7), RULE-TOKEN (8), RULE-TOKEN (9),
                       RULE-TOKEN (10).
               PERFORM APPLY-RULE-TOKEN
                   VARYING RULE-TOKEN-INDEX FROM 1 BY 1
                   UNTIL RULE-TOKEN-INDEX > 10.
               IF RULE-PATTERN-LEN (RULE-COUNT) = 0
                   DISPLAY "RULE HAS NO FIND PATTERN: "
                       FUNCTION TRIM (RULE-LINE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           APPLY-RULE-TOKEN.
               IF RULE-TOKEN (RULE-TOKEN-INDEX) NOT = SPACES
                   MOVE SPACES TO RULE-KEYWORD
                   MOVE SPACES TO RULE-VALUE
                   UNSTRING RULE-TOKEN (RULE-TOKEN-INDEX)
                       DELIMITED BY "="
                       INTO RULE-KEYWORD, RULE-VALUE
                   IF RULE-VALUE = SPACES
                       MOVE 0 TO RULE-VALUE-LEN
                   ELSE
                       MOVE FUNCTION LENGTH (FUNCTION TRIM (RULE-VALUE))
                           TO RULE-VALUE-LEN
                   END-IF
                   PERFORM APPLY-RULE-KEYWORD
               END-IF.

           APPLY-RULE-KEYWORD.
               EVALUATE RULE-KEYWORD
                   WHEN "NAME"
                       MOVE RULE-VALUE TO RULE-NAME (RULE-COUNT)
                   WHEN "PRIORITY"
                       PERFORM CHECK-RULE-NUMBER
                       COMPUTE RULE-PRIORITY (RULE-COUNT) =
                           FUNCTION NUMVAL (RULE-VALUE)
                   WHEN "FIND"
                       PERFORM CHECK-RULE-PATTERN
                       MOVE RULE-VALUE TO RULE-PATTERN (RULE-COUNT)
                       MOVE RULE-VALUE-LEN
                           TO RULE-PATTERN-LEN (RULE-COUNT)
                   WHEN "REPLACE"
                       IF RULE-VALUE-LEN > 20
                           PERFORM REJECT-RULE-CARD
                       END-IF
                       MOVE RULE-VALUE TO RULE-REPLACEMENT (RULE-COUNT)
                       INSPECT RULE-REPLACEMENT (RULE-COUNT)
                           REPLACING ALL '_' BY SPACE
                       MOVE RULE-VALUE-LEN
                           TO RULE-REPLACEMENT-LEN (RULE-COUNT)
                   WHEN "COLS"
                       MOVE SPACES TO RULE-FROM-TEXT
                       MOVE SPACES TO RULE-TO-TEXT
                       UNSTRING RULE-VALUE DELIMITED BY "-"
                           INTO RULE-FROM-TEXT, RULE-TO-TEXT
                       MOVE RULE-FROM-TEXT TO COLUMN-TEXT
                       PERFORM CHECK-COLUMN-TEXT
                       MOVE RULE-TO-TEXT TO COLUMN-TEXT
                       PERFORM CHECK-COLUMN-TEXT
                       COMPUTE RULE-FROM-COL (RULE-COUNT) =
                           FUNCTION NUMVAL (RULE-FROM-TEXT)
                       COMPUTE RULE-TO-COL (RULE-COUNT) =
                           FUNCTION NUMVAL (RULE-TO-TEXT)
                   WHEN "TYPE"
                       MOVE RULE-VALUE (1:1)
                           TO RULE-TYPE-CHAR (RULE-COUNT)
                   WHEN "TYPECOL"
                       PERFORM CHECK-RULE-NUMBER
                       COMPUTE RULE-TYPE-COL (RULE-COUNT) =
                           FUNCTION NUMVAL (RULE-VALUE)
                       IF RULE-TYPE-COL (RULE-COUNT) = 0
                               OR RULE-TYPE-COL (RULE-COUNT) > 1000
                           PERFORM REJECT-RULE-CARD
                       END-IF
                   WHEN "REQUIRE"
                       PERFORM CHECK-RULE-PATTERN
                       MOVE RULE-VALUE TO RULE-REQUIRE (RULE-COUNT)
                       MOVE RULE-VALUE-LEN
                           TO RULE-REQUIRE-LEN (RULE-COUNT)
                   WHEN "FORBID"
                       PERFORM CHECK-RULE-PATTERN
                       MOVE RULE-VALUE TO RULE-FORBID (RULE-COUNT)
                       MOVE RULE-VALUE-LEN
                           TO RULE-FORBID-LEN (RULE-COUNT)
                   WHEN OTHER
                       PERFORM REJECT-RULE-CARD
               END-EVALUATE.

           CHECK-RULE-NUMBER.
               IF RULE-VALUE-LEN = 0
                   PERFORM REJECT-RULE-CARD
               END-IF.
               IF RULE-VALUE (1:RULE-VALUE-LEN) IS NOT NUMERIC
                   PERFORM REJECT-RULE-CARD
               END-IF.

           CHECK-COLUMN-TEXT.
               IF COLUMN-TEXT = SPACES
                   PERFORM REJECT-RULE-CARD
               END-IF.
               MOVE FUNCTION LENGTH (FUNCTION TRIM (COLUMN-TEXT))
                   TO COLUMN-TEXT-LEN.
               IF COLUMN-TEXT (1:COLUMN-TEXT-LEN) IS NOT NUMERIC
                       OR COLUMN-TEXT-LEN > 4
                   PERFORM REJECT-RULE-CARD
               END-IF.

           CHECK-RULE-PATTERN.
               IF RULE-VALUE-LEN = 0 OR RULE-VALUE-LEN > 10
                   PERFORM REJECT-RULE-CARD
               END-IF.

           REJECT-RULE-CARD.
               DISPLAY "INVALID RULE CARD: " FUNCTION TRIM (RULE-LINE).
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

      * the new rule goes in after every rule of the same or a lower
      * priority, which keeps card order among equal priorities
           ORDER-NEW-RULE.
               MOVE RULE-COUNT TO ORDER-SLOT.
               PERFORM SHIFT-RULE-ORDER
                   UNTIL ORDER-SLOT = 1
                       OR RULE-PRIORITY (RULE-ORDER (ORDER-SLOT - 1))
                           <= RULE-PRIORITY (RULE-COUNT).
               MOVE RULE-COUNT TO RULE-ORDER (ORDER-SLOT).

           SHIFT-RULE-ORDER.
               MOVE RULE-ORDER (ORDER-SLOT - 1)
                   TO RULE-ORDER (ORDER-SLOT).
               SUBTRACT 1 FROM ORDER-SLOT.

           CHECK-FOR-RESTART.
               OPEN INPUT FIND-CKP.
               IF CKP-STATUS = "00"

           PROCESS-RECORDS.
               ADD 1 TO RECORD-COUNT.
               MOVE INP TO FEED-RECORD-TEXT.
               PERFORM COUNT-FEED-RECORD.
               PERFORM CLEAR-TARGET-HITS
                   VARYING TARGET-INDEX FROM 1 BY 1
                   UNTIL TARGET-INDEX > TARGET-COUNT.
                       DELIMITED BY SIZE INTO RESULTS-OUT-RECORD
                   WRITE RESULTS-OUT-RECORD
                   ADD 1 TO NOTFOUND-COUNT
               ELSE
                   PERFORM COUNT-FEED-FAILURE
               END-IF.

           WRITE-ONE-TARGET-RESULT.
               PERFORM WRITE-ONE-TARGET-TOTAL
                   VARYING TARGET-INDEX FROM 1 BY 1
                   UNTIL TARGET-INDEX > TARGET-COUNT.
               PERFORM WRITE-ONE-FEED-TOTAL
                   VARYING FEED-INDEX FROM 1 BY 1
                   UNTIL FEED-INDEX > FEED-TALLY-COUNT.
               IF RULE-COUNT > 0
                   PERFORM WRITE-ONE-RULE-TOTAL
                       VARYING ORDER-INDEX FROM 1 BY 1
                       UNTIL ORDER-INDEX > RULE-COUNT
                   MOVE CONDITION-SKIP-COUNT TO FORMATTED-RECNO
                   MOVE SPACES TO RESULTS-OUT-RECORD
                   STRING "CONDITION SKIPS " FORMATTED-RECNO
                       DELIMITED BY SIZE INTO RESULTS-OUT-RECORD
                   WRITE RESULTS-OUT-RECORD
                   DISPLAY RESULTS-OUT-RECORD (1:40)
               END-IF.

           WRITE-ONE-RULE-TOTAL.
               MOVE RULE-ORDER (ORDER-INDEX) TO RULE-INDEX.
               MOVE RULE-FIRED-TOTAL (RULE-INDEX) TO FORMATTED-RECNO.
               MOVE SPACES TO RESULTS-OUT-RECORD.
               STRING "RULE " RULE-NAME (RULE-INDEX)
                   " FIRED " FORMATTED-RECNO
                   DELIMITED BY SIZE INTO RESULTS-OUT-RECORD.
               MOVE RULE-SKIPPED-TOTAL (RULE-INDEX) TO FORMATTED-RECNO.
               STRING " SKIPPED " FORMATTED-RECNO
                   DELIMITED BY SIZE INTO RESULTS-OUT-RECORD (29:).
               WRITE RESULTS-OUT-RECORD.
               DISPLAY RESULTS-OUT-RECORD (1:50).

           WRITE-ONE-TARGET-TOTAL.
               MOVE TGT-RECORD-TOTAL (TARGET-INDEX)
               WRITE RESULTS-OUT-RECORD.
               DISPLAY RESULTS-OUT-RECORD (1:40).

           WRITE-ONE-FEED-TOTAL.
               PERFORM BUILD-FEED-SUMMARY-LINE.
               MOVE SPACES TO RESULTS-OUT-RECORD.
               MOVE FEED-SUMMARY-LINE TO RESULTS-OUT-RECORD.
               WRITE RESULTS-OUT-RECORD.

      * FINDCOR and FINDCHG are a proposal for review - findapply
      * releases FINDIN with only the reviewer-approved changes
           WRITE-CORRECTED-RECORD.
               IF RULE-COUNT > 0
                   PERFORM BUILD-RULE-CORRECTED-LINE
               ELSE
                   MOVE INP TO CORRECTED-LINE
                   PERFORM REPLACE-ONE-COLUMN
                       VARYING REPLACE-COL FROM 1 BY 1
                       UNTIL REPLACE-COL > 1000
               END-IF.
               MOVE CORRECTED-LINE TO CORRECTED-OUT-RECORD.
               WRITE CORRECTED-OUT-RECORD.

                   END-IF
               END-IF.

      * the corrected line is rebuilt left to right - an unmatched
      * byte is copied across, a fired rule writes its replacement in
      * place of the hit; the changes are logged once the line is
      * complete so the after-context is the finished record
           BUILD-RULE-CORRECTED-LINE.
               MOVE SPACES TO CORRECTED-LINE.
               MOVE 0 TO RECORD-CHANGE-COUNT.
               IF INP = SPACES
                   MOVE 0 TO RECORD-LEN
               ELSE
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (INP TRAILING))
                       TO RECORD-LEN
               END-IF.
               MOVE 1 TO SCAN-COL.
               MOVE 1 TO OUT-COL.
               PERFORM APPLY-RULES-AT-COLUMN
                   UNTIL SCAN-COL > RECORD-LEN.
               PERFORM LOG-RULE-CHANGE
                   VARYING RCH-INDEX FROM 1 BY 1
                   UNTIL RCH-INDEX > RECORD-CHANGE-COUNT.

           APPLY-RULES-AT-COLUMN.
               MOVE 'N' TO RULE-FIRED-SWITCH.
               PERFORM TRY-ONE-RULE
                   VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > RULE-COUNT
                       OR RULE-FIRED.
               IF NOT RULE-FIRED
                   MOVE INP (SCAN-COL:1) TO CORRECTED-LINE (OUT-COL:1)
                   ADD 1 TO SCAN-COL
                   ADD 1 TO OUT-COL
               END-IF.

           TRY-ONE-RULE.
               MOVE RULE-ORDER (ORDER-INDEX) TO RULE-INDEX.
               IF SCAN-COL + RULE-PATTERN-LEN (RULE-INDEX) - 1
                       <= RECORD-LEN
                   MOVE RULE-PATTERN (RULE-INDEX) TO PROBE-PATTERN
                   MOVE RULE-PATTERN-LEN (RULE-INDEX) TO PROBE-LEN
                   MOVE SCAN-COL TO PROBE-COL
                   PERFORM MATCH-PROBE-AT-COLUMN
                   IF PROBE-FOUND
                       PERFORM CHECK-RULE-CONDITIONS
                       IF RULE-CONDITION-MET
                           PERFORM FIRE-RULE
                       ELSE
                           ADD 1 TO RULE-SKIPPED-TOTAL (RULE-INDEX)
                           ADD 1 TO CONDITION-SKIP-COUNT
                       END-IF
                   END-IF
               END-IF.

      * besides the rule's own conditions the replacement has to fit
      * the 1000-byte record and the record's change list
           CHECK-RULE-CONDITIONS.
               MOVE 'Y' TO RULE-CONDITION-SWITCH.
               IF RULE-FROM-COL (RULE-INDEX) > 0
                       AND SCAN-COL < RULE-FROM-COL (RULE-INDEX)
                   MOVE 'N' TO RULE-CONDITION-SWITCH
               END-IF.
               IF RULE-TO-COL (RULE-INDEX) > 0
                       AND SCAN-COL + RULE-PATTERN-LEN (RULE-INDEX) - 1
                           > RULE-TO-COL (RULE-INDEX)
                   MOVE 'N' TO RULE-CONDITION-SWITCH
               END-IF.
               IF RULE-CONDITION-MET
                       AND RULE-TYPE-CHAR (RULE-INDEX) NOT = SPACE
                       AND INP (RULE-TYPE-COL (RULE-INDEX):1)
                           NOT = RULE-TYPE-CHAR (RULE-INDEX)
                   MOVE 'N' TO RULE-CONDITION-SWITCH
               END-IF.
               IF RULE-CONDITION-MET
                       AND RULE-REQUIRE-LEN (RULE-INDEX) > 0
                   MOVE RULE-REQUIRE (RULE-INDEX) TO PROBE-PATTERN
                   MOVE RULE-REQUIRE-LEN (RULE-INDEX) TO PROBE-LEN
                   PERFORM FIND-PROBE-IN-RECORD
                   IF NOT PROBE-FOUND
                       MOVE 'N' TO RULE-CONDITION-SWITCH
                   END-IF
               END-IF.
               IF RULE-CONDITION-MET
                       AND RULE-FORBID-LEN (RULE-INDEX) > 0
                   MOVE RULE-FORBID (RULE-INDEX) TO PROBE-PATTERN
                   MOVE RULE-FORBID-LEN (RULE-INDEX) TO PROBE-LEN
                   PERFORM FIND-PROBE-IN-RECORD
                   IF PROBE-FOUND
                       MOVE 'N' TO RULE-CONDITION-SWITCH
                   END-IF
               END-IF.
               COMPUTE PROJECTED-LEN = RECORD-LEN + OUT-COL - SCAN-COL
                   + RULE-REPLACEMENT-LEN (RULE-INDEX)
                   - RULE-PATTERN-LEN (RULE-INDEX).
               IF PROJECTED-LEN > 1000
                       OR RECORD-CHANGE-COUNT = MAX-RECORD-CHANGES
                   MOVE 'N' TO RULE-CONDITION-SWITCH
               END-IF.

           FIRE-RULE.
               IF RULE-REPLACEMENT-LEN (RULE-INDEX) > 0
                   MOVE RULE-REPLACEMENT (RULE-INDEX)
                           (1:RULE-REPLACEMENT-LEN (RULE-INDEX))
                       TO CORRECTED-LINE
                           (OUT-COL:RULE-REPLACEMENT-LEN (RULE-INDEX))
               END-IF.
               ADD 1 TO RECORD-CHANGE-COUNT.
               MOVE RULE-INDEX TO RCH-RULE (RECORD-CHANGE-COUNT).
               MOVE SCAN-COL TO RCH-IN-COL (RECORD-CHANGE-COUNT).
               MOVE OUT-COL TO RCH-OUT-COL (RECORD-CHANGE-COUNT).
               ADD RULE-REPLACEMENT-LEN (RULE-INDEX) TO OUT-COL.
               ADD RULE-PATTERN-LEN (RULE-INDEX) TO SCAN-COL.
               ADD 1 TO RULE-FIRED-TOTAL (RULE-INDEX).
               ADD 1 TO CHANGE-COUNT.
               SET RULE-FIRED TO TRUE.

           FIND-PROBE-IN-RECORD.
               MOVE 'N' TO PROBE-FOUND-SWITCH.
               PERFORM MATCH-PROBE-AT-COLUMN
                   VARYING PROBE-COL FROM 1 BY 1
                   UNTIL PROBE-COL + PROBE-LEN - 1 > RECORD-LEN
                       OR PROBE-FOUND.

           MATCH-PROBE-AT-COLUMN.
               MOVE 'Y' TO PROBE-FOUND-SWITCH.
               PERFORM MATCH-ONE-PROBE-CHAR
                   VARYING PATTERN-POS FROM 1 BY 1
                   UNTIL PATTERN-POS > PROBE-LEN
                       OR NOT PROBE-FOUND.

           MATCH-ONE-PROBE-CHAR.
               MOVE PROBE-PATTERN (PATTERN-POS:1) TO PATTERN-CHAR.
               MOVE INP (PROBE-COL + PATTERN-POS - 1:1)
                   TO SUBJECT-CHAR.
               PERFORM JUDGE-PATTERN-CHAR.
               IF NOT CHAR-OK
                   MOVE 'N' TO PROBE-FOUND-SWITCH
               END-IF.

           LOG-RULE-CHANGE.
               MOVE RCH-RULE (RCH-INDEX) TO RULE-INDEX.
               MOVE RECORD-COUNT TO FCR-RECNO.
               MOVE RCH-IN-COL (RCH-INDEX) TO FCR-COL.
               MOVE INP (RCH-IN-COL (RCH-INDEX):
                       RULE-PATTERN-LEN (RULE-INDEX))
                   TO FCR-BEFORE.
               MOVE SPACES TO FCR-AFTER.
               IF RULE-REPLACEMENT-LEN (RULE-INDEX) > 0
                   MOVE CORRECTED-LINE (RCH-OUT-COL (RCH-INDEX):
                           RULE-REPLACEMENT-LEN (RULE-INDEX))
                       TO FCR-AFTER
               END-IF.
               MOVE RULE-NAME (RULE-INDEX) TO FCR-RULE.
               MOVE RULE-PATTERN-LEN (RULE-INDEX) TO FCR-BEFORE-LEN.
               MOVE RULE-REPLACEMENT-LEN (RULE-INDEX)
                   TO FCR-AFTER-LEN.
               MOVE SPACES TO CHANGE-LOG-RECORD.
               MOVE FIND-CHANGE-ROW TO CHANGE-LOG-RECORD.
               WRITE CHANGE-LOG-RECORD.
               IF CONTEXT-CHARS > 0
                   MOVE RCH-IN-COL (RCH-INDEX) TO CONTEXT-COL
                   MOVE INP TO CONTEXT-SOURCE
                   MOVE "BEFORE" TO CONTEXT-LABEL
                   PERFORM WRITE-CONTEXT-LINE
                   MOVE RCH-OUT-COL (RCH-INDEX) TO CONTEXT-COL
                   MOVE CORRECTED-LINE TO CONTEXT-SOURCE
                   MOVE "AFTER" TO CONTEXT-LABEL
                   PERFORM WRITE-CONTEXT-LINE
               END-IF.

           WRITE-CHANGE-LOG-RECORD.
               MOVE RECORD-COUNT TO FORMATTED-RECNO.
               MOVE REPLACE-COL TO FORMATTED-COL.

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

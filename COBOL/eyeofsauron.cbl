               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STRUCTURE-OUT ASSIGN TO "EYEMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAYOUT-IN ASSIGN TO "AUTORILAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-STATUS.
           SELECT PARM-IN ASSIGN TO "EYEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
       FD  PASSFAIL-OUT.
           01 PASSFAIL-OUT-RECORD PIC X(80).
       FD  REJECT-OUT.
           01 REJECT-OUT-RECORD PIC X(1080).
       FD  REPAIR-OUT.
           01 REPAIR-OUT-RECORD PIC X(140).
       FD  STRUCTURE-OUT.
           01 STRUCTURE-OUT-RECORD PIC X(80).
       FD  EYE-CKP.
           COPY CHKPT.
       FD  LAYOUT-IN.
           01 LAYOUT-IN-RECORD PIC X(80).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           01 PAIR-INDEX PIC 99.
           01 PAIR-PARSE-COL PIC 99.

      * tag mode - markup-style feeds carry named start and end
      * tokens (<ITEM> ... </ITEM>) rather than single characters;
      * each TAG-PAIR card gives a tag name and optionally its start
      * and end tokens (default <name> and </name>), and the same
      * stack that balances the brackets checks every end token
      * against the name of the tag open on top of it
           01 TAG-MODE PIC X VALUE 'N'.
               88 TAG-MODE-REQUESTED VALUE 'Y'.
           01 TAG-PAIR-TABLE.
               05 TAG-PAIR-ENTRY OCCURS 10 TIMES.
                   10 TAG-NAME PIC X(10).
                   10 TAG-START-TOKEN PIC X(14).
                   10 TAG-START-LEN PIC 99.
                   10 TAG-END-TOKEN PIC X(14).
                   10 TAG-END-LEN PIC 99.
           01 TAG-PAIR-COUNT PIC 99 VALUE 0.
           01 MAX-TAG-PAIRS PIC 99 VALUE 10.
           01 TAG-INDEX PIC 99.
           01 MATCHED-TAG PIC 99.
           01 MATCHED-TAG-LEN PIC 99.
           01 FAIL-TAG-PAIR PIC 99.
           01 FAIL-TAG-TEXT PIC X(21).

      * quote awareness - bracket characters inside a quoted string
      * literal are data, not structure; the scan toggles a literal
      * state on the configured quote characters (apostrophe and
           01 LITERAL-QUOTE-CHAR PIC X.
           01 LITERAL-OPEN-COL PIC 9(4).

      * field-scoped checking - with FIELD-SCOPE=Y the AUTORILAY
      * layout cards shared with autori split each record into
      * fields and brackets are balanced within each field on its
      * own, so a comment field cannot balance a code field.  a field
      * card is "start length policy severity name flag": the case
      * policy and severity belong to autori, the name labels this
      * program's failures (COL-nnnn when omitted) and a flag of
      * NOCHECK leaves a field that legitimately holds bracket
      * characters unscanned.  RECTYPE-COL and LAYOUT cards pick the
      * layout per record exactly as they do in autori, STRUCTURE
      * cards are autori's batch-structure rules and are skipped, and
      * columns outside every field are not scanned in this mode
           01 FIELD-SCOPE PIC X VALUE 'N'.
               88 FIELD-SCOPE-REQUESTED VALUE 'Y'.
           01 LAYOUT-STATUS PIC XX.
           01 LAYOUT-LINE PIC X(80).
           01 LAYOUT-EOF-SWITCH PIC X VALUE 'N'.
               88 LAYOUT-EOF VALUE 'Y'.
           01 LAYOUT-KEYWORD PIC X(12).
           01 LAYOUT-TYPE-TOKEN PIC X(4).
           01 LAYOUT-FIELD-START PIC 9(4).
           01 LAYOUT-FIELD-LENGTH PIC 9(4).
           01 LAYOUT-FIELD-END PIC 9(4).
           01 LAYOUT-POLICY-TEXT PIC X(16).
           01 LAYOUT-SEVERITY-TEXT PIC X(8).
           01 LAYOUT-FIELD-NAME PIC X(12).
           01 LAYOUT-CHECK-TEXT PIC X(8).
           01 RECTYPE-COL PIC 9(4) VALUE 0.
           01 LAYOUT-SET-TABLE.
               05 LAYOUT-TYPE-CHAR PIC X OCCURS 10 TIMES.
           01 LAYOUT-SET-COUNT PIC 99 VALUE 0.
           01 MAX-LAYOUT-SETS PIC 99 VALUE 10.
           01 LAYOUT-SET-INDEX PIC 99.
           01 LAYOUT-SET-SLOT PIC 99.
           01 CURRENT-LAYOUT PIC 99 VALUE 0.
           01 FIELD-TABLE.
               05 FIELD-ENTRY OCCURS 200 TIMES.
                   10 FIELD-SET PIC 99.
                   10 FIELD-NAME PIC X(12).
                   10 FIELD-START PIC 9(4).
                   10 FIELD-END PIC 9(4).
                   10 FIELD-CHECK PIC X.
                       88 FIELD-CHECKED VALUE 'Y'.
           01 FIELD-COUNT PIC 999 VALUE 0.
           01 MAX-FIELD-ENTRIES PIC 999 VALUE 200.
           01 FIELD-INDEX PIC 999.
           01 CURRENT-FIELD-NAME PIC X(12) VALUE SPACES.
           01 FAIL-FIELD PIC X(12).
           01 SEGMENT-START PIC 9(4).
           01 SEGMENT-END PIC 9(4).
           01 REJECT-PTR PIC 9(4).

           01 BRACKET-STACK.
               05 STACK-ENTRY OCCURS 1000 TIMES.
                   10 STACK-PAIR PIC 99.
                   10 STACK-TAG PIC 99.
                   10 STACK-OPEN-COL PIC 9(4).
           01 STACK-DEPTH PIC 9(4).
           01 MATCHED-PAIR PIC 99.
               05 MAP-ENTRY OCCURS 500 TIMES.
                   10 MAP-OPEN-CHAR PIC X.
                   10 MAP-CLOSE-CHAR PIC X.
                   10 MAP-TAG-NAME PIC X(10).
                   10 MAP-FIELD-NAME PIC X(12).
                   10 MAP-OPEN-COL PIC 9(4).
                   10 MAP-CLOSE-COL PIC 9(4).
                   10 MAP-DEPTH PIC 9(4).
           01 REPAIR-TEXT PIC X(100).
           01 REPAIR-TAG PIC X(24).
           01 REPAIR-LEN PIC 9(4).
           01 REPAIR-TOKEN-LEN PIC 99.
           01 REPAIR-BUILT-SWITCH PIC X.
               88 REPAIR-BUILT VALUE 'Y'.
           01 REPAIR-COUNT PIC 9(6) VALUE 0.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.
           01 FAIL-COUNT PIC 9(6) VALUE 0.

      * supplier feeds - failures are tallied by the feed each
      * logical record came from and EYERPT closes with one line per
      * feed; with no FEED-ID card the whole of EYEIN is one feed
           COPY FEEDWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "EYEIN" TO FEED-ID.
               MOVE MAX-SCAN-COL TO FEED-RECORD-WIDTH.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   DISPLAY "ENTER START COLUMN: "
                   ACCEPT QUOTE-CHARS-IN
               END-IF.
               PERFORM VALIDATE-SCAN-WINDOW.
               PERFORM VALIDATE-FEED-SETTINGS.
               PERFORM LOAD-BRACKET-PAIRS.
               PERFORM VALIDATE-TAG-MODE.
               IF FIELD-SCOPE-REQUESTED
                   PERFORM LOAD-FIELD-LAYOUT
               END-IF.
               PERFORM LOAD-QUOTE-CHARS.
               OPEN INPUT RECORDS-IN.
               OPEN OUTPUT PASSFAIL-OUT.
                       MOVE PARM-VALUE (1:1) TO STRUCTURE-MODE
                   WHEN "QUOTE-CHARS"
                       MOVE PARM-VALUE (1:4) TO QUOTE-CHARS-IN
                   WHEN "TAG-MODE"
                       MOVE PARM-VALUE (1:1) TO TAG-MODE
                   WHEN "TAG-PAIR"
                       PERFORM LOAD-TAG-PAIR
                   WHEN "FIELD-SCOPE"
                       MOVE PARM-VALUE (1:1) TO FIELD-SCOPE
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

           VALIDATE-SCAN-WINDOW.
               IF START-COL < 1 OR END-COL > MAX-SCAN-COL
                       OR START-COL > END-COL
                   TO PAIR-CLOSE-CHAR (BRACKET-PAIR-COUNT).
               ADD 2 TO PAIR-PARSE-COL.

      * a TAG-PAIR card is "name" or "name start-token end-token"
           LOAD-TAG-PAIR.
               IF TAG-PAIR-COUNT = MAX-TAG-PAIRS
                   DISPLAY "TOO MANY TAG PAIRS - MAXIMUM "
                       MAX-TAG-PAIRS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO TAG-PAIR-COUNT.
               MOVE SPACES TO TAG-NAME (TAG-PAIR-COUNT).
               MOVE SPACES TO TAG-START-TOKEN (TAG-PAIR-COUNT).
               MOVE SPACES TO TAG-END-TOKEN (TAG-PAIR-COUNT).
               UNSTRING PARM-VALUE DELIMITED BY ALL SPACE
                   INTO TAG-NAME (TAG-PAIR-COUNT)
                       TAG-START-TOKEN (TAG-PAIR-COUNT)
                       TAG-END-TOKEN (TAG-PAIR-COUNT).
               IF TAG-NAME (TAG-PAIR-COUNT) = SPACES
                       OR (TAG-START-TOKEN (TAG-PAIR-COUNT)
                           NOT = SPACES
                       AND TAG-END-TOKEN (TAG-PAIR-COUNT) = SPACES)
                   DISPLAY "INVALID TAG PAIR - " PARM-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF TAG-START-TOKEN (TAG-PAIR-COUNT) = SPACES
                   STRING "<" DELIMITED BY SIZE
                       TAG-NAME (TAG-PAIR-COUNT) DELIMITED BY SPACE
                       ">" DELIMITED BY SIZE
                       INTO TAG-START-TOKEN (TAG-PAIR-COUNT)
                   STRING "</" DELIMITED BY SIZE
                       TAG-NAME (TAG-PAIR-COUNT) DELIMITED BY SPACE
                       ">" DELIMITED BY SIZE
                       INTO TAG-END-TOKEN (TAG-PAIR-COUNT)
               END-IF.
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (TAG-START-TOKEN (TAG-PAIR-COUNT) TRAILING))
                   TO TAG-START-LEN (TAG-PAIR-COUNT).
               MOVE FUNCTION LENGTH (FUNCTION TRIM
                   (TAG-END-TOKEN (TAG-PAIR-COUNT) TRAILING))
                   TO TAG-END-LEN (TAG-PAIR-COUNT).

           VALIDATE-TAG-MODE.
               IF TAG-MODE-REQUESTED AND TAG-PAIR-COUNT = 0
                   DISPLAY "TAG MODE REQUIRES AT LEAST ONE TAG-PAIR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           LOAD-FIELD-LAYOUT.
               OPEN INPUT LAYOUT-IN.
               IF LAYOUT-STATUS NOT = "00"
                   DISPLAY "FIELD SCOPE REQUESTED BUT AUTORILAY "
                       "CANNOT BE OPENED - STATUS " LAYOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-LAYOUT-LINE.
               PERFORM LOAD-LAYOUT-CARD UNTIL LAYOUT-EOF.
               CLOSE LAYOUT-IN.
               IF FIELD-COUNT = 0
                   DISPLAY "FIELD SCOPE REQUESTED BUT AUTORILAY "
                       "HOLDS NO FIELD CARDS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           READ-LAYOUT-LINE.
               READ LAYOUT-IN INTO LAYOUT-LINE
                   AT END SET LAYOUT-EOF TO TRUE
               END-READ.

           LOAD-LAYOUT-CARD.
               IF LAYOUT-LINE NOT = SPACES
                   PERFORM PARSE-LAYOUT-CARD
               END-IF.
               PERFORM READ-LAYOUT-LINE.

           PARSE-LAYOUT-CARD.
               MOVE SPACES TO LAYOUT-KEYWORD.
               MOVE SPACES TO LAYOUT-TYPE-TOKEN.
               UNSTRING LAYOUT-LINE DELIMITED BY SPACE
                   INTO LAYOUT-KEYWORD, LAYOUT-TYPE-TOKEN.
               EVALUATE LAYOUT-KEYWORD
                   WHEN "RECTYPE-COL"
                       COMPUTE RECTYPE-COL =
                           FUNCTION NUMVAL (LAYOUT-TYPE-TOKEN)
                       IF RECTYPE-COL < 1
                               OR RECTYPE-COL > MAX-SCAN-COL
                           DISPLAY "INVALID RECTYPE COLUMN - "
                               LAYOUT-LINE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "LAYOUT"
                       PERFORM OPEN-NAMED-LAYOUT
                   WHEN "STRUCTURE"
                       CONTINUE
                   WHEN OTHER
                       PERFORM PARSE-LAYOUT-FIELD
               END-EVALUATE.

           OPEN-DEFAULT-LAYOUT.
               MOVE 1 TO LAYOUT-SET-COUNT.
               MOVE 1 TO CURRENT-LAYOUT.
               MOVE SPACE TO LAYOUT-TYPE-CHAR (1).

           OPEN-NAMED-LAYOUT.
               IF LAYOUT-SET-COUNT = 0
                   PERFORM OPEN-DEFAULT-LAYOUT
               END-IF.
               IF LAYOUT-SET-COUNT = MAX-LAYOUT-SETS
                   DISPLAY "TOO MANY LAYOUTS - " LAYOUT-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO LAYOUT-SET-COUNT.
               MOVE LAYOUT-SET-COUNT TO CURRENT-LAYOUT.
               MOVE LAYOUT-TYPE-TOKEN (1:1)
                   TO LAYOUT-TYPE-CHAR (CURRENT-LAYOUT).

           PARSE-LAYOUT-FIELD.
               IF CURRENT-LAYOUT = 0
                   PERFORM OPEN-DEFAULT-LAYOUT
               END-IF.
               MOVE 0 TO LAYOUT-FIELD-START.
               MOVE 0 TO LAYOUT-FIELD-LENGTH.
               MOVE SPACES TO LAYOUT-POLICY-TEXT.
               MOVE SPACES TO LAYOUT-SEVERITY-TEXT.
               MOVE SPACES TO LAYOUT-FIELD-NAME.
               MOVE SPACES TO LAYOUT-CHECK-TEXT.
               UNSTRING LAYOUT-LINE DELIMITED BY SPACE
                   INTO LAYOUT-FIELD-START, LAYOUT-FIELD-LENGTH,
                       LAYOUT-POLICY-TEXT, LAYOUT-SEVERITY-TEXT,
                       LAYOUT-FIELD-NAME, LAYOUT-CHECK-TEXT.
               COMPUTE LAYOUT-FIELD-END =
                   LAYOUT-FIELD-START + LAYOUT-FIELD-LENGTH - 1.
               IF LAYOUT-FIELD-START < 1
                       OR LAYOUT-FIELD-LENGTH < 1
                       OR LAYOUT-FIELD-END > MAX-SCAN-COL
                   DISPLAY "INVALID LAYOUT FIELD - " LAYOUT-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF FIELD-COUNT = MAX-FIELD-ENTRIES
                   DISPLAY "TOO MANY LAYOUT FIELDS - MAXIMUM "
                       MAX-FIELD-ENTRIES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO FIELD-COUNT.
               MOVE CURRENT-LAYOUT TO FIELD-SET (FIELD-COUNT).
               MOVE LAYOUT-FIELD-START TO FIELD-START (FIELD-COUNT).
               MOVE LAYOUT-FIELD-END TO FIELD-END (FIELD-COUNT).
               IF LAYOUT-FIELD-NAME = SPACES
                   MOVE SPACES TO FIELD-NAME (FIELD-COUNT)
                   STRING "COL-" LAYOUT-FIELD-START
                       DELIMITED BY SIZE INTO FIELD-NAME (FIELD-COUNT)
               ELSE
                   MOVE LAYOUT-FIELD-NAME TO FIELD-NAME (FIELD-COUNT)
               END-IF.
               EVALUATE LAYOUT-CHECK-TEXT
                   WHEN SPACES
                       MOVE 'Y' TO FIELD-CHECK (FIELD-COUNT)
                   WHEN "CHECK"
                       MOVE 'Y' TO FIELD-CHECK (FIELD-COUNT)
                   WHEN "NOCHECK"
                       MOVE 'N' TO FIELD-CHECK (FIELD-COUNT)
                   WHEN OTHER
                       DISPLAY "INVALID BRACKET FLAG - " LAYOUT-LINE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.

           LOAD-QUOTE-CHARS.
               MOVE 0 TO QUOTE-CHAR-COUNT.
               IF QUOTE-CHARS-IN = "NONE"

           PROCESS-RECORDS.
               ADD 1 TO RECORD-COUNT.
               MOVE INP TO FEED-RECORD-TEXT.
               PERFORM COUNT-FEED-RECORD.
               MOVE 0 TO MAP-COUNT.
               MOVE 0 TO STACK-DEPTH.
               MOVE 0 TO MAX-DEPTH-SEEN.
               MOVE 'N' TO RECORD-FAILED-SWITCH.
               MOVE SPACES TO FAIL-KIND.
               MOVE SPACES TO FAIL-PAIR.
               MOVE 0 TO FAIL-TAG-PAIR.
               MOVE SPACES TO FAIL-TAG-TEXT.
               MOVE SPACES TO FAIL-FIELD.
               MOVE 0 TO FAIL-COL.
               IF RECORD-TOO-LONG
                   MOVE 'Y' TO RECORD-FAILED-SWITCH
                   MOVE "TOO-LONG" TO FAIL-KIND
                   MOVE MAX-SCAN-COL TO FAIL-COL
               ELSE
                   IF FIELD-SCOPE-REQUESTED
                       PERFORM SELECT-RECORD-LAYOUT
                       PERFORM SCAN-ONE-FIELD
                           VARYING FIELD-INDEX FROM 1 BY 1
                           UNTIL FIELD-INDEX > FIELD-COUNT
                               OR RECORD-FAILED
                   ELSE
                       MOVE START-COL TO SEGMENT-START
                       MOVE END-COL TO SEGMENT-END
                       PERFORM SCAN-SEGMENT
                   END-IF
               END-IF.
               PERFORM WRITE-PASSFAIL-RECORD.
               END-IF.
               PERFORM READ-NEXT-RECORD.

      * one scan segment is the whole window, or one field of the
      * record in field-scoped mode; quotes and the bracket stack
      * never carry from one segment into the next
           SCAN-SEGMENT.
               MOVE 0 TO STACK-DEPTH.
               MOVE 'N' TO IN-LITERAL-SWITCH.
               PERFORM SCAN-COLUMN
                   VARYING MARKED FROM SEGMENT-START BY 1
                   UNTIL MARKED > SEGMENT-END
                       OR RECORD-FAILED.
               IF NOT RECORD-FAILED AND IN-LITERAL
                   MOVE 'Y' TO RECORD-FAILED-SWITCH
                   MOVE "OPENQUOT" TO FAIL-KIND
                   MOVE LITERAL-QUOTE-CHAR TO FAIL-PAIR (1:1)
                   MOVE LITERAL-QUOTE-CHAR TO FAIL-PAIR (2:1)
                   MOVE LITERAL-OPEN-COL TO FAIL-COL
               END-IF.
               IF NOT RECORD-FAILED AND STACK-DEPTH > 0
                   MOVE 'Y' TO RECORD-FAILED-SWITCH
                   MOVE "UNCLOSED" TO FAIL-KIND
                   PERFORM SET-FAIL-PAIR-FROM-STACK
               END-IF.

           SELECT-RECORD-LAYOUT.
               MOVE 0 TO LAYOUT-SET-SLOT.
               IF RECTYPE-COL > 0 AND LAYOUT-SET-COUNT > 1
                   PERFORM MATCH-LAYOUT-TYPE
                       VARYING LAYOUT-SET-INDEX FROM 1 BY 1
                       UNTIL LAYOUT-SET-INDEX > LAYOUT-SET-COUNT
                           OR LAYOUT-SET-SLOT > 0
               END-IF.
               IF LAYOUT-SET-SLOT = 0
                   MOVE 1 TO LAYOUT-SET-SLOT
               END-IF.

           MATCH-LAYOUT-TYPE.
               IF LAYOUT-TYPE-CHAR (LAYOUT-SET-INDEX)
                       = INP (RECTYPE-COL:1)
                   MOVE LAYOUT-SET-INDEX TO LAYOUT-SET-SLOT
               END-IF.

      * a field is scanned only where it overlaps the scan window
           SCAN-ONE-FIELD.
               IF FIELD-SET (FIELD-INDEX) = LAYOUT-SET-SLOT
                       AND FIELD-CHECKED (FIELD-INDEX)
                   MOVE FIELD-NAME (FIELD-INDEX) TO CURRENT-FIELD-NAME
                   MOVE FIELD-START (FIELD-INDEX) TO SEGMENT-START
                   MOVE FIELD-END (FIELD-INDEX) TO SEGMENT-END
                   IF SEGMENT-START < START-COL
                       MOVE START-COL TO SEGMENT-START
                   END-IF
                   IF SEGMENT-END > END-COL
                       MOVE END-COL TO SEGMENT-END
                   END-IF
                   IF SEGMENT-START <= SEGMENT-END
                       PERFORM SCAN-SEGMENT
                   END-IF
                   IF RECORD-FAILED
                       MOVE CURRENT-FIELD-NAME TO FAIL-FIELD
                   END-IF
               END-IF.

           SCAN-COLUMN.
               PERFORM CHECK-QUOTE-CHARACTER.
               IF QUOTE-TOGGLED OR IN-LITERAL
                   CONTINUE
               ELSE
                   MOVE 0 TO MATCHED-TAG
                   IF TAG-MODE-REQUESTED
                       PERFORM CHECK-TAG-TOKEN
                   END-IF
                   IF MATCHED-TAG = 0
                       PERFORM CHECK-OPEN-BRACKET
                       IF MATCHED-PAIR = 0
                           PERFORM CHECK-CLOSE-BRACKET
                       END-IF
                   END-IF
               END-IF.

      * end tokens are tried before start tokens so </ITEM> is never
      * taken for data; a matched token is stepped over whole so its
      * own characters are not rescanned as brackets
           CHECK-TAG-TOKEN.
               PERFORM CHECK-END-TAG.
               IF MATCHED-TAG = 0
                   PERFORM CHECK-START-TAG
               END-IF.
               IF MATCHED-TAG > 0 AND NOT RECORD-FAILED
                   COMPUTE MARKED = MARKED + MATCHED-TAG-LEN - 1
               END-IF.

           CHECK-END-TAG.
               PERFORM MATCH-END-TAG
                   VARYING TAG-INDEX FROM 1 BY 1
                   UNTIL TAG-INDEX > TAG-PAIR-COUNT
                       OR MATCHED-TAG > 0.
               IF MATCHED-TAG > 0
                   MOVE TAG-END-LEN (MATCHED-TAG) TO MATCHED-TAG-LEN
                   EVALUATE TRUE
                       WHEN STACK-DEPTH = 0
                           MOVE 'Y' TO RECORD-FAILED-SWITCH
                           MOVE "STRAY" TO FAIL-KIND
                           PERFORM SET-FAIL-TAG-FROM-MATCH
                       WHEN STACK-TAG (STACK-DEPTH) = MATCHED-TAG
                           IF STRUCTURE-REQUESTED
                               PERFORM RECORD-MATCHED-TAG
                           END-IF
                           SUBTRACT 1 FROM STACK-DEPTH
                       WHEN STACK-TAG (STACK-DEPTH) = 0
                           MOVE 'Y' TO RECORD-FAILED-SWITCH
                           MOVE "CROSSED" TO FAIL-KIND
                           PERFORM SET-FAIL-TAG-FROM-MATCH
                       WHEN OTHER
                           MOVE 'Y' TO RECORD-FAILED-SWITCH
                           MOVE "MISMATCH" TO FAIL-KIND
                           PERFORM SET-FAIL-TAG-FROM-MATCH
                           MOVE SPACES TO FAIL-TAG-TEXT
                           STRING TAG-NAME (STACK-TAG (STACK-DEPTH))
                                   DELIMITED BY SPACE
                               "/" DELIMITED BY SIZE
                               TAG-NAME (MATCHED-TAG)
                                   DELIMITED BY SPACE
                               INTO FAIL-TAG-TEXT
                   END-EVALUATE
               END-IF.

           MATCH-END-TAG.
               IF MARKED + TAG-END-LEN (TAG-INDEX) - 1 <= SEGMENT-END
                   IF INP (MARKED:TAG-END-LEN (TAG-INDEX))
                           = TAG-END-TOKEN (TAG-INDEX)
                       MOVE TAG-INDEX TO MATCHED-TAG
                   END-IF
               END-IF.

           CHECK-START-TAG.
               PERFORM MATCH-START-TAG
                   VARYING TAG-INDEX FROM 1 BY 1
                   UNTIL TAG-INDEX > TAG-PAIR-COUNT
                       OR MATCHED-TAG > 0.
               IF MATCHED-TAG > 0
                   MOVE TAG-START-LEN (MATCHED-TAG) TO MATCHED-TAG-LEN
                   ADD 1 TO STACK-DEPTH
                   MOVE 0 TO STACK-PAIR (STACK-DEPTH)
                   MOVE MATCHED-TAG TO STACK-TAG (STACK-DEPTH)
                   MOVE MARKED TO STACK-OPEN-COL (STACK-DEPTH)
                   IF STACK-DEPTH > MAX-DEPTH-SEEN
                       MOVE STACK-DEPTH TO MAX-DEPTH-SEEN
                   END-IF
                   IF DEPTH-LIMIT > 0
                           AND STACK-DEPTH > DEPTH-LIMIT
                       MOVE 'Y' TO RECORD-FAILED-SWITCH
                       MOVE "TOO-DEEP" TO FAIL-KIND
                       PERFORM SET-FAIL-TAG-FROM-MATCH
                   END-IF
               END-IF.

           MATCH-START-TAG.
               IF MARKED + TAG-START-LEN (TAG-INDEX) - 1
                       <= SEGMENT-END
                   IF INP (MARKED:TAG-START-LEN (TAG-INDEX))
                           = TAG-START-TOKEN (TAG-INDEX)
                       MOVE TAG-INDEX TO MATCHED-TAG
                   END-IF
               END-IF.

           SET-FAIL-TAG-FROM-MATCH.
               MOVE MATCHED-TAG TO FAIL-TAG-PAIR.
               MOVE TAG-NAME (MATCHED-TAG) TO FAIL-TAG-TEXT.
               MOVE MARKED TO FAIL-COL.

           CHECK-QUOTE-CHARACTER.
               MOVE 'N' TO QUOTE-TOGGLED-SWITCH.
               IF IN-LITERAL
               IF MATCHED-PAIR > 0
                   ADD 1 TO STACK-DEPTH
                   MOVE MATCHED-PAIR TO STACK-PAIR (STACK-DEPTH)
                   MOVE 0 TO STACK-TAG (STACK-DEPTH)
                   MOVE MARKED TO STACK-OPEN-COL (STACK-DEPTH)
                   IF STACK-DEPTH > MAX-DEPTH-SEEN
                       MOVE STACK-DEPTH TO MAX-DEPTH-SEEN
                   TO FAIL-PAIR (2:1).

           SET-FAIL-PAIR-FROM-STACK.
               IF STACK-TAG (STACK-DEPTH) > 0
                   MOVE STACK-TAG (STACK-DEPTH) TO FAIL-TAG-PAIR
                   MOVE TAG-NAME (FAIL-TAG-PAIR) TO FAIL-TAG-TEXT
               ELSE
                   MOVE PAIR-OPEN-CHAR (STACK-PAIR (STACK-DEPTH))
                       TO FAIL-PAIR (1:1)
                   MOVE PAIR-CLOSE-CHAR (STACK-PAIR (STACK-DEPTH))
                       TO FAIL-PAIR (2:1)
               END-IF.
               MOVE STACK-OPEN-COL (STACK-DEPTH) TO FAIL-COL.

           WRITE-PASSFAIL-RECORD.
           WRITE-REJECT-RECORD.
               MOVE FAIL-COL TO FORMATTED-COL.
               MOVE SPACES TO REJECT-OUT-RECORD.
               MOVE 1 TO REJECT-PTR.
               STRING INP DELIMITED BY SIZE
                   " KIND=" FAIL-KIND DELIMITED BY SIZE
                   INTO REJECT-OUT-RECORD
                   WITH POINTER REJECT-PTR.
               IF FAIL-TAG-PAIR > 0
                   STRING " TAG=" FAIL-TAG-TEXT DELIMITED BY SIZE
                       INTO REJECT-OUT-RECORD
                       WITH POINTER REJECT-PTR
               ELSE
                   STRING " PAIR=" FAIL-PAIR DELIMITED BY SIZE
                       INTO REJECT-OUT-RECORD
                       WITH POINTER REJECT-PTR
               END-IF.
               STRING " BADCOL=" FORMATTED-COL DELIMITED BY SIZE
                   INTO REJECT-OUT-RECORD
                   WITH POINTER REJECT-PTR.
               IF FIELD-SCOPE-REQUESTED
                   STRING " FIELD=" FAIL-FIELD DELIMITED BY SIZE
                       INTO REJECT-OUT-RECORD
                       WITH POINTER REJECT-PTR
               END-IF.
               WRITE REJECT-OUT-RECORD.
               ADD 1 TO FAIL-COUNT.
               PERFORM COUNT-FEED-FAILURE.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "eyeofsauron" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE INP (1:100) TO EXCEPT-INPUT.
               EVALUATE TRUE
                   WHEN FAIL-KIND = "UNCLOSED" AND FAIL-TAG-PAIR > 0
                       MOVE "TAG-UNCLOSED" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "CROSSED" AND FAIL-TAG-PAIR > 0
                       MOVE "TAG-CROSSED" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "MISMATCH"
                       MOVE "TAG-MISMATCH" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "STRAY"
                       MOVE "TAG-STRAY" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "UNOPENED"
                       MOVE "BRACKET-UNOPENED" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "UNCLOSED"
                       MOVE "BRACKET-UNCLOSED" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "CROSSED"
                       MOVE "BRACKET-CROSSED" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "TOO-DEEP"
                       MOVE "NESTING-TOO-DEEP" TO EXCEPT-REASON
                   WHEN FAIL-KIND = "OPENQUOT"
                       MOVE "UNTERMINATED-LITERAL" TO EXCEPT-REASON
                   WHEN OTHER
                       MOVE "UNBALANCED-DELIMITER" TO EXCEPT-REASON
               END-EVALUATE.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE CURRENT-FEED TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           RECORD-MATCHED-PAIR.
                       TO MAP-OPEN-CHAR (MAP-COUNT)
                   MOVE PAIR-CLOSE-CHAR (MATCHED-PAIR)
                       TO MAP-CLOSE-CHAR (MAP-COUNT)
                   MOVE SPACES TO MAP-TAG-NAME (MAP-COUNT)
                   MOVE CURRENT-FIELD-NAME
                       TO MAP-FIELD-NAME (MAP-COUNT)
                   MOVE STACK-OPEN-COL (STACK-DEPTH)
                       TO MAP-OPEN-COL (MAP-COUNT)
                   MOVE MARKED TO MAP-CLOSE-COL (MAP-COUNT)
                   MOVE STACK-DEPTH TO MAP-DEPTH (MAP-COUNT)
               END-IF.

           RECORD-MATCHED-TAG.
               IF MAP-COUNT < MAX-MAP-ENTRIES
                   ADD 1 TO MAP-COUNT
                   MOVE SPACES TO MAP-OPEN-CHAR (MAP-COUNT)
                   MOVE SPACES TO MAP-CLOSE-CHAR (MAP-COUNT)
                   MOVE TAG-NAME (MATCHED-TAG)
                       TO MAP-TAG-NAME (MAP-COUNT)
                   MOVE CURRENT-FIELD-NAME
                       TO MAP-FIELD-NAME (MAP-COUNT)
                   MOVE STACK-OPEN-COL (STACK-DEPTH)
                       TO MAP-OPEN-COL (MAP-COUNT)
                   MOVE MARKED TO MAP-CLOSE-COL (MAP-COUNT)
               MOVE MAP-CLOSE-COL (MAP-INDEX) TO FORMATTED-CLOSE-COL.
               MOVE MAP-DEPTH (MAP-INDEX) TO FORMATTED-MAP-DEPTH.
               MOVE SPACES TO STRUCTURE-OUT-RECORD.
               IF MAP-TAG-NAME (MAP-INDEX) NOT = SPACES
                   STRING "RECORD " FORMATTED-RECNO
                       " TAG " MAP-TAG-NAME (MAP-INDEX)
                       " OPEN " FORMATTED-OPEN-COL
                       " CLOSE " FORMATTED-CLOSE-COL
                       " DEPTH " FORMATTED-MAP-DEPTH
                       DELIMITED BY SIZE INTO STRUCTURE-OUT-RECORD
               ELSE
                   STRING "RECORD " FORMATTED-RECNO
                       " PAIR " MAP-OPEN-CHAR (MAP-INDEX)
                       MAP-CLOSE-CHAR (MAP-INDEX)
                       " OPEN " FORMATTED-OPEN-COL
                       " CLOSE " FORMATTED-CLOSE-COL
                       " DEPTH " FORMATTED-MAP-DEPTH
                       DELIMITED BY SIZE INTO STRUCTURE-OUT-RECORD
               END-IF.
               IF MAP-FIELD-NAME (MAP-INDEX) NOT = SPACES
                   MOVE "FIELD" TO STRUCTURE-OUT-RECORD (61:5)
                   MOVE MAP-FIELD-NAME (MAP-INDEX)
                       TO STRUCTURE-OUT-RECORD (67:12)
               END-IF.
               WRITE STRUCTURE-OUT-RECORD.

           PROPOSE-REPAIR.
                   COMPUTE REPAIR-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM (INP TRAILING))
               END-IF.
               IF FIELD-SCOPE-REQUESTED
                   PERFORM PROPOSE-FIELD-REPAIR
               ELSE
                   PERFORM PROPOSE-STREAM-REPAIR
               END-IF.
               IF REPAIR-BUILT
                   PERFORM WRITE-REPAIR-RECORD
               END-IF.

           PROPOSE-STREAM-REPAIR.
               EVALUATE FAIL-KIND
                   WHEN "UNCLOSED"
                       IF FAIL-TAG-PAIR > 0
                           MOVE TAG-END-LEN (FAIL-TAG-PAIR)
                               TO REPAIR-TOKEN-LEN
                           IF STACK-DEPTH = 1 AND REPAIR-LEN
                                   + REPAIR-TOKEN-LEN <= 100
                               PERFORM BUILD-APPEND-END-TAG
                           END-IF
                       ELSE
                           IF STACK-DEPTH = 1 AND REPAIR-LEN < 100
                               PERFORM BUILD-APPEND-CLOSER
                           END-IF
                       END-IF
                   WHEN "STRAY"
                       MOVE TAG-END-LEN (FAIL-TAG-PAIR)
                           TO REPAIR-TOKEN-LEN
                       IF REPAIR-LEN <= 100 AND FAIL-COL
                               + REPAIR-TOKEN-LEN - 1 <= REPAIR-LEN
                           PERFORM BUILD-REMOVE-STRAY-TAG
                       END-IF
                   WHEN "UNOPENED"
                       IF REPAIR-LEN <= 100
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * a fixed-position record cannot gain or lose a byte without
      * shifting every field after the fault, so in field-scoped mode
      * an orphan closer or stray end tag is blanked where it stands
      * and an unclosed field is left for hand repair
           PROPOSE-FIELD-REPAIR.
               EVALUATE FAIL-KIND
                   WHEN "UNOPENED"
                       MOVE 1 TO REPAIR-TOKEN-LEN
                   WHEN "STRAY"
                       MOVE TAG-END-LEN (FAIL-TAG-PAIR)
                           TO REPAIR-TOKEN-LEN
                   WHEN OTHER
                       MOVE 0 TO REPAIR-TOKEN-LEN
               END-EVALUATE.
               IF REPAIR-TOKEN-LEN > 0 AND REPAIR-LEN <= 100
                       AND FAIL-COL + REPAIR-TOKEN-LEN - 1
                           <= REPAIR-LEN
                   PERFORM BUILD-BLANK-IN-PLACE
               END-IF.

           BUILD-BLANK-IN-PLACE.
               MOVE INP (1:REPAIR-LEN) TO REPAIR-TEXT.
               MOVE SPACES TO REPAIR-TEXT (FAIL-COL:REPAIR-TOKEN-LEN).
               MOVE FAIL-COL TO FORMATTED-REPAIR-COL.
               STRING "BLANKED COL" FORMATTED-REPAIR-COL
                   DELIMITED BY SIZE INTO REPAIR-TAG.
               SET REPAIR-BUILT TO TRUE.

           BUILD-APPEND-CLOSER.
               IF REPAIR-LEN > 0
                   MOVE INP (1:REPAIR-LEN) TO REPAIR-TEXT
                   DELIMITED BY SIZE INTO REPAIR-TAG.
               SET REPAIR-BUILT TO TRUE.

           BUILD-APPEND-END-TAG.
               IF REPAIR-LEN > 0
                   MOVE INP (1:REPAIR-LEN) TO REPAIR-TEXT
               END-IF.
               MOVE TAG-END-TOKEN (FAIL-TAG-PAIR)
                   TO REPAIR-TEXT (REPAIR-LEN + 1:REPAIR-TOKEN-LEN).
               STRING "APPENDED-TAG " FAIL-TAG-TEXT
                   DELIMITED BY SIZE INTO REPAIR-TAG.
               SET REPAIR-BUILT TO TRUE.

           BUILD-REMOVE-STRAY-TAG.
               IF FAIL-COL > 1
                   MOVE INP (1:FAIL-COL - 1) TO REPAIR-TEXT
               END-IF.
               IF FAIL-COL + REPAIR-TOKEN-LEN - 1 < REPAIR-LEN
                   MOVE INP (FAIL-COL + REPAIR-TOKEN-LEN:
                           REPAIR-LEN - FAIL-COL - REPAIR-TOKEN-LEN + 1)
                       TO REPAIR-TEXT (FAIL-COL:)
               END-IF.
               MOVE FAIL-COL TO FORMATTED-REPAIR-COL.
               STRING "REMOVED-STRAY COL" FORMATTED-REPAIR-COL
                   DELIMITED BY SIZE INTO REPAIR-TAG.
               SET REPAIR-BUILT TO TRUE.

           WRITE-REPAIR-RECORD.
               ADD 1 TO REPAIR-COUNT.
               MOVE FAIL-COUNT TO REPAIR-SEQ-DISPLAY.

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
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           WRITE-ONE-FEED-LINE.
               PERFORM BUILD-FEED-SUMMARY-LINE.
               MOVE SPACES TO PASSFAIL-OUT-RECORD.
               MOVE FEED-SUMMARY-LINE TO PASSFAIL-OUT-RECORD.
               WRITE PASSFAIL-OUT-RECORD.

           TERMINATE-RUN.
               OPEN OUTPUT EYE-CKP.
               CLOSE EYE-CKP.
               PERFORM WRITE-ONE-FEED-LINE
                   VARYING FEED-INDEX FROM 1 BY 1
                   UNTIL FEED-INDEX > FEED-TALLY-COUNT.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE RECORDS-IN.
               CLOSE PASSFAIL-OUT.

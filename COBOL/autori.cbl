           SELECT WHITELIST-IN ASSIGN TO "AUTORIWL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHITELIST-STATUS.
           SELECT TRANSLATE-IN ASSIGN TO "AUTORIXLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSLATE-STATUS.
           SELECT AUTORI-COR ASSIGN TO "AUTORICOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-OUT ASSIGN TO "AUTORICAN"
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HEARTBEAT-OUT ASSIGN TO "SUITEHBT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-RPT ASSIGN TO "AUTORIFDR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTORI-REJ.
           01 AUTORI-REJ-RECORD PIC A(130).
       FD  LAYOUT-IN.
           01 LAYOUT-IN-RECORD PIC X(80).
       FD  WHITELIST-IN.
           01 WHITELIST-IN-RECORD PIC X(20).
       FD  TRANSLATE-IN.
           01 TRANSLATE-IN-RECORD PIC X(80).
       FD  AUTORI-COR.
           01 AUTORI-COR-RECORD PIC X(100).
       FD  CANDIDATE-OUT.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  HEARTBEAT-OUT.
           COPY HRTBEAT.
       FD  SUITE-LOG.
           COPY RUNLOG.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  FEED-RPT.
           01 FEED-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 INP PIC A(100).
           01 FORMATTED-POS   PIC Z(2)9.

           01 LAYOUT-STATUS PIC XX.
           01 LAYOUT-LINE PIC X(80).
           01 LAYOUT-EOF-SWITCH PIC X VALUE 'N'.
               88 LAYOUT-EOF VALUE 'Y'.
           01 LAYOUT-FIELD-START  PIC 999.
      * per-field severity - a WARN field's hits are counted and
      * shown on the record report line but do not reject the record;
      * anything else (REJECT or an unmarked card) keeps the old
      * rejecting behaviour.  a field name and bracket flag may
      * follow the severity; those belong to eyeofsauron's
      * field-scoped bracket check and are ignored here
           01 LAYOUT-SEVERITY-TEXT PIC X(8).
           01 LAYOUT-SEVERITY-CODE PIC X.
           01 RECORD-WARN-COUNT PIC 999.
           01 LAYOUT-KEYWORD PIC X(12).
           01 LAYOUT-TYPE-TOKEN PIC X(4).

      * batch structure - 'STRUCTURE' cards in the layout file group
      * the records by type: 'STRUCTURE HEADER h' names the type that
      * opens a group, 'STRUCTURE TRAILER t start length' the type
      * that closes it and the field holding the count of records
      * between header and trailer, 'STRUCTURE FOLLOWS x a b ...' the
      * only types record type x may directly follow, and
      * 'STRUCTURE OCCURS x min max' how often type x may appear in
      * one group.  a group that breaks a rule, a record before any
      * header and a group the file ends inside are rejected whole
      * to AUTORIREJ and SUITEEXC with the structural reason; records
      * already rejected on their own are not written twice.  the
      * group's records are held until it closes, and no checkpoint
      * is taken while a group is open, so a restart always resumes
      * on a group boundary
           01 STRUCTURE-HEADER-TYPE PIC X VALUE SPACE.
           01 STRUCTURE-TRAILER-TYPE PIC X VALUE SPACE.
           01 TRAILER-COUNT-START PIC 999 VALUE 0.
           01 TRAILER-COUNT-LENGTH PIC 9 VALUE 0.
           01 STRUCTURE-SWITCH PIC X VALUE 'N'.
               88 STRUCTURE-ACTIVE VALUE 'Y'.
           01 STRUCTURE-KEYWORD PIC X(12).
           01 STRUCTURE-TYPE-TOKEN PIC X(4).
           01 STRUCTURE-VALUE-1 PIC X(4).
           01 STRUCTURE-VALUE-2 PIC X(4).
           01 STRUCTURE-FOLLOWS-TEXT PIC X(40).
           01 STRUCTURE-RULE-TABLE.
               05 STRUCTURE-RULE OCCURS 20 TIMES.
                   10 SR-TYPE PIC X.
                   10 SR-FOLLOWS PIC X(10).
                   10 SR-MIN PIC 999.
                   10 SR-MAX PIC 999.
                   10 SR-OCCURS-SWITCH PIC X.
                       88 SR-OCCURS-SET VALUE 'Y'.
                   10 SR-SEEN PIC 9(6).
           01 STRUCTURE-RULE-COUNT PIC 99 VALUE 0.
           01 MAX-STRUCTURE-RULES PIC 99 VALUE 20.
           01 STRUCTURE-RULE-INDEX PIC 99.
           01 STRUCTURE-RULE-SLOT PIC 99.
           01 FOLLOWS-INDEX PIC 99.
           01 FOLLOWS-PTR PIC 99.
           01 FOLLOWS-TOKEN PIC X(4).
           01 FOLLOWS-OK-SWITCH PIC X.
               88 FOLLOWS-OK VALUE 'Y'.
           01 RECORD-TYPE-CHAR PIC X.
           01 PREVIOUS-TYPE-CHAR PIC X.
           01 GROUP-SWITCH PIC X VALUE 'N'.
               88 GROUP-OPEN VALUE 'Y'.
           01 GROUP-FAILED-SWITCH PIC X VALUE 'N'.
               88 GROUP-FAILED VALUE 'Y'.
           01 GROUP-REASON PIC X(20).
           01 STRUCTURE-REASON PIC X(20).
           01 GROUP-START-RECNO PIC 9(6).
           01 GROUP-DETAIL-COUNT PIC 9(6).
           01 TRAILER-COUNT-VALUE PIC 9(9).
           01 GROUP-HOLD-TABLE.
               05 GROUP-HOLD-ENTRY OCCURS 200 TIMES.
                   10 HOLD-TEXT PIC X(100).
                   10 HOLD-REJECTED PIC X.
           01 GROUP-HOLD-COUNT PIC 999 VALUE 0.
           01 MAX-GROUP-HOLD-ENTRIES PIC 999 VALUE 200.
           01 GROUP-HOLD-INDEX PIC 999.
           01 RECORD-REJECTED-SWITCH PIC X.
               88 RECORD-REJECTED VALUE 'Y'.
           01 GROUP-COUNT PIC 9(6) VALUE 0.
           01 GROUP-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 GROUP-REJECT-TEXT PIC X(100).
           01 CHECKPOINT-DUE-SWITCH PIC X VALUE 'N'.
               88 CHECKPOINT-DUE VALUE 'Y'.

           01 WHITELIST-STATUS PIC XX.
           01 WHITELIST-EOF-SWITCH PIC X VALUE 'N'.
               88 WHITELIST-EOF VALUE 'Y'.

           01 VIOLATION-REASON PIC X(20).

      * character-class screen - any byte below space or above the
      * printable ascii range (tabs, low-values, control bytes and
      * code-page characters such as accented letters) is flagged by
      * column with its hex value and rejects the record, whatever
      * the column's case policy or severity.  the optional AUTORIXLT
      * table maps known bad bytes to replacements, one card per
      * byte - 'C9 45 accented capital e' - as two hex values with
      * any comment after them; in correction mode a mapped byte is
      * replaced through AUTORICOR and logged to AUTORICHG with a HEX
      * tag, so it goes through the same autoriapply review as the
      * case folds
           01 SCREEN-MODE PIC X VALUE 'Y'.
               88 SCREEN-REQUESTED VALUE 'Y'.
           01 SCREEN-TABLE.
               05 SCREEN-COL PIC 999 OCCURS 100 TIMES.
           01 SCREEN-COUNT PIC 999 VALUE 0.
           01 SCREEN-INDEX PIC 999.
           01 BAD-CHARACTER-COUNT PIC 9(6) VALUE 0.
           01 TRANSLATED-COUNT PIC 9(6) VALUE 0.
           01 TRANSLATE-STATUS PIC XX.
           01 TRANSLATE-EOF-SWITCH PIC X VALUE 'N'.
               88 TRANSLATE-EOF VALUE 'Y'.
           01 TRANSLATE-FROM-TEXT PIC X(4).
           01 TRANSLATE-TO-TEXT PIC X(4).
           01 TRANSLATE-FROM-BYTE PIC X.
           01 TRANSLATE-TO-BYTE PIC X.
           01 TRANSLATE-CARD-SWITCH PIC X.
               88 TRANSLATE-CARD-VALID VALUE 'Y'.
           01 TRANSLATE-MAP.
               05 TRANSLATE-ENTRY OCCURS 256 TIMES.
                   10 TRANSLATE-TO PIC X.
                   10 TRANSLATE-SET-SWITCH PIC X.
                       88 TRANSLATE-SET VALUE 'Y'.
           01 TRANSLATE-SLOT PIC 999.
           01 TRANSLATE-CARD-COUNT PIC 999 VALUE 0.
           01 BEFORE-HEX PIC X(2).
           01 AFTER-HEX PIC X(2).
           01 SHOWN-AFTER-CHAR PIC X.
           01 FORMATTED-BAD PIC Z(5)9.
           COPY HEXCNVWS.

           01 CORRECTION-MODE PIC X VALUE 'N'.
               88 CORRECTION-REQUESTED VALUE 'Y'.
           01 CORRECTED-LINE PIC X(100).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.
           01 REJECT-COUNT PIC 9(6) VALUE 0.

      * supplier feeds - rejects are tallied by the feed each record
      * came from and listed per feed on AUTORIFDR at the end of the
      * run; with no FEED-ID card the whole of AUTORIIN is one feed
           COPY FEEDWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "AUTORIIN" TO FEED-ID.
               MOVE MAX-SCAN-COL TO FEED-RECORD-WIDTH.
               PERFORM LOAD-PARAMETER-FILE.
               IF NOT PARM-FILE-LOADED
                   DISPLAY "ENTER START COLUMN: "
                   ACCEPT CORRECTION-MODE
               END-IF.
               PERFORM VALIDATE-SCAN-WINDOW.
               PERFORM VALIDATE-FEED-SETTINGS.
               PERFORM LOAD-LAYOUT-TABLE.
               PERFORM LOAD-WHITELIST-TABLE.
               IF SCREEN-REQUESTED
                   PERFORM LOAD-TRANSLATION-TABLE
               END-IF.
               OPEN INPUT AUTORI-IN.
               OPEN OUTPUT AUTORI-REJ.
               IF CORRECTION-REQUESTED
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "CORRECTION-MODE"
                       MOVE PARM-VALUE (1:1) TO CORRECTION-MODE
                   WHEN "CHARACTER-SCREEN"
                       MOVE PARM-VALUE (1:1) TO SCREEN-MODE
                   WHEN "CANDIDATE-THRESHOLD"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE CANDIDATE-THRESHOLD =
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

           VALIDATE-SCAN-WINDOW.
               IF START-COL < 1 OR END-COL > MAX-SCAN-COL
                       OR START-COL > END-COL
                   PERFORM LOAD-LAYOUT-FIELD UNTIL LAYOUT-EOF
                   CLOSE LAYOUT-IN
               END-IF.
               IF STRUCTURE-HEADER-TYPE NOT = SPACE
                   PERFORM VALIDATE-STRUCTURE-RULES
               END-IF.
               IF LAYOUT-FIELD-COUNT = 0
                   PERFORM OPEN-DEFAULT-LAYOUT
                   PERFORM FILL-WINDOW-POLICY
                   WHEN "LAYOUT"
                       PERFORM OPEN-NAMED-LAYOUT
                       PERFORM READ-LAYOUT-LINE
                   WHEN "STRUCTURE"
                       PERFORM PARSE-STRUCTURE-CARD
                       PERFORM READ-LAYOUT-LINE
                   WHEN OTHER
                       PERFORM PARSE-LAYOUT-FIELD
               END-EVALUATE.

           PARSE-STRUCTURE-CARD.
               MOVE SPACES TO STRUCTURE-KEYWORD.
               MOVE SPACES TO STRUCTURE-TYPE-TOKEN.
               MOVE SPACES TO STRUCTURE-VALUE-1.
               MOVE SPACES TO STRUCTURE-VALUE-2.
               MOVE SPACES TO STRUCTURE-FOLLOWS-TEXT.
               UNSTRING LAYOUT-LINE DELIMITED BY ALL SPACE
                   INTO LAYOUT-KEYWORD, STRUCTURE-KEYWORD,
                       STRUCTURE-TYPE-TOKEN, STRUCTURE-VALUE-1,
                       STRUCTURE-VALUE-2.
               IF STRUCTURE-TYPE-TOKEN = SPACES
                       OR STRUCTURE-TYPE-TOKEN (2:3) NOT = SPACES
                   PERFORM REJECT-STRUCTURE-CARD
               END-IF.
               EVALUATE STRUCTURE-KEYWORD
                   WHEN "HEADER"
                       MOVE STRUCTURE-TYPE-TOKEN (1:1)
                           TO STRUCTURE-HEADER-TYPE
                   WHEN "TRAILER"
                       MOVE STRUCTURE-TYPE-TOKEN (1:1)
                           TO STRUCTURE-TRAILER-TYPE
                       IF STRUCTURE-VALUE-1 = SPACES
                               OR STRUCTURE-VALUE-2 = SPACES
                           PERFORM REJECT-STRUCTURE-CARD
                       END-IF
                       COMPUTE TRAILER-COUNT-START =
                           FUNCTION NUMVAL (STRUCTURE-VALUE-1)
                       COMPUTE TRAILER-COUNT-LENGTH =
                           FUNCTION NUMVAL (STRUCTURE-VALUE-2)
                       IF TRAILER-COUNT-START < 1
                               OR TRAILER-COUNT-LENGTH < 1
                               OR TRAILER-COUNT-START
                                   + TRAILER-COUNT-LENGTH - 1
                                   > MAX-SCAN-COL
                           PERFORM REJECT-STRUCTURE-CARD
                       END-IF
                   WHEN "FOLLOWS"
                       PERFORM FIND-STRUCTURE-RULE-SLOT
                       MOVE LAYOUT-LINE TO STRUCTURE-FOLLOWS-TEXT
                       PERFORM LOAD-FOLLOWS-LIST
                   WHEN "OCCURS"
                       PERFORM FIND-STRUCTURE-RULE-SLOT
                       IF STRUCTURE-VALUE-1 = SPACES
                               OR STRUCTURE-VALUE-2 = SPACES
                           PERFORM REJECT-STRUCTURE-CARD
                       END-IF
                       COMPUTE SR-MIN (STRUCTURE-RULE-SLOT) =
                           FUNCTION NUMVAL (STRUCTURE-VALUE-1)
                       COMPUTE SR-MAX (STRUCTURE-RULE-SLOT) =
                           FUNCTION NUMVAL (STRUCTURE-VALUE-2)
                       IF SR-MIN (STRUCTURE-RULE-SLOT)
                               > SR-MAX (STRUCTURE-RULE-SLOT)
                           PERFORM REJECT-STRUCTURE-CARD
                       END-IF
                       MOVE 'Y'
                           TO SR-OCCURS-SWITCH (STRUCTURE-RULE-SLOT)
                   WHEN OTHER
                       PERFORM REJECT-STRUCTURE-CARD
               END-EVALUATE.

           REJECT-STRUCTURE-CARD.
               DISPLAY "INVALID STRUCTURE CARD - " LAYOUT-LINE.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

      * the rule slot for the card's record type, added on first sight
           FIND-STRUCTURE-RULE-SLOT.
               MOVE STRUCTURE-TYPE-TOKEN (1:1) TO RECORD-TYPE-CHAR.
               PERFORM LOCATE-STRUCTURE-RULE.
               IF STRUCTURE-RULE-SLOT = 0
                   IF STRUCTURE-RULE-COUNT = MAX-STRUCTURE-RULES
                       DISPLAY "TOO MANY STRUCTURE RECORD TYPES - "
                           LAYOUT-LINE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO STRUCTURE-RULE-COUNT
                   MOVE STRUCTURE-RULE-COUNT TO STRUCTURE-RULE-SLOT
                   MOVE RECORD-TYPE-CHAR
                       TO SR-TYPE (STRUCTURE-RULE-SLOT)
                   MOVE SPACES TO SR-FOLLOWS (STRUCTURE-RULE-SLOT)
                   MOVE 0 TO SR-MIN (STRUCTURE-RULE-SLOT)
                   MOVE 0 TO SR-MAX (STRUCTURE-RULE-SLOT)
                   MOVE 'N' TO SR-OCCURS-SWITCH (STRUCTURE-RULE-SLOT)
               END-IF.

           LOCATE-STRUCTURE-RULE.
               MOVE 0 TO STRUCTURE-RULE-SLOT.
               PERFORM MATCH-STRUCTURE-RULE
                   VARYING STRUCTURE-RULE-INDEX FROM 1 BY 1
                   UNTIL STRUCTURE-RULE-INDEX > STRUCTURE-RULE-COUNT
                       OR STRUCTURE-RULE-SLOT > 0.

           MATCH-STRUCTURE-RULE.
               IF SR-TYPE (STRUCTURE-RULE-INDEX) = RECORD-TYPE-CHAR
                   MOVE STRUCTURE-RULE-INDEX TO STRUCTURE-RULE-SLOT
               END-IF.

      * the allowed predecessors are the single-character tokens after
      * 'STRUCTURE FOLLOWS x', kept as a string of type characters
           LOAD-FOLLOWS-LIST.
               MOVE 1 TO FOLLOWS-PTR.
               MOVE 0 TO FOLLOWS-INDEX.
               PERFORM SKIP-FOLLOWS-PREFIX 3 TIMES.
               PERFORM LOAD-ONE-FOLLOWS-TOKEN 11 TIMES.
               IF FOLLOWS-INDEX = 0
                   PERFORM REJECT-STRUCTURE-CARD
               END-IF.

           SKIP-FOLLOWS-PREFIX.
               MOVE SPACES TO FOLLOWS-TOKEN.
               UNSTRING STRUCTURE-FOLLOWS-TEXT DELIMITED BY ALL SPACE
                   INTO FOLLOWS-TOKEN
                   WITH POINTER FOLLOWS-PTR.

           LOAD-ONE-FOLLOWS-TOKEN.
               MOVE SPACES TO FOLLOWS-TOKEN.
               UNSTRING STRUCTURE-FOLLOWS-TEXT DELIMITED BY ALL SPACE
                   INTO FOLLOWS-TOKEN
                   WITH POINTER FOLLOWS-PTR.
               IF FOLLOWS-TOKEN NOT = SPACES
                   IF FOLLOWS-TOKEN (2:3) NOT = SPACES
                           OR FOLLOWS-INDEX = 10
                       PERFORM REJECT-STRUCTURE-CARD
                   END-IF
                   ADD 1 TO FOLLOWS-INDEX
                   MOVE FOLLOWS-TOKEN (1:1)
                       TO SR-FOLLOWS (STRUCTURE-RULE-SLOT)
                           (FOLLOWS-INDEX:1)
               END-IF.

           VALIDATE-STRUCTURE-RULES.
               IF RECTYPE-COL = 0
                   DISPLAY "STRUCTURE RULES NEED A RECTYPE-COL CARD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF STRUCTURE-TRAILER-TYPE = SPACE
                       OR STRUCTURE-TRAILER-TYPE
                           = STRUCTURE-HEADER-TYPE
                   DISPLAY "STRUCTURE RULES NEED A TRAILER TYPE "
                       "DIFFERENT FROM THE HEADER TYPE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'Y' TO STRUCTURE-SWITCH.

           OPEN-DEFAULT-LAYOUT.
               MOVE 1 TO LAYOUT-SET-COUNT.
               MOVE 1 TO CURRENT-LAYOUT.
               END-IF.
               PERFORM READ-WHITELIST-LINE.

           LOAD-TRANSLATION-TABLE.
               MOVE SPACES TO TRANSLATE-MAP.
               OPEN INPUT TRANSLATE-IN.
               IF TRANSLATE-STATUS = "00"
                   PERFORM READ-TRANSLATION-LINE
                   PERFORM LOAD-ONE-TRANSLATION UNTIL TRANSLATE-EOF
                   CLOSE TRANSLATE-IN
               END-IF.

           READ-TRANSLATION-LINE.
               READ TRANSLATE-IN INTO TRANSLATE-IN-RECORD
                   AT END SET TRANSLATE-EOF TO TRUE
               END-READ.

      * both bytes must be given as two hex digits; a card mapping a
      * printable character, or mapping to a byte the screen would
      * flag in its turn, is a mistake in the table and stops the run
           LOAD-ONE-TRANSLATION.
               IF TRANSLATE-IN-RECORD = SPACES
                       OR TRANSLATE-IN-RECORD (1:1) = "*"
                   CONTINUE
               ELSE
                   PERFORM PARSE-TRANSLATION-CARD
                   IF NOT TRANSLATE-CARD-VALID
                       DISPLAY "INVALID TRANSLATION CARD - "
                           TRANSLATE-IN-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE TRANSLATE-SLOT =
                       FUNCTION ORD (TRANSLATE-FROM-BYTE)
                   MOVE TRANSLATE-TO-BYTE
                       TO TRANSLATE-TO (TRANSLATE-SLOT)
                   MOVE 'Y' TO TRANSLATE-SET-SWITCH (TRANSLATE-SLOT)
                   ADD 1 TO TRANSLATE-CARD-COUNT
               END-IF.
               PERFORM READ-TRANSLATION-LINE.

           PARSE-TRANSLATION-CARD.
               MOVE 'Y' TO TRANSLATE-CARD-SWITCH.
               MOVE SPACES TO TRANSLATE-FROM-TEXT.
               MOVE SPACES TO TRANSLATE-TO-TEXT.
               UNSTRING TRANSLATE-IN-RECORD DELIMITED BY ALL SPACE
                   INTO TRANSLATE-FROM-TEXT, TRANSLATE-TO-TEXT.
               IF TRANSLATE-FROM-TEXT (3:2) NOT = SPACES
                       OR TRANSLATE-TO-TEXT (3:2) NOT = SPACES
                   MOVE 'N' TO TRANSLATE-CARD-SWITCH
               END-IF.
               MOVE TRANSLATE-FROM-TEXT (1:2) TO HEX-PAIR.
               PERFORM HEX-PAIR-TO-BYTE.
               IF HEX-PAIR-VALID
                   MOVE HEX-BYTE TO TRANSLATE-FROM-BYTE
               ELSE
                   MOVE 'N' TO TRANSLATE-CARD-SWITCH
               END-IF.
               MOVE TRANSLATE-TO-TEXT (1:2) TO HEX-PAIR.
               PERFORM HEX-PAIR-TO-BYTE.
               IF HEX-PAIR-VALID
                   MOVE HEX-BYTE TO TRANSLATE-TO-BYTE
               ELSE
                   MOVE 'N' TO TRANSLATE-CARD-SWITCH
               END-IF.
               IF TRANSLATE-CARD-VALID
                   IF TRANSLATE-FROM-BYTE NOT < SPACE
                           AND TRANSLATE-FROM-BYTE NOT > "~"
                       MOVE 'N' TO TRANSLATE-CARD-SWITCH
                   END-IF
                   IF TRANSLATE-TO-BYTE < SPACE
                           OR TRANSLATE-TO-BYTE > "~"
                       MOVE 'N' TO TRANSLATE-CARD-SWITCH
                   END-IF
               END-IF.

           CHECK-FOR-RESTART.
               OPEN INPUT AUTORI-CKP.
               IF CKP-STATUS = "00"

           PROCESS-RECORDS.
               ADD 1 TO RECORD-COUNT.
               MOVE INP TO FEED-RECORD-TEXT.
               PERFORM COUNT-FEED-RECORD.
               MOVE 0 TO UPPER-COUNT.
               MOVE 0 TO RECORD-WARN-COUNT.
               MOVE 0 TO SCREEN-COUNT.
               MOVE SPACES TO VIOLATION-REASON.
               PERFORM SELECT-RECORD-LAYOUT.
               PERFORM SCAN-COLUMN
                       UNTIL POSITION-INDEX > UPPER-COUNT
               END-IF.
               PERFORM WRITE-RECORD-REPORT.
               IF SCREEN-COUNT > 0
                   PERFORM WRITE-BAD-CHARACTER-LINE
                       VARYING SCREEN-INDEX FROM 1 BY 1
                       UNTIL SCREEN-INDEX > SCREEN-COUNT
               END-IF.
               MOVE 'N' TO RECORD-REJECTED-SWITCH.
               IF UPPER-COUNT > 0 OR SCREEN-COUNT > 0
                   PERFORM WRITE-REJECT-RECORD
                   MOVE 'Y' TO RECORD-REJECTED-SWITCH
               END-IF.
               IF CORRECTION-REQUESTED
                   PERFORM WRITE-CORRECTED-RECORD
               END-IF.
               IF STRUCTURE-ACTIVE
                   PERFORM CHECK-RECORD-STRUCTURE
               END-IF.
               DIVIDE RECORD-COUNT BY CHECKPOINT-INTERVAL
                   GIVING CKP-QUOTIENT REMAINDER CKP-REMAINDER.
               IF CKP-REMAINDER = 0
                   MOVE 'Y' TO CHECKPOINT-DUE-SWITCH
               END-IF.
               IF CHECKPOINT-DUE AND NOT GROUP-OPEN
                   PERFORM WRITE-CHECKPOINT
                   MOVE 'N' TO CHECKPOINT-DUE-SWITCH
               END-IF.
               PERFORM READ-NEXT-RECORD.

               END-IF.

           SCAN-COLUMN.
               IF SCREEN-REQUESTED
                       AND (INP (FST:1) < SPACE OR INP (FST:1) > "~")
                   PERFORM FLAG-BAD-CHARACTER
               ELSE
                   PERFORM CHECK-COLUMN-POLICY
               END-IF.

           CHECK-COLUMN-POLICY.
               EVALUATE COLUMN-POLICY (FST)
                   WHEN 'L'
                       IF INP (FST:1) IS ALPHABETIC-UPPER
                       CONTINUE
               END-EVALUATE.

           FLAG-BAD-CHARACTER.
               ADD 1 TO SCREEN-COUNT.
               MOVE FST TO SCREEN-COL (SCREEN-COUNT).
               ADD 1 TO BAD-CHARACTER-COUNT.
               IF VIOLATION-REASON = SPACES
                   MOVE "BAD-CHARACTER" TO VIOLATION-REASON
               END-IF.

           FLAG-CASE-VIOLATION.
               IF COLUMN-SEVERITY (FST) = 'W'
                   ADD 1 TO RECORD-WARN-COUNT
                   WITH POINTER POSITIONS-PTR
               END-STRING.

           WRITE-BAD-CHARACTER-LINE.
               MOVE SCREEN-COL (SCREEN-INDEX) TO FORMATTED-POS.
               MOVE INP (SCREEN-COL (SCREEN-INDEX):1) TO HEX-BYTE.
               PERFORM BYTE-TO-HEX-PAIR.
               DISPLAY "RECORD " FORMATTED-RECNO
                   " BADCHAR COL " FORMATTED-POS
                   " HEX " HEX-PAIR.

           WRITE-REJECT-RECORD.
               COMPUTE FORMATTED-COUNT = UPPER-COUNT + SCREEN-COUNT.
               MOVE SPACES TO AUTORI-REJ-RECORD.
               STRING INP DELIMITED BY SIZE
                   " *" FORMATTED-COUNT DELIMITED BY SIZE
                   INTO AUTORI-REJ-RECORD.
               WRITE AUTORI-REJ-RECORD.
               ADD 1 TO REJECT-COUNT.
               PERFORM COUNT-FEED-FAILURE.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "AUTORI" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE INP TO EXCEPT-INPUT.
               MOVE VIOLATION-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE CURRENT-FEED TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           CHECK-RECORD-STRUCTURE.
               MOVE INP (RECTYPE-COL:1) TO RECORD-TYPE-CHAR.
               EVALUATE TRUE
                   WHEN RECORD-TYPE-CHAR = STRUCTURE-HEADER-TYPE
                       IF GROUP-OPEN
                           MOVE "GROUP-NOT-CLOSED" TO STRUCTURE-REASON
                           PERFORM FAIL-RECORD-GROUP
                           PERFORM CLOSE-RECORD-GROUP
                       END-IF
                       PERFORM OPEN-RECORD-GROUP
                   WHEN NOT GROUP-OPEN
                       PERFORM REJECT-UNGROUPED-RECORD
                   WHEN OTHER
                       PERFORM ADD-GROUP-RECORD
                       IF RECORD-TYPE-CHAR = STRUCTURE-TRAILER-TYPE
                           PERFORM CHECK-TRAILER-COUNT
                           PERFORM CLOSE-RECORD-GROUP
                       END-IF
               END-EVALUATE.

           OPEN-RECORD-GROUP.
               MOVE 'Y' TO GROUP-SWITCH.
               MOVE 'N' TO GROUP-FAILED-SWITCH.
               MOVE SPACES TO GROUP-REASON.
               MOVE RECORD-COUNT TO GROUP-START-RECNO.
               MOVE 0 TO GROUP-DETAIL-COUNT.
               MOVE 0 TO GROUP-HOLD-COUNT.
               MOVE RECORD-TYPE-CHAR TO PREVIOUS-TYPE-CHAR.
               PERFORM CLEAR-TYPE-OCCURRENCES
                   VARYING STRUCTURE-RULE-INDEX FROM 1 BY 1
                   UNTIL STRUCTURE-RULE-INDEX > STRUCTURE-RULE-COUNT.
               PERFORM LOCATE-STRUCTURE-RULE.
               IF STRUCTURE-RULE-SLOT > 0
                   MOVE 1 TO SR-SEEN (STRUCTURE-RULE-SLOT)
               END-IF.
               ADD 1 TO GROUP-COUNT.
               PERFORM HOLD-GROUP-RECORD.

           CLEAR-TYPE-OCCURRENCES.
               MOVE 0 TO SR-SEEN (STRUCTURE-RULE-INDEX).

           ADD-GROUP-RECORD.
               PERFORM LOCATE-STRUCTURE-RULE.
               IF STRUCTURE-RULE-SLOT > 0
                   PERFORM CHECK-TYPE-SEQUENCE
                   ADD 1 TO SR-SEEN (STRUCTURE-RULE-SLOT)
                   IF SR-OCCURS-SET (STRUCTURE-RULE-SLOT)
                           AND SR-SEEN (STRUCTURE-RULE-SLOT)
                               > SR-MAX (STRUCTURE-RULE-SLOT)
                       MOVE "GROUP-OCCURS-HIGH" TO STRUCTURE-REASON
                       PERFORM FAIL-RECORD-GROUP
                   END-IF
               END-IF.
               IF RECORD-TYPE-CHAR NOT = STRUCTURE-TRAILER-TYPE
                   ADD 1 TO GROUP-DETAIL-COUNT
               END-IF.
               MOVE RECORD-TYPE-CHAR TO PREVIOUS-TYPE-CHAR.
               PERFORM HOLD-GROUP-RECORD.

           CHECK-TYPE-SEQUENCE.
               IF SR-FOLLOWS (STRUCTURE-RULE-SLOT) NOT = SPACES
                   MOVE 'N' TO FOLLOWS-OK-SWITCH
                   PERFORM MATCH-FOLLOWS-TYPE
                       VARYING FOLLOWS-INDEX FROM 1 BY 1
                       UNTIL FOLLOWS-INDEX > 10 OR FOLLOWS-OK
                   IF NOT FOLLOWS-OK
                       MOVE "GROUP-BAD-SEQUENCE" TO STRUCTURE-REASON
                       PERFORM FAIL-RECORD-GROUP
                   END-IF
               END-IF.

           MATCH-FOLLOWS-TYPE.
               IF SR-FOLLOWS (STRUCTURE-RULE-SLOT) (FOLLOWS-INDEX:1)
                       = PREVIOUS-TYPE-CHAR
                       AND PREVIOUS-TYPE-CHAR NOT = SPACE
                   MOVE 'Y' TO FOLLOWS-OK-SWITCH
               END-IF.

      * a trailer count that is not numeric cannot balance and fails
      * the group the same as a wrong count
           CHECK-TRAILER-COUNT.
               IF INP (TRAILER-COUNT-START:TRAILER-COUNT-LENGTH)
                       IS NOT NUMERIC
                   MOVE "GROUP-COUNT-INVALID" TO STRUCTURE-REASON
                   PERFORM FAIL-RECORD-GROUP
               ELSE
                   MOVE INP (TRAILER-COUNT-START:TRAILER-COUNT-LENGTH)
                       TO TRAILER-COUNT-VALUE
                   IF TRAILER-COUNT-VALUE NOT = GROUP-DETAIL-COUNT
                       MOVE "GROUP-COUNT-MISMATCH"
                           TO STRUCTURE-REASON
                       PERFORM FAIL-RECORD-GROUP
                   END-IF
               END-IF.

      * once a group has failed, its held records go to the reject
      * files at once and any further record of the group follows
      * them as it arrives; a group too big to hold fails the same way
           HOLD-GROUP-RECORD.
               IF NOT GROUP-FAILED
                       AND GROUP-HOLD-COUNT = MAX-GROUP-HOLD-ENTRIES
                   MOVE "GROUP-TOO-LARGE" TO STRUCTURE-REASON
                   PERFORM FAIL-RECORD-GROUP
               END-IF.
               IF GROUP-FAILED
                   IF NOT RECORD-REJECTED
                       MOVE INP TO GROUP-REJECT-TEXT
                       PERFORM WRITE-GROUP-REJECT
                   END-IF
               ELSE
                   ADD 1 TO GROUP-HOLD-COUNT
                   MOVE INP TO HOLD-TEXT (GROUP-HOLD-COUNT)
                   MOVE RECORD-REJECTED-SWITCH
                       TO HOLD-REJECTED (GROUP-HOLD-COUNT)
               END-IF.

           FAIL-RECORD-GROUP.
               IF NOT GROUP-FAILED
                   MOVE 'Y' TO GROUP-FAILED-SWITCH
                   MOVE STRUCTURE-REASON TO GROUP-REASON
                   PERFORM RELEASE-HELD-REJECT
                       VARYING GROUP-HOLD-INDEX FROM 1 BY 1
                       UNTIL GROUP-HOLD-INDEX > GROUP-HOLD-COUNT
                   MOVE 0 TO GROUP-HOLD-COUNT
               END-IF.

           RELEASE-HELD-REJECT.
               IF HOLD-REJECTED (GROUP-HOLD-INDEX) NOT = 'Y'
                   MOVE HOLD-TEXT (GROUP-HOLD-INDEX)
                       TO GROUP-REJECT-TEXT
                   PERFORM WRITE-GROUP-REJECT
               END-IF.

           CLOSE-RECORD-GROUP.
               PERFORM CHECK-TYPE-MINIMUM
                   VARYING STRUCTURE-RULE-INDEX FROM 1 BY 1
                   UNTIL STRUCTURE-RULE-INDEX > STRUCTURE-RULE-COUNT.
               IF GROUP-FAILED
                   ADD 1 TO GROUP-REJECTED-COUNT
                   MOVE GROUP-START-RECNO TO FORMATTED-RECNO
                   DISPLAY "GROUP AT RECORD " FORMATTED-RECNO
                       " REJECTED - " GROUP-REASON
               END-IF.
               MOVE 'N' TO GROUP-SWITCH.
               MOVE 0 TO GROUP-HOLD-COUNT.

           CHECK-TYPE-MINIMUM.
               IF SR-OCCURS-SET (STRUCTURE-RULE-INDEX)
                       AND SR-SEEN (STRUCTURE-RULE-INDEX)
                           < SR-MIN (STRUCTURE-RULE-INDEX)
                   MOVE "GROUP-OCCURS-LOW" TO STRUCTURE-REASON
                   PERFORM FAIL-RECORD-GROUP
               END-IF.

           REJECT-UNGROUPED-RECORD.
               ADD 1 TO GROUP-REJECTED-COUNT.
               MOVE RECORD-COUNT TO FORMATTED-RECNO.
               MOVE "GROUP-NO-HEADER" TO GROUP-REASON.
               DISPLAY "GROUP AT RECORD " FORMATTED-RECNO
                   " REJECTED - " GROUP-REASON.
               IF NOT RECORD-REJECTED
                   MOVE INP TO GROUP-REJECT-TEXT
                   PERFORM WRITE-GROUP-REJECT
               END-IF.

      * a held record is charged to its own feed, which need not be
      * the feed of the record that broke the group
           WRITE-GROUP-REJECT.
               MOVE GROUP-REJECT-TEXT TO FEED-RECORD-TEXT.
               PERFORM LOCATE-RECORD-FEED.
               PERFORM COUNT-FEED-FAILURE.
               MOVE SPACES TO AUTORI-REJ-RECORD.
               STRING GROUP-REJECT-TEXT DELIMITED BY SIZE
                   " *GROUP" DELIMITED BY SIZE
                   INTO AUTORI-REJ-RECORD.
               WRITE AUTORI-REJ-RECORD.
               ADD 1 TO REJECT-COUNT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "AUTORI" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE GROUP-REJECT-TEXT TO EXCEPT-INPUT.
               MOVE GROUP-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE CURRENT-FEED TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

           WRITE-STRUCTURE-SUMMARY.
               MOVE GROUP-COUNT TO FORMATTED-BAD.
               DISPLAY "BATCH STRUCTURE - GROUPS " FORMATTED-BAD.
               MOVE GROUP-REJECTED-COUNT TO FORMATTED-BAD.
               DISPLAY "BATCH STRUCTURE - REJECTED " FORMATTED-BAD.

           TALLY-COLUMN-HIT.
               ADD 1 TO COLUMN-HIT-COUNT
                   (POSITION-ENTRY (POSITION-INDEX)).
                       VARYING POSITION-INDEX FROM 1 BY 1
                       UNTIL POSITION-INDEX > UPPER-COUNT
               END-IF.
               IF SCREEN-COUNT > 0
                   PERFORM TRANSLATE-FLAGGED-CHARACTER
                       VARYING SCREEN-INDEX FROM 1 BY 1
                       UNTIL SCREEN-INDEX > SCREEN-COUNT
               END-IF.
               MOVE CORRECTED-LINE TO AUTORI-COR-RECORD.
               WRITE AUTORI-COR-RECORD.

                   PERFORM WRITE-CHANGE-LOG-RECORD
               END-IF.

           TRANSLATE-FLAGGED-CHARACTER.
               MOVE SCREEN-COL (SCREEN-INDEX) TO CORRECTION-COL.
               MOVE CORRECTED-LINE (CORRECTION-COL:1) TO BEFORE-CHAR.
               COMPUTE TRANSLATE-SLOT = FUNCTION ORD (BEFORE-CHAR).
               IF TRANSLATE-SET (TRANSLATE-SLOT)
                   MOVE TRANSLATE-TO (TRANSLATE-SLOT) TO AFTER-CHAR
                   MOVE AFTER-CHAR
                       TO CORRECTED-LINE (CORRECTION-COL:1)
                   ADD 1 TO CHANGE-COUNT
                   ADD 1 TO TRANSLATED-COUNT
                   PERFORM WRITE-TRANSLATION-LOG-RECORD
               END-IF.

      * the log line must stay readable text, so the bad byte shows
      * as '?' and a replacement space likewise; the HEX pair after
      * them is what autoriapply checks and applies
           WRITE-TRANSLATION-LOG-RECORD.
               MOVE BEFORE-CHAR TO HEX-BYTE.
               PERFORM BYTE-TO-HEX-PAIR.
               MOVE HEX-PAIR TO BEFORE-HEX.
               MOVE AFTER-CHAR TO HEX-BYTE.
               PERFORM BYTE-TO-HEX-PAIR.
               MOVE HEX-PAIR TO AFTER-HEX.
               IF AFTER-CHAR = SPACE
                   MOVE "?" TO SHOWN-AFTER-CHAR
               ELSE
                   MOVE AFTER-CHAR TO SHOWN-AFTER-CHAR
               END-IF.
               MOVE SPACES TO AUTORI-CHG-RECORD.
               MOVE RECORD-COUNT TO FORMATTED-RECNO.
               MOVE CORRECTION-COL TO FORMATTED-POS.
               STRING "RECORD " FORMATTED-RECNO
                   " COL " FORMATTED-POS
                   " BEFORE ?"
                   " AFTER " SHOWN-AFTER-CHAR
                   " HEX " BEFORE-HEX " " AFTER-HEX
                   DELIMITED BY SIZE INTO AUTORI-CHG-RECORD.
               WRITE AUTORI-CHG-RECORD.

           WRITE-CHANGE-LOG-RECORD.
               MOVE SPACES TO AUTORI-CHG-RECORD.
               MOVE RECORD-COUNT TO FORMATTED-RECNO.
                   DELIMITED BY SIZE INTO AUTORI-CHG-RECORD.
               WRITE AUTORI-CHG-RECORD.

           COPY HEXCNVPROC.

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
                       " HITS " FORMATTED-HITS
               END-IF.

           WRITE-FEED-REPORT.
               OPEN OUTPUT FEED-RPT.
               PERFORM WRITE-ONE-FEED-LINE
                   VARYING FEED-INDEX FROM 1 BY 1
                   UNTIL FEED-INDEX > FEED-TALLY-COUNT.
               CLOSE FEED-RPT.

           WRITE-ONE-FEED-LINE.
               PERFORM BUILD-FEED-SUMMARY-LINE.
               MOVE SPACES TO FEED-RPT-RECORD.
               MOVE FEED-SUMMARY-LINE TO FEED-RPT-RECORD.
               WRITE FEED-RPT-RECORD.
               DISPLAY FEED-SUMMARY-LINE.

           WRITE-SCREEN-SUMMARY.
               MOVE BAD-CHARACTER-COUNT TO FORMATTED-BAD.
               DISPLAY "CHARACTER SCREEN - BAD BYTES " FORMATTED-BAD.
               MOVE TRANSLATED-COUNT TO FORMATTED-BAD.
               DISPLAY "CHARACTER SCREEN - TRANSLATED " FORMATTED-BAD.

           WRITE-CANDIDATE-REPORT.
               OPEN OUTPUT CANDIDATE-OUT.
               PERFORM WRITE-ONE-CANDIDATE
               END-IF.

           TERMINATE-RUN.
               IF GROUP-OPEN
                   MOVE "GROUP-NOT-CLOSED" TO STRUCTURE-REASON
                   PERFORM FAIL-RECORD-GROUP
                   PERFORM CLOSE-RECORD-GROUP
               END-IF.
               IF STRUCTURE-ACTIVE
                   PERFORM WRITE-STRUCTURE-SUMMARY
               END-IF.
               OPEN OUTPUT AUTORI-CKP.
               CLOSE AUTORI-CKP.
               PERFORM WRITE-CANDIDATE-REPORT.
               PERFORM WRITE-COLUMN-PROFILE.
               PERFORM WRITE-FEED-REPORT.
               IF SCREEN-REQUESTED
                   PERFORM WRITE-SCREEN-SUMMARY
               END-IF.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE AUTORI-IN.
               CLOSE AUTORI-REJ.

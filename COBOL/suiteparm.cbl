       IDENTIFICATION DIVISION.
       PROGRAM-ID. suiteparm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-LIBRARY ASSIGN TO "SUITEPLB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBRARY-STATUS.
           SELECT TXN-IN ASSIGN TO "SUITEPTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-STATUS.
           SELECT PARM-USAGE ASSIGN TO "SUITEPUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-STATUS.
           SELECT PARM-AUDIT ASSIGN TO "SUITEPAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT LIVE-PARM ASSIGN USING LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-LIBRARY.
           COPY PRMLIB.
       FD  TXN-IN.
           01 TXN-IN-RECORD PIC X(100).
       FD  PARM-USAGE.
           COPY PRMUSE.
       FD  PARM-AUDIT.
           01 PARM-AUDIT-RECORD PIC X(200).
       FD  LIVE-PARM.
           01 LIVE-PARM-RECORD PIC X(80).
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
           01 LIBRARY-STATUS PIC XX.
           01 TXN-STATUS PIC XX.
           01 USAGE-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 LIVE-STATUS PIC XX.
           01 LIVE-NAME PIC X(12).
           01 ACTION-CODE PIC X VALUE SPACE.
           01 LIBRARY-EOF-SWITCH PIC X VALUE 'N'.
               88 LIBRARY-EOF VALUE 'Y'.
           01 TXN-EOF-SWITCH PIC X VALUE 'N'.
               88 TXN-EOF VALUE 'Y'.
           01 USAGE-EOF-SWITCH PIC X VALUE 'N'.
               88 USAGE-EOF VALUE 'Y'.
           01 LIVE-EOF-SWITCH PIC X.
               88 LIVE-EOF VALUE 'Y'.

      * the whole library is held here - one entry per version with
      * its cards kept together in CARD-TABLE from VER-FIRST-CARD on;
      * versions of a set are numbered from 0001 in the order applied
           01 VERSION-TABLE.
               05 VERSION-ENTRY OCCURS 500 TIMES.
                   10 VER-SET PIC X(12).
                   10 VER-NUMBER PIC 9(4).
                   10 VER-EFFECTIVE PIC 9(8).
                   10 VER-REQUESTER PIC X(10).
                   10 VER-OPERATOR PIC X(10).
                   10 VER-STAMP PIC X(17).
                   10 VER-REASON PIC X(50).
                   10 VER-FIRST-CARD PIC 9(4).
                   10 VER-CARD-COUNT PIC 999.
           01 VERSION-COUNT PIC 999 VALUE 0.
           01 MAX-VERSION-ENTRIES PIC 999 VALUE 500.
           01 VER-INDEX PIC 999.
           01 VER-SLOT PIC 999.
           01 VER-SEEN-SLOT PIC 999.
           01 CARD-TABLE.
               05 CARD-ENTRY PIC X(80) OCCURS 5000 TIMES.
           01 CARD-COUNT PIC 9(4) VALUE 0.
           01 MAX-CARD-ENTRIES PIC 9(4) VALUE 5000.
           01 CARD-INDEX PIC 9(4).
           01 CARD-LAST PIC 9(4).
           01 LOOKUP-SET PIC X(12).
           01 LOOKUP-DATE PIC 9(8).
           01 LOOKUP-VERSION PIC 9(4).

      * change transactions - 'TXN set requester yyyymmdd reason'
      * opens a change to one parameter set taking effect on that
      * business date, followed by 'SET KEYWORD=value' and 'DROP
      * KEYWORD' cards; the change is built on the set's latest
      * version (or on the live PRM file the first time a set comes
      * under control) and becomes its next version only when every
      * card in it is good. an effective date before the business
      * date is refused - the past is never rewritten
           01 TXN-LINE PIC X(100).
           01 CARD-TEXT PIC X(100).
           01 CARD-PTR PIC 999.
           01 TXN-WORD PIC X(8).
           01 TXN-DATE-TEXT PIC X(10).
           01 GROUP-OPEN-SWITCH PIC X VALUE 'N'.
               88 GROUP-OPEN VALUE 'Y'.
           01 GROUP-VALID-SWITCH PIC X.
               88 GROUP-VALID VALUE 'Y'.
           01 GROUP-SET PIC X(12).
           01 GROUP-REQUESTER PIC X(10).
           01 GROUP-DATE PIC 9(8).
           01 GROUP-REASON PIC X(50).
           01 GROUP-ERROR PIC X(40).
           01 GROUP-BASE-VERSION PIC 9(4).
           01 GROUP-NEW-VERSION PIC 9(4).
           01 WORK-TABLE.
               05 WORK-CARD PIC X(80) OCCURS 200 TIMES.
           01 WORK-COUNT PIC 999 VALUE 0.
           01 MAX-WORK-ENTRIES PIC 999 VALUE 200.
           01 WORK-INDEX PIC 999.
           01 WORK-SLOT PIC 999.
           01 CHANGE-CARD PIC X(80).
           01 CHANGE-KEYWORD PIC X(20).
           01 CHANGE-VALUE PIC X(40).
           01 SCAN-KEYWORD PIC X(20).
           01 SCAN-VALUE PIC X(40).
           01 EQUALS-COUNT PIC 99.
           01 CHANGE-TABLE.
               05 CHANGE-ENTRY OCCURS 50 TIMES.
                   10 CHG-KEYWORD PIC X(20).
                   10 CHG-BEFORE PIC X(40).
                   10 CHG-AFTER PIC X(40).
           01 CHANGE-COUNT PIC 99 VALUE 0.
           01 MAX-CHANGE-ENTRIES PIC 99 VALUE 50.
           01 CHG-INDEX PIC 99.
           01 CHG-BEFORE-HOLD PIC X(40).
           01 TARGET-FOUND-SWITCH PIC X.
               88 TARGET-FOUND VALUE 'Y'.

           01 LIST-KEY PIC X(16).
           01 LIST-SET PIC X(12).
           01 ROLLBACK-VERSION-TEXT PIC X(8).
           01 ROLLBACK-SLOT PIC 999.
           01 LATEST-SLOT PIC 999.
           01 APPLIED-COUNT PIC 999 VALUE 0.
           01 REJECTED-COUNT PIC 999 VALUE 0.
           01 PUBLISHED-COUNT PIC 999 VALUE 0.
           01 LISTED-COUNT PIC 999 VALUE 0.
           01 FORMATTED-COUNT PIC ZZ9.
           01 FORMATTED-REJECTED PIC ZZ9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-ACTION.
               PERFORM TERMINATE-RUN.
               STOP RUN.

      * publishing runs unattended from the driver and listing only
      * reads, so only a change to the library needs a sign-on
           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "suiteparm" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               DISPLAY "ENTER ACTION (A=APPLY P=PUBLISH L=LIST"
                   " R=ROLLBACK): " WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               IF ACTION-CODE = 'A' OR ACTION-CODE = 'R'
                   PERFORM SIGN-ON-OPERATOR
                   MOVE ACTION-CODE TO SIGNON-ACTION
                   MOVE SPACES TO SIGNON-ALLOWED-ROLES
                   MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.
               PERFORM LOAD-PARAMETER-LIBRARY.
               OPEN EXTEND SUITE-LOG.

           LOAD-PARAMETER-LIBRARY.
               OPEN INPUT PARM-LIBRARY.
               IF LIBRARY-STATUS = "00"
                   PERFORM READ-LIBRARY-ROW
                   PERFORM LOAD-ONE-LIBRARY-ROW UNTIL LIBRARY-EOF
                   CLOSE PARM-LIBRARY
               END-IF.

           READ-LIBRARY-ROW.
               READ PARM-LIBRARY
                   AT END SET LIBRARY-EOF TO TRUE
               END-READ.

           LOAD-ONE-LIBRARY-ROW.
               EVALUATE TRUE
                   WHEN PLB-VERSION-ROW
                       IF VERSION-COUNT < MAX-VERSION-ENTRIES
                           ADD 1 TO VERSION-COUNT
                           MOVE PLB-SET TO VER-SET (VERSION-COUNT)
                           MOVE PLB-VERSION
                               TO VER-NUMBER (VERSION-COUNT)
                           MOVE PLB-EFFECTIVE-DATE
                               TO VER-EFFECTIVE (VERSION-COUNT)
                           MOVE PLB-REQUESTER
                               TO VER-REQUESTER (VERSION-COUNT)
                           MOVE PLB-OPERATOR
                               TO VER-OPERATOR (VERSION-COUNT)
                           MOVE PLB-APPLIED-STAMP
                               TO VER-STAMP (VERSION-COUNT)
                           MOVE PLB-REASON TO VER-REASON (VERSION-COUNT)
                           COMPUTE VER-FIRST-CARD (VERSION-COUNT) =
                               CARD-COUNT + 1
                           MOVE 0 TO VER-CARD-COUNT (VERSION-COUNT)
                       ELSE
                           DISPLAY "VERSION TABLE FULL - LIBRARY NOT"
                               " LOADED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN PLB-CARD-ROW
                       IF VERSION-COUNT > 0
                           AND PLB-SET = VER-SET (VERSION-COUNT)
                           AND PLB-VERSION = VER-NUMBER (VERSION-COUNT)
                           IF CARD-COUNT < MAX-CARD-ENTRIES
                               ADD 1 TO CARD-COUNT
                               MOVE PLB-CARD (1:80)
                                   TO CARD-ENTRY (CARD-COUNT)
                               ADD 1 TO VER-CARD-COUNT (VERSION-COUNT)
                           ELSE
                               DISPLAY "CARD TABLE FULL - LIBRARY NOT"
                                   " LOADED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM READ-LIBRARY-ROW.

           PROCESS-ACTION.
               EVALUATE ACTION-CODE
                   WHEN 'A'
                       PERFORM APPLY-TRANSACTIONS
                   WHEN 'P'
                       PERFORM PUBLISH-LIBRARY
                   WHEN 'L'
                       PERFORM LIST-LIBRARY
                   WHEN 'R'
                       PERFORM ROLLBACK-SET
                   WHEN OTHER
                       DISPLAY "UNKNOWN ACTION - " ACTION-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.

      * the last version of the set in the table is its latest
           FIND-LATEST-VERSION.
               MOVE 0 TO VER-SLOT.
               PERFORM CHECK-LATEST-VERSION
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX > VERSION-COUNT.

           CHECK-LATEST-VERSION.
               IF VER-SET (VER-INDEX) = LOOKUP-SET
                   MOVE VER-INDEX TO VER-SLOT
               END-IF.

      * the version in force on a date is the one with the latest
      * effective date not after it, the later version on a tie
           FIND-IN-FORCE-VERSION.
               MOVE 0 TO VER-SLOT.
               PERFORM CHECK-IN-FORCE-VERSION
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX > VERSION-COUNT.

           CHECK-IN-FORCE-VERSION.
               IF VER-SET (VER-INDEX) = LOOKUP-SET
                   AND VER-EFFECTIVE (VER-INDEX) NOT > LOOKUP-DATE
                   IF VER-SLOT = 0
                       MOVE VER-INDEX TO VER-SLOT
                   ELSE
                       IF VER-EFFECTIVE (VER-INDEX)
                           NOT < VER-EFFECTIVE (VER-SLOT)
                           MOVE VER-INDEX TO VER-SLOT
                       END-IF
                   END-IF
               END-IF.

           FIND-SET-VERSION.
               MOVE 0 TO VER-SLOT.
               PERFORM CHECK-SET-VERSION
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX > VERSION-COUNT
                       OR VER-SLOT > 0.

           CHECK-SET-VERSION.
               IF VER-SET (VER-INDEX) = LOOKUP-SET
                   AND VER-NUMBER (VER-INDEX) = LOOKUP-VERSION
                   MOVE VER-INDEX TO VER-SLOT
               END-IF.

      * true when VER-INDEX is the first version of its set in the
      * table, so each set is visited once
           FIND-FIRST-OF-SET.
               MOVE 0 TO VER-SEEN-SLOT.
               PERFORM CHECK-FIRST-OF-SET
                   VARYING VER-SLOT FROM 1 BY 1
                   UNTIL VER-SLOT > VERSION-COUNT
                       OR VER-SEEN-SLOT > 0.

           CHECK-FIRST-OF-SET.
               IF VER-SET (VER-SLOT) = VER-SET (VER-INDEX)
                   MOVE VER-SLOT TO VER-SEEN-SLOT
               END-IF.

           OPEN-AUDIT-TRAIL.
               OPEN EXTEND PARM-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT PARM-AUDIT
               END-IF.

           APPLY-TRANSACTIONS.
               OPEN INPUT TXN-IN.
               IF TXN-STATUS NOT = "00"
                   DISPLAY "NO PARAMETER TRANSACTIONS - SUITEPTX"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-AUDIT-TRAIL
                   PERFORM OPEN-LIBRARY-FOR-APPEND
                   PERFORM READ-TXN-LINE
                   PERFORM PROCESS-ONE-TXN-LINE UNTIL TXN-EOF
                   IF GROUP-OPEN
                       PERFORM COMMIT-CHANGE-GROUP
                   END-IF
                   CLOSE TXN-IN
                   CLOSE PARM-LIBRARY
                   CLOSE PARM-AUDIT
               END-IF.

           OPEN-LIBRARY-FOR-APPEND.
               OPEN EXTEND PARM-LIBRARY.
               IF LIBRARY-STATUS NOT = "00"
                   OPEN OUTPUT PARM-LIBRARY
               END-IF.

           READ-TXN-LINE.
               READ TXN-IN INTO TXN-LINE
                   AT END SET TXN-EOF TO TRUE
               END-READ.

           PROCESS-ONE-TXN-LINE.
               IF TXN-LINE = SPACES OR TXN-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE FUNCTION TRIM (TXN-LINE) TO CARD-TEXT
                   MOVE SPACES TO TXN-WORD
                   MOVE 1 TO CARD-PTR
                   UNSTRING CARD-TEXT DELIMITED BY ALL SPACE
                       INTO TXN-WORD
                       WITH POINTER CARD-PTR
                   EVALUATE TRUE
                       WHEN TXN-WORD = "TXN"
                           IF GROUP-OPEN
                               PERFORM COMMIT-CHANGE-GROUP
                           END-IF
                           PERFORM OPEN-CHANGE-GROUP
                       WHEN NOT GROUP-OPEN
                           DISPLAY "CARD OUTSIDE A TXN IGNORED: "
                               TXN-LINE
                           ADD 1 TO REJECTED-COUNT
                           MOVE 8 TO RETURN-CODE
                       WHEN TXN-WORD = "SET"
                           MOVE CARD-TEXT (CARD-PTR:) TO CHANGE-CARD
                           PERFORM STAGE-SET-CHANGE
                       WHEN TXN-WORD = "DROP"
                           MOVE SPACES TO CHANGE-KEYWORD
                           UNSTRING CARD-TEXT DELIMITED BY ALL SPACE
                               INTO CHANGE-KEYWORD
                               WITH POINTER CARD-PTR
                           PERFORM STAGE-DROP-CHANGE
                       WHEN OTHER
                           MOVE 'N' TO GROUP-VALID-SWITCH
                           MOVE "UNKNOWN CARD" TO GROUP-ERROR
                   END-EVALUATE
               END-IF.
               PERFORM READ-TXN-LINE.

           OPEN-CHANGE-GROUP.
               SET GROUP-OPEN TO TRUE.
               MOVE 'Y' TO GROUP-VALID-SWITCH.
               MOVE SPACES TO GROUP-ERROR.
               MOVE 0 TO CHANGE-COUNT.
               MOVE SPACES TO GROUP-SET.
               MOVE SPACES TO GROUP-REQUESTER.
               MOVE SPACES TO TXN-DATE-TEXT.
               MOVE SPACES TO GROUP-REASON.
               MOVE 0 TO GROUP-DATE.
               UNSTRING CARD-TEXT DELIMITED BY ALL SPACE
                   INTO GROUP-SET, GROUP-REQUESTER, TXN-DATE-TEXT
                   WITH POINTER CARD-PTR.
               IF CARD-PTR < 100
                   MOVE CARD-TEXT (CARD-PTR:) TO GROUP-REASON
               END-IF.
               EVALUATE TRUE
                   WHEN GROUP-SET = SPACES
                       OR GROUP-REQUESTER = SPACES
                       OR GROUP-REASON = SPACES
                       MOVE 'N' TO GROUP-VALID-SWITCH
                       MOVE "SET, REQUESTER AND REASON REQUIRED"
                           TO GROUP-ERROR
                   WHEN TXN-DATE-TEXT (1:8) IS NOT NUMERIC
                       OR TXN-DATE-TEXT (9:2) NOT = SPACES
                       MOVE 'N' TO GROUP-VALID-SWITCH
                       MOVE "BAD EFFECTIVE DATE" TO GROUP-ERROR
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (TXN-DATE-TEXT (1:8))) NOT = 0
                       MOVE 'N' TO GROUP-VALID-SWITCH
                       MOVE "BAD EFFECTIVE DATE" TO GROUP-ERROR
                   WHEN TXN-DATE-TEXT (1:8) < BUSINESS-DATE
                       MOVE 'N' TO GROUP-VALID-SWITCH
                       MOVE "EFFECTIVE DATE BEFORE BUSINESS DATE"
                           TO GROUP-ERROR
                   WHEN OTHER
                       MOVE TXN-DATE-TEXT (1:8) TO GROUP-DATE
               END-EVALUATE.
               PERFORM LOAD-BASE-CARDS.

           LOAD-BASE-CARDS.
               MOVE 0 TO WORK-COUNT.
               MOVE GROUP-SET TO LOOKUP-SET.
               PERFORM FIND-LATEST-VERSION.
               MOVE VER-SLOT TO LATEST-SLOT.
               IF LATEST-SLOT > 0
                   MOVE VER-NUMBER (LATEST-SLOT) TO GROUP-BASE-VERSION
                   COMPUTE CARD-LAST = VER-FIRST-CARD (LATEST-SLOT)
                       + VER-CARD-COUNT (LATEST-SLOT) - 1
                   PERFORM COPY-BASE-CARD
                       VARYING CARD-INDEX
                       FROM VER-FIRST-CARD (LATEST-SLOT) BY 1
                       UNTIL CARD-INDEX > CARD-LAST
               ELSE
                   MOVE 0 TO GROUP-BASE-VERSION
                   IF GROUP-SET NOT = SPACES
                       PERFORM IMPORT-LIVE-CARDS
                   END-IF
               END-IF.

           COPY-BASE-CARD.
               IF WORK-COUNT < MAX-WORK-ENTRIES
                   ADD 1 TO WORK-COUNT
                   MOVE CARD-ENTRY (CARD-INDEX)
                       TO WORK-CARD (WORK-COUNT)
               END-IF.

           IMPORT-LIVE-CARDS.
               MOVE GROUP-SET TO LIVE-NAME.
               MOVE 'N' TO LIVE-EOF-SWITCH.
               OPEN INPUT LIVE-PARM.
               IF LIVE-STATUS = "00"
                   PERFORM READ-LIVE-CARD
                   PERFORM IMPORT-ONE-LIVE-CARD UNTIL LIVE-EOF
                   CLOSE LIVE-PARM
               END-IF.

           READ-LIVE-CARD.
               READ LIVE-PARM
                   AT END SET LIVE-EOF TO TRUE
               END-READ.

           IMPORT-ONE-LIVE-CARD.
               IF WORK-COUNT < MAX-WORK-ENTRIES
                   ADD 1 TO WORK-COUNT
                   MOVE LIVE-PARM-RECORD TO WORK-CARD (WORK-COUNT)
               END-IF.
               PERFORM READ-LIVE-CARD.

           FIND-WORK-KEYWORD.
               MOVE 0 TO WORK-SLOT.
               PERFORM CHECK-WORK-KEYWORD
                   VARYING WORK-INDEX FROM 1 BY 1
                   UNTIL WORK-INDEX > WORK-COUNT
                       OR WORK-SLOT > 0.

           CHECK-WORK-KEYWORD.
               IF WORK-CARD (WORK-INDEX) NOT = SPACES
                   AND WORK-CARD (WORK-INDEX) (1:1) NOT = '*'
                   MOVE SPACES TO SCAN-KEYWORD
                   MOVE SPACES TO SCAN-VALUE
                   UNSTRING WORK-CARD (WORK-INDEX) DELIMITED BY "="
                       INTO SCAN-KEYWORD, SCAN-VALUE
                   IF SCAN-KEYWORD = CHANGE-KEYWORD
                       MOVE WORK-INDEX TO WORK-SLOT
                   END-IF
               END-IF.

      * a SET naming a keyword already present replaces its card in
      * place; a new keyword is added at the end of the set
           STAGE-SET-CHANGE.
               MOVE FUNCTION TRIM (CHANGE-CARD) TO CHANGE-CARD.
               MOVE SPACES TO CHANGE-KEYWORD.
               MOVE SPACES TO CHANGE-VALUE.
               MOVE 0 TO EQUALS-COUNT.
               INSPECT CHANGE-CARD TALLYING EQUALS-COUNT FOR ALL "=".
               UNSTRING CHANGE-CARD DELIMITED BY "="
                   INTO CHANGE-KEYWORD, CHANGE-VALUE.
               IF CHANGE-KEYWORD = SPACES OR EQUALS-COUNT = 0
                   MOVE 'N' TO GROUP-VALID-SWITCH
                   MOVE "MALFORMED SET CARD" TO GROUP-ERROR
               ELSE
                   PERFORM FIND-WORK-KEYWORD
                   IF WORK-SLOT > 0
                       IF SCAN-VALUE NOT = CHANGE-VALUE
                           MOVE SCAN-VALUE TO CHG-BEFORE-HOLD
                           MOVE CHANGE-CARD TO WORK-CARD (WORK-SLOT)
                           PERFORM RECORD-STAGED-CHANGE
                       END-IF
                   ELSE
                       IF WORK-COUNT < MAX-WORK-ENTRIES
                           ADD 1 TO WORK-COUNT
                           MOVE CHANGE-CARD TO WORK-CARD (WORK-COUNT)
                           MOVE "(NONE)" TO CHG-BEFORE-HOLD
                           PERFORM RECORD-STAGED-CHANGE
                       ELSE
                           MOVE 'N' TO GROUP-VALID-SWITCH
                           MOVE "PARAMETER SET FULL" TO GROUP-ERROR
                       END-IF
                   END-IF
               END-IF.

           STAGE-DROP-CHANGE.
               IF CHANGE-KEYWORD = SPACES
                   MOVE 'N' TO GROUP-VALID-SWITCH
                   MOVE "MALFORMED DROP CARD" TO GROUP-ERROR
               ELSE
                   PERFORM FIND-WORK-KEYWORD
                   IF WORK-SLOT = 0
                       MOVE 'N' TO GROUP-VALID-SWITCH
                       MOVE "DROP OF A KEYWORD NOT IN THE SET"
                           TO GROUP-ERROR
                   ELSE
                       MOVE SCAN-VALUE TO CHG-BEFORE-HOLD
                       MOVE "(DROPPED)" TO CHANGE-VALUE
                       PERFORM RECORD-STAGED-CHANGE
                       PERFORM CLOSE-WORK-GAP
                           VARYING WORK-INDEX FROM WORK-SLOT BY 1
                           UNTIL WORK-INDEX NOT < WORK-COUNT
                       SUBTRACT 1 FROM WORK-COUNT
                   END-IF
               END-IF.

           CLOSE-WORK-GAP.
               MOVE WORK-CARD (WORK-INDEX + 1)
                   TO WORK-CARD (WORK-INDEX).

           RECORD-STAGED-CHANGE.
               IF CHANGE-COUNT < MAX-CHANGE-ENTRIES
                   ADD 1 TO CHANGE-COUNT
                   MOVE CHANGE-KEYWORD TO CHG-KEYWORD (CHANGE-COUNT)
                   MOVE CHG-BEFORE-HOLD TO CHG-BEFORE (CHANGE-COUNT)
                   MOVE CHANGE-VALUE TO CHG-AFTER (CHANGE-COUNT)
               ELSE
                   MOVE 'N' TO GROUP-VALID-SWITCH
                   MOVE "TOO MANY CHANGES IN ONE TXN" TO GROUP-ERROR
               END-IF.

           COMMIT-CHANGE-GROUP.
               IF GROUP-VALID AND CHANGE-COUNT = 0
                   MOVE 'N' TO GROUP-VALID-SWITCH
                   MOVE "NO CHANGES" TO GROUP-ERROR
               END-IF.
               IF GROUP-VALID
                   AND (VERSION-COUNT NOT < MAX-VERSION-ENTRIES
                       OR CARD-COUNT + WORK-COUNT > MAX-CARD-ENTRIES)
                   MOVE 'N' TO GROUP-VALID-SWITCH
                   MOVE "PARAMETER LIBRARY FULL" TO GROUP-ERROR
               END-IF.
               IF GROUP-VALID
                   PERFORM STORE-NEW-VERSION
                   PERFORM WRITE-VERSION-AUDIT
                   PERFORM WRITE-CHANGE-AUDIT
                       VARYING CHG-INDEX FROM 1 BY 1
                       UNTIL CHG-INDEX > CHANGE-COUNT
                   ADD 1 TO APPLIED-COUNT
                   DISPLAY "APPLIED " GROUP-SET " VERSION "
                       GROUP-NEW-VERSION " EFFECTIVE " GROUP-DATE
               ELSE
                   PERFORM WRITE-REJECT-AUDIT
                   ADD 1 TO REJECTED-COUNT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "REJECTED TXN " GROUP-SET " - "
                       GROUP-ERROR
               END-IF.
               MOVE 'N' TO GROUP-OPEN-SWITCH.

           STORE-NEW-VERSION.
               COMPUTE GROUP-NEW-VERSION = GROUP-BASE-VERSION + 1.
               PERFORM STAMP-RUN-TIMESTAMP.
               ADD 1 TO VERSION-COUNT.
               MOVE GROUP-SET TO VER-SET (VERSION-COUNT).
               MOVE GROUP-NEW-VERSION TO VER-NUMBER (VERSION-COUNT).
               MOVE GROUP-DATE TO VER-EFFECTIVE (VERSION-COUNT).
               MOVE GROUP-REQUESTER TO VER-REQUESTER (VERSION-COUNT).
               MOVE SIGNON-OPERATOR TO VER-OPERATOR (VERSION-COUNT).
               MOVE RUN-STAMP TO VER-STAMP (VERSION-COUNT).
               MOVE GROUP-REASON TO VER-REASON (VERSION-COUNT).
               COMPUTE VER-FIRST-CARD (VERSION-COUNT) = CARD-COUNT + 1.
               MOVE WORK-COUNT TO VER-CARD-COUNT (VERSION-COUNT).
               MOVE SPACES TO PARM-LIBRARY-RECORD.
               MOVE GROUP-SET TO PLB-SET.
               MOVE GROUP-NEW-VERSION TO PLB-VERSION.
               MOVE 'V' TO PLB-ROW-TYPE.
               MOVE GROUP-DATE TO PLB-EFFECTIVE-DATE.
               MOVE GROUP-REQUESTER TO PLB-REQUESTER.
               MOVE SIGNON-OPERATOR TO PLB-OPERATOR.
               MOVE RUN-STAMP TO PLB-APPLIED-STAMP.
               MOVE GROUP-REASON TO PLB-REASON.
               WRITE PARM-LIBRARY-RECORD.
               PERFORM STORE-ONE-CARD
                   VARYING WORK-INDEX FROM 1 BY 1
                   UNTIL WORK-INDEX > WORK-COUNT.

           STORE-ONE-CARD.
               ADD 1 TO CARD-COUNT.
               MOVE WORK-CARD (WORK-INDEX) TO CARD-ENTRY (CARD-COUNT).
               MOVE SPACES TO PARM-LIBRARY-RECORD.
               MOVE GROUP-SET TO PLB-SET.
               MOVE GROUP-NEW-VERSION TO PLB-VERSION.
               MOVE 'C' TO PLB-ROW-TYPE.
               MOVE WORK-CARD (WORK-INDEX) TO PLB-CARD.
               WRITE PARM-LIBRARY-RECORD.

           WRITE-VERSION-AUDIT.
               MOVE SPACES TO PARM-AUDIT-RECORD.
               STRING "suiteparm " RUN-STAMP
                   " RUN=" SUITE-RUN-ID
                   " SET=" GROUP-SET
                   " VERSION=" GROUP-NEW-VERSION
                   " EFFECTIVE=" GROUP-DATE
                   " REQUESTER=" GROUP-REQUESTER
                   " OPER=" SIGNON-OPERATOR
                   " REASON=" GROUP-REASON
                   DELIMITED BY SIZE INTO PARM-AUDIT-RECORD.
               WRITE PARM-AUDIT-RECORD.

           WRITE-CHANGE-AUDIT.
               MOVE SPACES TO PARM-AUDIT-RECORD.
               STRING "suiteparm " RUN-STAMP
                   " RUN=" SUITE-RUN-ID
                   " SET=" GROUP-SET
                   " VERSION=" GROUP-NEW-VERSION
                   " KEY=" DELIMITED BY SIZE
                   CHG-KEYWORD (CHG-INDEX) DELIMITED BY SPACE
                   " BEFORE=" DELIMITED BY SIZE
                   FUNCTION TRIM (CHG-BEFORE (CHG-INDEX))
                   DELIMITED BY SIZE
                   " AFTER=" DELIMITED BY SIZE
                   FUNCTION TRIM (CHG-AFTER (CHG-INDEX))
                   DELIMITED BY SIZE
                   INTO PARM-AUDIT-RECORD.
               WRITE PARM-AUDIT-RECORD.

           WRITE-REJECT-AUDIT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE SPACES TO PARM-AUDIT-RECORD.
               STRING "suiteparm " RUN-STAMP
                   " RUN=" SUITE-RUN-ID
                   " SET=" GROUP-SET
                   " REJECTED=" GROUP-ERROR
                   " REQUESTER=" GROUP-REQUESTER
                   " OPER=" SIGNON-OPERATOR
                   DELIMITED BY SIZE INTO PARM-AUDIT-RECORD.
               WRITE PARM-AUDIT-RECORD.

      * each set's version in force for the business date is written
      * over its live PRM file and the choice recorded against the
      * run id; a set whose versions all lie in the future is left
      * as it stands
           PUBLISH-LIBRARY.
               OPEN EXTEND PARM-USAGE.
               IF USAGE-STATUS NOT = "00"
                   OPEN OUTPUT PARM-USAGE
               END-IF.
               PERFORM PUBLISH-ONE-SET
                   VARYING VER-INDEX FROM 1 BY 1
                   UNTIL VER-INDEX > VERSION-COUNT.
               CLOSE PARM-USAGE.

           PUBLISH-ONE-SET.
               PERFORM FIND-FIRST-OF-SET.
               IF VER-SEEN-SLOT = VER-INDEX
                   MOVE VER-SET (VER-INDEX) TO LOOKUP-SET
                   MOVE BUSINESS-DATE TO LOOKUP-DATE
                   PERFORM FIND-IN-FORCE-VERSION
                   IF VER-SLOT = 0
                       DISPLAY "NO VERSION OF " LOOKUP-SET
                           " IN FORCE - LIVE FILE LEFT AS IT STANDS"
                   ELSE
                       PERFORM WRITE-LIVE-PARM-FILE
                   END-IF
               END-IF.

           WRITE-LIVE-PARM-FILE.
               MOVE LOOKUP-SET TO LIVE-NAME.
               OPEN OUTPUT LIVE-PARM.
               IF LIVE-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE " LIVE-NAME " - STATUS "
                       LIVE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   COMPUTE CARD-LAST = VER-FIRST-CARD (VER-SLOT)
                       + VER-CARD-COUNT (VER-SLOT) - 1
                   PERFORM WRITE-ONE-LIVE-CARD
                       VARYING CARD-INDEX FROM VER-FIRST-CARD (VER-SLOT)
                       BY 1 UNTIL CARD-INDEX > CARD-LAST
                   CLOSE LIVE-PARM
                   ADD 1 TO PUBLISHED-COUNT
                   PERFORM STAMP-RUN-TIMESTAMP
                   MOVE SPACES TO PARM-USAGE-RECORD
                   MOVE SUITE-RUN-ID TO PUS-RUN-ID
                   MOVE BUSINESS-DATE TO PUS-BUSINESS-DATE
                   MOVE LOOKUP-SET TO PUS-SET
                   MOVE VER-NUMBER (VER-SLOT) TO PUS-VERSION
                   MOVE RUN-STAMP TO PUS-PUBLISH-STAMP
                   WRITE PARM-USAGE-RECORD
                   DISPLAY "PUBLISHED " LOOKUP-SET " VERSION "
                       VER-NUMBER (VER-SLOT)
               END-IF.

           WRITE-ONE-LIVE-CARD.
               MOVE CARD-ENTRY (CARD-INDEX) TO LIVE-PARM-RECORD.
               WRITE LIVE-PARM-RECORD.

      * a run date lists what was in force that night by effective
      * date; a run id lists what the publish for that run wrote;
      * no key lists every version as its history
           LIST-LIBRARY.
               DISPLAY "ENTER PARAMETER SET (BLANK FOR ALL): "
                   WITH NO ADVANCING.
               ACCEPT LIST-SET.
               DISPLAY "ENTER RUN ID OR RUN DATE (BLANK FOR"
                   " HISTORY): " WITH NO ADVANCING.
               ACCEPT LIST-KEY.
               EVALUATE TRUE
                   WHEN LIST-KEY = SPACES
                       PERFORM LIST-VERSION-HISTORY
                           VARYING VER-INDEX FROM 1 BY 1
                           UNTIL VER-INDEX > VERSION-COUNT
                   WHEN LIST-KEY (1:8) IS NUMERIC
                       AND LIST-KEY (9:8) = SPACES
                       MOVE LIST-KEY (1:8) TO LOOKUP-DATE
                       PERFORM LIST-DATE-IN-FORCE
                           VARYING VER-INDEX FROM 1 BY 1
                           UNTIL VER-INDEX > VERSION-COUNT
                   WHEN OTHER
                       PERFORM LIST-RUN-USAGE
               END-EVALUATE.
               IF LISTED-COUNT = 0
                   DISPLAY "NO PARAMETER VERSIONS FOUND"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           LIST-VERSION-HISTORY.
               IF LIST-SET = SPACES
                   OR VER-SET (VER-INDEX) = LIST-SET
                   MOVE VER-INDEX TO VER-SLOT
                   PERFORM SHOW-VERSION-HEADER
               END-IF.

           LIST-DATE-IN-FORCE.
               PERFORM FIND-FIRST-OF-SET.
               IF VER-SEEN-SLOT = VER-INDEX
                   AND (LIST-SET = SPACES
                       OR VER-SET (VER-INDEX) = LIST-SET)
                   MOVE VER-SET (VER-INDEX) TO LOOKUP-SET
                   PERFORM FIND-IN-FORCE-VERSION
                   IF VER-SLOT > 0
                       PERFORM SHOW-VERSION-HEADER
                       PERFORM SHOW-VERSION-CARDS
                   END-IF
               END-IF.

           LIST-RUN-USAGE.
               OPEN INPUT PARM-USAGE.
               IF USAGE-STATUS = "00"
                   PERFORM READ-USAGE-ROW
                   PERFORM LIST-ONE-USAGE-ROW UNTIL USAGE-EOF
                   CLOSE PARM-USAGE
               END-IF.

           READ-USAGE-ROW.
               READ PARM-USAGE
                   AT END SET USAGE-EOF TO TRUE
               END-READ.

           LIST-ONE-USAGE-ROW.
               IF PUS-RUN-ID = LIST-KEY
                   AND (LIST-SET = SPACES OR PUS-SET = LIST-SET)
                   MOVE PUS-SET TO LOOKUP-SET
                   MOVE PUS-VERSION TO LOOKUP-VERSION
                   PERFORM FIND-SET-VERSION
                   IF VER-SLOT > 0
                       DISPLAY "RUN " PUS-RUN-ID " BUSINESS DATE "
                           PUS-BUSINESS-DATE " PUBLISHED "
                           PUS-PUBLISH-STAMP
                       PERFORM SHOW-VERSION-HEADER
                       PERFORM SHOW-VERSION-CARDS
                   END-IF
               END-IF.
               PERFORM READ-USAGE-ROW.

           SHOW-VERSION-HEADER.
               ADD 1 TO LISTED-COUNT.
               DISPLAY VER-SET (VER-SLOT) " VERSION "
                   VER-NUMBER (VER-SLOT) " EFFECTIVE "
                   VER-EFFECTIVE (VER-SLOT) " REQUESTER "
                   VER-REQUESTER (VER-SLOT) " OPER "
                   VER-OPERATOR (VER-SLOT) " APPLIED "
                   VER-STAMP (VER-SLOT).
               DISPLAY "  REASON " VER-REASON (VER-SLOT).

           SHOW-VERSION-CARDS.
               COMPUTE CARD-LAST = VER-FIRST-CARD (VER-SLOT)
                   + VER-CARD-COUNT (VER-SLOT) - 1.
               PERFORM SHOW-ONE-CARD
                   VARYING CARD-INDEX FROM VER-FIRST-CARD (VER-SLOT)
                   BY 1 UNTIL CARD-INDEX > CARD-LAST.

           SHOW-ONE-CARD.
               DISPLAY "    " CARD-ENTRY (CARD-INDEX).

      * a rollback reissues an earlier version's cards as the set's
      * next version, effective from the business date, and audits
      * each setting that differs from the version it replaces
           ROLLBACK-SET.
               DISPLAY "ENTER PARAMETER SET: " WITH NO ADVANCING.
               ACCEPT GROUP-SET.
               DISPLAY "ENTER VERSION TO RESTORE: " WITH NO ADVANCING.
               ACCEPT ROLLBACK-VERSION-TEXT.
               DISPLAY "ENTER REQUESTER: " WITH NO ADVANCING.
               ACCEPT GROUP-REQUESTER.
               DISPLAY "ENTER REASON: " WITH NO ADVANCING.
               ACCEPT GROUP-REASON.
               MOVE GROUP-SET TO LOOKUP-SET.
               MOVE 0 TO LOOKUP-VERSION.
               IF FUNCTION TRIM (ROLLBACK-VERSION-TEXT) IS NUMERIC
                   COMPUTE LOOKUP-VERSION =
                       FUNCTION NUMVAL (ROLLBACK-VERSION-TEXT)
               END-IF.
               PERFORM FIND-SET-VERSION.
               MOVE VER-SLOT TO ROLLBACK-SLOT.
               PERFORM FIND-LATEST-VERSION.
               MOVE VER-SLOT TO LATEST-SLOT.
               EVALUATE TRUE
                   WHEN ROLLBACK-SLOT = 0
                       DISPLAY "NO SUCH VERSION - " GROUP-SET " "
                           ROLLBACK-VERSION-TEXT
                       MOVE 8 TO RETURN-CODE
                   WHEN ROLLBACK-SLOT = LATEST-SLOT
                       DISPLAY "VERSION IS ALREADY THE LATEST"
                       MOVE 8 TO RETURN-CODE
                   WHEN GROUP-REQUESTER = SPACES
                       OR GROUP-REASON = SPACES
                       DISPLAY "REQUESTER AND REASON REQUIRED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM STAGE-ROLLBACK
               END-EVALUATE.

           STAGE-ROLLBACK.
               SET GROUP-OPEN TO TRUE.
               MOVE 'Y' TO GROUP-VALID-SWITCH.
               MOVE SPACES TO GROUP-ERROR.
               MOVE 0 TO CHANGE-COUNT.
               MOVE BUSINESS-DATE TO GROUP-DATE.
               MOVE SPACES TO CARD-TEXT.
               STRING "ROLLBACK TO VERSION " LOOKUP-VERSION " - "
                   GROUP-REASON DELIMITED BY SIZE INTO CARD-TEXT.
               MOVE CARD-TEXT TO GROUP-REASON.
               PERFORM LOAD-BASE-CARDS.
               COMPUTE CARD-LAST = VER-FIRST-CARD (ROLLBACK-SLOT)
                   + VER-CARD-COUNT (ROLLBACK-SLOT) - 1.
               PERFORM NOTE-DROPPED-KEYWORD
                   VARYING WORK-INDEX FROM 1 BY 1
                   UNTIL WORK-INDEX > WORK-COUNT.
               PERFORM STAGE-ROLLBACK-CARD
                   VARYING CARD-INDEX
                   FROM VER-FIRST-CARD (ROLLBACK-SLOT) BY 1
                   UNTIL CARD-INDEX > CARD-LAST.
               MOVE 0 TO WORK-COUNT.
               PERFORM COPY-BASE-CARD
                   VARYING CARD-INDEX
                   FROM VER-FIRST-CARD (ROLLBACK-SLOT) BY 1
                   UNTIL CARD-INDEX > CARD-LAST.
               PERFORM OPEN-AUDIT-TRAIL.
               PERFORM OPEN-LIBRARY-FOR-APPEND.
               PERFORM COMMIT-CHANGE-GROUP.
               CLOSE PARM-LIBRARY.
               CLOSE PARM-AUDIT.

           STAGE-ROLLBACK-CARD.
               IF CARD-ENTRY (CARD-INDEX) NOT = SPACES
                   AND CARD-ENTRY (CARD-INDEX) (1:1) NOT = '*'
                   MOVE CARD-ENTRY (CARD-INDEX) TO CHANGE-CARD
                   PERFORM STAGE-SET-CHANGE
               END-IF.

      * a keyword in the current version that the restored version
      * lacks is audited as dropped
           NOTE-DROPPED-KEYWORD.
               IF WORK-CARD (WORK-INDEX) NOT = SPACES
                   AND WORK-CARD (WORK-INDEX) (1:1) NOT = '*'
                   MOVE SPACES TO CHANGE-KEYWORD
                   MOVE SPACES TO CHG-BEFORE-HOLD
                   UNSTRING WORK-CARD (WORK-INDEX) DELIMITED BY "="
                       INTO CHANGE-KEYWORD, CHG-BEFORE-HOLD
                   MOVE 'N' TO TARGET-FOUND-SWITCH
                   PERFORM MATCH-ROLLBACK-KEYWORD
                       VARYING CARD-INDEX
                       FROM VER-FIRST-CARD (ROLLBACK-SLOT) BY 1
                       UNTIL CARD-INDEX > CARD-LAST
                           OR TARGET-FOUND
                   IF NOT TARGET-FOUND
                       MOVE "(DROPPED)" TO CHANGE-VALUE
                       PERFORM RECORD-STAGED-CHANGE
                   END-IF
               END-IF.

           MATCH-ROLLBACK-KEYWORD.
               MOVE SPACES TO SCAN-KEYWORD.
               UNSTRING CARD-ENTRY (CARD-INDEX) DELIMITED BY "="
                   INTO SCAN-KEYWORD.
               IF SCAN-KEYWORD = CHANGE-KEYWORD
                   SET TARGET-FOUND TO TRUE
               END-IF.

           COPY ELAPPROC.

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

           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "suiteparm" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               STRING "ACTION=" ACTION-CODE
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               EVALUATE ACTION-CODE
                   WHEN 'P'
                       MOVE PUBLISHED-COUNT TO FORMATTED-COUNT
                       STRING "PUBLISHED=" FORMATTED-COUNT
                           DELIMITED BY SIZE INTO RUNLOG-RESULT
                   WHEN 'L'
                       MOVE LISTED-COUNT TO FORMATTED-COUNT
                       STRING "LISTED=" FORMATTED-COUNT
                           DELIMITED BY SIZE INTO RUNLOG-RESULT
                   WHEN OTHER
                       MOVE APPLIED-COUNT TO FORMATTED-COUNT
                       MOVE REJECTED-COUNT TO FORMATTED-REJECTED
                       STRING "APPLIED=" FORMATTED-COUNT
                           " REJECTED=" FORMATTED-REJECTED
                           DELIMITED BY SIZE INTO RUNLOG-RESULT
               END-EVALUATE.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.

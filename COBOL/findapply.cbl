       IDENTIFICATION DIVISION.
       PROGRAM-ID. findapply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINAL-IN ASSIGN TO "FINDIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-IN ASSIGN TO "FINDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-STATUS.
           SELECT RESPONSE-IN ASSIGN TO "FINDRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT RELEASED-OUT ASSIGN TO "FINDREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-RPT ASSIGN TO "FINDRVW"
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
       FD  ORIGINAL-IN.
           01 ORIGINAL-IN-RECORD PIC X(1000).
       FD  CHANGE-LOG-IN.
           01 CHANGE-LOG-IN-RECORD PIC X(100).
       FD  RESPONSE-IN.
           01 RESPONSE-IN-RECORD PIC X(30).
       FD  RELEASED-OUT.
           01 RELEASED-OUT-RECORD PIC X(1000).
       FD  REVIEW-RPT.
           01 REVIEW-RPT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 INP PIC X(1000).
           01 CHANGE-STATUS PIC XX.
           01 RESPONSE-STATUS PIC XX.
           01 CHANGE-EOF-SWITCH PIC X VALUE 'N'.
               88 CHANGE-EOF VALUE 'Y'.
           01 RESPONSE-EOF-SWITCH PIC X VALUE 'N'.
               88 RESPONSE-EOF VALUE 'Y'.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.

      * FINDCOR is only findingana's proposal - the released file is
      * FINDIN with just the FINDCHG substitutions a reviewer has
      * approved. each FINDRSP line answers one change by its record
      * and column - 'n c A' approves, 'n c R' rejects; a change with
      * no answer is unanswered and, like a rejected one, leaves the
      * original text in FINDREL. a FINDRULE change may swap texts
      * of different lengths; its column is the FINDIN column, so the
      * record's changes are taken in column order, each applied at
      * its own column plus the growth of the changes applied so far
           01 CHANGE-LINE PIC X(100).
           01 CHANGE-TABLE.
               05 CHANGE-ENTRY OCCURS 1000 TIMES.
                   10 CHG-RECNO PIC 9(6).
                   10 CHG-COL PIC 9(4).
                   10 CHG-BEFORE PIC X(10).
                   10 CHG-BEFORE-LEN PIC 99.
                   10 CHG-AFTER PIC X(20).
                   10 CHG-AFTER-LEN PIC 99.
                   10 CHG-RULE PIC X(8).
                   10 CHG-DISPOSITION PIC X.
                       88 CHG-APPROVED VALUE 'A'.
                       88 CHG-REJECTED VALUE 'R'.
                       88 CHG-UNANSWERED VALUE 'U'.
           01 CHANGE-COUNT PIC 9(4) VALUE 0.
           01 MAX-CHANGE-ENTRIES PIC 9(4) VALUE 1000.
           01 CHANGE-INDEX PIC 9(4).
           01 CHANGE-MATCH PIC 9(4).
           01 PARSE-WORD-1 PIC X(8).
           01 PARSE-RECNO-TEXT PIC X(8).
           01 PARSE-WORD-2 PIC X(8).
           01 PARSE-COL-TEXT PIC X(8).
           01 PARSE-WORD-3 PIC X(8).
           01 PARSE-BEFORE PIC X.
           01 PARSE-WORD-4 PIC X(8).
           01 PARSE-AFTER PIC X.
           01 SPLICE-SOURCE PIC X(1000).
           01 SPLICE-COL PIC 9(4).
           01 REMOVE-LEN PIC 99.
           01 INSERT-TEXT PIC X(20).
           01 INSERT-LEN PIC 99.
           01 RECORD-SHIFT PIC S9(4).
           01 RECORD-LEN PIC 9(4).
           01 ROOM-SWITCH PIC X.
               88 ROOM-FOR-CHANGE VALUE 'Y'.
           COPY FNDCHG.

           01 RESPONSE-LINE PIC X(30).
           01 RESPONSE-RECNO-TEXT PIC X(8).
           01 RESPONSE-COL-TEXT PIC X(8).
           01 RESPONSE-ACTION PIC X.
           01 RESPONSE-RECNO PIC 9(6).
           01 RESPONSE-COL PIC 9(4).

           01 RECORD-COUNT PIC 9(6) VALUE 0.
           01 APPROVED-COUNT PIC 9(6) VALUE 0.
           01 REJECTED-COUNT PIC 9(6) VALUE 0.
           01 UNANSWERED-COUNT PIC 9(6) VALUE 0.
           01 MISMATCH-COUNT PIC 9(6) VALUE 0.
           01 IGNORED-COUNT PIC 9(6) VALUE 0.
           01 REVIEW-LABEL PIC X(10).
           01 REVIEW-PTR PIC 999.
           01 FORMATTED-RECNO PIC Z(5)9.
           01 FORMATTED-COL PIC Z(3)9.
           01 FORMATTED-COUNT PIC Z(5)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-RECORDS UNTIL END-OF-FILE.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-CHANGE-LOG.
               PERFORM LOAD-RESPONSES.
               OPEN INPUT ORIGINAL-IN.
               OPEN OUTPUT RELEASED-OUT.
               OPEN OUTPUT REVIEW-RPT.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-NEXT-RECORD.

           LOAD-CHANGE-LOG.
               OPEN INPUT CHANGE-LOG-IN.
               IF CHANGE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CHANGE LOG - STATUS "
                       CHANGE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-CHANGE-LINE.
               PERFORM LOAD-ONE-CHANGE UNTIL CHANGE-EOF.
               CLOSE CHANGE-LOG-IN.

           READ-CHANGE-LINE.
               READ CHANGE-LOG-IN INTO CHANGE-LINE
                   AT END SET CHANGE-EOF TO TRUE
               END-READ.

           LOAD-ONE-CHANGE.
               IF CHANGE-LINE = SPACES
                   CONTINUE
               ELSE
                   IF CHANGE-COUNT < MAX-CHANGE-ENTRIES
                       ADD 1 TO CHANGE-COUNT
                       MOVE CHANGE-LINE TO FIND-CHANGE-ROW
                       IF FCR-RULE-TAG = " RULE "
                           PERFORM LOAD-RULE-CHANGE
                       ELSE
                           PERFORM LOAD-CHARACTER-CHANGE
                       END-IF
                       MOVE 'U' TO CHG-DISPOSITION (CHANGE-COUNT)
                   ELSE
                       DISPLAY "CHANGE TABLE FULL - IGNORING "
                           CHANGE-LINE
                   END-IF
               END-IF.
               PERFORM READ-CHANGE-LINE.

           LOAD-RULE-CHANGE.
               COMPUTE CHG-RECNO (CHANGE-COUNT) =
                   FUNCTION NUMVAL (FCR-RECNO).
               COMPUTE CHG-COL (CHANGE-COUNT) =
                   FUNCTION NUMVAL (FCR-COL).
               MOVE FCR-BEFORE TO CHG-BEFORE (CHANGE-COUNT).
               MOVE FCR-BEFORE-LEN TO CHG-BEFORE-LEN (CHANGE-COUNT).
               MOVE FCR-AFTER TO CHG-AFTER (CHANGE-COUNT).
               MOVE FCR-AFTER-LEN TO CHG-AFTER-LEN (CHANGE-COUNT).
               MOVE FCR-RULE TO CHG-RULE (CHANGE-COUNT).

           LOAD-CHARACTER-CHANGE.
               MOVE SPACES TO PARSE-RECNO-TEXT.
               MOVE SPACES TO PARSE-COL-TEXT.
               MOVE SPACE TO PARSE-BEFORE.
               MOVE SPACE TO PARSE-AFTER.
               UNSTRING FUNCTION TRIM (CHANGE-LINE)
                   DELIMITED BY ALL SPACE
                   INTO PARSE-WORD-1, PARSE-RECNO-TEXT,
                       PARSE-WORD-2, PARSE-COL-TEXT,
                       PARSE-WORD-3, PARSE-BEFORE,
                       PARSE-WORD-4, PARSE-AFTER.
               COMPUTE CHG-RECNO (CHANGE-COUNT) =
                   FUNCTION NUMVAL (PARSE-RECNO-TEXT).
               COMPUTE CHG-COL (CHANGE-COUNT) =
                   FUNCTION NUMVAL (PARSE-COL-TEXT).
               MOVE PARSE-BEFORE TO CHG-BEFORE (CHANGE-COUNT).
               MOVE 1 TO CHG-BEFORE-LEN (CHANGE-COUNT).
               MOVE PARSE-AFTER TO CHG-AFTER (CHANGE-COUNT).
               MOVE 1 TO CHG-AFTER-LEN (CHANGE-COUNT).
               MOVE SPACES TO CHG-RULE (CHANGE-COUNT).

      * no response file at all simply leaves every change unanswered
           LOAD-RESPONSES.
               OPEN INPUT RESPONSE-IN.
               IF RESPONSE-STATUS = "00"
                   PERFORM READ-RESPONSE-LINE
                   PERFORM LOAD-ONE-RESPONSE UNTIL RESPONSE-EOF
                   CLOSE RESPONSE-IN
               END-IF.

           READ-RESPONSE-LINE.
               READ RESPONSE-IN INTO RESPONSE-LINE
                   AT END SET RESPONSE-EOF TO TRUE
               END-READ.

           LOAD-ONE-RESPONSE.
               IF RESPONSE-LINE = SPACES OR RESPONSE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO RESPONSE-RECNO-TEXT
                   MOVE SPACES TO RESPONSE-COL-TEXT
                   MOVE SPACE TO RESPONSE-ACTION
                   UNSTRING FUNCTION TRIM (RESPONSE-LINE)
                       DELIMITED BY ALL SPACE
                       INTO RESPONSE-RECNO-TEXT, RESPONSE-COL-TEXT,
                           RESPONSE-ACTION
                   COMPUTE RESPONSE-RECNO =
                       FUNCTION NUMVAL (RESPONSE-RECNO-TEXT)
                   COMPUTE RESPONSE-COL =
                       FUNCTION NUMVAL (RESPONSE-COL-TEXT)
                   MOVE 0 TO CHANGE-MATCH
                   PERFORM MATCH-RESPONSE-CHANGE
                       VARYING CHANGE-INDEX FROM 1 BY 1
                       UNTIL CHANGE-INDEX > CHANGE-COUNT
                           OR CHANGE-MATCH > 0
                   IF CHANGE-MATCH > 0
                           AND (RESPONSE-ACTION = 'A'
                               OR RESPONSE-ACTION = 'R')
                       MOVE RESPONSE-ACTION
                           TO CHG-DISPOSITION (CHANGE-MATCH)
                   ELSE
                       ADD 1 TO IGNORED-COUNT
                       DISPLAY "RESPONSE IGNORED: " RESPONSE-LINE
                   END-IF
               END-IF.
               PERFORM READ-RESPONSE-LINE.

           MATCH-RESPONSE-CHANGE.
               IF CHG-RECNO (CHANGE-INDEX) = RESPONSE-RECNO
                       AND CHG-COL (CHANGE-INDEX) = RESPONSE-COL
                   MOVE CHANGE-INDEX TO CHANGE-MATCH
               END-IF.

           READ-NEXT-RECORD.
               READ ORIGINAL-IN INTO INP
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           PROCESS-RECORDS.
               ADD 1 TO RECORD-COUNT.
               MOVE 0 TO RECORD-SHIFT.
               PERFORM APPLY-ONE-CHANGE
                   VARYING CHANGE-INDEX FROM 1 BY 1
                   UNTIL CHANGE-INDEX > CHANGE-COUNT.
               MOVE INP TO RELEASED-OUT-RECORD.
               WRITE RELEASED-OUT-RECORD.
               PERFORM READ-NEXT-RECORD.

           APPLY-ONE-CHANGE.
               IF CHG-RECNO (CHANGE-INDEX) = RECORD-COUNT
                   EVALUATE TRUE
                       WHEN CHG-APPROVED (CHANGE-INDEX)
                           PERFORM APPLY-APPROVED-CHANGE
                       WHEN CHG-REJECTED (CHANGE-INDEX)
                           ADD 1 TO REJECTED-COUNT
                           MOVE "REJECTED" TO REVIEW-LABEL
                           PERFORM WRITE-REVIEW-LINE
                       WHEN OTHER
                           ADD 1 TO UNANSWERED-COUNT
                           MOVE "UNANSWERED" TO REVIEW-LABEL
                           PERFORM WRITE-REVIEW-LINE
                   END-EVALUATE
               END-IF.

      * an original character that no longer matches the change
      * log's before-image means FINDIN moved since the scan - the
      * change is held rather than applied blind
           APPLY-APPROVED-CHANGE.
               COMPUTE SPLICE-COL =
                   CHG-COL (CHANGE-INDEX) + RECORD-SHIFT.
               MOVE CHG-BEFORE-LEN (CHANGE-INDEX) TO REMOVE-LEN.
               MOVE CHG-AFTER (CHANGE-INDEX) TO INSERT-TEXT.
               MOVE CHG-AFTER-LEN (CHANGE-INDEX) TO INSERT-LEN.
               PERFORM CHECK-SPLICE-ROOM.
               IF ROOM-FOR-CHANGE
                   PERFORM CHECK-BEFORE-IMAGE
               END-IF.
               IF ROOM-FOR-CHANGE
                   PERFORM SPLICE-CHANGE
                   COMPUTE RECORD-SHIFT = RECORD-SHIFT
                       + CHG-AFTER-LEN (CHANGE-INDEX)
                       - CHG-BEFORE-LEN (CHANGE-INDEX)
                   ADD 1 TO APPROVED-COUNT
                   MOVE "APPROVED" TO REVIEW-LABEL
               ELSE
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "MISMATCH" TO REVIEW-LABEL
               END-IF.
               PERFORM WRITE-REVIEW-LINE.

           CHECK-BEFORE-IMAGE.
               IF INP (SPLICE-COL:REMOVE-LEN)
                       NOT = CHG-BEFORE (CHANGE-INDEX) (1:REMOVE-LEN)
                   MOVE 'N' TO ROOM-SWITCH
               END-IF.

      * a change is spliced in - the text from the change column on
      * is rebuilt as the inserted text followed by the rest of the
      * record after the removed text, so a change of length moves
      * everything behind it
           CHECK-SPLICE-ROOM.
               IF INP = SPACES
                   MOVE 0 TO RECORD-LEN
               ELSE
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (INP TRAILING))
                       TO RECORD-LEN
               END-IF.
               IF RECORD-LEN + INSERT-LEN - REMOVE-LEN > 1000
                       OR SPLICE-COL + INSERT-LEN - 1 > 1000
                       OR SPLICE-COL + REMOVE-LEN - 1 > 1000
                   MOVE 'N' TO ROOM-SWITCH
               ELSE
                   MOVE 'Y' TO ROOM-SWITCH
               END-IF.

           SPLICE-CHANGE.
               MOVE INP TO SPLICE-SOURCE.
               MOVE SPACES TO INP (SPLICE-COL:).
               IF INSERT-LEN > 0
                   MOVE INSERT-TEXT (1:INSERT-LEN)
                       TO INP (SPLICE-COL:INSERT-LEN)
               END-IF.
               IF SPLICE-COL + REMOVE-LEN <= 1000
                       AND SPLICE-COL + INSERT-LEN <= 1000
                   MOVE SPLICE-SOURCE (SPLICE-COL + REMOVE-LEN:)
                       TO INP (SPLICE-COL + INSERT-LEN:)
               END-IF.


           WRITE-REVIEW-LINE.
               MOVE CHG-RECNO (CHANGE-INDEX) TO FORMATTED-RECNO.
               MOVE CHG-COL (CHANGE-INDEX) TO FORMATTED-COL.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               MOVE 1 TO REVIEW-PTR.
               STRING REVIEW-LABEL
                   " RECORD " FORMATTED-RECNO
                   " COL " FORMATTED-COL
                   " BEFORE "
                   FUNCTION TRIM (CHG-BEFORE (CHANGE-INDEX) TRAILING)
                   " AFTER "
                   FUNCTION TRIM (CHG-AFTER (CHANGE-INDEX) TRAILING)
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD
                   WITH POINTER REVIEW-PTR.
               IF CHG-RULE (CHANGE-INDEX) NOT = SPACES
                   STRING " RULE " CHG-RULE (CHANGE-INDEX)
                       DELIMITED BY SIZE INTO REVIEW-RPT-RECORD
                       WITH POINTER REVIEW-PTR
               END-IF.
               WRITE REVIEW-RPT-RECORD.

           WRITE-REVIEW-SUMMARY.
               MOVE APPROVED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               STRING "APPROVED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE REJECTED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               STRING "REJECTED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE UNANSWERED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               STRING "UNANSWERED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE MISMATCH-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               STRING "MISMATCHED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE IGNORED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               STRING "RESPONSES IGNORED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.

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
               MOVE "findapply" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE CHANGE-COUNT TO FORMATTED-COUNT.
               STRING "CHANGES=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE APPROVED-COUNT TO FORMATTED-COUNT.
               STRING "APPROVED=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-REVIEW-SUMMARY.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE ORIGINAL-IN.
               CLOSE RELEASED-OUT.
               CLOSE REVIEW-RPT.
               CLOSE SUITE-LOG.
               IF MISMATCH-COUNT > 0
                   DISPLAY "BEFORE-IMAGE MISMATCHES: " MISMATCH-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF.

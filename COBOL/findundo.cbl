           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CORRECTED-IN.
           01 CORRECTED-IN-RECORD PIC X(1000).
       FD  CHANGE-LOG-IN.
           01 CHANGE-LOG-IN-RECORD PIC X(100).
       FD  RESTORED-OUT.
           01 RESTORED-OUT-RECORD PIC X(1000).
       FD  UNDO-REPORT.
           01 UNDO-REPORT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

      * move, applied only after checking the corrected file still
      * carries the after-character at that column - any drift means
      * the file is not the one the change log describes and the
      * record is reported instead of blindly reverted. a FINDRULE
      * change may swap texts of different lengths; its column is
      * the FINDIN column, so the record's changes are taken in
      * column order, each one's FINDCOR column being its own plus
      * the growth of the changes before it still left in the record
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
           01 CHANGE-COUNT PIC 9(4) VALUE 0.
           01 MAX-CHANGE-ENTRIES PIC 9(4) VALUE 1000.
           01 CHANGE-INDEX PIC 9(4).
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
           01 FOUND-TEXT PIC X(20).
           01 FOUND-LEN PIC 99.
           01 ROOM-SWITCH PIC X.
               88 ROOM-FOR-CHANGE VALUE 'Y'.
           COPY FNDCHG.

           01 RECORD-COUNT PIC 9(6) VALUE 0.
           01 REVERTED-COUNT PIC 9(6) VALUE 0.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-CHANGE-LOG.
               OPEN INPUT CORRECTED-IN.
               ELSE
                   IF CHANGE-COUNT < MAX-CHANGE-ENTRIES
                       ADD 1 TO CHANGE-COUNT
                       MOVE CHANGE-LINE TO FIND-CHANGE-ROW
                       IF FCR-RULE-TAG = " RULE "
                           PERFORM LOAD-RULE-CHANGE
                       ELSE
                           PERFORM LOAD-CHARACTER-CHANGE
                       END-IF
                   ELSE
                       DISPLAY "CHANGE TABLE FULL - IGNORING "
                           CHANGE-LINE
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

           READ-NEXT-RECORD.
               READ CORRECTED-IN INTO INP
                   AT END SET END-OF-FILE TO TRUE

           PROCESS-RECORDS.
               ADD 1 TO RECORD-COUNT.
               MOVE 0 TO RECORD-SHIFT.
               PERFORM REVERT-ONE-CHANGE
                   VARYING CHANGE-INDEX FROM 1 BY 1
                   UNTIL CHANGE-INDEX > CHANGE-COUNT.

           REVERT-ONE-CHANGE.
               IF CHG-RECNO (CHANGE-INDEX) = RECORD-COUNT
                   COMPUTE SPLICE-COL =
                       CHG-COL (CHANGE-INDEX) + RECORD-SHIFT
                   MOVE CHG-AFTER-LEN (CHANGE-INDEX) TO REMOVE-LEN
                   MOVE CHG-BEFORE (CHANGE-INDEX) TO INSERT-TEXT
                   MOVE CHG-BEFORE-LEN (CHANGE-INDEX) TO INSERT-LEN
                   PERFORM CHECK-SPLICE-ROOM
                   IF ROOM-FOR-CHANGE
                       PERFORM CHECK-AFTER-IMAGE
                   END-IF
                   IF ROOM-FOR-CHANGE
                       PERFORM SPLICE-CHANGE
                       ADD 1 TO REVERTED-COUNT
                   ELSE
                       COMPUTE RECORD-SHIFT = RECORD-SHIFT
                           + CHG-AFTER-LEN (CHANGE-INDEX)
                           - CHG-BEFORE-LEN (CHANGE-INDEX)
                       ADD 1 TO MISMATCH-COUNT
                       PERFORM WRITE-MISMATCH-LINE
                   END-IF
               END-IF.

           CHECK-AFTER-IMAGE.
               IF REMOVE-LEN > 0
                   IF INP (SPLICE-COL:REMOVE-LEN)
                           NOT = CHG-AFTER (CHANGE-INDEX) (1:REMOVE-LEN)
                       MOVE 'N' TO ROOM-SWITCH
                   END-IF
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


           WRITE-MISMATCH-LINE.
               MOVE CHG-AFTER-LEN (CHANGE-INDEX) TO FOUND-LEN.
               IF FOUND-LEN = 0
                   MOVE 1 TO FOUND-LEN
               END-IF.
               MOVE SPACES TO FOUND-TEXT.
               IF SPLICE-COL + FOUND-LEN - 1 <= 1000
                   MOVE INP (SPLICE-COL:FOUND-LEN) TO FOUND-TEXT
               END-IF.
               MOVE CHG-RECNO (CHANGE-INDEX) TO FORMATTED-RECNO.
               MOVE CHG-COL (CHANGE-INDEX) TO FORMATTED-COL.
               MOVE SPACES TO UNDO-REPORT-RECORD.
               STRING "MISMATCH RECORD " FORMATTED-RECNO
                   " COL " FORMATTED-COL
                   " EXPECTED "
                   FUNCTION TRIM (CHG-AFTER (CHANGE-INDEX) TRAILING)
                   " FOUND " FUNCTION TRIM (FOUND-TEXT TRAILING)
                   " - NOT REVERTED"
                   DELIMITED BY SIZE INTO UNDO-REPORT-RECORD.
               WRITE UNDO-REPORT-RECORD.

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

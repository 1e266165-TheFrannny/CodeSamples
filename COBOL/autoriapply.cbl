           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           01 REVIEW-RPT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

      * each AUTORICHG line is one proposed single-character fold -
      * 'RECORD n COL c BEFORE x AFTER y' - keyed to the reviewer's
      * AUTORIRSP response by its line number in the change log; a
      * change with no response stays pending and is never applied.
      * a character-screen translation carries a trailing
      * 'HEX bb aa' pair giving the true before and after bytes,
      * since those need not be printable
           01 CHANGE-LINE PIC X(60).
           01 CHANGE-TABLE.
               05 CHANGE-ENTRY OCCURS 500 TIMES.
                   10 CHG-COL PIC 999.
                   10 CHG-BEFORE PIC X.
                   10 CHG-AFTER PIC X.
                   10 CHG-FORM PIC X.
                       88 CHG-HEX-FORM VALUE 'H'.
                   10 CHG-DISPOSITION PIC X.
                       88 CHG-APPROVED VALUE 'A'.
                       88 CHG-REJECTED VALUE 'R'.
           01 PARSE-BEFORE PIC X.
           01 PARSE-WORD-4 PIC X(8).
           01 PARSE-AFTER PIC X.
           01 PARSE-WORD-5 PIC X(8).
           01 PARSE-HEX-BEFORE PIC X(2).
           01 PARSE-HEX-AFTER PIC X(2).
           01 REVIEW-PTR PIC 999.
           01 REVIEW-HEX-BEFORE PIC X(2).
           COPY HEXCNVWS.

           01 RESPONSE-LINE PIC X(20).
           01 RESPONSE-SEQ-TEXT PIC X(8).
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
               PERFORM LOAD-RESPONSES.
                       ADD 1 TO CHANGE-COUNT
                       MOVE SPACES TO PARSE-RECNO-TEXT
                       MOVE SPACES TO PARSE-COL-TEXT
                       MOVE SPACES TO PARSE-WORD-5
                       UNSTRING FUNCTION TRIM (CHANGE-LINE)
                           DELIMITED BY ALL SPACE
                           INTO PARSE-WORD-1, PARSE-RECNO-TEXT,
                               PARSE-WORD-2, PARSE-COL-TEXT,
                               PARSE-WORD-3, PARSE-BEFORE,
                               PARSE-WORD-4, PARSE-AFTER,
                               PARSE-WORD-5, PARSE-HEX-BEFORE,
                               PARSE-HEX-AFTER
                       COMPUTE CHG-RECNO (CHANGE-COUNT) =
                           FUNCTION NUMVAL (PARSE-RECNO-TEXT)
                       COMPUTE CHG-COL (CHANGE-COUNT) =
                           FUNCTION NUMVAL (PARSE-COL-TEXT)
                       MOVE PARSE-BEFORE TO CHG-BEFORE (CHANGE-COUNT)
                       MOVE PARSE-AFTER TO CHG-AFTER (CHANGE-COUNT)
                       MOVE SPACE TO CHG-FORM (CHANGE-COUNT)
                       IF PARSE-WORD-5 = "HEX"
                           PERFORM LOAD-HEX-CHANGE
                       END-IF
                       MOVE 'P' TO CHG-DISPOSITION (CHANGE-COUNT)
                   ELSE
                       DISPLAY "CHANGE TABLE FULL - IGNORING "
               END-IF.
               PERFORM READ-CHANGE-LINE.

      * a hex pair that will not decode leaves the change holding its
      * '?' placeholder, which never matches the live byte, so it is
      * reported as a mismatch rather than applied
           LOAD-HEX-CHANGE.
               MOVE 'H' TO CHG-FORM (CHANGE-COUNT).
               MOVE PARSE-HEX-BEFORE TO HEX-PAIR.
               PERFORM HEX-PAIR-TO-BYTE.
               IF HEX-PAIR-VALID
                   MOVE HEX-BYTE TO CHG-BEFORE (CHANGE-COUNT)
               END-IF.
               MOVE PARSE-HEX-AFTER TO HEX-PAIR.
               PERFORM HEX-PAIR-TO-BYTE.
               IF HEX-PAIR-VALID
                   MOVE HEX-BYTE TO CHG-AFTER (CHANGE-COUNT)
               END-IF.

           LOAD-RESPONSES.
               OPEN INPUT RESPONSE-IN.
               IF RESPONSE-STATUS = "00"
           WRITE-REVIEW-LINE.
               MOVE CHG-RECNO (CHANGE-INDEX) TO FORMATTED-RECNO.
               MOVE CHG-COL (CHANGE-INDEX) TO FORMATTED-COL.
               IF CHG-HEX-FORM (CHANGE-INDEX)
                   PERFORM WRITE-HEX-REVIEW-LINE
               ELSE
                   STRING REVIEW-RPT-RECORD (1:8) DELIMITED BY SIZE
                       " RECORD " FORMATTED-RECNO
                       " COL " FORMATTED-COL
                       " BEFORE " CHG-BEFORE (CHANGE-INDEX)
                       " AFTER " CHG-AFTER (CHANGE-INDEX)
                       DELIMITED BY SIZE INTO REVIEW-RPT-RECORD
               END-IF.
               WRITE REVIEW-RPT-RECORD.

      * a translated byte is shown by its hex value only, as the
      * review report must stay readable text
           WRITE-HEX-REVIEW-LINE.
               MOVE CHG-BEFORE (CHANGE-INDEX) TO HEX-BYTE.
               PERFORM BYTE-TO-HEX-PAIR.
               MOVE HEX-PAIR TO REVIEW-HEX-BEFORE.
               MOVE CHG-AFTER (CHANGE-INDEX) TO HEX-BYTE.
               PERFORM BYTE-TO-HEX-PAIR.
               MOVE 9 TO REVIEW-PTR.
               STRING " RECORD " FORMATTED-RECNO
                   " COL " FORMATTED-COL
                   " BEFORE X'" REVIEW-HEX-BEFORE "'"
                   " AFTER X'" HEX-PAIR "'"
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD
                   WITH POINTER REVIEW-PTR.

           WRITE-REVIEW-SUMMARY.
               MOVE APPLIED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO REVIEW-RPT-RECORD.
                   DELIMITED BY SIZE INTO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. shadestrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-IN ASSIGN TO "SHADESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT TREND-RPT ASSIGN TO "SHADESTRD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "SHADESTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
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
       FD  HISTORY-IN.
           01 HISTORY-IN-RECORD PIC X(150).
       FD  TREND-RPT.
           01 TREND-RPT-RECORD PIC X(132).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 HISTORY-STATUS PIC XX.
           01 HIST-LINE PIC X(150).
           01 HIST-DATE PIC X(8).
           01 HIST-CATEGORY PIC X(8).
           01 HIST-LINES PIC 9(6).
           01 HIST-DESCRIPTIONS PIC 9(6).
           01 HIST-SCORE PIC 9(7)V99.
           01 HIST-SUPPRESSED PIC 9(6).

           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 RECORD-COUNT PIC 9(6) VALUE 0.

      * a category whose share of the week's descriptions moves by
      * more than FLAG-PCT percentage points from the prior week is
      * flagged; SHADESTRP may carry FLAG-PCT=n.nn to change it
           01 FLAG-PCT PIC 9(3)V99 VALUE 5.00.
           COPY PARMWS.

      * fiftyshades rows are bucketed into weeks running Monday to
      * Sunday - day 1 of the integer calendar is a Monday, so the
      * week's first day is the run day less its offset in the week.
      * each fiftyshades run leaves one *ALL* row whose LINES is the
      * run's description volume; the category rows carry the lines
      * each category was found on. the history is appended
      * chronologically so the table is already in week order
           01 RUN-DAY-NUMBER PIC 9(7).
           01 WEEK-DAY-NUMBER PIC 9(7).
           01 HIST-WEEK PIC 9(8).
           01 WEEK-TABLE.
               05 WEEK-ENTRY OCCURS 60 TIMES.
                   10 WEEK-START PIC 9(8).
                   10 WEEK-RUNS PIC 999.
                   10 WEEK-LINES PIC 9(8).
                   10 WEEK-CATEGORY-ROW OCCURS 20 TIMES.
                       15 WEEK-CAT-DESCRIPTIONS PIC 9(8).
                       15 WEEK-CAT-SCORE PIC 9(9)V99.
                       15 WEEK-CAT-SUPPRESSED PIC 9(8).
           01 WEEK-ENTRIES PIC 99 VALUE 0.
           01 MAX-WEEK-ENTRIES PIC 99 VALUE 60.
           01 WEEK-INDEX PIC 99.
           01 WEEK-SLOT PIC 99.
           01 AVERAGE-FROM-WEEK PIC 99.
           01 AVERAGE-WEEK PIC 99.
           01 AVERAGE-WEEKS PIC 9.

           01 CATEGORY-TABLE.
               05 TREND-CATEGORY PIC X(8) OCCURS 20 TIMES.
           01 CATEGORY-COUNT PIC 99 VALUE 0.
           01 MAX-CATEGORY-ENTRIES PIC 99 VALUE 20.
           01 CATEGORY-INDEX PIC 99.
           01 CATEGORY-SLOT PIC 99.
           01 CATEGORY-FULL-SWITCH PIC X VALUE 'N'.
               88 CATEGORY-TABLE-FULL VALUE 'Y'.

           01 SHARE-WEEK PIC 99.
           01 CATEGORY-SHARE PIC 9(3)V99.
           01 CURRENT-SHARE PIC 9(3)V99.
           01 PRIOR-SHARE PIC 9(3)V99.
           01 SHARE-CHANGE PIC S9(3)V99.
           01 SHARE-TOTAL PIC 9(4)V99.
           01 AVERAGE-SHARE PIC 9(3)V99.
           01 MOVED-SWITCH PIC X.
               88 CATEGORY-MOVED VALUE 'Y'.
           01 FLAGGED-COUNT PIC 9(4) VALUE 0.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-RUNS PIC ZZ9.
           01 FORMATTED-LINES PIC Z(7)9.
           01 FORMATTED-DESCRIPTIONS PIC Z(7)9.
           01 FORMATTED-SHARE PIC ZZ9.99.
           01 FORMATTED-AVERAGE PIC ZZ9.99.
           01 FORMATTED-CHANGE PIC +++9.99.
           01 FORMATTED-FLAG-PCT PIC ZZ9.99.
           01 FORMATTED-SCORE PIC Z(8)9.99.
           01 FORMATTED-SUPPRESSED PIC Z(7)9.
           01 CHANGE-TEXT PIC X(7).
           01 FLAG-TEXT PIC X(8).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM LOAD-HISTORY-RECORDS UNTIL END-OF-FILE.
               PERFORM WRITE-TREND-REPORT.
               PERFORM TERMINATE-RUN.
               IF FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               OPEN INPUT HISTORY-IN.
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HISTORY FILE - STATUS "
                       HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT TREND-RPT.
               OPEN EXTEND SUITE-LOG.
               PERFORM READ-NEXT-RECORD.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "FLAG-PCT"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE FLAG-PCT =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           READ-NEXT-RECORD.
               READ HISTORY-IN INTO HIST-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

           LOAD-HISTORY-RECORDS.
               IF HIST-LINE (1:11) = "fiftyshades"
                   ADD 1 TO RECORD-COUNT
                   MOVE HIST-LINE (13:8) TO HIST-DATE
                   MOVE HIST-LINE (47:8) TO HIST-CATEGORY
                   COMPUTE HIST-LINES =
                       FUNCTION NUMVAL (HIST-LINE (62:6))
                   COMPUTE HIST-DESCRIPTIONS =
                       FUNCTION NUMVAL (HIST-LINE (75:6))
                   COMPUTE HIST-SCORE =
                       FUNCTION NUMVAL (HIST-LINE (88:10))
                   COMPUTE HIST-SUPPRESSED =
                       FUNCTION NUMVAL (HIST-LINE (110:6))
                   IF HIST-DATE IS NUMERIC
                       PERFORM ACCUMULATE-WEEK
                   END-IF
               END-IF.
               PERFORM READ-NEXT-RECORD.

           ACCUMULATE-WEEK.
               COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (HIST-DATE)).
               COMPUTE WEEK-DAY-NUMBER = RUN-DAY-NUMBER
                   - FUNCTION MOD (RUN-DAY-NUMBER - 1, 7).
               COMPUTE HIST-WEEK =
                   FUNCTION DATE-OF-INTEGER (WEEK-DAY-NUMBER).
               MOVE 0 TO WEEK-SLOT.
               PERFORM FIND-WEEK-SLOT
                   VARYING WEEK-INDEX FROM 1 BY 1
                   UNTIL WEEK-INDEX > WEEK-ENTRIES
                       OR WEEK-SLOT > 0.
               IF WEEK-SLOT = 0
                   AND WEEK-ENTRIES = MAX-WEEK-ENTRIES
                   DISPLAY "WEEK TABLE FULL - NOT COUNTING "
                       HIST-DATE
               END-IF.
               IF WEEK-SLOT = 0
                   AND WEEK-ENTRIES < MAX-WEEK-ENTRIES
                   ADD 1 TO WEEK-ENTRIES
                   MOVE WEEK-ENTRIES TO WEEK-SLOT
                   MOVE HIST-WEEK TO WEEK-START (WEEK-SLOT)
                   MOVE 0 TO WEEK-RUNS (WEEK-SLOT)
                   MOVE 0 TO WEEK-LINES (WEEK-SLOT)
                   PERFORM CLEAR-WEEK-CATEGORY
                       VARYING CATEGORY-INDEX FROM 1 BY 1
                       UNTIL CATEGORY-INDEX > MAX-CATEGORY-ENTRIES
               END-IF.
               IF WEEK-SLOT > 0
                   IF HIST-CATEGORY = "*ALL*"
                       ADD 1 TO WEEK-RUNS (WEEK-SLOT)
                       ADD HIST-LINES TO WEEK-LINES (WEEK-SLOT)
                   ELSE
                       PERFORM ACCUMULATE-WEEK-CATEGORY
                   END-IF
               END-IF.

           FIND-WEEK-SLOT.
               IF WEEK-START (WEEK-INDEX) = HIST-WEEK
                   MOVE WEEK-INDEX TO WEEK-SLOT
               END-IF.

           CLEAR-WEEK-CATEGORY.
               MOVE 0 TO WEEK-CAT-DESCRIPTIONS
                   (WEEK-SLOT, CATEGORY-INDEX).
               MOVE 0 TO WEEK-CAT-SCORE (WEEK-SLOT, CATEGORY-INDEX).
               MOVE 0 TO WEEK-CAT-SUPPRESSED
                   (WEEK-SLOT, CATEGORY-INDEX).

           ACCUMULATE-WEEK-CATEGORY.
               MOVE 0 TO CATEGORY-SLOT.
               PERFORM FIND-CATEGORY-SLOT
                   VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT
                       OR CATEGORY-SLOT > 0.
               IF CATEGORY-SLOT = 0
                   IF CATEGORY-COUNT < MAX-CATEGORY-ENTRIES
                       ADD 1 TO CATEGORY-COUNT
                       MOVE CATEGORY-COUNT TO CATEGORY-SLOT
                       MOVE HIST-CATEGORY
                           TO TREND-CATEGORY (CATEGORY-SLOT)
                   ELSE
                       IF NOT CATEGORY-TABLE-FULL
                           DISPLAY "CATEGORY TABLE FULL - NOT COUNTING "
                               HIST-CATEGORY
                           SET CATEGORY-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF CATEGORY-SLOT > 0
                   ADD HIST-DESCRIPTIONS TO WEEK-CAT-DESCRIPTIONS
                       (WEEK-SLOT, CATEGORY-SLOT)
                   ADD HIST-SCORE
                       TO WEEK-CAT-SCORE (WEEK-SLOT, CATEGORY-SLOT)
                   ADD HIST-SUPPRESSED TO WEEK-CAT-SUPPRESSED
                       (WEEK-SLOT, CATEGORY-SLOT)
               END-IF.

           FIND-CATEGORY-SLOT.
               IF TREND-CATEGORY (CATEGORY-INDEX) = HIST-CATEGORY
                   MOVE CATEGORY-INDEX TO CATEGORY-SLOT
               END-IF.

           WRITE-TREND-REPORT.
               MOVE FLAG-PCT TO FORMATTED-FLAG-PCT.
               MOVE SPACES TO TREND-RPT-RECORD.
               STRING "COLOUR CATEGORY SHARE TREND FROM SHADES HISTORY"
                   " - FLAG AT " FORMATTED-FLAG-PCT " POINTS"
                   DELIMITED BY SIZE INTO TREND-RPT-RECORD.
               WRITE TREND-RPT-RECORD.
               PERFORM WRITE-ONE-WEEK
                   VARYING WEEK-INDEX FROM 1 BY 1
                   UNTIL WEEK-INDEX > WEEK-ENTRIES.
               MOVE FLAGGED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO TREND-RPT-RECORD.
               STRING "CATEGORIES FLAGGED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO TREND-RPT-RECORD.
               WRITE TREND-RPT-RECORD.

           WRITE-ONE-WEEK.
               MOVE WEEK-RUNS (WEEK-INDEX) TO FORMATTED-RUNS.
               MOVE WEEK-LINES (WEEK-INDEX) TO FORMATTED-LINES.
               MOVE SPACES TO TREND-RPT-RECORD.
               STRING "WEEK OF " WEEK-START (WEEK-INDEX)
                   " RUNS " FORMATTED-RUNS
                   " DESCRIPTIONS " FORMATTED-LINES
                   DELIMITED BY SIZE INTO TREND-RPT-RECORD.
               WRITE TREND-RPT-RECORD.
               PERFORM WRITE-ONE-CATEGORY-LINE
                   VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT.

      * the four-week average covers this week and up to three weeks
      * before it; the first week has no prior week to move from
           WRITE-ONE-CATEGORY-LINE.
               MOVE WEEK-INDEX TO SHARE-WEEK.
               PERFORM COMPUTE-CATEGORY-SHARE.
               MOVE CATEGORY-SHARE TO CURRENT-SHARE.
               MOVE 'N' TO MOVED-SWITCH.
               MOVE "    N/A" TO CHANGE-TEXT.
               IF WEEK-INDEX > 1
                   COMPUTE SHARE-WEEK = WEEK-INDEX - 1
                   PERFORM COMPUTE-CATEGORY-SHARE
                   MOVE CATEGORY-SHARE TO PRIOR-SHARE
                   COMPUTE SHARE-CHANGE = CURRENT-SHARE - PRIOR-SHARE
                   MOVE SHARE-CHANGE TO FORMATTED-CHANGE
                   MOVE FORMATTED-CHANGE TO CHANGE-TEXT
                   IF FUNCTION ABS (SHARE-CHANGE) > FLAG-PCT
                       SET CATEGORY-MOVED TO TRUE
                       ADD 1 TO FLAGGED-COUNT
                   END-IF
               END-IF.
               IF WEEK-INDEX > 4
                   COMPUTE AVERAGE-FROM-WEEK = WEEK-INDEX - 3
               ELSE
                   MOVE 1 TO AVERAGE-FROM-WEEK
               END-IF.
               MOVE 0 TO SHARE-TOTAL.
               MOVE 0 TO AVERAGE-WEEKS.
               PERFORM ADD-AVERAGE-WEEK
                   VARYING AVERAGE-WEEK FROM AVERAGE-FROM-WEEK BY 1
                   UNTIL AVERAGE-WEEK > WEEK-INDEX.
               COMPUTE AVERAGE-SHARE ROUNDED =
                   SHARE-TOTAL / AVERAGE-WEEKS.
               IF CATEGORY-MOVED
                   MOVE "*MOVED*" TO FLAG-TEXT
               ELSE
                   MOVE SPACES TO FLAG-TEXT
               END-IF.
               MOVE WEEK-CAT-DESCRIPTIONS (WEEK-INDEX, CATEGORY-INDEX)
                   TO FORMATTED-DESCRIPTIONS.
               MOVE CURRENT-SHARE TO FORMATTED-SHARE.
               MOVE AVERAGE-SHARE TO FORMATTED-AVERAGE.
               MOVE WEEK-CAT-SCORE (WEEK-INDEX, CATEGORY-INDEX)
                   TO FORMATTED-SCORE.
               MOVE WEEK-CAT-SUPPRESSED (WEEK-INDEX, CATEGORY-INDEX)
                   TO FORMATTED-SUPPRESSED.
               MOVE SPACES TO TREND-RPT-RECORD.
               STRING "  " TREND-CATEGORY (CATEGORY-INDEX)
                   " DESCS " FORMATTED-DESCRIPTIONS
                   " SHARE " FORMATTED-SHARE
                   " CHANGE " CHANGE-TEXT
                   " 4WK AVG " FORMATTED-AVERAGE
                   " SCORE " FORMATTED-SCORE
                   " SUPPRESSED " FORMATTED-SUPPRESSED
                   " " FLAG-TEXT
                   DELIMITED BY SIZE INTO TREND-RPT-RECORD.
               WRITE TREND-RPT-RECORD.

           ADD-AVERAGE-WEEK.
               MOVE AVERAGE-WEEK TO SHARE-WEEK.
               PERFORM COMPUTE-CATEGORY-SHARE.
               ADD CATEGORY-SHARE TO SHARE-TOTAL.
               ADD 1 TO AVERAGE-WEEKS.

      * share is the percentage of the week's description lines the
      * category was found on
           COMPUTE-CATEGORY-SHARE.
               IF WEEK-LINES (SHARE-WEEK) > 0
                   COMPUTE CATEGORY-SHARE ROUNDED =
                       WEEK-CAT-DESCRIPTIONS
                           (SHARE-WEEK, CATEGORY-INDEX)
                       * 100 / WEEK-LINES (SHARE-WEEK)
               ELSE
                   MOVE 0 TO CATEGORY-SHARE
               END-IF.

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
               MOVE "shadestrend" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE RECORD-COUNT TO FORMATTED-COUNT.
               STRING "RECORDS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE WEEK-ENTRIES TO FORMATTED-RUNS.
               MOVE FLAGGED-COUNT TO FORMATTED-COUNT.
               STRING "WEEKS=" FORMATTED-RUNS
                   " FLAGGED=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE HISTORY-IN.
               CLOSE TREND-RPT.
               CLOSE SUITE-LOG.

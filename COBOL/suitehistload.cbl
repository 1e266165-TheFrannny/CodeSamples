       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitehistload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAIS-OLD ASSIGN TO "TAISHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS.
           SELECT MOOSE-OLD ASSIGN TO "MOOSEHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS.
           SELECT TAIS-KEYED ASSIGN TO "TAISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS KEYED-STATUS.
           SELECT MOOSE-KEYED ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS KEYED-STATUS.
           SELECT EXTRACT-STATE ASSIGN TO "WHSSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.
           SELECT CONVERT-RPT ASSIGN TO "SUITEHCR"
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
       FD  TAIS-OLD.
           01 TAIS-OLD-RECORD PIC X(250).
       FD  MOOSE-OLD.
           01 MOOSE-OLD-RECORD PIC X(100).
       FD  TAIS-KEYED.
           COPY TAISHST.
       FD  MOOSE-KEYED.
           COPY MOOSHST.
       FD  EXTRACT-STATE.
           01 EXTRACT-STATE-RECORD PIC X(30).
       FD  CONVERT-RPT.
           01 CONVERT-RPT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      * one-time build of the keyed history files from the sequential
      * ones - the operator renames TAISHIST to TAISHOLD and MOOSEHIST
      * to MOOSEHOLD and runs this once. a keyed file is only built
      * where none is there yet (status 35), so a second run, or a
      * sequential file left under the live name, is refused and
      * nothing is overwritten. rows that cannot be keyed are listed
      * on SUITEHCR and left behind on the old file
           01 OLD-STATUS PIC XX.
           01 KEYED-STATUS PIC XX.
           01 OLD-EOF-SWITCH PIC X VALUE 'N'.
               88 OLD-EOF VALUE 'Y'.
           01 DATASET-NAME PIC X(12).
           01 OLD-NAME PIC X(12).
           01 OLD-LINE PIC X(250).
           01 OLD-ROW PIC 9(7).
           01 MAX-MOOSE-SEQUENCE PIC 9(7) VALUE 999999.
           01 ROW-DATE PIC X(8).
           01 ROW-PATIENT PIC X(10).
           01 ROW-TAG PIC X(8).
           01 PARSE-PREFIX PIC X(250).
           01 PARSE-REST PIC X(250).
           01 DATASET-SWITCH PIC X.
               88 DATASET-CONVERTIBLE VALUE 'Y'.
           01 LOADED-COUNT PIC 9(7).
           01 REPLACED-COUNT PIC 9(7).
           01 REJECTED-COUNT PIC 9(7).
           01 TOTAL-LOADED PIC 9(8) VALUE 0.
           01 TOTAL-REPLACED PIC 9(8) VALUE 0.
           01 TOTAL-REJECTED PIC 9(8) VALUE 0.
           01 REFUSED-COUNT PIC 9 VALUE 0.

      * suiteextract's last row-count marks - the rows they cover have
      * already gone to the warehouse and are stamped with zeros, the
      * rest with their run date, so its next delta carries on from
      * where the sequential files left off
           01 STATE-STATUS PIC XX.
           01 STATE-EOF-SWITCH PIC X VALUE 'N'.
               88 STATE-EOF VALUE 'Y'.
           01 STATE-LINE PIC X(30).
           01 STA-NAME PIC X(10).
           01 STA-ROWS-TEXT PIC X(17).
           01 TAIS-EXTRACTED-ROWS PIC 9(7) VALUE 0.
           01 MOOSE-EXTRACTED-ROWS PIC 9(7) VALUE 0.
           01 EXTRACTED-ROWS PIC 9(7).
           01 CONVERTED-STAMP PIC X(17).

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-ROW PIC Z(6)9.
           01 FORMATTED-LOADED PIC Z(6)9.
           01 FORMATTED-REPLACED PIC Z(6)9.
           01 FORMATTED-REJECTED PIC Z(6)9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM CONVERT-TAIS-HISTORY.
               PERFORM CONVERT-MOOSE-HISTORY.
               PERFORM WRITE-CONVERSION-TRAILER.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-EXTRACT-MARKS.
               OPEN OUTPUT CONVERT-RPT.
               MOVE SPACES TO CONVERT-RPT-RECORD.
               STRING "KEYED HISTORY CONVERSION " RUN-STAMP
                   DELIMITED BY SIZE INTO CONVERT-RPT-RECORD.
               WRITE CONVERT-RPT-RECORD.

           LOAD-EXTRACT-MARKS.
               OPEN INPUT EXTRACT-STATE.
               IF STATE-STATUS = "00"
                   PERFORM READ-STATE-LINE
                   PERFORM LOAD-ONE-EXTRACT-MARK UNTIL STATE-EOF
                   CLOSE EXTRACT-STATE
               END-IF.

           READ-STATE-LINE.
               READ EXTRACT-STATE INTO STATE-LINE
                   AT END SET STATE-EOF TO TRUE
               END-READ.

           LOAD-ONE-EXTRACT-MARK.
               IF STATE-LINE NOT = SPACES
                   MOVE SPACES TO STA-NAME
                   MOVE SPACES TO STA-ROWS-TEXT
                   UNSTRING FUNCTION TRIM (STATE-LINE)
                       DELIMITED BY ALL SPACE
                       INTO STA-NAME, STA-ROWS-TEXT
                   IF STA-ROWS-TEXT (9:1) NOT = "-"
                       EVALUATE STA-NAME
                           WHEN "TAISHIST"
                               COMPUTE TAIS-EXTRACTED-ROWS =
                                   FUNCTION NUMVAL (STA-ROWS-TEXT)
                           WHEN "MOOSEHIST"
                               COMPUTE MOOSE-EXTRACTED-ROWS =
                                   FUNCTION NUMVAL (STA-ROWS-TEXT)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.
               PERFORM READ-STATE-LINE.

      * DATASET-NAME and OLD-NAME set - the old file must be there
      * and the keyed one must not; TAIS-OLD or MOOSE-OLD is left
      * open when the dataset can go ahead
           CHECK-DATASET-CONVERTIBLE.
               MOVE 'N' TO DATASET-SWITCH.
               MOVE 0 TO LOADED-COUNT.
               MOVE 0 TO REPLACED-COUNT.
               MOVE 0 TO REJECTED-COUNT.
               MOVE 0 TO OLD-ROW.
               MOVE 'N' TO OLD-EOF-SWITCH.
               EVALUATE DATASET-NAME
                   WHEN "TAISHIST"
                       OPEN INPUT TAIS-KEYED
                   WHEN "MOOSEHIST"
                       OPEN INPUT MOOSE-KEYED
               END-EVALUATE.
               IF KEYED-STATUS = "00"
                   EVALUATE DATASET-NAME
                       WHEN "TAISHIST"
                           CLOSE TAIS-KEYED
                       WHEN "MOOSEHIST"
                           CLOSE MOOSE-KEYED
                   END-EVALUATE
               END-IF.
               IF KEYED-STATUS NOT = "35"
                   ADD 1 TO REFUSED-COUNT
                   MOVE SPACES TO CONVERT-RPT-RECORD
                   STRING DATASET-NAME DELIMITED BY SPACE
                       " ALREADY PRESENT - STATUS " KEYED-STATUS
                       " - NOT CONVERTED" DELIMITED BY SIZE
                       INTO CONVERT-RPT-RECORD
                   WRITE CONVERT-RPT-RECORD
               ELSE
                   EVALUATE DATASET-NAME
                       WHEN "TAISHIST"
                           OPEN INPUT TAIS-OLD
                       WHEN "MOOSEHIST"
                           OPEN INPUT MOOSE-OLD
                   END-EVALUATE
                   IF OLD-STATUS = "00"
                       SET DATASET-CONVERTIBLE TO TRUE
                   ELSE
                       MOVE SPACES TO CONVERT-RPT-RECORD
                       STRING OLD-NAME DELIMITED BY SPACE
                           " NOT PRESENT - " DELIMITED BY SIZE
                           DATASET-NAME DELIMITED BY SPACE
                           " NOT CONVERTED" DELIMITED BY SIZE
                           INTO CONVERT-RPT-RECORD
                       WRITE CONVERT-RPT-RECORD
                   END-IF
               END-IF.

           CONVERT-TAIS-HISTORY.
               MOVE "TAISHIST" TO DATASET-NAME.
               MOVE "TAISHOLD" TO OLD-NAME.
               MOVE TAIS-EXTRACTED-ROWS TO EXTRACTED-ROWS.
               PERFORM CHECK-DATASET-CONVERTIBLE.
               IF DATASET-CONVERTIBLE
                   OPEN OUTPUT TAIS-KEYED
                   CLOSE TAIS-KEYED
                   OPEN I-O TAIS-KEYED
                   PERFORM READ-TAIS-OLD-ROW
                   PERFORM CONVERT-ONE-TAIS-ROW UNTIL OLD-EOF
                   CLOSE TAIS-OLD
                   CLOSE TAIS-KEYED
                   PERFORM WRITE-DATASET-TOTALS
               END-IF.

           READ-TAIS-OLD-ROW.
               READ TAIS-OLD INTO OLD-LINE
                   AT END SET OLD-EOF TO TRUE
               END-READ.
               IF NOT OLD-EOF
                   ADD 1 TO OLD-ROW
               END-IF.

      * the key is the PATIENT= value and the run date that follows
      * the program name; a later row for the same patient and day
      * replaces the earlier, as a rerun does now
           CONVERT-ONE-TAIS-ROW.
               MOVE SPACES TO ROW-PATIENT.
               MOVE SPACES TO PARSE-PREFIX.
               MOVE SPACES TO PARSE-REST.
               MOVE OLD-LINE (13:8) TO ROW-DATE.
               UNSTRING OLD-LINE DELIMITED BY "PATIENT="
                   INTO PARSE-PREFIX, PARSE-REST.
               IF PARSE-REST NOT = SPACES
                   UNSTRING PARSE-REST DELIMITED BY SPACE
                       INTO ROW-PATIENT
               END-IF.
               IF OLD-LINE (1:11) NOT = "taisformula"
                       OR ROW-DATE IS NOT NUMERIC
                       OR ROW-PATIENT = SPACES
                   PERFORM REJECT-OLD-ROW
               ELSE
                   MOVE SPACES TO PATIENT-HISTORY-RECORD
                   MOVE ROW-PATIENT TO PHIST-PATIENT-ID
                   MOVE ROW-DATE TO PHIST-RUN-DATE
                   PERFORM TAKE-CONVERTED-STAMP
                   MOVE CONVERTED-STAMP TO PHIST-WRITTEN-STAMP
                   MOVE OLD-LINE TO PHIST-DETAIL
                   WRITE PATIENT-HISTORY-RECORD
                       INVALID KEY
                           REWRITE PATIENT-HISTORY-RECORD
                           ADD 1 TO REPLACED-COUNT
                   END-WRITE
                   ADD 1 TO LOADED-COUNT
               END-IF.
               PERFORM READ-TAIS-OLD-ROW.

           CONVERT-MOOSE-HISTORY.
               MOVE "MOOSEHIST" TO DATASET-NAME.
               MOVE "MOOSEHOLD" TO OLD-NAME.
               MOVE MOOSE-EXTRACTED-ROWS TO EXTRACTED-ROWS.
               PERFORM CHECK-DATASET-CONVERTIBLE.
               IF DATASET-CONVERTIBLE
                   OPEN OUTPUT MOOSE-KEYED
                   CLOSE MOOSE-KEYED
                   OPEN I-O MOOSE-KEYED
                   PERFORM READ-MOOSE-OLD-ROW
                   PERFORM CONVERT-ONE-MOOSE-ROW UNTIL OLD-EOF
                   CLOSE MOOSE-OLD
                   CLOSE MOOSE-KEYED
                   PERFORM WRITE-DATASET-TOTALS
               END-IF.

           READ-MOOSE-OLD-ROW.
               MOVE SPACES TO OLD-LINE.
               READ MOOSE-OLD INTO OLD-LINE
                   AT END SET OLD-EOF TO TRUE
               END-READ.
               IF NOT OLD-EOF
                   ADD 1 TO OLD-ROW
               END-IF.

      * the key is the TAG= value (blank for an untagged animal), the
      * season the row was surveyed in and the row's place on the old
      * file, which keeps every sighting apart; the key holds six
      * digits of that place, so rows past MAX-MOOSE-SEQUENCE cannot
      * be keyed and are left behind
           CONVERT-ONE-MOOSE-ROW.
               MOVE SPACES TO ROW-TAG.
               MOVE SPACES TO PARSE-PREFIX.
               MOVE SPACES TO PARSE-REST.
               MOVE OLD-LINE (14:8) TO ROW-DATE.
               UNSTRING OLD-LINE DELIMITED BY "TAG="
                   INTO PARSE-PREFIX, PARSE-REST.
               IF PARSE-REST NOT = SPACES
                   MOVE PARSE-REST (1:8) TO ROW-TAG
               END-IF.
               IF OLD-LINE (1:12) NOT = "judgingmoose"
                       OR ROW-DATE IS NOT NUMERIC
                       OR OLD-ROW > MAX-MOOSE-SEQUENCE
                   PERFORM REJECT-OLD-ROW
               ELSE
                   MOVE SPACES TO SURVEY-HISTORY-RECORD
                   MOVE ROW-TAG TO SHIST-TAG
                   MOVE ROW-DATE TO SHIST-SEASON
                   MOVE OLD-ROW TO SHIST-SEQUENCE
                   PERFORM TAKE-CONVERTED-STAMP
                   MOVE CONVERTED-STAMP TO SHIST-WRITTEN-STAMP
                   MOVE OLD-LINE TO SHIST-DETAIL
                   WRITE SURVEY-HISTORY-RECORD
                       INVALID KEY
                           REWRITE SURVEY-HISTORY-RECORD
                           ADD 1 TO REPLACED-COUNT
                   END-WRITE
                   ADD 1 TO LOADED-COUNT
               END-IF.
               PERFORM READ-MOOSE-OLD-ROW.

           TAKE-CONVERTED-STAMP.
               MOVE SPACES TO CONVERTED-STAMP.
               IF OLD-ROW NOT > EXTRACTED-ROWS
                   MOVE "00000000-00000000" TO CONVERTED-STAMP
               ELSE
                   STRING ROW-DATE "-00000000"
                       DELIMITED BY SIZE INTO CONVERTED-STAMP
               END-IF.

           REJECT-OLD-ROW.
               ADD 1 TO REJECTED-COUNT.
               MOVE OLD-ROW TO FORMATTED-ROW.
               MOVE SPACES TO CONVERT-RPT-RECORD.
               STRING OLD-NAME DELIMITED BY SPACE
                   " ROW " FORMATTED-ROW
                   " NOT KEYED - " OLD-LINE (1:60)
                   DELIMITED BY SIZE INTO CONVERT-RPT-RECORD.
               WRITE CONVERT-RPT-RECORD.

           WRITE-DATASET-TOTALS.
               ADD LOADED-COUNT TO TOTAL-LOADED.
               ADD REPLACED-COUNT TO TOTAL-REPLACED.
               ADD REJECTED-COUNT TO TOTAL-REJECTED.
               MOVE OLD-ROW TO FORMATTED-ROW.
               MOVE LOADED-COUNT TO FORMATTED-LOADED.
               MOVE REPLACED-COUNT TO FORMATTED-REPLACED.
               MOVE REJECTED-COUNT TO FORMATTED-REJECTED.
               MOVE SPACES TO CONVERT-RPT-RECORD.
               STRING DATASET-NAME " READ " FORMATTED-ROW
                   " LOADED " FORMATTED-LOADED
                   " REPLACED " FORMATTED-REPLACED
                   " NOT KEYED " FORMATTED-REJECTED
                   DELIMITED BY SIZE INTO CONVERT-RPT-RECORD.
               WRITE CONVERT-RPT-RECORD.

      * a refused dataset ends RC 8 - the rest may have converted and
      * must not be run again; rows left behind or replaced RC 4
           WRITE-CONVERSION-TRAILER.
               MOVE SPACES TO CONVERT-RPT-RECORD.
               EVALUATE TRUE
                   WHEN REFUSED-COUNT > 0
                       MOVE "CONVERSION INCOMPLETE - SEE ABOVE"
                           TO CONVERT-RPT-RECORD
                       MOVE 8 TO RETURN-CODE
                   WHEN TOTAL-REJECTED > 0 OR TOTAL-REPLACED > 0
                       MOVE "CONVERSION COMPLETE WITH WARNINGS"
                           TO CONVERT-RPT-RECORD
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "CONVERSION COMPLETE"
                           TO CONVERT-RPT-RECORD
               END-EVALUATE.
               WRITE CONVERT-RPT-RECORD.
               DISPLAY FUNCTION TRIM (CONVERT-RPT-RECORD).

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
               MOVE "suitehistload" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE TOTAL-LOADED TO FORMATTED-LOADED.
               STRING "LOADED=" FORMATTED-LOADED
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE TOTAL-REJECTED TO FORMATTED-REJECTED.
               MOVE TOTAL-REPLACED TO FORMATTED-REPLACED.
               STRING "NOTKEYED=" FORMATTED-REJECTED
                   " REPLACED=" FORMATTED-REPLACED
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.
               CLOSE CONVERT-RPT.

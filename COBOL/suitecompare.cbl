               FILE STATUS IS NEW-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO "SUITECMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-INDEX ASSIGN TO "SUITEGIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 NEW-FILE-RECORD PIC X(250).
       FD  COMPARE-REPORT.
           01 COMPARE-REPORT-RECORD PIC X(300).
       FD  GEN-INDEX.
           COPY GENIDX.

       WORKING-STORAGE SECTION.
           01 OLD-STATUS PIC XX.
           01 NEW-STATUS PIC XX.
           01 OLD-NAME PIC X(32).
           01 NEW-NAME PIC X(32).

      * either side may be named as 'dataset run-date' or 'dataset
      * run-id' - the generation index turns that into whichever
      * dated generation (or the live copy) that night's run wrote,
      * so any two nights of a catalogued report can be compared
           01 COMPARE-REQUEST PIC X(60).
           01 REQUEST-DATASET PIC X(32).
           01 REQUEST-KEY PIC X(16).
           01 RESOLVED-NAME PIC X(32).
           COPY GENLKWS.
           01 EOF-SWITCH PIC X.
               88 END-OF-FILE VALUE 'Y'.


           INITIALIZE-RUN.
               DISPLAY "ENTER OLD REPORT DATASET: " WITH NO ADVANCING.
               ACCEPT COMPARE-REQUEST.
               PERFORM RESOLVE-COMPARE-REQUEST.
               MOVE RESOLVED-NAME TO OLD-NAME.
               DISPLAY "ENTER NEW REPORT DATASET: " WITH NO ADVANCING.
               ACCEPT COMPARE-REQUEST.
               PERFORM RESOLVE-COMPARE-REQUEST.
               MOVE RESOLVED-NAME TO NEW-NAME.
               OPEN OUTPUT COMPARE-REPORT.
               MOVE SPACES TO COMPARE-REPORT-RECORD.
               STRING "COMPARING " OLD-NAME " AGAINST " NEW-NAME
                   DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD.
               WRITE COMPARE-REPORT-RECORD.

           RESOLVE-COMPARE-REQUEST.
               MOVE SPACES TO REQUEST-DATASET.
               MOVE SPACES TO REQUEST-KEY.
               UNSTRING FUNCTION TRIM (COMPARE-REQUEST)
                   DELIMITED BY ALL SPACE
                   INTO REQUEST-DATASET, REQUEST-KEY.
               MOVE REQUEST-DATASET TO RESOLVED-NAME.
               IF REQUEST-KEY NOT = SPACES
                   MOVE REQUEST-DATASET TO GEN-LOOKUP-DATASET
                   MOVE REQUEST-KEY TO GEN-LOOKUP-KEY
                   PERFORM RESOLVE-GENERATION
                   IF GEN-VERSION-FOUND
                       MOVE GEN-LOOKUP-NAME TO RESOLVED-NAME
                   ELSE
                       DISPLAY "NO VERSION OF " REQUEST-DATASET
                           " FOR " REQUEST-KEY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           COPY GENLKPROC.

           LOAD-OLD-REPORT.
               MOVE 'N' TO EOF-SWITCH.
               OPEN INPUT OLD-FILE.

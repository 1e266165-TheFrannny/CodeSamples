               FILE STATUS IS RUNLOG-STATUS.
           SELECT OPS-REPORT ASSIGN TO "SUITEOPS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNLOG.
       FD  OPS-REPORT.
           01 OPS-REPORT-RECORD PIC X(120).
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
           01 RUNLOG-STATUS PIC XX.
           01 FORMATTED-DELTA-RUNS PIC +ZZZ9.
           01 FORMATTED-DELTA-RECS PIC +Z(7)9.
           01 FORMATTED-DELTA-EXC PIC +Z(5)9.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               COMPUTE DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE) - 1.
               COMPUTE YESTERDAY-DATE =
           TERMINATE-RUN.
               CLOSE RUNLOG-IN.
               CLOSE OPS-REPORT.

           COPY BUSDTPROC.

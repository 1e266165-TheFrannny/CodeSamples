           SELECT ALERT-OUT ASSIGN TO "SUITEALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-OUT-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 ALERT-SCAN-RECORD PIC X(130).
       FD  ALERT-OUT.
           01 ALERT-OUT-RECORD PIC X(130).
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
      * mid-run progress watch - heartbeats give each running step's
           01 PROJECTION-COUNT PIC 9(4) VALUE 0.
           01 ALERT-COUNT PIC 9(4) VALUE 0.
           01 FORMATTED-COUNT PIC Z(3)9.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               DISPLAY "ENTER BATCH DEADLINE (HHMMSS): "
                   WITH NO ADVANCING.
               ACCEPT DEADLINE-TIME.
               IF ALERT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           COPY BUSDTPROC.

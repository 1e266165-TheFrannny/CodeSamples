           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 LINEAGE-OUT-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.

       WORKING-STORAGE SECTION.
           01 TRACED-STATUS PIC XX.
                   "fiftyshades    SHADESIN  IN".
               05 FILLER PIC X(27) VALUE
                   "fiftyshades    SHADESRPT ON".
               05 FILLER PIC X(27) VALUE
                   "fiftyshades    SHADESATTOY".
               05 FILLER PIC X(27) VALUE
                   "fiftyshades    SHADESHISTON".
               05 FILLER PIC X(27) VALUE
                   "findingana     FINDIN    IN".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISRPT   OY".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISHIST  ON".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISPROT  IN".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISMISS  ON".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISQC    IN".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISQCR   ON".
               05 FILLER PIC X(27) VALUE
                   "taisformula    TAISORD   ON".
               05 FILLER PIC X(27) VALUE
                   "taisretest     TAISIN    IN".
               05 FILLER PIC X(27) VALUE
                   "taisretest     TAISORD   IN".
               05 FILLER PIC X(27) VALUE
                   "taisretest     TAISORD   ON".
               05 FILLER PIC X(27) VALUE
                   "taisretest     TAISRTR   ON".
               05 FILLER PIC X(27) VALUE
                   "taisexport     TAISRPT   IN".
               05 FILLER PIC X(27) VALUE
                   "taisexport     TAISSUB   ON".
               05 FILLER PIC X(27) VALUE
                   "taispacket     TAISRPT   IN".
               05 FILLER PIC X(27) VALUE
                   "taispacket     TAISNTF   ON".
               05 FILLER PIC X(27) VALUE
                   "judgingmoose   MOOSEIN   IN".
               05 FILLER PIC X(27) VALUE
               05 FILLER PIC X(27) VALUE
                   "suiteextract   WHSMAN    ON".
           01 LINEAGE-ROWS REDEFINES LINEAGE-MAP.
               05 MAP-ENTRY OCCURS 43 TIMES.
                   10 MAP-STEP PIC X(15).
                   10 MAP-DATASET PIC X(10).
                   10 MAP-ROLE PIC X.
                   10 MAP-FRAMED PIC X.
           01 MAP-COUNT PIC 99 VALUE 43.
           01 MAP-INDEX PIC 99.

           01 RECORD-TOTAL PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           COPY RUNIDPROC.

           COPY BUSDTPROC.

           STAMP-RUN-TIMESTAMP.
               IF BUSINESS-DATE = 0
                   PERFORM LOAD-BUSINESS-DATE
               END-IF.
               ACCEPT SUITELOG-TIME FROM TIME.
               STRING BUSINESS-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO RUN-STAMP.

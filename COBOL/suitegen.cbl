       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitegen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-IN ASSIGN TO "SUITEGDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT GEN-INDEX ASSIGN TO "SUITEGIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-INDEX-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT GEN-FILE ASSIGN USING GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
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
       FD  CATALOG-IN.
           01 CATALOG-IN-RECORD PIC X(80).
       FD  GEN-INDEX.
           COPY GENIDX.
       FD  LIVE-FILE.
           01 LIVE-RECORD PIC X(400).
       FD  GEN-FILE.
           01 GEN-RECORD PIC X(400).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 CATALOG-STATUS PIC XX.
           01 LIVE-STATUS PIC XX.
           01 GEN-STATUS PIC XX.
           01 LIVE-NAME PIC X(20).
           01 GEN-NAME PIC X(32).
           01 ACTION-CODE PIC X.
           01 STEP-NAME PIC X(30).
           01 RUN-DATE PIC 9(8).

      * generation catalog cards - 'dataset generations step', one
      * per report that its step opens OUTPUT each night; before the
      * step runs the driver has the live copy rolled into a dated
      * generation named dataset.Gyyyymmdd.nnnn and the oldest
      * generations beyond the card's limit are deleted
           01 CATALOG-EOF-SWITCH PIC X VALUE 'N'.
               88 CATALOG-EOF VALUE 'Y'.
           01 CATALOG-LINE PIC X(80).
           01 CAT-TOKEN-1 PIC X(30).
           01 CAT-TOKEN-2 PIC X(30).
           01 CAT-TOKEN-3 PIC X(30).
           01 CATALOG-TABLE.
               05 CATALOG-ENTRY OCCURS 50 TIMES.
                   10 CAT-DATASET PIC X(12).
                   10 CAT-LIMIT PIC 99.
                   10 CAT-STEP PIC X(30).
           01 CATALOG-COUNT PIC 99 VALUE 0.
           01 MAX-CATALOG-ENTRIES PIC 99 VALUE 50.
           01 CAT-INDEX PIC 99.

      * the whole generation index is held while a step's datasets
      * roll and rewritten once at the end; a dropped generation is
      * flagged and simply left out of the rewrite
           01 INDEX-TABLE.
               05 INDEX-ENTRY OCCURS 500 TIMES.
                   10 IXT-DATASET PIC X(12).
                   10 IXT-GENERATION PIC 9(4).
                   10 IXT-RUN-DATE PIC X(8).
                   10 IXT-RUN-ID PIC X(16).
                   10 IXT-VERSION-NAME PIC X(32).
                   10 IXT-STATE PIC X.
                       88 IXT-KEPT VALUE 'K'.
                       88 IXT-DROPPED VALUE 'D'.
           01 INDEX-COUNT PIC 999 VALUE 0.
           01 MAX-INDEX-ENTRIES PIC 999 VALUE 500.
           01 IXT-INDEX PIC 999.
           01 LIVE-SLOT PIC 999.
           01 OLDEST-SLOT PIC 999.
           01 INDEX-CHANGED-SWITCH PIC X VALUE 'N'.
               88 INDEX-CHANGED VALUE 'Y'.

           01 LIVE-EOF-SWITCH PIC X.
               88 LIVE-EOF VALUE 'Y'.
           01 NEXT-GENERATION PIC 9(4).
           01 GENERATION-DATE PIC X(8).
           01 GENERATIONS-KEPT PIC 999.
           01 COPIED-COUNT PIC 9(7).
           01 ROLLED-COUNT PIC 999 VALUE 0.
           01 DROPPED-COUNT PIC 999 VALUE 0.
           01 FORMATTED-COPIED PIC Z(6)9.
           01 FORMATTED-COUNT PIC ZZ9.
           01 FORMATTED-DROPPED PIC ZZ9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY GENLKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               EVALUATE ACTION-CODE
                   WHEN 'R'
                       PERFORM ROLL-STEP-GENERATIONS
                   WHEN 'L'
                       PERFORM LOOKUP-GENERATION
                   WHEN OTHER
                       DISPLAY "INVALID ACTION"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE BUSINESS-DATE TO RUN-DATE.
               DISPLAY "ENTER ACTION (R=ROLL L=LOOKUP): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.

      * a missing catalog means nothing is under generation control
      * and the step simply overwrites its reports as it always has
           ROLL-STEP-GENERATIONS.
               DISPLAY "ENTER STEP PROGRAM: " WITH NO ADVANCING.
               ACCEPT STEP-NAME.
               PERFORM LOAD-GENERATION-CATALOG.
               IF CATALOG-COUNT > 0
                   PERFORM LOAD-GENERATION-INDEX
                   PERFORM ROLL-CATALOGUED-DATASET
                       VARYING CAT-INDEX FROM 1 BY 1
                       UNTIL CAT-INDEX > CATALOG-COUNT
                   IF INDEX-CHANGED
                       PERFORM WRITE-GENERATION-INDEX
                   END-IF
               END-IF.

           LOAD-GENERATION-CATALOG.
               OPEN INPUT CATALOG-IN.
               IF CATALOG-STATUS = "00"
                   PERFORM READ-CATALOG-LINE
                   PERFORM LOAD-ONE-CATALOG-CARD UNTIL CATALOG-EOF
                   CLOSE CATALOG-IN
               END-IF.

           READ-CATALOG-LINE.
               READ CATALOG-IN INTO CATALOG-LINE
                   AT END SET CATALOG-EOF TO TRUE
               END-READ.

           LOAD-ONE-CATALOG-CARD.
               IF CATALOG-LINE = SPACES
                   OR CATALOG-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO CAT-TOKEN-1
                   MOVE SPACES TO CAT-TOKEN-2
                   MOVE SPACES TO CAT-TOKEN-3
                   UNSTRING FUNCTION TRIM (CATALOG-LINE)
                       DELIMITED BY ALL SPACE
                       INTO CAT-TOKEN-1, CAT-TOKEN-2, CAT-TOKEN-3
                   IF CAT-TOKEN-3 = SPACES
                       OR FUNCTION NUMVAL (CAT-TOKEN-2) < 1
                       OR FUNCTION NUMVAL (CAT-TOKEN-2) > 99
                       DISPLAY "BAD CATALOG CARD IGNORED: "
                           CATALOG-LINE
                   ELSE
                       IF CATALOG-COUNT < MAX-CATALOG-ENTRIES
                           ADD 1 TO CATALOG-COUNT
                           MOVE CAT-TOKEN-1
                               TO CAT-DATASET (CATALOG-COUNT)
                           COMPUTE CAT-LIMIT (CATALOG-COUNT) =
                               FUNCTION NUMVAL (CAT-TOKEN-2)
                           MOVE CAT-TOKEN-3
                               TO CAT-STEP (CATALOG-COUNT)
                       ELSE
                           DISPLAY "CATALOG TABLE FULL - IGNORING "
                               CATALOG-LINE
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-CATALOG-LINE.

           LOAD-GENERATION-INDEX.
               MOVE 'N' TO GEN-INDEX-EOF-SWITCH.
               OPEN INPUT GEN-INDEX.
               IF GEN-INDEX-STATUS = "00"
                   PERFORM READ-GEN-INDEX-ROW
                   PERFORM LOAD-ONE-INDEX-ROW UNTIL GEN-INDEX-EOF
                   CLOSE GEN-INDEX
               END-IF.

           LOAD-ONE-INDEX-ROW.
               IF GENERATION-INDEX-RECORD NOT = SPACES
                   IF INDEX-COUNT < MAX-INDEX-ENTRIES
                       ADD 1 TO INDEX-COUNT
                       MOVE GIX-DATASET TO IXT-DATASET (INDEX-COUNT)
                       MOVE GIX-GENERATION
                           TO IXT-GENERATION (INDEX-COUNT)
                       MOVE GIX-RUN-DATE TO IXT-RUN-DATE (INDEX-COUNT)
                       MOVE GIX-RUN-ID TO IXT-RUN-ID (INDEX-COUNT)
                       MOVE GIX-VERSION-NAME
                           TO IXT-VERSION-NAME (INDEX-COUNT)
                       MOVE 'K' TO IXT-STATE (INDEX-COUNT)
                   ELSE
                       DISPLAY "GENERATION INDEX FULL - CANNOT ROLL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               PERFORM READ-GEN-INDEX-ROW.

      * the live copy's generation 0000 row says which run wrote it;
      * rolling turns that row into the new generation in place, so
      * the index stays in age order, and adds a fresh 0000 row for
      * the version tonight's step is about to write
           ROLL-CATALOGUED-DATASET.
               IF CAT-STEP (CAT-INDEX) = STEP-NAME
                   IF INDEX-COUNT + 2 > MAX-INDEX-ENTRIES
                       DISPLAY "GENERATION INDEX FULL - CANNOT ROLL "
                           CAT-DATASET (CAT-INDEX)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET INDEX-CHANGED TO TRUE
                   MOVE 0 TO LIVE-SLOT
                   PERFORM FIND-LIVE-SLOT
                       VARYING IXT-INDEX FROM 1 BY 1
                       UNTIL IXT-INDEX > INDEX-COUNT
                           OR LIVE-SLOT > 0
                   MOVE SPACES TO LIVE-NAME
                   MOVE CAT-DATASET (CAT-INDEX) TO LIVE-NAME
                   OPEN INPUT LIVE-FILE
                   IF LIVE-STATUS = "00"
                       PERFORM ROLL-LIVE-VERSION
                   ELSE
                       DISPLAY "DATASET " CAT-DATASET (CAT-INDEX)
                           " NOT PRESENT - NOTHING TO ROLL"
                       IF LIVE-SLOT > 0
                           MOVE 'D' TO IXT-STATE (LIVE-SLOT)
                       END-IF
                   END-IF
                   PERFORM ADD-LIVE-VERSION-ROW
                   PERFORM COUNT-KEPT-GENERATIONS
                   PERFORM DROP-OLDEST-GENERATION
                       UNTIL GENERATIONS-KEPT
                           NOT > CAT-LIMIT (CAT-INDEX)
               END-IF.

           FIND-LIVE-SLOT.
               IF IXT-DATASET (IXT-INDEX) = CAT-DATASET (CAT-INDEX)
                   AND IXT-GENERATION (IXT-INDEX) = 0
                   AND IXT-KEPT (IXT-INDEX)
                   MOVE IXT-INDEX TO LIVE-SLOT
               END-IF.

      * a live copy with no 0000 row predates the catalog card and
      * is dated by the roll, with no run id to claim
           ROLL-LIVE-VERSION.
               MOVE 0 TO NEXT-GENERATION.
               PERFORM FIND-HIGHEST-GENERATION
                   VARYING IXT-INDEX FROM 1 BY 1
                   UNTIL IXT-INDEX > INDEX-COUNT.
               IF NEXT-GENERATION = 9999
                   MOVE 1 TO NEXT-GENERATION
               ELSE
                   ADD 1 TO NEXT-GENERATION
               END-IF.
               IF LIVE-SLOT = 0
                   ADD 1 TO INDEX-COUNT
                   MOVE INDEX-COUNT TO LIVE-SLOT
                   MOVE CAT-DATASET (CAT-INDEX)
                       TO IXT-DATASET (LIVE-SLOT)
                   MOVE RUN-DATE TO IXT-RUN-DATE (LIVE-SLOT)
                   MOVE SPACES TO IXT-RUN-ID (LIVE-SLOT)
                   MOVE 'K' TO IXT-STATE (LIVE-SLOT)
               END-IF.
               MOVE IXT-RUN-DATE (LIVE-SLOT) TO GENERATION-DATE.
               IF GENERATION-DATE NOT NUMERIC
                   MOVE RUN-DATE TO GENERATION-DATE
               END-IF.
               MOVE SPACES TO GEN-NAME.
               STRING CAT-DATASET (CAT-INDEX) DELIMITED BY SPACE
                   ".G" GENERATION-DATE "." NEXT-GENERATION
                   DELIMITED BY SIZE INTO GEN-NAME.
               PERFORM COPY-LIVE-TO-GENERATION.
               MOVE NEXT-GENERATION TO IXT-GENERATION (LIVE-SLOT).
               MOVE GEN-NAME TO IXT-VERSION-NAME (LIVE-SLOT).
               ADD 1 TO ROLLED-COUNT.
               MOVE COPIED-COUNT TO FORMATTED-COPIED.
               DISPLAY "ROLLED " CAT-DATASET (CAT-INDEX)
                   " TO " GEN-NAME " RECORDS " FORMATTED-COPIED.

           FIND-HIGHEST-GENERATION.
               IF IXT-DATASET (IXT-INDEX) = CAT-DATASET (CAT-INDEX)
                   AND IXT-KEPT (IXT-INDEX)
                   AND IXT-GENERATION (IXT-INDEX) > NEXT-GENERATION
                   MOVE IXT-GENERATION (IXT-INDEX) TO NEXT-GENERATION
               END-IF.

           COPY-LIVE-TO-GENERATION.
               MOVE 0 TO COPIED-COUNT.
               OPEN OUTPUT GEN-FILE.
               IF GEN-STATUS NOT = "00"
                   DISPLAY "CANNOT CREATE " GEN-NAME
                       " - STATUS " GEN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO LIVE-EOF-SWITCH.
               PERFORM READ-LIVE-RECORD.
               PERFORM COPY-ONE-LIVE-RECORD UNTIL LIVE-EOF.
               CLOSE LIVE-FILE.
               CLOSE GEN-FILE.

           READ-LIVE-RECORD.
               READ LIVE-FILE
                   AT END SET LIVE-EOF TO TRUE
               END-READ.

           COPY-ONE-LIVE-RECORD.
               MOVE LIVE-RECORD TO GEN-RECORD.
               WRITE GEN-RECORD.
               ADD 1 TO COPIED-COUNT.
               PERFORM READ-LIVE-RECORD.

           ADD-LIVE-VERSION-ROW.
               ADD 1 TO INDEX-COUNT.
               MOVE CAT-DATASET (CAT-INDEX)
                   TO IXT-DATASET (INDEX-COUNT).
               MOVE 0 TO IXT-GENERATION (INDEX-COUNT).
               MOVE RUN-DATE TO IXT-RUN-DATE (INDEX-COUNT).
               MOVE SUITE-RUN-ID TO IXT-RUN-ID (INDEX-COUNT).
               MOVE CAT-DATASET (CAT-INDEX)
                   TO IXT-VERSION-NAME (INDEX-COUNT).
               MOVE 'K' TO IXT-STATE (INDEX-COUNT).

           COUNT-KEPT-GENERATIONS.
               MOVE 0 TO GENERATIONS-KEPT.
               PERFORM COUNT-ONE-GENERATION
                   VARYING IXT-INDEX FROM 1 BY 1
                   UNTIL IXT-INDEX > INDEX-COUNT.

           COUNT-ONE-GENERATION.
               IF IXT-DATASET (IXT-INDEX) = CAT-DATASET (CAT-INDEX)
                   AND IXT-GENERATION (IXT-INDEX) > 0
                   AND IXT-KEPT (IXT-INDEX)
                   ADD 1 TO GENERATIONS-KEPT
               END-IF.

           DROP-OLDEST-GENERATION.
               MOVE 0 TO OLDEST-SLOT.
               PERFORM FIND-OLDEST-GENERATION
                   VARYING IXT-INDEX FROM 1 BY 1
                   UNTIL IXT-INDEX > INDEX-COUNT
                       OR OLDEST-SLOT > 0.
               MOVE IXT-VERSION-NAME (OLDEST-SLOT) TO GEN-NAME.
               CALL "CBL_DELETE_FILE" USING GEN-NAME.
               MOVE 'D' TO IXT-STATE (OLDEST-SLOT).
               SUBTRACT 1 FROM GENERATIONS-KEPT.
               ADD 1 TO DROPPED-COUNT.
               DISPLAY "DROPPED " GEN-NAME.

           FIND-OLDEST-GENERATION.
               IF IXT-DATASET (IXT-INDEX) = CAT-DATASET (CAT-INDEX)
                   AND IXT-GENERATION (IXT-INDEX) > 0
                   AND IXT-KEPT (IXT-INDEX)
                   MOVE IXT-INDEX TO OLDEST-SLOT
               END-IF.

           WRITE-GENERATION-INDEX.
               OPEN OUTPUT GEN-INDEX.
               PERFORM WRITE-ONE-INDEX-ROW
                   VARYING IXT-INDEX FROM 1 BY 1
                   UNTIL IXT-INDEX > INDEX-COUNT.
               CLOSE GEN-INDEX.

           WRITE-ONE-INDEX-ROW.
               IF IXT-KEPT (IXT-INDEX)
                   MOVE SPACES TO GENERATION-INDEX-RECORD
                   MOVE IXT-DATASET (IXT-INDEX) TO GIX-DATASET
                   MOVE IXT-GENERATION (IXT-INDEX) TO GIX-GENERATION
                   MOVE IXT-RUN-DATE (IXT-INDEX) TO GIX-RUN-DATE
                   MOVE IXT-RUN-ID (IXT-INDEX) TO GIX-RUN-ID
                   MOVE IXT-VERSION-NAME (IXT-INDEX)
                       TO GIX-VERSION-NAME
                   WRITE GENERATION-INDEX-RECORD
               END-IF.

      * the lookup answers with the dataset name to open - a dated
      * generation, or the live name when the key is tonight's run
           LOOKUP-GENERATION.
               DISPLAY "ENTER DATASET: " WITH NO ADVANCING.
               ACCEPT GEN-LOOKUP-DATASET.
               DISPLAY "ENTER RUN DATE OR RUN ID: " WITH NO ADVANCING.
               ACCEPT GEN-LOOKUP-KEY.
               PERFORM RESOLVE-GENERATION.
               IF GEN-VERSION-FOUND
                   DISPLAY "VERSION " GEN-LOOKUP-NAME
               ELSE
                   DISPLAY "NO VERSION OF " GEN-LOOKUP-DATASET
                       " FOR " GEN-LOOKUP-KEY
                   MOVE 4 TO RETURN-CODE
               END-IF.

           COPY GENLKPROC.

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
               MOVE "suitegen" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               IF ACTION-CODE = 'R'
                   STRING "ACTION=R STEP=" STEP-NAME
                       DELIMITED BY SIZE INTO RUNLOG-INPUT
                   MOVE ROLLED-COUNT TO FORMATTED-COUNT
                   MOVE DROPPED-COUNT TO FORMATTED-DROPPED
                   STRING "ROLLED=" FORMATTED-COUNT
                       " DROPPED=" FORMATTED-DROPPED
                       DELIMITED BY SIZE INTO RUNLOG-RESULT
               ELSE
                   STRING "ACTION=L DATASET=" GEN-LOOKUP-DATASET
                       DELIMITED BY SIZE INTO RUNLOG-INPUT
                   IF GEN-VERSION-FOUND
                       STRING "FOUND=" GEN-LOOKUP-NAME
                           DELIMITED BY SIZE INTO RUNLOG-RESULT
                   ELSE
                       MOVE "NOT FOUND" TO RUNLOG-RESULT
                   END-IF
               END-IF.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.

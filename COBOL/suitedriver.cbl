               FILE STATUS IS STATE-STATUS.
           SELECT RUNID-OUT ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENROLL-OUT ASSIGN TO "SUITEGRQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMPUB-OUT ASSIGN TO "SUITEPRQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPREQ-OUT ASSIGN TO "SUITESRQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT OVERRIDE-IN ASSIGN TO "SUITEBDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.
           SELECT ARRIVAL-STATE ASSIGN TO "SUITEARV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARRIVAL-STATUS.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-END ASSIGN USING STEP-END-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-END-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-IN.
           01 SCHEDULE-IN-RECORD PIC X(80).
       FD  DRIVER-STATE.
           01 DRIVER-STATE-RECORD PIC X(40).
       FD  RUNID-OUT.
           01 RUNID-OUT-RECORD PIC X(16).
       FD  GENROLL-OUT.
           01 GENROLL-OUT-RECORD PIC X(30).
       FD  PARMPUB-OUT.
           01 PARMPUB-OUT-RECORD PIC X(30).
       FD  SNAPREQ-OUT.
           01 SNAPREQ-OUT-RECORD PIC X(30).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  OVERRIDE-IN.
           01 OVERRIDE-IN-RECORD PIC X(80).
       FD  ARRIVAL-STATE.
           01 ARRIVAL-STATE-RECORD PIC X(60).
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  STEP-END.
           01 STEP-END-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
      * schedule cards - 'program parmfile rule [FORCE]
      * Monday) or DOM=nn; FORCE runs the step regardless of its
      * rule, and a step whose DEPENDS target was skipped or failed
      * is skipped itself; without a SUITESCH file the historic
      * eleven DAILY steps run exactly as before; up to three
      * WAIT=dataset@hhmm tokens name the feeds a step waits for and
      * the latest time each may arrive; STREAM=n (1-9) places the
      * step in a stream, every stream running beside the others and
      * taking its own steps in card order, with a DEPENDS target in
      * another stream waited for rather than skipped; steps without
      * a STREAM token share stream 1
           01 SCHEDULE-STATUS PIC XX.
           01 SCHEDULE-EOF-SWITCH PIC X VALUE 'N'.
               88 SCHEDULE-EOF VALUE 'Y'.
           01 SCH-TOKEN-3 PIC X(30).
           01 SCH-TOKEN-4 PIC X(30).
           01 SCH-TOKEN-5 PIC X(30).
           01 SCH-TOKEN-6 PIC X(30).
           01 SCH-TOKEN-7 PIC X(30).
           01 SCH-TOKEN-8 PIC X(30).
           01 SCH-TOKEN PIC X(30).
           01 STEP-TABLE.
               05 STEP-ENTRY OCCURS 20 TIMES.
                       88 STEP-RAN-OK VALUE 'O'.
                       88 STEP-FAILED VALUE 'F'.
                       88 STEP-SKIPPED VALUE 'S'.
                       88 STEP-HELD VALUE 'H'.
                       88 STEP-PENDING VALUE 'P'.
                       88 STEP-RUNNING VALUE 'R'.
                       88 STEP-FINISHED VALUE 'O' 'F' 'S' 'H'.
                   10 STEP-STREAM PIC 9.
                   10 STEP-STREAM-PREV PIC 99.
                   10 STEP-DEP-SLOT PIC 99.
                   10 STEP-LAUNCHED-SWITCH PIC X.
                       88 STEP-LAUNCHED VALUE 'Y'.
                   10 STEP-START-SECS PIC 9(7).
                   10 STEP-END-SECS PIC 9(7).
                   10 STEP-WAIT-SHOWN PIC 9.
                   10 STEP-WAIT-COUNT PIC 9.
                   10 STEP-WAIT OCCURS 3 TIMES.
                       15 STEP-WAIT-DATASET PIC X(12).
                       15 STEP-WAIT-LIMIT PIC 9(4).
                       15 STEP-WAIT-STAMP PIC 9(14).
           01 STEP-COUNT PIC 99 VALUE 0.
           01 MAX-STEP-ENTRIES PIC 99 VALUE 20.
           01 STEP-INDEX PIC 99.
           01 STATE-STATUS PIC XX.
           01 STATE-EOF-SWITCH PIC X VALUE 'N'.
               88 STATE-EOF VALUE 'Y'.
           01 STATE-LINE PIC X(40).
           01 COMPLETED-TABLE.
               05 COMPLETED-STEP PIC X(30) OCCURS 20 TIMES.
           01 COMPLETED-COUNT PIC 99 VALUE 0.
           01 MAX-COMPLETED-ENTRIES PIC 99 VALUE 20.
           01 CMP-INDEX PIC 99.
           01 CMP-SLOT PIC 99.
           01 STA-INDEX PIC 99.
           01 STEP-DONE-SWITCH PIC X.
               88 STEP-ALREADY-DONE VALUE 'Y'.
           01 FORMATTED-COMPLETED PIC Z9.
      * last night's id
           01 DRIVER-RUN-ID PIC X(16).

      * report generations - before a step runs, suitegen is fed an
      * R card and the step's name through SUITEGRQ so any report the
      * generation catalog holds for that step is rolled into a dated
      * generation first; a failed roll fails the step unrun rather
      * than let it overwrite a version nobody kept
           01 ROLL-RETURN-CODE PIC S9(4) VALUE 0.
           01 DIST-RETURN-CODE PIC S9(4) VALUE 0.

      * parameter library - once the run id is handed off, suiteparm
      * is fed a P card through SUITEPRQ and writes the version of
      * each PRM set in force for the business date over its live
      * file, recording the choice against the run id; a failed
      * publish leaves last night's cards in place and is reported
           01 PARM-RETURN-CODE PIC S9(4) VALUE 0.

      * pre-run snapshot - before the first step, suitesnap is fed an
      * S card through SUITESRQ and copies every master and state
      * dataset aside under the run id, so the whole night can be
      * put back by a restore; without a snapshot the run does not
      * start, since nothing it changed could be undone
           01 SNAP-RETURN-CODE PIC S9(4) VALUE 0.

      * integrity gate - suiteref checks the cross-file references
      * named in SUITEIRT before any application step; orphan keys
      * (RC 8 and over) hold the whole run, parents nobody refers
      * to (RC 4) are reported and the run goes ahead
           01 REF-RETURN-CODE PIC S9(4) VALUE 0.

      * feed arrival - a step's WAIT feeds must each exist, hold
      * data and be newer than the copy the step last ran against
      * (SUITEARV keeps 'program dataset stamp' rows for that); the
      * driver polls for a missing feed until its limit, a limit
      * earlier than the run start meaning the next morning, and a
      * feed still missing then holds the step unrun, raises a FEED
      * LATE exception for suitealert and skips its DEPENDS steps
           01 ARRIVAL-STATUS PIC XX.
           01 ARRIVAL-EOF-SWITCH PIC X VALUE 'N'.
               88 ARRIVAL-EOF VALUE 'Y'.
           01 ARRIVAL-LINE PIC X(60).
           01 ARRIVAL-STAMP-TEXT PIC X(14).
           01 ARRIVAL-TABLE.
               05 ARRIVAL-ENTRY OCCURS 60 TIMES.
                   10 ARV-PROGRAM PIC X(30).
                   10 ARV-DATASET PIC X(12).
                   10 ARV-STAMP PIC 9(14).
           01 ARRIVAL-COUNT PIC 99 VALUE 0.
           01 MAX-ARRIVAL-ENTRIES PIC 99 VALUE 60.
           01 ARV-INDEX PIC 99.
           01 ARV-SLOT PIC 99.
           01 WAIT-INDEX PIC 9.
           01 WAIT-TOKEN-DATASET PIC X(12).
           01 WAIT-TOKEN-LIMIT PIC X(8).
           01 FEED-NAME PIC X(12).
           01 FILE-DETAILS.
               05 FILE-SIZE PIC X(8) COMP-X.
               05 FILE-DAY PIC X COMP-X.
               05 FILE-MONTH PIC X COMP-X.
               05 FILE-YEAR PIC XX COMP-X.
               05 FILE-HOURS PIC X COMP-X.
               05 FILE-MINUTES PIC X COMP-X.
               05 FILE-SECONDS PIC X COMP-X.
               05 FILE-HUNDREDTHS PIC X COMP-X.
           01 FEED-STAMP PIC 9(14).
           01 FEED-LAST-STAMP PIC 9(14).
           01 FEED-ARRIVED-SWITCH PIC X.
               88 FEED-ARRIVED VALUE 'Y'.
           01 FEEDS-READY-SWITCH PIC X.
               88 FEEDS-READY VALUE 'Y'.
           01 FEED-DEADLINE PIC 9(12).
           01 DEADLINE-DATE PIC 9(8).
           01 CLOCK-NOW PIC 9(12).
           01 CLOCK-DATE PIC 9(8).
           01 CLOCK-TIME PIC 9(8).
           01 FEEDS-LATE-SWITCH PIC X.
               88 FEEDS-LATE VALUE 'Y'.
           01 HELD-WAIT-INDEX PIC 9.
           01 HELD-COUNT PIC 99 VALUE 0.

      * step streams - each step is started in the background and
      * writes its return code to SUITEEND.program as it ends; the
      * driver cycles, collecting ended steps and starting the next
      * step of every idle stream, and pauses between cycles that
      * change nothing; the summary traces each stream's critical
      * path back from its last step through whichever of the
      * stream's previous step or the DEPENDS target ended later
           01 STREAM-TABLE.
               05 STREAM-ENTRY OCCURS 9 TIMES.
                   10 STREAM-RUNNING-STEP PIC 99.
                   10 STREAM-LAST-STEP PIC 99.
                   10 STREAM-STEP-COUNT PIC 99.
                   10 STREAM-START-STAMP PIC X(17).
                   10 STREAM-END-STAMP PIC X(17).
                   10 STREAM-START-SECS PIC 9(7).
                   10 STREAM-END-SECS PIC 9(7).
           01 MAX-STREAMS PIC 99 VALUE 9.
           01 STREAM-INDEX PIC 99.
           01 NEXT-SLOT PIC 99.
           01 RUNNING-COUNT PIC 99 VALUE 0.
           01 FINISHED-COUNT PIC 99 VALUE 0.
           01 FEED-WAIT-COUNT PIC 99.
           01 PROGRESS-SWITCH PIC X.
               88 CYCLE-PROGRESSED VALUE 'Y'.
           01 DEPENDENCY-WAIT-SWITCH PIC X.
               88 DEPENDENCY-PENDING VALUE 'Y'.
           01 CYCLE-PAUSE-SECONDS PIC 9(4) VALUE 0001.
           01 STEP-END-NAME PIC X(40).
           01 STEP-END-STATUS PIC XX.
           01 STEP-END-LINE PIC X(10).
           01 PATH-TABLE.
               05 PATH-STEP PIC 99 OCCURS 20 TIMES.
           01 PATH-COUNT PIC 99.
           01 PATH-INDEX PIC 99.
           01 PATH-SLOT PIC 99.
           01 PATH-GATE PIC 99.
           01 FORMATTED-SECS PIC Z(6)9.
           01 FORMATTED-END-SECS PIC Z(6)9.

      * business date - every step takes its processing date from
      * SUITEBDT rather than the clock; an operator reprocessing an
      * earlier night puts that date on a SUITEBDO card, a resumed
      * run carries the unfinished run's date, and otherwise it is
      * the date the run began; the schedule rules judge against it
      * and a clean finish clears both the record and the card
           COPY BUSDTWS.
           01 OVERRIDE-STATUS PIC XX.
           01 OVERRIDE-EOF-SWITCH PIC X VALUE 'N'.
               88 OVERRIDE-EOF VALUE 'Y'.
           01 OVERRIDE-LINE PIC X(80).
           01 OVERRIDE-CARD PIC X(80) VALUE SPACES.

           01 STEP-COMMAND PIC X(120).
           01 STEP-RETURN-CODE PIC S9(4) VALUE 0.
           01 FORMATTED-RC PIC ---9.
           01 FAIL-COUNT PIC 99 VALUE 0.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM DISPATCH-CYCLE
                   UNTIL FINISHED-COUNT NOT < STEP-COUNT.
               PERFORM WRITE-STREAM-SUMMARY
                   VARYING STREAM-INDEX FROM 1 BY 1
                   UNTIL STREAM-INDEX > MAX-STREAMS.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT RUN-TIME FROM TIME.
               PERFORM ESTABLISH-BUSINESS-DATE.
               COMPUTE DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
               COMPUTE RUN-DOW =
                   FUNCTION MOD (DATE-INTEGER - 1, 7) + 1.
               MOVE BUSINESS-DATE (7:2) TO RUN-DOM.
               PERFORM TAKE-RUN-LOCK.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM WRITE-BUSINESS-DATE-RECORD.
               OPEN OUTPUT DRIVER-RPT.
               PERFORM LOAD-STEP-SCHEDULE.
               PERFORM LOAD-DRIVER-STATE.
               PERFORM LOAD-ARRIVAL-STATE.
               STRING "SUITE RUN " RUN-DATE " " RUN-TIME
                   DELIMITED BY SIZE INTO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               MOVE SPACES TO DRIVER-RPT-RECORD.
               STRING "BUSINESS DATE " BUSINESS-DATE
                   " (" DELIMITED BY SIZE
                   BUSINESS-DATE-SOURCE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.
               PERFORM PUBLISH-PARAMETER-LIBRARY.
               PERFORM TAKE-PRE-RUN-SNAPSHOT.
               PERFORM CHECK-REFERENTIAL-INTEGRITY.
               IF COMPLETED-COUNT > 0
                   MOVE COMPLETED-COUNT TO FORMATTED-COMPLETED
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
               END-IF.

      * a bad override card stops the run before the lock is taken
           ESTABLISH-BUSINESS-DATE.
               OPEN INPUT OVERRIDE-IN.
               IF OVERRIDE-STATUS = "00"
                   PERFORM READ-OVERRIDE-LINE
                   PERFORM TAKE-OVERRIDE-CARD UNTIL OVERRIDE-EOF
                   CLOSE OVERRIDE-IN
               END-IF.
               IF OVERRIDE-CARD NOT = SPACES
                   IF OVERRIDE-CARD (1:8) IS NOT NUMERIC
                       OR OVERRIDE-CARD (9:72) NOT = SPACES
                       OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (OVERRIDE-CARD (1:8)))
                           NOT = 0
                       DISPLAY "INVALID BUSINESS DATE OVERRIDE: "
                           OVERRIDE-CARD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE OVERRIDE-CARD (1:8) TO BUSINESS-DATE
                   MOVE "OVERRIDE" TO BUSINESS-DATE-SOURCE
               ELSE
                   PERFORM LOAD-BUSINESS-DATE
                   IF BUSINESS-DATE-SOURCE = "CLOCK"
                       MOVE RUN-DATE TO BUSINESS-DATE
                       MOVE "RUNSTART" TO BUSINESS-DATE-SOURCE
                   ELSE
                       MOVE "CARRIED" TO BUSINESS-DATE-SOURCE
                   END-IF
               END-IF.

           READ-OVERRIDE-LINE.
               READ OVERRIDE-IN INTO OVERRIDE-LINE
                   AT END SET OVERRIDE-EOF TO TRUE
               END-READ.

           TAKE-OVERRIDE-CARD.
               IF OVERRIDE-LINE NOT = SPACES
                   AND OVERRIDE-LINE (1:1) NOT = '*'
                   AND OVERRIDE-CARD = SPACES
                   MOVE FUNCTION TRIM (OVERRIDE-LINE) TO OVERRIDE-CARD
               END-IF.
               PERFORM READ-OVERRIDE-LINE.

           WRITE-BUSINESS-DATE-RECORD.
               OPEN OUTPUT BUSDATE-IN.
               MOVE SPACES TO BUSINESS-DATE-RECORD.
               MOVE BUSINESS-DATE TO BDT-BUSINESS-DATE.
               MOVE BUSINESS-DATE-SOURCE TO BDT-SOURCE.
               MOVE DRIVER-RUN-ID TO BDT-RUN-ID.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE RUN-STAMP TO BDT-SET-STAMP.
               WRITE BUSINESS-DATE-RECORD.
               CLOSE BUSDATE-IN.

           CLEAR-BUSINESS-DATE.
               OPEN OUTPUT BUSDATE-IN.
               CLOSE BUSDATE-IN.
               OPEN OUTPUT OVERRIDE-IN.
               CLOSE OVERRIDE-IN.

           LOAD-DRIVER-STATE.
               OPEN INPUT DRIVER-STATE.
               IF STATE-STATUS = "00"
               ELSE
                   IF COMPLETED-COUNT < MAX-COMPLETED-ENTRIES
                       ADD 1 TO COMPLETED-COUNT
                       UNSTRING STATE-LINE DELIMITED BY ALL SPACE
                           INTO COMPLETED-STEP (COMPLETED-COUNT)
                   END-IF
               END-IF.
               PERFORM READ-STATE-LINE.
               CLOSE DRIVER-STATE.

           WRITE-ONE-STATE-LINE.
               MOVE SPACES TO DRIVER-STATE-RECORD.
               MOVE 0 TO CMP-SLOT.
               PERFORM FIND-COMPLETED-STREAM
                   VARYING STA-INDEX FROM 1 BY 1
                   UNTIL STA-INDEX > STEP-COUNT
                       OR CMP-SLOT > 0.
               IF CMP-SLOT > 0
                   STRING COMPLETED-STEP (CMP-INDEX) DELIMITED BY SPACE
                       " STREAM=" STEP-STREAM (CMP-SLOT)
                       DELIMITED BY SIZE INTO DRIVER-STATE-RECORD
               ELSE
                   MOVE COMPLETED-STEP (CMP-INDEX)
                       TO DRIVER-STATE-RECORD
               END-IF.
               WRITE DRIVER-STATE-RECORD.

           FIND-COMPLETED-STREAM.
               IF STEP-PROGRAM (STA-INDEX) = COMPLETED-STEP (CMP-INDEX)
                   MOVE STA-INDEX TO CMP-SLOT
               END-IF.

           CLEAR-DRIVER-STATE.
               OPEN OUTPUT DRIVER-STATE.
               CLOSE DRIVER-STATE.
               IF STEP-COUNT = 0
                   PERFORM LOAD-DEFAULT-STEPS
               END-IF.
               PERFORM CLEAR-STREAM-ENTRY
                   VARYING STREAM-INDEX FROM 1 BY 1
                   UNTIL STREAM-INDEX > MAX-STREAMS.
               PERFORM CLEAR-STEP-TIMING
                   VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT.

           CLEAR-STREAM-ENTRY.
               MOVE 0 TO STREAM-RUNNING-STEP (STREAM-INDEX).
               MOVE 0 TO STREAM-LAST-STEP (STREAM-INDEX).
               MOVE 0 TO STREAM-STEP-COUNT (STREAM-INDEX).
               MOVE SPACES TO STREAM-START-STAMP (STREAM-INDEX).
               MOVE SPACES TO STREAM-END-STAMP (STREAM-INDEX).
               MOVE 0 TO STREAM-START-SECS (STREAM-INDEX).
               MOVE 0 TO STREAM-END-SECS (STREAM-INDEX).

           CLEAR-STEP-TIMING.
               MOVE 0 TO STEP-STREAM-PREV (STEP-INDEX).
               MOVE 0 TO STEP-DEP-SLOT (STEP-INDEX).
               MOVE 'N' TO STEP-LAUNCHED-SWITCH (STEP-INDEX).
               MOVE 0 TO STEP-START-SECS (STEP-INDEX).
               MOVE 0 TO STEP-END-SECS (STEP-INDEX).
               MOVE 0 TO STEP-WAIT-SHOWN (STEP-INDEX).
               MOVE STEP-STREAM (STEP-INDEX) TO STREAM-INDEX.
               ADD 1 TO STREAM-STEP-COUNT (STREAM-INDEX).

           READ-SCHEDULE-LINE.
               READ SCHEDULE-IN INTO SCHEDULE-LINE
                       MOVE SPACES TO SCH-TOKEN-3
                       MOVE SPACES TO SCH-TOKEN-4
                       MOVE SPACES TO SCH-TOKEN-5
                       MOVE SPACES TO SCH-TOKEN-6
                       MOVE SPACES TO SCH-TOKEN-7
                       MOVE SPACES TO SCH-TOKEN-8
                       MOVE 0 TO STEP-WAIT-COUNT (STEP-COUNT)
                       MOVE 1 TO STEP-STREAM (STEP-COUNT)
                       MOVE "DAILY" TO STEP-RULE (STEP-COUNT)
                       MOVE 'N' TO STEP-FORCE-SWITCH (STEP-COUNT)
                       MOVE SPACES TO STEP-DEPENDS (STEP-COUNT)
                           DELIMITED BY ALL SPACE
                           INTO STEP-PROGRAM (STEP-COUNT),
                               STEP-PARMFILE (STEP-COUNT),
                               SCH-TOKEN-3, SCH-TOKEN-4, SCH-TOKEN-5,
                               SCH-TOKEN-6, SCH-TOKEN-7, SCH-TOKEN-8
                       MOVE SCH-TOKEN-3 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                       MOVE SCH-TOKEN-4 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                       MOVE SCH-TOKEN-5 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                       MOVE SCH-TOKEN-6 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                       MOVE SCH-TOKEN-7 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                       MOVE SCH-TOKEN-8 TO SCH-TOKEN
                       PERFORM APPLY-SCHEDULE-TOKEN
                   ELSE
                       DISPLAY "STEP TABLE FULL - IGNORING "
                           SCHEDULE-LINE
                   WHEN SCH-TOKEN (1:8) = "DEPENDS="
                       MOVE SCH-TOKEN (9:22)
                           TO STEP-DEPENDS (STEP-COUNT)
                   WHEN SCH-TOKEN (1:5) = "WAIT="
                       PERFORM ADD-STEP-WAIT
                   WHEN SCH-TOKEN (1:7) = "STREAM="
                       AND SCH-TOKEN (8:1) IS NUMERIC
                       AND SCH-TOKEN (8:1) NOT = "0"
                       AND SCH-TOKEN (9:22) = SPACES
                       MOVE SCH-TOKEN (8:1) TO STEP-STREAM (STEP-COUNT)
                   WHEN OTHER
                       DISPLAY "BAD SCHEDULE TOKEN IGNORED: "
                           SCH-TOKEN
               END-EVALUATE.

      * a WAIT token without a limit wants the feed already there
      * when the step comes up, and is held at once if it is not
           ADD-STEP-WAIT.
               MOVE SPACES TO WAIT-TOKEN-DATASET.
               MOVE SPACES TO WAIT-TOKEN-LIMIT.
               UNSTRING SCH-TOKEN (6:25) DELIMITED BY "@"
                   INTO WAIT-TOKEN-DATASET, WAIT-TOKEN-LIMIT.
               IF WAIT-TOKEN-LIMIT = SPACES
                   MOVE "9999" TO WAIT-TOKEN-LIMIT
               END-IF.
               IF WAIT-TOKEN-DATASET = SPACES
                   OR STEP-WAIT-COUNT (STEP-COUNT) = 3
                   OR WAIT-TOKEN-LIMIT (1:4) IS NOT NUMERIC
                   OR WAIT-TOKEN-LIMIT (5:4) NOT = SPACES
                   OR (WAIT-TOKEN-LIMIT (1:4) NOT = "9999"
                       AND (WAIT-TOKEN-LIMIT (1:2) > "23"
                           OR WAIT-TOKEN-LIMIT (3:2) > "59"))
                   DISPLAY "BAD SCHEDULE TOKEN IGNORED: "
                       SCH-TOKEN
               ELSE
                   ADD 1 TO STEP-WAIT-COUNT (STEP-COUNT)
                   MOVE STEP-WAIT-COUNT (STEP-COUNT) TO WAIT-INDEX
                   MOVE WAIT-TOKEN-DATASET
                       TO STEP-WAIT-DATASET (STEP-COUNT, WAIT-INDEX)
                   MOVE WAIT-TOKEN-LIMIT (1:4)
                       TO STEP-WAIT-LIMIT (STEP-COUNT, WAIT-INDEX)
                   MOVE 0 TO STEP-WAIT-STAMP (STEP-COUNT, WAIT-INDEX)
               END-IF.

           LOAD-DEFAULT-STEPS.
               MOVE "autori"         TO STEP-PROGRAM (1).
               MOVE "AUTORIPRM"      TO STEP-PARMFILE (1).
               MOVE 'N' TO STEP-FORCE-SWITCH (STEP-INDEX).
               MOVE SPACES TO STEP-DEPENDS (STEP-INDEX).
               MOVE 'P' TO STEP-STATE (STEP-INDEX).
               MOVE 0 TO STEP-WAIT-COUNT (STEP-INDEX).
               MOVE 1 TO STEP-STREAM (STEP-INDEX).

           TAKE-RUN-LOCK.
               MOVE 'N' TO LOCK-EOF-SWITCH.

           COPY ELAPPROC.

           COPY BUSDTPROC.

      * the driver's own stamps all age the run lock, so they stay
      * on the wall clock rather than the business date
           STAMP-RUN-TIMESTAMP.
               ACCEPT SUITELOG-DATE FROM DATE YYYYMMDD.
               ACCEPT SUITELOG-TIME FROM TIME.
               STRING SUITELOG-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO ELAP-CLOCK-STAMP.
               MOVE ELAP-CLOCK-STAMP TO RUN-STAMP.

      * a cycle that neither ends, starts nor settles a step while
      * nothing is running or waiting on a feed can only be streams
      * waiting on each other, and their next steps are skipped
           DISPATCH-CYCLE.
               MOVE 'N' TO PROGRESS-SWITCH.
               MOVE 0 TO FEED-WAIT-COUNT.
               PERFORM COLLECT-ENDED-STEP
                   VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT.
               PERFORM ADVANCE-ONE-STREAM
                   VARYING STREAM-INDEX FROM 1 BY 1
                   UNTIL STREAM-INDEX > MAX-STREAMS.
               IF NOT CYCLE-PROGRESSED
                   IF RUNNING-COUNT = 0 AND FEED-WAIT-COUNT = 0
                       PERFORM SKIP-STALLED-STEP
                           VARYING STREAM-INDEX FROM 1 BY 1
                           UNTIL STREAM-INDEX > MAX-STREAMS
                   ELSE
                       CALL "C$SLEEP" USING CYCLE-PAUSE-SECONDS
                   END-IF
               END-IF.

           ADVANCE-ONE-STREAM.
               IF STREAM-RUNNING-STEP (STREAM-INDEX) = 0
                   PERFORM FIND-NEXT-STREAM-STEP
                   IF NEXT-SLOT > 0
                       MOVE NEXT-SLOT TO STEP-INDEX
                       PERFORM CONSIDER-ONE-STEP
                   END-IF
               END-IF.

           FIND-NEXT-STREAM-STEP.
               MOVE 0 TO NEXT-SLOT.
               PERFORM MATCH-NEXT-STREAM-STEP
                   VARYING STEP-INDEX FROM 1 BY 1
                   UNTIL STEP-INDEX > STEP-COUNT
                       OR NEXT-SLOT > 0.

           MATCH-NEXT-STREAM-STEP.
               IF STEP-STREAM (STEP-INDEX) = STREAM-INDEX
                   AND STEP-PENDING (STEP-INDEX)
                   MOVE STEP-INDEX TO NEXT-SLOT
               END-IF.

           SKIP-STALLED-STEP.
               PERFORM FIND-NEXT-STREAM-STEP.
               IF NEXT-SLOT > 0
                   MOVE NEXT-SLOT TO STEP-INDEX
                   MOVE 'S' TO STEP-STATE (STEP-INDEX)
                   MOVE "DEPENDENCY" TO SKIP-REASON
                   PERFORM WRITE-SKIP-RESULT
                   PERFORM COUNT-FINISHED-STEP
               END-IF.

           COUNT-FINISHED-STEP.
               ADD 1 TO FINISHED-COUNT.
               SET CYCLE-PROGRESSED TO TRUE.

           CONSIDER-ONE-STEP.
               PERFORM CHECK-STEP-COMPLETE.
               IF STEP-ALREADY-DONE
                   MOVE 'O' TO STEP-STATE (STEP-INDEX)
                   MOVE "COMPLETE" TO SKIP-REASON
                   PERFORM WRITE-SKIP-RESULT
                   PERFORM COUNT-FINISHED-STEP
               ELSE
                   PERFORM JUDGE-STEP-SCHEDULE
                   IF STEP-RUNNABLE
                       PERFORM AWAIT-STEP-FEEDS
                       IF FEEDS-READY
                           PERFORM LAUNCH-ONE-STEP
                       ELSE
                           IF FEEDS-LATE
                               PERFORM HOLD-STEP
                           ELSE
                               ADD 1 TO FEED-WAIT-COUNT
                           END-IF
                       END-IF
                   ELSE
                       IF NOT DEPENDENCY-PENDING
                           MOVE 'S' TO STEP-STATE (STEP-INDEX)
                           PERFORM WRITE-SKIP-RESULT
                           PERFORM COUNT-FINISHED-STEP
                       END-IF
                   END-IF
               END-IF.


           JUDGE-STEP-SCHEDULE.
               MOVE 'Y' TO STEP-RUNNABLE-SWITCH.
               MOVE 'N' TO DEPENDENCY-WAIT-SWITCH.
               MOVE SPACES TO SKIP-REASON.
               IF NOT STEP-FORCED (STEP-INDEX)
                   EVALUATE TRUE
                       VARYING DEP-INDEX FROM 1 BY 1
                       UNTIL DEP-INDEX > STEP-COUNT
                           OR DEP-SLOT > 0
                   MOVE DEP-SLOT TO STEP-DEP-SLOT (STEP-INDEX)
                   IF DEP-SLOT > 0
                       AND NOT STEP-RAN-OK (DEP-SLOT)
                       MOVE 'N' TO STEP-RUNNABLE-SWITCH
                       MOVE "DEPENDENCY" TO SKIP-REASON
                       IF NOT STEP-FINISHED (DEP-SLOT)
                           AND STEP-STREAM (DEP-SLOT)
                               NOT = STEP-STREAM (STEP-INDEX)
                           SET DEPENDENCY-PENDING TO TRUE
                       END-IF
                   END-IF
               END-IF.

                   MOVE DEP-INDEX TO DEP-SLOT
               END-IF.

           AWAIT-STEP-FEEDS.
               MOVE 'Y' TO FEEDS-READY-SWITCH.
               MOVE 'N' TO FEEDS-LATE-SWITCH.
               PERFORM AWAIT-ONE-FEED
                   VARYING WAIT-INDEX FROM 1 BY 1
                   UNTIL WAIT-INDEX > STEP-WAIT-COUNT (STEP-INDEX)
                       OR NOT FEEDS-READY.

           AWAIT-ONE-FEED.
               IF STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX) = 9999
                   MOVE 0 TO FEED-DEADLINE
               ELSE
                   IF STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX)
                       < RUN-TIME (1:4)
                       COMPUTE DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE (RUN-DATE) + 1)
                   ELSE
                       MOVE RUN-DATE TO DEADLINE-DATE
                   END-IF
                   COMPUTE FEED-DEADLINE = DEADLINE-DATE * 10000
                       + STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX)
               END-IF.
               PERFORM CHECK-FEED-ARRIVAL.
               IF NOT FEED-ARRIVED
                   MOVE 'N' TO FEEDS-READY-SWITCH
                   IF CLOCK-NOW < FEED-DEADLINE
                       IF STEP-WAIT-SHOWN (STEP-INDEX) NOT = WAIT-INDEX
                           MOVE WAIT-INDEX
                               TO STEP-WAIT-SHOWN (STEP-INDEX)
                           DISPLAY "STEP " FUNCTION TRIM
                               (STEP-PROGRAM (STEP-INDEX))
                               " WAITING FOR " FUNCTION TRIM
                               (FEED-NAME) " UNTIL "
                               STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX)
                       END-IF
                   ELSE
                       SET FEEDS-LATE TO TRUE
                       MOVE WAIT-INDEX TO HELD-WAIT-INDEX
                   END-IF
               END-IF.

           CHECK-FEED-ARRIVAL.
               ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
               ACCEPT CLOCK-TIME FROM TIME.
               COMPUTE CLOCK-NOW = CLOCK-DATE * 10000
                   + CLOCK-TIME / 10000.
               MOVE 'N' TO FEED-ARRIVED-SWITCH.
               MOVE STEP-WAIT-DATASET (STEP-INDEX, WAIT-INDEX)
                   TO FEED-NAME.
               CALL "CBL_CHECK_FILE_EXIST" USING FEED-NAME,
                   FILE-DETAILS.
               IF RETURN-CODE = 0 AND FILE-SIZE > 0
                   COMPUTE FEED-STAMP = FILE-YEAR * 10000000000
                       + FILE-MONTH * 100000000 + FILE-DAY * 1000000
                       + FILE-HOURS * 10000 + FILE-MINUTES * 100
                       + FILE-SECONDS
                   PERFORM FIND-ARRIVAL-SLOT
                   MOVE 0 TO FEED-LAST-STAMP
                   IF ARV-SLOT > 0
                       MOVE ARV-STAMP (ARV-SLOT) TO FEED-LAST-STAMP
                   END-IF
                   IF FEED-STAMP > FEED-LAST-STAMP
                       SET FEED-ARRIVED TO TRUE
                       MOVE FEED-STAMP
                           TO STEP-WAIT-STAMP (STEP-INDEX, WAIT-INDEX)
                   END-IF
               END-IF.
               MOVE 0 TO RETURN-CODE.

           FIND-ARRIVAL-SLOT.
               MOVE 0 TO ARV-SLOT.
               PERFORM MATCH-ARRIVAL-ENTRY
                   VARYING ARV-INDEX FROM 1 BY 1
                   UNTIL ARV-INDEX > ARRIVAL-COUNT
                       OR ARV-SLOT > 0.

           MATCH-ARRIVAL-ENTRY.
               IF ARV-PROGRAM (ARV-INDEX) = STEP-PROGRAM (STEP-INDEX)
                   AND ARV-DATASET (ARV-INDEX)
                       = STEP-WAIT-DATASET (STEP-INDEX, WAIT-INDEX)
                   MOVE ARV-INDEX TO ARV-SLOT
               END-IF.

           HOLD-STEP.
               MOVE 'H' TO STEP-STATE (STEP-INDEX).
               ADD 1 TO HELD-COUNT.
               PERFORM COUNT-FINISHED-STEP.
               MOVE HELD-WAIT-INDEX TO WAIT-INDEX.
               MOVE STEP-WAIT-DATASET (STEP-INDEX, WAIT-INDEX)
                   TO FEED-NAME.
               MOVE SPACES TO DRIVER-RPT-RECORD.
               STRING "STEP " DELIMITED BY SIZE
                   STEP-PROGRAM (STEP-INDEX) DELIMITED BY SPACE
                   " HELD - FEED " DELIMITED BY SIZE
                   FEED-NAME DELIMITED BY SPACE
                   " NOT ARRIVED" DELIMITED BY SIZE
                   INTO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               OPEN EXTEND SUITE-EXC.
               MOVE SPACES TO EXCEPTION-RECORD.
               MOVE STEP-PROGRAM (STEP-INDEX) TO EXCEPT-PROGRAM.
               STRING BUSINESS-DATE "-" SUITELOG-TIME
                   DELIMITED BY SIZE INTO EXCEPT-TIMESTAMP.
               IF STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX) = 9999
                   MOVE FEED-NAME TO EXCEPT-INPUT
               ELSE
                   STRING FEED-NAME DELIMITED BY SPACE
                       "@" STEP-WAIT-LIMIT (STEP-INDEX, WAIT-INDEX)
                       DELIMITED BY SIZE INTO EXCEPT-INPUT
               END-IF.
               MOVE "FEED LATE" TO EXCEPT-REASON.
               MOVE DRIVER-RUN-ID TO EXCEPT-RUN-ID.
               WRITE EXCEPTION-RECORD.
               CLOSE SUITE-EXC.

           LOAD-ARRIVAL-STATE.
               OPEN INPUT ARRIVAL-STATE.
               IF ARRIVAL-STATUS = "00"
                   PERFORM READ-ARRIVAL-LINE
                   PERFORM LOAD-ONE-ARRIVAL-LINE UNTIL ARRIVAL-EOF
                   CLOSE ARRIVAL-STATE
               END-IF.

           READ-ARRIVAL-LINE.
               READ ARRIVAL-STATE INTO ARRIVAL-LINE
                   AT END SET ARRIVAL-EOF TO TRUE
               END-READ.

           LOAD-ONE-ARRIVAL-LINE.
               IF ARRIVAL-LINE NOT = SPACES
                   AND ARRIVAL-COUNT < MAX-ARRIVAL-ENTRIES
                   ADD 1 TO ARRIVAL-COUNT
                   MOVE SPACES TO ARRIVAL-STAMP-TEXT
                   UNSTRING FUNCTION TRIM (ARRIVAL-LINE)
                       DELIMITED BY ALL SPACE
                       INTO ARV-PROGRAM (ARRIVAL-COUNT),
                           ARV-DATASET (ARRIVAL-COUNT),
                           ARRIVAL-STAMP-TEXT
                   IF ARRIVAL-STAMP-TEXT IS NUMERIC
                       MOVE ARRIVAL-STAMP-TEXT
                           TO ARV-STAMP (ARRIVAL-COUNT)
                   ELSE
                       SUBTRACT 1 FROM ARRIVAL-COUNT
                   END-IF
               END-IF.
               PERFORM READ-ARRIVAL-LINE.

      * a step that ran clean has used the feeds it waited for
           RECORD-STEP-ARRIVALS.
               PERFORM RECORD-ONE-ARRIVAL
                   VARYING WAIT-INDEX FROM 1 BY 1
                   UNTIL WAIT-INDEX > STEP-WAIT-COUNT (STEP-INDEX).
               IF STEP-WAIT-COUNT (STEP-INDEX) > 0
                   PERFORM WRITE-ARRIVAL-STATE
               END-IF.

           RECORD-ONE-ARRIVAL.
               PERFORM FIND-ARRIVAL-SLOT.
               IF ARV-SLOT = 0
                   AND ARRIVAL-COUNT < MAX-ARRIVAL-ENTRIES
                   ADD 1 TO ARRIVAL-COUNT
                   MOVE ARRIVAL-COUNT TO ARV-SLOT
                   MOVE STEP-PROGRAM (STEP-INDEX)
                       TO ARV-PROGRAM (ARV-SLOT)
                   MOVE STEP-WAIT-DATASET (STEP-INDEX, WAIT-INDEX)
                       TO ARV-DATASET (ARV-SLOT)
               END-IF.
               IF ARV-SLOT > 0
                   MOVE STEP-WAIT-STAMP (STEP-INDEX, WAIT-INDEX)
                       TO ARV-STAMP (ARV-SLOT)
               END-IF.

           WRITE-ARRIVAL-STATE.
               OPEN OUTPUT ARRIVAL-STATE.
               PERFORM WRITE-ONE-ARRIVAL-LINE
                   VARYING ARV-INDEX FROM 1 BY 1
                   UNTIL ARV-INDEX > ARRIVAL-COUNT.
               CLOSE ARRIVAL-STATE.

           WRITE-ONE-ARRIVAL-LINE.
               MOVE SPACES TO ARRIVAL-STATE-RECORD.
               STRING ARV-PROGRAM (ARV-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ARV-DATASET (ARV-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ARV-STAMP (ARV-INDEX) DELIMITED BY SIZE
                   INTO ARRIVAL-STATE-RECORD.
               WRITE ARRIVAL-STATE-RECORD.

           PUBLISH-PARAMETER-LIBRARY.
               OPEN OUTPUT PARMPUB-OUT.
               MOVE "P" TO PARMPUB-OUT-RECORD.
               WRITE PARMPUB-OUT-RECORD.
               CLOSE PARMPUB-OUT.
               MOVE "suiteparm < SUITEPRQ" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING PARM-RETURN-CODE.
               MOVE 0 TO RETURN-CODE.
               IF PARM-RETURN-CODE NOT = 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   STRING "PARAMETER PUBLISH FAILED - LIVE PRM"
                       " FILES LEFT AS THEY STAND" DELIMITED BY SIZE
                       INTO DRIVER-RPT-RECORD
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
               END-IF.

           TAKE-PRE-RUN-SNAPSHOT.
               OPEN OUTPUT SNAPREQ-OUT.
               MOVE "S" TO SNAPREQ-OUT-RECORD.
               WRITE SNAPREQ-OUT-RECORD.
               CLOSE SNAPREQ-OUT.
               MOVE "suitesnap < SUITESRQ" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING SNAP-RETURN-CODE.
               MOVE 0 TO RETURN-CODE.
               IF SNAP-RETURN-CODE NOT = 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   STRING "PRE-RUN SNAPSHOT FAILED - SUITE RUN NOT"
                       " STARTED" DELIMITED BY SIZE
                       INTO DRIVER-RPT-RECORD
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
                   CLOSE DRIVER-RPT
                   PERFORM CLEAR-RUN-ID-HANDOFF
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CHECK-REFERENTIAL-INTEGRITY.
               MOVE "suiteref" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING REF-RETURN-CODE.
               MOVE 0 TO RETURN-CODE.
               IF REF-RETURN-CODE NOT = 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   IF REF-RETURN-CODE < 8
                       STRING "REFERENTIAL INTEGRITY WARNINGS - SEE"
                           " SUITEIRP" DELIMITED BY SIZE
                           INTO DRIVER-RPT-RECORD
                   ELSE
                       STRING "REFERENTIAL INTEGRITY GATE FAILED - "
                           "SEE SUITEIRP - SUITE RUN NOT STARTED"
                           DELIMITED BY SIZE INTO DRIVER-RPT-RECORD
                   END-IF
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
               END-IF.
               IF REF-RETURN-CODE NOT < 8
                   CLOSE DRIVER-RPT
                   PERFORM CLEAR-RUN-ID-HANDOFF
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           ROLL-STEP-GENERATIONS.
               OPEN OUTPUT GENROLL-OUT.
               MOVE "R" TO GENROLL-OUT-RECORD.
               WRITE GENROLL-OUT-RECORD.
               MOVE STEP-PROGRAM (STEP-INDEX) TO GENROLL-OUT-RECORD.
               WRITE GENROLL-OUT-RECORD.
               CLOSE GENROLL-OUT.
               MOVE "suitegen < SUITEGRQ" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING ROLL-RETURN-CODE.

           LAUNCH-ONE-STEP.
               PERFORM ROLL-STEP-GENERATIONS.
               IF ROLL-RETURN-CODE NOT = 0
                   MOVE ROLL-RETURN-CODE TO STEP-RETURN-CODE
                   ADD 1 TO FAIL-COUNT
                   MOVE 'F' TO STEP-STATE (STEP-INDEX)
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   STRING "GENERATION ROLL FAILED - STEP "
                       DELIMITED BY SIZE
                       STEP-PROGRAM (STEP-INDEX) DELIMITED BY SPACE
                       " NOT RUN" DELIMITED BY SIZE
                       INTO DRIVER-RPT-RECORD
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
                   PERFORM WRITE-STEP-RESULT
                   PERFORM COUNT-FINISHED-STEP
               ELSE
                   PERFORM START-STEP-PROGRAM
               END-IF.

           BUILD-STEP-END-NAME.
               MOVE SPACES TO STEP-END-NAME.
               STRING "SUITEEND." STEP-PROGRAM (STEP-INDEX)
                   DELIMITED BY SPACE INTO STEP-END-NAME.

           START-STEP-PROGRAM.
               PERFORM BUILD-STEP-END-NAME.
               CALL "CBL_DELETE_FILE" USING STEP-END-NAME.
               MOVE SPACES TO STEP-COMMAND.
               STRING "(" STEP-PROGRAM (STEP-INDEX) DELIMITED BY SPACE
                   " < " DELIMITED BY SIZE
                   STEP-PARMFILE (STEP-INDEX) DELIMITED BY SPACE
                   "; echo $? > " DELIMITED BY SIZE
                   STEP-END-NAME DELIMITED BY SPACE
                   ") &" DELIMITED BY SIZE
                   INTO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               MOVE 0 TO RETURN-CODE.
               MOVE 'R' TO STEP-STATE (STEP-INDEX).
               MOVE 'Y' TO STEP-LAUNCHED-SWITCH (STEP-INDEX).
               ADD 1 TO RUNNING-COUNT.
               SET CYCLE-PROGRESSED TO TRUE.
               MOVE STEP-STREAM (STEP-INDEX) TO STREAM-INDEX.
               MOVE STEP-INDEX TO STREAM-RUNNING-STEP (STREAM-INDEX).
               MOVE STREAM-LAST-STEP (STREAM-INDEX)
                   TO STEP-STREAM-PREV (STEP-INDEX).
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAPSED-SECONDS TO STEP-START-SECS (STEP-INDEX).
               IF STREAM-START-STAMP (STREAM-INDEX) = SPACES
                   MOVE ELAP-CLOCK-STAMP
                       TO STREAM-START-STAMP (STREAM-INDEX)
                   MOVE ELAPSED-SECONDS
                       TO STREAM-START-SECS (STREAM-INDEX)
               END-IF.
               MOVE SPACES TO DRIVER-RPT-RECORD.
               STRING "STEP " DELIMITED BY SIZE
                   STEP-PROGRAM (STEP-INDEX) DELIMITED BY SPACE
                   " STARTED (STREAM " DELIMITED BY SIZE
                   STEP-STREAM (STEP-INDEX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.

      * the return code file is complete once it holds data - the
      * step's shell writes it in one piece as the step ends
           COLLECT-ENDED-STEP.
               IF STEP-RUNNING (STEP-INDEX)
                   PERFORM BUILD-STEP-END-NAME
                   CALL "CBL_CHECK_FILE_EXIST" USING STEP-END-NAME,
                       FILE-DETAILS
                   IF RETURN-CODE = 0 AND FILE-SIZE > 0
                       MOVE SPACES TO STEP-END-LINE
                       OPEN INPUT STEP-END
                       IF STEP-END-STATUS = "00"
                           READ STEP-END INTO STEP-END-LINE
                               AT END MOVE SPACES TO STEP-END-LINE
                           END-READ
                           CLOSE STEP-END
                       END-IF
                       CALL "CBL_DELETE_FILE" USING STEP-END-NAME
                       IF FUNCTION TRIM (STEP-END-LINE) IS NUMERIC
                           COMPUTE STEP-RETURN-CODE =
                               FUNCTION NUMVAL (STEP-END-LINE)
                       ELSE
                           MOVE 16 TO STEP-RETURN-CODE
                       END-IF
                       PERFORM FINISH-STEP-PROGRAM
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF.

           FINISH-STEP-PROGRAM.
               SUBTRACT 1 FROM RUNNING-COUNT.
               MOVE STEP-STREAM (STEP-INDEX) TO STREAM-INDEX.
               MOVE 0 TO STREAM-RUNNING-STEP (STREAM-INDEX).
               MOVE STEP-INDEX TO STREAM-LAST-STEP (STREAM-INDEX).
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAPSED-SECONDS TO STEP-END-SECS (STEP-INDEX).
               MOVE ELAPSED-SECONDS TO STREAM-END-SECS (STREAM-INDEX).
               MOVE ELAP-CLOCK-STAMP TO STREAM-END-STAMP (STREAM-INDEX).
               PERFORM COUNT-FINISHED-STEP.
               IF STEP-RETURN-CODE NOT = 0
                   ADD 1 TO FAIL-COUNT
                   MOVE 'F' TO STEP-STATE (STEP-INDEX)
                           TO COMPLETED-STEP (COMPLETED-COUNT)
                   END-IF
                   PERFORM WRITE-DRIVER-STATE
                   PERFORM RECORD-STEP-ARRIVALS
               END-IF.
               PERFORM WRITE-STEP-RESULT.

               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.

           WRITE-STREAM-SUMMARY.
               IF STREAM-STEP-COUNT (STREAM-INDEX) > 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   IF STREAM-START-STAMP (STREAM-INDEX) = SPACES
                       STRING "STREAM " STREAM-INDEX (2:1)
                           " NO STEPS RUN"
                           DELIMITED BY SIZE INTO DRIVER-RPT-RECORD
                       WRITE DRIVER-RPT-RECORD
                       DISPLAY DRIVER-RPT-RECORD
                   ELSE
                       COMPUTE FORMATTED-SECS =
                           STREAM-END-SECS (STREAM-INDEX)
                           - STREAM-START-SECS (STREAM-INDEX)
                       STRING "STREAM " STREAM-INDEX (2:1)
                           " START "
                           STREAM-START-STAMP (STREAM-INDEX) (10:2) ":"
                           STREAM-START-STAMP (STREAM-INDEX) (12:2) ":"
                           STREAM-START-STAMP (STREAM-INDEX) (14:2)
                           " END "
                           STREAM-END-STAMP (STREAM-INDEX) (10:2) ":"
                           STREAM-END-STAMP (STREAM-INDEX) (12:2) ":"
                           STREAM-END-STAMP (STREAM-INDEX) (14:2)
                           " ELAPSED " FORMATTED-SECS " SECONDS"
                           DELIMITED BY SIZE INTO DRIVER-RPT-RECORD
                       WRITE DRIVER-RPT-RECORD
                       DISPLAY DRIVER-RPT-RECORD
                       PERFORM TRACE-CRITICAL-PATH
                   END-IF
               END-IF.

      * walks back from the stream's last step; each step's gate is
      * the earlier step that released it - its predecessor in the
      * stream or, when that ended later, its DEPENDS target
           TRACE-CRITICAL-PATH.
               MOVE 0 TO PATH-COUNT.
               MOVE STREAM-LAST-STEP (STREAM-INDEX) TO PATH-SLOT.
               PERFORM ADD-PATH-STEP
                   UNTIL PATH-SLOT = 0 OR PATH-COUNT = 20.
               MOVE "  CRITICAL PATH" TO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.
               PERFORM WRITE-PATH-LINE
                   VARYING PATH-INDEX FROM PATH-COUNT BY -1
                   UNTIL PATH-INDEX < 1.

           ADD-PATH-STEP.
               ADD 1 TO PATH-COUNT.
               MOVE PATH-SLOT TO PATH-STEP (PATH-COUNT).
               MOVE STEP-STREAM-PREV (PATH-SLOT) TO PATH-GATE.
               MOVE STEP-DEP-SLOT (PATH-SLOT) TO DEP-SLOT.
               IF DEP-SLOT > 0
                   IF STEP-LAUNCHED (DEP-SLOT)
                       IF PATH-GATE = 0
                           MOVE DEP-SLOT TO PATH-GATE
                       ELSE
                           IF STEP-END-SECS (DEP-SLOT)
                               > STEP-END-SECS (PATH-GATE)
                               MOVE DEP-SLOT TO PATH-GATE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               MOVE PATH-GATE TO PATH-SLOT.

           WRITE-PATH-LINE.
               MOVE PATH-STEP (PATH-INDEX) TO PATH-SLOT.
               MOVE STEP-START-SECS (PATH-SLOT) TO FORMATTED-SECS.
               MOVE STEP-END-SECS (PATH-SLOT) TO FORMATTED-END-SECS.
               MOVE SPACES TO DRIVER-RPT-RECORD.
               STRING "    " STEP-PROGRAM (PATH-SLOT) (1:26)
                   " STREAM " STEP-STREAM (PATH-SLOT)
                   " +" FORMATTED-SECS " TO +" FORMATTED-END-SECS
                   DELIMITED BY SIZE INTO DRIVER-RPT-RECORD.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.

           TERMINATE-RUN.
               MOVE SPACES TO DRIVER-RPT-RECORD.
               IF FAIL-COUNT = 0 AND HELD-COUNT = 0
                   STRING "SUITE RUN COMPLETE - ALL STEPS OK"
                       DELIMITED BY SIZE INTO DRIVER-RPT-RECORD
               ELSE
               END-IF.
               WRITE DRIVER-RPT-RECORD.
               DISPLAY DRIVER-RPT-RECORD.
               IF HELD-COUNT > 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   STRING "SUITE RUN INCOMPLETE - " HELD-COUNT
                       " STEP(S) HELD FOR LATE FEEDS"
                       DELIMITED BY SIZE INTO DRIVER-RPT-RECORD
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
               END-IF.
      * the lineage manifest is assembled while the handoff still
      * carries this run's id, so its block chains to tonight's rows
               MOVE "suitelineage" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
      * reports go out to their recipients only after every step has
      * had its chance to write them; a withheld report is noted here
      * and detailed in the distribution log
               MOVE "suitedist" TO STEP-COMMAND.
               CALL "SYSTEM" USING STEP-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING DIST-RETURN-CODE.
               MOVE 0 TO RETURN-CODE.
               IF DIST-RETURN-CODE NOT = 0
                   MOVE SPACES TO DRIVER-RPT-RECORD
                   STRING "REPORT DISTRIBUTION INCOMPLETE"
                       " - SEE SUITEDLG" DELIMITED BY SIZE
                       INTO DRIVER-RPT-RECORD
                   WRITE DRIVER-RPT-RECORD
                   DISPLAY DRIVER-RPT-RECORD
               END-IF.
      * held steps keep the restart state so a rerun once the feed
      * lands picks up only what did not run
               IF FAIL-COUNT = 0 AND HELD-COUNT = 0
                   PERFORM CLEAR-DRIVER-STATE
                   PERFORM CLEAR-BUSINESS-DATE
               END-IF.
               PERFORM CLEAR-RUN-ID-HANDOFF.
               CLOSE DRIVER-RPT.

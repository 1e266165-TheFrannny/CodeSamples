       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitesnap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-MANIFEST ASSIGN TO "SUITESNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT RESTORE-RPT ASSIGN TO "SUITERBR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORE-AUDIT ASSIGN TO "SUITERBA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT RUN-LOCK ASSIGN TO "SUITELCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "SUITEOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
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
       FD  SNAPSHOT-MANIFEST.
           COPY SNPMAN.
       FD  RESTORE-RPT.
           01 RESTORE-RPT-RECORD PIC X(100).
       FD  RESTORE-AUDIT.
           01 RESTORE-AUDIT-RECORD PIC X(200).
       FD  RUN-LOCK.
           COPY LOCKREC.
       FD  OPERATOR-MASTER.
           COPY OPRMST.
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 MANIFEST-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.
           01 LOCK-STATUS PIC XX.
           01 ACTION-CODE PIC X VALUE SPACE.
           01 MANIFEST-EOF-SWITCH PIC X VALUE 'N'.
               88 MANIFEST-EOF VALUE 'Y'.
           01 LOCK-EOF-SWITCH PIC X VALUE 'N'.
               88 LOCK-EOF VALUE 'Y'.

      * every master and state dataset a suite run changes in place
      * or appends to - the steps' masters and ledgers, plus the
      * driver's own restart, feed-arrival and business-date state
      * so that a restored night reruns from its first step on the
      * same business date
           01 DATASET-TABLE.
               05 FILLER PIC X(12) VALUE "ODDSBNK".
               05 FILLER PIC X(12) VALUE "ODDSOPN".
               05 FILLER PIC X(12) VALUE "ODDSLED".
               05 FILLER PIC X(12) VALUE "ODDSPER".
               05 FILLER PIC X(12) VALUE "ODDSPRV".
               05 FILLER PIC X(12) VALUE "ODDSCLV".
               05 FILLER PIC X(12) VALUE "ODDSAUD".
               05 FILLER PIC X(12) VALUE "DPWDATT".
               05 FILLER PIC X(12) VALUE "DPWDAGE".
               05 FILLER PIC X(12) VALUE "DPWDAMF".
               05 FILLER PIC X(12) VALUE "DPWDAUD".
               05 FILLER PIC X(12) VALUE "SOYLSTK".
               05 FILLER PIC X(12) VALUE "SOYLLOT".
               05 FILLER PIC X(12) VALUE "SOYLPO".
               05 FILLER PIC X(12) VALUE "SOYLSPN".
               05 FILLER PIC X(12) VALUE "SOYLQTN".
               05 FILLER PIC X(12) VALUE "BLOCKINV".
               05 FILLER PIC X(12) VALUE "BLOCKAUD".
               05 FILLER PIC X(12) VALUE "PYRAMRES".
               05 FILLER PIC X(12) VALUE "CIRCLEPST".
               05 FILLER PIC X(12) VALUE "CIRCLESUM".
               05 FILLER PIC X(12) VALUE "TAISHIST".
               05 FILLER PIC X(12) VALUE "TAISORD".
               05 FILLER PIC X(12) VALUE "MOOSEHIST".
               05 FILLER PIC X(12) VALUE "MOOSEVSL".
               05 FILLER PIC X(12) VALUE "SHADESHIST".
               05 FILLER PIC X(12) VALUE "SUITESTA".
               05 FILLER PIC X(12) VALUE "SUITEARV".
               05 FILLER PIC X(12) VALUE "SUITEBDT".
           01 DATASET-ROWS REDEFINES DATASET-TABLE.
               05 DS-NAME PIC X(12) OCCURS 29 TIMES.
           01 DATASET-COUNT PIC 99 VALUE 29.
           01 DS-INDEX PIC 99.

      * the whole manifest is held while a snapshot is taken and
      * rewritten once at the end; snapshots beyond the newest
      * SNAPSHOT-KEEP-RUNS run ids are deleted and left out of the
      * rewrite, as the generation index drops its oldest versions
           01 MANIFEST-TABLE.
               05 MANIFEST-ENTRY OCCURS 1000 TIMES.
                   10 MFT-RUN-ID PIC X(16).
                   10 MFT-BUSINESS-DATE PIC X(8).
                   10 MFT-DATASET PIC X(12).
                   10 MFT-STATE PIC X.
                       88 MFT-PRESENT VALUE 'P'.
                       88 MFT-ABSENT VALUE 'A'.
                   10 MFT-SNAPSHOT-NAME PIC X(32).
                   10 MFT-SIZE PIC 9(12).
                   10 MFT-STAMP PIC X(17).
                   10 MFT-KEEP-SWITCH PIC X.
                       88 MFT-KEPT VALUE 'K'.
                       88 MFT-DROPPED VALUE 'D'.
           01 MANIFEST-COUNT PIC 9(4) VALUE 0.
           01 MAX-MANIFEST-ENTRIES PIC 9(4) VALUE 1000.
           01 MFT-INDEX PIC 9(4).
           01 MFT-SLOT PIC 9(4).
           01 SCAN-INDEX PIC 9(4).
           01 FIRST-NEW-ROW PIC 9(4).
           01 SNAPSHOT-KEEP-RUNS PIC 99 VALUE 7.
           01 RUNS-KEPT PIC 9(4).
           01 OLDEST-RUN-ID PIC X(16).
           01 MATCH-RUN-ID PIC X(16).

           01 FILE-DETAILS.
               05 FILE-SIZE PIC X(8) COMP-X.
               05 FILE-DAY PIC X COMP-X.
               05 FILE-MONTH PIC X COMP-X.
               05 FILE-YEAR PIC XX COMP-X.
               05 FILE-HOURS PIC X COMP-X.
               05 FILE-MINUTES PIC X COMP-X.
               05 FILE-SECONDS PIC X COMP-X.
               05 FILE-HUNDREDTHS PIC X COMP-X.
           01 SOURCE-NAME PIC X(32).
           01 TARGET-NAME PIC X(32).
           01 SOURCE-SIZE PIC 9(12).
           01 CALL-RESULT PIC S9(9).
           01 SNAPSHOT-FAILED-SWITCH PIC X VALUE 'N'.
               88 SNAPSHOT-FAILED VALUE 'Y'.
           01 COPIED-COUNT PIC 99 VALUE 0.
           01 ABSENT-COUNT PIC 99 VALUE 0.
           01 DROPPED-RUN-COUNT PIC 99 VALUE 0.

      * a restore puts back every dataset of one snapshot or none of
      * them: each snapshot copy is first checked against the size
      * the manifest recorded, then staged beside its live dataset
      * as dataset.RBK, and only when every copy has staged cleanly
      * is each one renamed over its live dataset; a dataset absent
      * when the snapshot was taken is removed. nothing is touched
      * while a suite run holds the run lock
           01 RESTORE-RUN-ID PIC X(16).
           01 RESTORE-BUSINESS-DATE PIC X(8).
           01 RESTORE-REASON PIC X(50).
           01 RESTORE-ROW-COUNT PIC 99 VALUE 0.
           01 RESTORE-REFUSED-SWITCH PIC X VALUE 'N'.
               88 RESTORE-REFUSED VALUE 'Y'.
           01 RESTORE-ERROR PIC X(40) VALUE SPACES.
           01 RESTORE-INCOMPLETE-SWITCH PIC X VALUE 'N'.
               88 RESTORE-INCOMPLETE VALUE 'Y'.
           01 RESTORED-COUNT PIC 99 VALUE 0.
           01 REMOVED-COUNT PIC 99 VALUE 0.
           01 LISTED-COUNT PIC 9(4) VALUE 0.
           01 LIST-RUN-ID PIC X(16).
           01 FORMATTED-SIZE PIC Z(11)9.
           01 FORMATTED-COUNT PIC Z9.
           01 FORMATTED-ABSENT PIC Z9.
           01 FORMATTED-ROWS PIC Z9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               EVALUATE ACTION-CODE
                   WHEN 'S'
                       PERFORM TAKE-SNAPSHOT
                   WHEN 'R'
                       PERFORM RESTORE-SNAPSHOT
                   WHEN 'L'
                       PERFORM LIST-SNAPSHOTS
                   WHEN OTHER
                       DISPLAY "INVALID ACTION"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.
               PERFORM TERMINATE-RUN.
               STOP RUN.

      * the snapshot is taken unattended by the driver and a listing
      * only reads, so only a restore needs a sign-on
           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "suitesnap" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               DISPLAY "ENTER ACTION (S=SNAPSHOT R=RESTORE L=LIST): "
                   WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               IF ACTION-CODE = 'R'
                   PERFORM SIGN-ON-OPERATOR
                   MOVE ACTION-CODE TO SIGNON-ACTION
                   MOVE SPACES TO SIGNON-ALLOWED-ROLES
                   MOVE "OPS" TO SIGNON-ALLOWED-ROLE (1)
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

           LOAD-SNAPSHOT-MANIFEST.
               OPEN INPUT SNAPSHOT-MANIFEST.
               IF MANIFEST-STATUS = "00"
                   PERFORM READ-MANIFEST-ROW
                   PERFORM LOAD-ONE-MANIFEST-ROW UNTIL MANIFEST-EOF
                   CLOSE SNAPSHOT-MANIFEST
               END-IF.

           READ-MANIFEST-ROW.
               READ SNAPSHOT-MANIFEST
                   AT END SET MANIFEST-EOF TO TRUE
               END-READ.

           LOAD-ONE-MANIFEST-ROW.
               IF SNAPSHOT-MANIFEST-RECORD NOT = SPACES
                   IF MANIFEST-COUNT < MAX-MANIFEST-ENTRIES
                       ADD 1 TO MANIFEST-COUNT
                       MOVE SNP-RUN-ID TO MFT-RUN-ID (MANIFEST-COUNT)
                       MOVE SNP-BUSINESS-DATE
                           TO MFT-BUSINESS-DATE (MANIFEST-COUNT)
                       MOVE SNP-DATASET TO MFT-DATASET (MANIFEST-COUNT)
                       MOVE SNP-STATE TO MFT-STATE (MANIFEST-COUNT)
                       MOVE SNP-SNAPSHOT-NAME
                           TO MFT-SNAPSHOT-NAME (MANIFEST-COUNT)
                       MOVE SNP-SIZE TO MFT-SIZE (MANIFEST-COUNT)
                       MOVE SNP-STAMP TO MFT-STAMP (MANIFEST-COUNT)
                       MOVE 'K' TO MFT-KEEP-SWITCH (MANIFEST-COUNT)
                   ELSE
                       DISPLAY "SNAPSHOT MANIFEST FULL - CANNOT"
                           " CONTINUE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               PERFORM READ-MANIFEST-ROW.

      * a second snapshot under the same run id replaces the first;
      * a snapshot that cannot copy every dataset whole is discarded
      * and fails the driver before any step can change anything
           TAKE-SNAPSHOT.
               IF SUITE-RUN-ID = SPACES
                   DISPLAY "NO SUITE RUN ID - SNAPSHOT NOT TAKEN"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-SNAPSHOT-MANIFEST
                   MOVE SUITE-RUN-ID TO MATCH-RUN-ID
                   PERFORM DROP-MATCHING-ROW
                       VARYING MFT-INDEX FROM 1 BY 1
                       UNTIL MFT-INDEX > MANIFEST-COUNT
                   IF MANIFEST-COUNT + DATASET-COUNT
                       > MAX-MANIFEST-ENTRIES
                       DISPLAY "SNAPSHOT MANIFEST FULL - SNAPSHOT NOT"
                           " TAKEN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE FIRST-NEW-ROW = MANIFEST-COUNT + 1
                   PERFORM SNAPSHOT-ONE-DATASET
                       VARYING DS-INDEX FROM 1 BY 1
                       UNTIL DS-INDEX > DATASET-COUNT
                   IF SNAPSHOT-FAILED
                       PERFORM DISCARD-NEW-COPY
                           VARYING MFT-INDEX FROM FIRST-NEW-ROW BY 1
                           UNTIL MFT-INDEX > MANIFEST-COUNT
                       DISPLAY "SNAPSHOT FAILED - NOTHING KEPT FOR RUN "
                           SUITE-RUN-ID
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM COUNT-KEPT-RUNS
                       PERFORM DROP-OLDEST-SNAPSHOT
                           UNTIL RUNS-KEPT NOT > SNAPSHOT-KEEP-RUNS
                       PERFORM WRITE-SNAPSHOT-MANIFEST
                       MOVE COPIED-COUNT TO FORMATTED-COUNT
                       MOVE ABSENT-COUNT TO FORMATTED-ABSENT
                       DISPLAY "SNAPSHOT TAKEN FOR RUN " SUITE-RUN-ID
                           " - " FORMATTED-COUNT " COPIED "
                           FORMATTED-ABSENT " ABSENT"
                   END-IF
               END-IF.

           DROP-MATCHING-ROW.
               IF MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   AND MFT-KEPT (MFT-INDEX)
                   MOVE 'D' TO MFT-KEEP-SWITCH (MFT-INDEX)
                   IF MFT-PRESENT (MFT-INDEX)
                       MOVE MFT-SNAPSHOT-NAME (MFT-INDEX) TO TARGET-NAME
                       CALL "CBL_DELETE_FILE" USING TARGET-NAME
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF.

           SNAPSHOT-ONE-DATASET.
               MOVE SPACES TO SOURCE-NAME.
               MOVE DS-NAME (DS-INDEX) TO SOURCE-NAME.
               CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-NAME,
                   FILE-DETAILS.
               MOVE RETURN-CODE TO CALL-RESULT.
               MOVE 0 TO RETURN-CODE.
               PERFORM STAMP-RUN-TIMESTAMP.
               ADD 1 TO MANIFEST-COUNT.
               MOVE SUITE-RUN-ID TO MFT-RUN-ID (MANIFEST-COUNT).
               MOVE BUSINESS-DATE TO MFT-BUSINESS-DATE (MANIFEST-COUNT).
               MOVE DS-NAME (DS-INDEX) TO MFT-DATASET (MANIFEST-COUNT).
               MOVE RUN-STAMP TO MFT-STAMP (MANIFEST-COUNT).
               MOVE 'K' TO MFT-KEEP-SWITCH (MANIFEST-COUNT).
               IF CALL-RESULT NOT = 0
                   MOVE 'A' TO MFT-STATE (MANIFEST-COUNT)
                   MOVE SPACES TO MFT-SNAPSHOT-NAME (MANIFEST-COUNT)
                   MOVE 0 TO MFT-SIZE (MANIFEST-COUNT)
                   ADD 1 TO ABSENT-COUNT
               ELSE
                   MOVE FILE-SIZE TO SOURCE-SIZE
                   MOVE SPACES TO TARGET-NAME
                   STRING DS-NAME (DS-INDEX) DELIMITED BY SPACE
                       ".S" DELIMITED BY SIZE
                       SUITE-RUN-ID DELIMITED BY SPACE
                       INTO TARGET-NAME
                   MOVE 'P' TO MFT-STATE (MANIFEST-COUNT)
                   MOVE TARGET-NAME
                       TO MFT-SNAPSHOT-NAME (MANIFEST-COUNT)
                   MOVE SOURCE-SIZE TO MFT-SIZE (MANIFEST-COUNT)
                   PERFORM COPY-AND-VERIFY
                   IF CALL-RESULT = 0
                       ADD 1 TO COPIED-COUNT
                   ELSE
                       SET SNAPSHOT-FAILED TO TRUE
                       DISPLAY "SNAPSHOT OF " DS-NAME (DS-INDEX)
                           " FAILED"
                   END-IF
               END-IF.

      * a copy counts only when the target holds exactly the bytes
      * the source held; CALL-RESULT comes back zero when it does
           COPY-AND-VERIFY.
               CALL "CBL_COPY_FILE" USING SOURCE-NAME, TARGET-NAME.
               MOVE RETURN-CODE TO CALL-RESULT.
               MOVE 0 TO RETURN-CODE.
               IF CALL-RESULT = 0
                   CALL "CBL_CHECK_FILE_EXIST" USING TARGET-NAME,
                       FILE-DETAILS
                   MOVE RETURN-CODE TO CALL-RESULT
                   MOVE 0 TO RETURN-CODE
                   IF CALL-RESULT = 0 AND FILE-SIZE NOT = SOURCE-SIZE
                       MOVE 1 TO CALL-RESULT
                   END-IF
               END-IF.

           DISCARD-NEW-COPY.
               IF MFT-PRESENT (MFT-INDEX)
                   MOVE MFT-SNAPSHOT-NAME (MFT-INDEX) TO TARGET-NAME
                   CALL "CBL_DELETE_FILE" USING TARGET-NAME
                   MOVE 0 TO RETURN-CODE
               END-IF.
               MOVE 'D' TO MFT-KEEP-SWITCH (MFT-INDEX).

           COUNT-KEPT-RUNS.
               MOVE 0 TO RUNS-KEPT.
               PERFORM COUNT-ONE-KEPT-RUN
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT.

           COUNT-ONE-KEPT-RUN.
               IF MFT-KEPT (MFT-INDEX)
                   MOVE MFT-RUN-ID (MFT-INDEX) TO MATCH-RUN-ID
                   PERFORM FIND-FIRST-RUN-ROW
                   IF MFT-SLOT = MFT-INDEX
                       ADD 1 TO RUNS-KEPT
                   END-IF
               END-IF.

           FIND-FIRST-RUN-ROW.
               MOVE 0 TO MFT-SLOT.
               PERFORM CHECK-FIRST-RUN-ROW
                   VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > MANIFEST-COUNT
                       OR MFT-SLOT > 0.

           CHECK-FIRST-RUN-ROW.
               IF MFT-KEPT (SCAN-INDEX)
                   AND MFT-RUN-ID (SCAN-INDEX) = MATCH-RUN-ID
                   MOVE SCAN-INDEX TO MFT-SLOT
               END-IF.

      * the manifest is in the order snapshots were taken, so the
      * first kept row belongs to the oldest snapshot
           DROP-OLDEST-SNAPSHOT.
               MOVE 0 TO MFT-SLOT.
               PERFORM FIND-OLDEST-KEPT-ROW
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT
                       OR MFT-SLOT > 0.
               MOVE MFT-RUN-ID (MFT-SLOT) TO MATCH-RUN-ID.
               PERFORM DROP-MATCHING-ROW
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT.
               SUBTRACT 1 FROM RUNS-KEPT.
               ADD 1 TO DROPPED-RUN-COUNT.
               DISPLAY "DROPPED SNAPSHOT OF RUN " MATCH-RUN-ID.

           FIND-OLDEST-KEPT-ROW.
               IF MFT-KEPT (MFT-INDEX)
                   MOVE MFT-INDEX TO MFT-SLOT
               END-IF.

           WRITE-SNAPSHOT-MANIFEST.
               OPEN OUTPUT SNAPSHOT-MANIFEST.
               PERFORM WRITE-ONE-MANIFEST-ROW
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT.
               CLOSE SNAPSHOT-MANIFEST.

           WRITE-ONE-MANIFEST-ROW.
               IF MFT-KEPT (MFT-INDEX)
                   MOVE SPACES TO SNAPSHOT-MANIFEST-RECORD
                   MOVE MFT-RUN-ID (MFT-INDEX) TO SNP-RUN-ID
                   MOVE MFT-BUSINESS-DATE (MFT-INDEX)
                       TO SNP-BUSINESS-DATE
                   MOVE MFT-DATASET (MFT-INDEX) TO SNP-DATASET
                   MOVE MFT-STATE (MFT-INDEX) TO SNP-STATE
                   MOVE MFT-SNAPSHOT-NAME (MFT-INDEX)
                       TO SNP-SNAPSHOT-NAME
                   MOVE MFT-SIZE (MFT-INDEX) TO SNP-SIZE
                   MOVE MFT-STAMP (MFT-INDEX) TO SNP-STAMP
                   WRITE SNAPSHOT-MANIFEST-RECORD
               END-IF.

      * a blank run id restores the most recent snapshot held
           RESTORE-SNAPSHOT.
               DISPLAY "ENTER RUN ID TO RESTORE (BLANK FOR LATEST): "
                   WITH NO ADVANCING.
               ACCEPT RESTORE-RUN-ID.
               DISPLAY "ENTER REASON: " WITH NO ADVANCING.
               ACCEPT RESTORE-REASON.
               PERFORM LOAD-SNAPSHOT-MANIFEST.
               IF RESTORE-RUN-ID = SPACES
                   PERFORM FIND-LATEST-RUN-ID
                       VARYING MFT-INDEX FROM 1 BY 1
                       UNTIL MFT-INDEX > MANIFEST-COUNT
               END-IF.
               MOVE RESTORE-RUN-ID TO MATCH-RUN-ID.
               MOVE SPACES TO RESTORE-BUSINESS-DATE.
               PERFORM COUNT-RESTORE-ROW
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT.
               OPEN OUTPUT RESTORE-RPT.
               MOVE SPACES TO RESTORE-RPT-RECORD.
               STRING "SUITE RESTORE " RUN-STAMP " OPERATOR "
                   SIGNON-OPERATOR DELIMITED BY SIZE
                   INTO RESTORE-RPT-RECORD.
               WRITE RESTORE-RPT-RECORD.
               MOVE SPACES TO RESTORE-RPT-RECORD.
               STRING "SNAPSHOT OF RUN " RESTORE-RUN-ID
                   " BUSINESS DATE " RESTORE-BUSINESS-DATE
                   DELIMITED BY SIZE INTO RESTORE-RPT-RECORD.
               WRITE RESTORE-RPT-RECORD.
               PERFORM CHECK-RUN-LOCK.
               EVALUATE TRUE
                   WHEN RESTORE-REFUSED
                       CONTINUE
                   WHEN RESTORE-REASON = SPACES
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "REASON REQUIRED" TO RESTORE-ERROR
                   WHEN RESTORE-ROW-COUNT = 0
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "NO SNAPSHOT HELD FOR RUN" TO RESTORE-ERROR
                   WHEN OTHER
                       PERFORM VERIFY-SNAPSHOT-COPY
                           VARYING MFT-INDEX FROM 1 BY 1
                           UNTIL MFT-INDEX > MANIFEST-COUNT
                   END-EVALUATE.
               IF NOT RESTORE-REFUSED
                   PERFORM STAGE-SNAPSHOT-COPY
                       VARYING MFT-INDEX FROM 1 BY 1
                       UNTIL MFT-INDEX > MANIFEST-COUNT
                           OR RESTORE-REFUSED
                   IF RESTORE-REFUSED
                       PERFORM DISCARD-STAGED-COPY
                           VARYING MFT-INDEX FROM 1 BY 1
                           UNTIL MFT-INDEX > MANIFEST-COUNT
                   END-IF
               END-IF.
               IF RESTORE-REFUSED
                   MOVE SPACES TO RESTORE-RPT-RECORD
                   STRING "RESTORE REFUSED - "
                       FUNCTION TRIM (RESTORE-ERROR)
                       " - NOTHING CHANGED" DELIMITED BY SIZE
                       INTO RESTORE-RPT-RECORD
                   WRITE RESTORE-RPT-RECORD
                   DISPLAY RESTORE-RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM COMMIT-RESTORED-DATASET
                       VARYING MFT-INDEX FROM 1 BY 1
                       UNTIL MFT-INDEX > MANIFEST-COUNT
                   PERFORM WRITE-RESTORE-TRAILER
               END-IF.
               CLOSE RESTORE-RPT.
               PERFORM WRITE-RESTORE-AUDIT.

           FIND-LATEST-RUN-ID.
               IF MFT-KEPT (MFT-INDEX)
                   MOVE MFT-RUN-ID (MFT-INDEX) TO RESTORE-RUN-ID
               END-IF.

           COUNT-RESTORE-ROW.
               IF MFT-KEPT (MFT-INDEX)
                   AND MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   ADD 1 TO RESTORE-ROW-COUNT
                   MOVE MFT-BUSINESS-DATE (MFT-INDEX)
                       TO RESTORE-BUSINESS-DATE
               END-IF.

           CHECK-RUN-LOCK.
               MOVE 'N' TO LOCK-EOF-SWITCH.
               OPEN INPUT RUN-LOCK.
               IF LOCK-STATUS = "00"
                   READ RUN-LOCK
                       AT END SET LOCK-EOF TO TRUE
                   END-READ
                   IF NOT LOCK-EOF
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "SUITE RUN IN PROGRESS" TO RESTORE-ERROR
                   END-IF
                   CLOSE RUN-LOCK
               END-IF.

           VERIFY-SNAPSHOT-COPY.
               IF MFT-KEPT (MFT-INDEX)
                   AND MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   AND MFT-PRESENT (MFT-INDEX)
                   MOVE MFT-SNAPSHOT-NAME (MFT-INDEX) TO SOURCE-NAME
                   CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-NAME,
                       FILE-DETAILS
                   MOVE RETURN-CODE TO CALL-RESULT
                   MOVE 0 TO RETURN-CODE
                   IF CALL-RESULT NOT = 0
                       OR FILE-SIZE NOT = MFT-SIZE (MFT-INDEX)
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "SNAPSHOT COPY MISSING OR DAMAGED"
                           TO RESTORE-ERROR
                       MOVE SPACES TO RESTORE-RPT-RECORD
                       STRING "  " MFT-DATASET (MFT-INDEX)
                           " SNAPSHOT " MFT-SNAPSHOT-NAME (MFT-INDEX)
                           " MISSING OR DAMAGED"
                           DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
                       WRITE RESTORE-RPT-RECORD
                   END-IF
               END-IF.

           BUILD-STAGING-NAME.
               MOVE SPACES TO TARGET-NAME.
               STRING MFT-DATASET (MFT-INDEX) DELIMITED BY SPACE
                   ".RBK" DELIMITED BY SIZE
                   INTO TARGET-NAME.

           STAGE-SNAPSHOT-COPY.
               IF MFT-KEPT (MFT-INDEX)
                   AND MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   AND MFT-PRESENT (MFT-INDEX)
                   MOVE MFT-SNAPSHOT-NAME (MFT-INDEX) TO SOURCE-NAME
                   MOVE MFT-SIZE (MFT-INDEX) TO SOURCE-SIZE
                   PERFORM BUILD-STAGING-NAME
                   PERFORM COPY-AND-VERIFY
                   IF CALL-RESULT NOT = 0
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "STAGING COPY FAILED" TO RESTORE-ERROR
                       MOVE SPACES TO RESTORE-RPT-RECORD
                       STRING "  " MFT-DATASET (MFT-INDEX)
                           " COULD NOT BE STAGED AS " TARGET-NAME
                           DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
                       WRITE RESTORE-RPT-RECORD
                   END-IF
               END-IF.

           DISCARD-STAGED-COPY.
               IF MFT-KEPT (MFT-INDEX)
                   AND MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   AND MFT-PRESENT (MFT-INDEX)
                   PERFORM BUILD-STAGING-NAME
                   CALL "CBL_DELETE_FILE" USING TARGET-NAME
                   MOVE 0 TO RETURN-CODE
               END-IF.

      * a rename that fails here leaves the restore part-done; the
      * report names every dataset so the operator can see which
           COMMIT-RESTORED-DATASET.
               IF MFT-KEPT (MFT-INDEX)
                   AND MFT-RUN-ID (MFT-INDEX) = MATCH-RUN-ID
                   MOVE SPACES TO SOURCE-NAME
                   MOVE MFT-DATASET (MFT-INDEX) TO SOURCE-NAME
                   MOVE SPACES TO RESTORE-RPT-RECORD
                   IF MFT-PRESENT (MFT-INDEX)
                       PERFORM BUILD-STAGING-NAME
                       CALL "CBL_RENAME_FILE" USING TARGET-NAME,
                           SOURCE-NAME
                       MOVE RETURN-CODE TO CALL-RESULT
                       MOVE 0 TO RETURN-CODE
                       IF CALL-RESULT = 0
                           ADD 1 TO RESTORED-COUNT
                           MOVE MFT-SIZE (MFT-INDEX) TO FORMATTED-SIZE
                           STRING "  RESTORED " MFT-DATASET (MFT-INDEX)
                               " FROM " MFT-SNAPSHOT-NAME (MFT-INDEX)
                               " BYTES " FORMATTED-SIZE
                               DELIMITED BY SIZE
                               INTO RESTORE-RPT-RECORD
                       ELSE
                           SET RESTORE-INCOMPLETE TO TRUE
                           STRING "  NOT RESTORED " MFT-DATASET
                               (MFT-INDEX) " - STAGED COPY LEFT AS "
                               TARGET-NAME DELIMITED BY SIZE
                               INTO RESTORE-RPT-RECORD
                       END-IF
                   ELSE
                       CALL "CBL_CHECK_FILE_EXIST" USING SOURCE-NAME,
                           FILE-DETAILS
                       MOVE RETURN-CODE TO CALL-RESULT
                       MOVE 0 TO RETURN-CODE
                       IF CALL-RESULT = 0
                           CALL "CBL_DELETE_FILE" USING SOURCE-NAME
                           MOVE 0 TO RETURN-CODE
                           ADD 1 TO REMOVED-COUNT
                           STRING "  REMOVED " MFT-DATASET (MFT-INDEX)
                               " - CREATED BY THE RUN"
                               DELIMITED BY SIZE
                               INTO RESTORE-RPT-RECORD
                       ELSE
                           STRING "  UNCHANGED " MFT-DATASET
                               (MFT-INDEX) " - NOT PRESENT BEFORE"
                               " OR AFTER THE RUN" DELIMITED BY SIZE
                               INTO RESTORE-RPT-RECORD
                       END-IF
                   END-IF
                   WRITE RESTORE-RPT-RECORD
               END-IF.

           WRITE-RESTORE-TRAILER.
               MOVE RESTORED-COUNT TO FORMATTED-COUNT.
               MOVE REMOVED-COUNT TO FORMATTED-ABSENT.
               MOVE SPACES TO RESTORE-RPT-RECORD.
               IF RESTORE-INCOMPLETE
                   STRING "RESTORE INCOMPLETE - " FORMATTED-COUNT
                       " RESTORED " FORMATTED-ABSENT " REMOVED"
                       DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
                   MOVE 16 TO RETURN-CODE
               ELSE
                   STRING "RESTORE COMPLETE - " FORMATTED-COUNT
                       " RESTORED " FORMATTED-ABSENT " REMOVED"
                       " - RERUN BUSINESS DATE "
                       RESTORE-BUSINESS-DATE
                       DELIMITED BY SIZE INTO RESTORE-RPT-RECORD
               END-IF.
               WRITE RESTORE-RPT-RECORD.
               DISPLAY RESTORE-RPT-RECORD.

           WRITE-RESTORE-AUDIT.
               OPEN EXTEND RESTORE-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT RESTORE-AUDIT
               END-IF.
               MOVE RESTORED-COUNT TO FORMATTED-COUNT.
               MOVE REMOVED-COUNT TO FORMATTED-ABSENT.
               MOVE SPACES TO RESTORE-AUDIT-RECORD.
               EVALUATE TRUE
                   WHEN RESTORE-REFUSED
                       STRING "suitesnap " RUN-STAMP
                           " RESTORE=" RESTORE-RUN-ID
                           " OPER=" SIGNON-OPERATOR
                           " RESULT=REFUSED "
                           FUNCTION TRIM (RESTORE-ERROR)
                           " REASON=" RESTORE-REASON
                           DELIMITED BY SIZE
                           INTO RESTORE-AUDIT-RECORD
                   WHEN RESTORE-INCOMPLETE
                       STRING "suitesnap " RUN-STAMP
                           " RESTORE=" RESTORE-RUN-ID
                           " OPER=" SIGNON-OPERATOR
                           " RESULT=INCOMPLETE RESTORED="
                           FORMATTED-COUNT " REMOVED="
                           FORMATTED-ABSENT
                           " REASON=" RESTORE-REASON
                           DELIMITED BY SIZE
                           INTO RESTORE-AUDIT-RECORD
                   WHEN OTHER
                       STRING "suitesnap " RUN-STAMP
                           " RESTORE=" RESTORE-RUN-ID
                           " OPER=" SIGNON-OPERATOR
                           " RESULT=COMPLETE RESTORED="
                           FORMATTED-COUNT " REMOVED="
                           FORMATTED-ABSENT
                           " REASON=" RESTORE-REASON
                           DELIMITED BY SIZE
                           INTO RESTORE-AUDIT-RECORD
               END-EVALUATE.
               WRITE RESTORE-AUDIT-RECORD.
               CLOSE RESTORE-AUDIT.

      * no run id lists one line per snapshot held; a run id lists
      * that snapshot's datasets
           LIST-SNAPSHOTS.
               DISPLAY "ENTER RUN ID (BLANK FOR ALL): "
                   WITH NO ADVANCING.
               ACCEPT LIST-RUN-ID.
               PERFORM LOAD-SNAPSHOT-MANIFEST.
               PERFORM LIST-ONE-MANIFEST-ROW
                   VARYING MFT-INDEX FROM 1 BY 1
                   UNTIL MFT-INDEX > MANIFEST-COUNT.
               IF LISTED-COUNT = 0
                   DISPLAY "NO SNAPSHOTS HELD"
                   MOVE 4 TO RETURN-CODE
               END-IF.

           LIST-ONE-MANIFEST-ROW.
               IF LIST-RUN-ID = SPACES
                   MOVE MFT-RUN-ID (MFT-INDEX) TO MATCH-RUN-ID
                   PERFORM FIND-FIRST-RUN-ROW
                   IF MFT-SLOT = MFT-INDEX
                       ADD 1 TO LISTED-COUNT
                       MOVE 0 TO RESTORE-ROW-COUNT
                       PERFORM COUNT-LISTED-RUN-ROW
                           VARYING SCAN-INDEX FROM MFT-INDEX BY 1
                           UNTIL SCAN-INDEX > MANIFEST-COUNT
                       MOVE RESTORE-ROW-COUNT TO FORMATTED-ROWS
                       DISPLAY "RUN " MFT-RUN-ID (MFT-INDEX)
                           " BUSINESS DATE "
                           MFT-BUSINESS-DATE (MFT-INDEX)
                           " TAKEN " MFT-STAMP (MFT-INDEX)
                           " DATASETS " FORMATTED-ROWS
                   END-IF
               ELSE
                   IF MFT-RUN-ID (MFT-INDEX) = LIST-RUN-ID
                       ADD 1 TO LISTED-COUNT
                       IF MFT-PRESENT (MFT-INDEX)
                           MOVE MFT-SIZE (MFT-INDEX) TO FORMATTED-SIZE
                           DISPLAY MFT-DATASET (MFT-INDEX) " "
                               MFT-SNAPSHOT-NAME (MFT-INDEX)
                               " BYTES " FORMATTED-SIZE
                       ELSE
                           DISPLAY MFT-DATASET (MFT-INDEX)
                               " NOT PRESENT BEFORE THE RUN"
                       END-IF
                   END-IF
               END-IF.

           COUNT-LISTED-RUN-ROW.
               IF MFT-RUN-ID (SCAN-INDEX) = MATCH-RUN-ID
                   ADD 1 TO RESTORE-ROW-COUNT
               END-IF.

           COPY ELAPPROC.

           COPY RUNIDPROC.

           COPY SIGNONPROC.

           COPY CODETKPROC.

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
               MOVE "suitesnap" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               EVALUATE ACTION-CODE
                   WHEN 'S'
                       MOVE "ACTION=S" TO RUNLOG-INPUT
                       MOVE COPIED-COUNT TO FORMATTED-COUNT
                       MOVE ABSENT-COUNT TO FORMATTED-ABSENT
                       IF SNAPSHOT-FAILED
                           MOVE "SNAPSHOT FAILED" TO RUNLOG-RESULT
                       ELSE
                           STRING "COPIED=" FORMATTED-COUNT
                               " ABSENT=" FORMATTED-ABSENT
                               DELIMITED BY SIZE INTO RUNLOG-RESULT
                       END-IF
                   WHEN 'R'
                       STRING "ACTION=R RUN=" RESTORE-RUN-ID
                           DELIMITED BY SIZE INTO RUNLOG-INPUT
                       MOVE RESTORED-COUNT TO FORMATTED-COUNT
                       MOVE REMOVED-COUNT TO FORMATTED-ABSENT
                       IF RESTORE-REFUSED
                           MOVE "REFUSED" TO RUNLOG-RESULT
                       ELSE
                           STRING "RESTORED=" FORMATTED-COUNT
                               " REMOVED=" FORMATTED-ABSENT
                               DELIMITED BY SIZE INTO RUNLOG-RESULT
                       END-IF
                   WHEN OTHER
                       MOVE "ACTION=L" TO RUNLOG-INPUT
                       MOVE LISTED-COUNT TO FORMATTED-ROWS
                       STRING "LISTED=" FORMATTED-ROWS
                           DELIMITED BY SIZE INTO RUNLOG-RESULT
               END-EVALUATE.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.

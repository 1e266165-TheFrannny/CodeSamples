       IDENTIFICATION DIVISION.
       PROGRAM-ID. suitedist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE ASSIGN TO "SUITEDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABLE-STATUS.
           SELECT REPORT-FILE ASSIGN USING REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT BUNDLE-FILE ASSIGN USING BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-STATUS.
           SELECT VERIFY-CARD ASSIGN TO "SUITEDVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-LOG ASSIGN TO "SUITEDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
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
       FD  DIST-TABLE.
           01 DIST-TABLE-RECORD PIC X(80).
       FD  REPORT-FILE.
           01 REPORT-RECORD PIC X(400).
       FD  BUNDLE-FILE.
           01 BUNDLE-RECORD PIC X(400).
       FD  VERIFY-CARD.
           01 VERIFY-CARD-RECORD PIC X(20).
       FD  DIST-LOG.
           01 DIST-LOG-RECORD PIC X(160).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 TABLE-STATUS PIC XX.
           01 REPORT-STATUS PIC XX.
           01 BUNDLE-STATUS PIC XX.
           01 LOG-STATUS PIC XX.
           01 REPORT-NAME PIC X(20).
           01 BUNDLE-NAME PIC X(20).

      * distribution table cards -
      *   RECIPIENT id name          one per person or team
      *   SEND id report [part]      a report the recipient receives;
      *                              the optional part (SITE EAST,
      *                              COHORT=C001) keeps only the lines
      *                              carrying it as whole words, and
      *                              indented continuation lines go
      *                              with the line above them
      *   UNFRAMED report            a report written without HDR/TRL
      *                              framing, sent without a check
      * every other report must pass suiteverify before any part of
      * it goes into a bundle; a report that fails is withheld from
      * every recipient and the withholding is logged
           01 TABLE-EOF-SWITCH PIC X VALUE 'N'.
               88 TABLE-EOF VALUE 'Y'.
           01 TABLE-LINE PIC X(80).
           01 CARD-TEXT PIC X(80).
           01 CARD-PTR PIC 99.
           01 CARD-TOKEN-1 PIC X(12).
           01 CARD-TOKEN-2 PIC X(12).
           01 CARD-TOKEN-3 PIC X(12).

           01 RECIPIENT-TABLE.
               05 RECIPIENT-ENTRY OCCURS 50 TIMES.
                   10 RCP-ID PIC X(10).
                   10 RCP-NAME PIC X(40).
           01 RECIPIENT-COUNT PIC 99 VALUE 0.
           01 MAX-RECIPIENT-ENTRIES PIC 99 VALUE 50.
           01 RCP-INDEX PIC 99.

           01 SEND-TABLE.
               05 SEND-ENTRY OCCURS 200 TIMES.
                   10 SND-RECIPIENT PIC X(10).
                   10 SND-REPORT PIC X(12).
                   10 SND-PART PIC X(30).
                   10 SND-PART-LENGTH PIC 99.
                   10 SND-REPORT-SLOT PIC 99.
           01 SEND-COUNT PIC 999 VALUE 0.
           01 MAX-SEND-ENTRIES PIC 999 VALUE 200.
           01 SND-INDEX PIC 999.
           01 RECIPIENT-SENDS PIC 999.

      * one row per distinct report - verified once, used by every
      * bundle that carries it
           01 REPORT-TABLE.
               05 REPORT-ENTRY OCCURS 30 TIMES.
                   10 RPT-NAME PIC X(12).
                   10 RPT-FRAMED-SWITCH PIC X.
                       88 RPT-UNFRAMED VALUE 'N'.
                   10 RPT-STATE PIC X.
                       88 RPT-PENDING VALUE 'P'.
                       88 RPT-SENDABLE VALUE 'V'.
                       88 RPT-REFUSED VALUE 'R'.
                       88 RPT-MISSING VALUE 'M'.
           01 REPORT-COUNT PIC 99 VALUE 0.
           01 MAX-REPORT-ENTRIES PIC 99 VALUE 30.
           01 RPT-INDEX PIC 99.
           01 RPT-SLOT PIC 99.
           01 LOOKUP-REPORT PIC X(12).

           01 VERIFY-COMMAND PIC X(40)
               VALUE "suiteverify < SUITEDVQ".
           01 VERIFY-RETURN-CODE PIC S9(4) VALUE 0.

           01 REPORT-EOF-SWITCH PIC X.
               88 REPORT-EOF VALUE 'Y'.
           01 LINE-SELECTED-SWITCH PIC X.
               88 LINE-SELECTED VALUE 'Y'.
           01 SCAN-POS PIC 999.
           01 SCAN-LIMIT PIC 999.
           01 AFTER-POS PIC 999.
           01 SECTION-LINES PIC 9(7).
           01 STATUS-TEXT PIC X(30).

           01 BUNDLE-COUNT PIC 99 VALUE 0.
           01 SENT-COUNT PIC 999 VALUE 0.
           01 WITHHELD-COUNT PIC 999 VALUE 0.
           01 FORMATTED-LINES PIC Z(6)9.
           01 FORMATTED-BUNDLES PIC Z9.
           01 FORMATTED-SENT PIC ZZ9.
           01 FORMATTED-WITHHELD PIC ZZ9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               IF RECIPIENT-COUNT > 0
                   PERFORM OPEN-DISTRIBUTION-LOG
                   PERFORM BUILD-ONE-BUNDLE
                       VARYING RCP-INDEX FROM 1 BY 1
                       UNTIL RCP-INDEX > RECIPIENT-COUNT
                   CLOSE DIST-LOG
               END-IF.
               PERFORM TERMINATE-RUN.
               STOP RUN.

      * without a table there is nothing to distribute and the run
      * still logs cleanly, so the driver can call it every night
           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               OPEN INPUT DIST-TABLE.
               IF TABLE-STATUS = "00"
                   PERFORM READ-TABLE-LINE
                   PERFORM LOAD-ONE-TABLE-CARD UNTIL TABLE-EOF
                   CLOSE DIST-TABLE
                   PERFORM RESOLVE-SEND-REPORT
                       VARYING SND-INDEX FROM 1 BY 1
                       UNTIL SND-INDEX > SEND-COUNT
               ELSE
                   DISPLAY "NO DISTRIBUTION TABLE - NOTHING TO SEND"
               END-IF.

           READ-TABLE-LINE.
               READ DIST-TABLE INTO TABLE-LINE
                   AT END SET TABLE-EOF TO TRUE
               END-READ.

           LOAD-ONE-TABLE-CARD.
               IF TABLE-LINE = SPACES
                   OR TABLE-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE FUNCTION TRIM (TABLE-LINE) TO CARD-TEXT
                   MOVE SPACES TO CARD-TOKEN-1
                   MOVE SPACES TO CARD-TOKEN-2
                   MOVE SPACES TO CARD-TOKEN-3
                   MOVE 1 TO CARD-PTR
                   UNSTRING CARD-TEXT DELIMITED BY ALL SPACE
                       INTO CARD-TOKEN-1, CARD-TOKEN-2
                       WITH POINTER CARD-PTR
                   EVALUATE CARD-TOKEN-1
                       WHEN "RECIPIENT"
                           PERFORM LOAD-RECIPIENT-CARD
                       WHEN "SEND"
                           PERFORM LOAD-SEND-CARD
                       WHEN "UNFRAMED"
                           MOVE CARD-TOKEN-2 TO LOOKUP-REPORT
                           PERFORM FIND-REPORT-SLOT
                           IF RPT-SLOT > 0
                               MOVE 'N'
                                   TO RPT-FRAMED-SWITCH (RPT-SLOT)
                           END-IF
                       WHEN OTHER
                           DISPLAY "BAD DISTRIBUTION CARD IGNORED: "
                               TABLE-LINE
                   END-EVALUATE
               END-IF.
               PERFORM READ-TABLE-LINE.

           LOAD-RECIPIENT-CARD.
               IF CARD-TOKEN-2 = SPACES
                   DISPLAY "BAD DISTRIBUTION CARD IGNORED: "
                       TABLE-LINE
               ELSE
                   IF RECIPIENT-COUNT < MAX-RECIPIENT-ENTRIES
                       ADD 1 TO RECIPIENT-COUNT
                       MOVE CARD-TOKEN-2 TO RCP-ID (RECIPIENT-COUNT)
                       MOVE SPACES TO RCP-NAME (RECIPIENT-COUNT)
                       IF CARD-PTR < 80
                           MOVE CARD-TEXT (CARD-PTR:)
                               TO RCP-NAME (RECIPIENT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "RECIPIENT TABLE FULL - IGNORING "
                           TABLE-LINE
                   END-IF
               END-IF.

           LOAD-SEND-CARD.
               UNSTRING CARD-TEXT DELIMITED BY ALL SPACE
                   INTO CARD-TOKEN-3
                   WITH POINTER CARD-PTR.
               IF CARD-TOKEN-2 = SPACES OR CARD-TOKEN-3 = SPACES
                   DISPLAY "BAD DISTRIBUTION CARD IGNORED: "
                       TABLE-LINE
               ELSE
                   IF SEND-COUNT < MAX-SEND-ENTRIES
                       ADD 1 TO SEND-COUNT
                       MOVE CARD-TOKEN-2 TO SND-RECIPIENT (SEND-COUNT)
                       MOVE CARD-TOKEN-3 TO SND-REPORT (SEND-COUNT)
                       MOVE SPACES TO SND-PART (SEND-COUNT)
                       MOVE 0 TO SND-PART-LENGTH (SEND-COUNT)
                       MOVE 0 TO SND-REPORT-SLOT (SEND-COUNT)
                       IF CARD-PTR < 80
                           MOVE CARD-TEXT (CARD-PTR:)
                               TO SND-PART (SEND-COUNT)
                       END-IF
                       IF SND-PART (SEND-COUNT) NOT = SPACES
                           COMPUTE SND-PART-LENGTH (SEND-COUNT) =
                               FUNCTION LENGTH (FUNCTION TRIM
                                   (SND-PART (SEND-COUNT) TRAILING))
                       END-IF
                   ELSE
                       DISPLAY "SEND TABLE FULL - IGNORING "
                           TABLE-LINE
                   END-IF
               END-IF.

           RESOLVE-SEND-REPORT.
               MOVE SND-REPORT (SND-INDEX) TO LOOKUP-REPORT.
               PERFORM FIND-REPORT-SLOT.
               MOVE RPT-SLOT TO SND-REPORT-SLOT (SND-INDEX).

      * adds the report on first sight so UNFRAMED and SEND cards
      * may come in either order
           FIND-REPORT-SLOT.
               MOVE 0 TO RPT-SLOT.
               PERFORM CHECK-REPORT-NAME
                   VARYING RPT-INDEX FROM 1 BY 1
                   UNTIL RPT-INDEX > REPORT-COUNT
                       OR RPT-SLOT > 0.
               IF RPT-SLOT = 0
                   IF REPORT-COUNT < MAX-REPORT-ENTRIES
                       ADD 1 TO REPORT-COUNT
                       MOVE REPORT-COUNT TO RPT-SLOT
                       MOVE LOOKUP-REPORT TO RPT-NAME (RPT-SLOT)
                       MOVE 'Y' TO RPT-FRAMED-SWITCH (RPT-SLOT)
                       MOVE 'P' TO RPT-STATE (RPT-SLOT)
                   ELSE
                       DISPLAY "REPORT TABLE FULL - IGNORING "
                           LOOKUP-REPORT
                   END-IF
               END-IF.

           CHECK-REPORT-NAME.
               IF RPT-NAME (RPT-INDEX) = LOOKUP-REPORT
                   MOVE RPT-INDEX TO RPT-SLOT
               END-IF.

           OPEN-DISTRIBUTION-LOG.
               OPEN EXTEND DIST-LOG.
               IF LOG-STATUS NOT = "00"
                   OPEN OUTPUT DIST-LOG
               END-IF.

      * the cover page lists every report the recipient is due and
      * whether it went out, then each sendable report follows as
      * its own section
           BUILD-ONE-BUNDLE.
               MOVE 0 TO RECIPIENT-SENDS.
               PERFORM JUDGE-ONE-SEND
                   VARYING SND-INDEX FROM 1 BY 1
                   UNTIL SND-INDEX > SEND-COUNT.
               IF RECIPIENT-SENDS = 0
                   DISPLAY "RECIPIENT " RCP-ID (RCP-INDEX)
                       " HAS NO REPORTS - NO BUNDLE"
               ELSE
                   MOVE SPACES TO BUNDLE-NAME
                   STRING "SUITEDB." RCP-ID (RCP-INDEX)
                       DELIMITED BY SPACE INTO BUNDLE-NAME
                   OPEN OUTPUT BUNDLE-FILE
                   IF BUNDLE-STATUS NOT = "00"
                       DISPLAY "CANNOT CREATE " BUNDLE-NAME
                           " - STATUS " BUNDLE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO BUNDLE-COUNT
                   PERFORM WRITE-COVER-PAGE
                   PERFORM SEND-ONE-SECTION
                       VARYING SND-INDEX FROM 1 BY 1
                       UNTIL SND-INDEX > SEND-COUNT
                   CLOSE BUNDLE-FILE
               END-IF.

           JUDGE-ONE-SEND.
               IF SND-RECIPIENT (SND-INDEX) = RCP-ID (RCP-INDEX)
                   AND SND-REPORT-SLOT (SND-INDEX) > 0
                   ADD 1 TO RECIPIENT-SENDS
                   MOVE SND-REPORT-SLOT (SND-INDEX) TO RPT-SLOT
                   IF RPT-PENDING (RPT-SLOT)
                       PERFORM CHECK-REPORT-FOR-SENDING
                   END-IF
               END-IF.

           CHECK-REPORT-FOR-SENDING.
               MOVE SPACES TO REPORT-NAME.
               MOVE RPT-NAME (RPT-SLOT) TO REPORT-NAME.
               OPEN INPUT REPORT-FILE.
               IF REPORT-STATUS NOT = "00"
                   MOVE 'M' TO RPT-STATE (RPT-SLOT)
               ELSE
                   CLOSE REPORT-FILE
                   IF RPT-UNFRAMED (RPT-SLOT)
                       MOVE 'V' TO RPT-STATE (RPT-SLOT)
                   ELSE
                       PERFORM RUN-REPORT-VERIFICATION
                   END-IF
               END-IF.

           RUN-REPORT-VERIFICATION.
               OPEN OUTPUT VERIFY-CARD.
               MOVE REPORT-NAME TO VERIFY-CARD-RECORD.
               WRITE VERIFY-CARD-RECORD.
               CLOSE VERIFY-CARD.
               CALL "SYSTEM" USING VERIFY-COMMAND.
               DIVIDE RETURN-CODE BY 256 GIVING VERIFY-RETURN-CODE.
               MOVE 0 TO RETURN-CODE.
               IF VERIFY-RETURN-CODE = 0
                   MOVE 'V' TO RPT-STATE (RPT-SLOT)
               ELSE
                   MOVE 'R' TO RPT-STATE (RPT-SLOT)
                   DISPLAY "REPORT " RPT-NAME (RPT-SLOT)
                       " FAILED VERIFICATION - WITHHELD"
               END-IF.

           WRITE-COVER-PAGE.
               MOVE SPACES TO BUNDLE-RECORD.
               STRING "DISTRIBUTION BUNDLE FOR " DELIMITED BY SIZE
                   RCP-ID (RCP-INDEX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   RCP-NAME (RCP-INDEX) DELIMITED BY SIZE
                   INTO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.
               MOVE SPACES TO BUNDLE-RECORD.
               STRING "BUSINESS DATE " BUSINESS-DATE
                   " RUN " SUITE-RUN-ID
                   " PREPARED " RUN-STAMP
                   DELIMITED BY SIZE INTO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.
               MOVE "CONTENTS" TO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.
               PERFORM WRITE-CONTENTS-LINE
                   VARYING SND-INDEX FROM 1 BY 1
                   UNTIL SND-INDEX > SEND-COUNT.
               MOVE SPACES TO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.

           WRITE-CONTENTS-LINE.
               IF SND-RECIPIENT (SND-INDEX) = RCP-ID (RCP-INDEX)
                   AND SND-REPORT-SLOT (SND-INDEX) > 0
                   MOVE SND-REPORT-SLOT (SND-INDEX) TO RPT-SLOT
                   PERFORM SET-STATUS-TEXT
                   MOVE SPACES TO BUNDLE-RECORD
                   STRING "  " SND-REPORT (SND-INDEX)
                       " " SND-PART (SND-INDEX)
                       " " STATUS-TEXT
                       DELIMITED BY SIZE INTO BUNDLE-RECORD
                   WRITE BUNDLE-RECORD
               END-IF.

           SET-STATUS-TEXT.
               EVALUATE TRUE
                   WHEN RPT-SENDABLE (RPT-SLOT)
                       MOVE "ENCLOSED" TO STATUS-TEXT
                   WHEN RPT-REFUSED (RPT-SLOT)
                       MOVE "WITHHELD - FAILED VERIFICATION"
                           TO STATUS-TEXT
                   WHEN OTHER
                       MOVE "WITHHELD - NOT PRODUCED"
                           TO STATUS-TEXT
               END-EVALUATE.

           SEND-ONE-SECTION.
               IF SND-RECIPIENT (SND-INDEX) = RCP-ID (RCP-INDEX)
                   AND SND-REPORT-SLOT (SND-INDEX) > 0
                   MOVE SND-REPORT-SLOT (SND-INDEX) TO RPT-SLOT
                   MOVE 0 TO SECTION-LINES
                   IF RPT-SENDABLE (RPT-SLOT)
                       PERFORM COPY-REPORT-SECTION
                       ADD 1 TO SENT-COUNT
                   ELSE
                       ADD 1 TO WITHHELD-COUNT
                   END-IF
                   PERFORM WRITE-DISTRIBUTION-LOG
               END-IF.

           COPY-REPORT-SECTION.
               MOVE SPACES TO BUNDLE-RECORD.
               STRING "REPORT " SND-REPORT (SND-INDEX)
                   " " SND-PART (SND-INDEX)
                   DELIMITED BY SIZE INTO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.
               MOVE SPACES TO REPORT-NAME.
               MOVE RPT-NAME (RPT-SLOT) TO REPORT-NAME.
               OPEN INPUT REPORT-FILE.
               MOVE 'N' TO REPORT-EOF-SWITCH.
               MOVE 'N' TO LINE-SELECTED-SWITCH.
               PERFORM READ-REPORT-RECORD.
               PERFORM COPY-ONE-REPORT-LINE UNTIL REPORT-EOF.
               CLOSE REPORT-FILE.
               MOVE SECTION-LINES TO FORMATTED-LINES.
               MOVE SPACES TO BUNDLE-RECORD.
               STRING "END REPORT " SND-REPORT (SND-INDEX)
                   " LINES " FORMATTED-LINES
                   DELIMITED BY SIZE INTO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.
               MOVE SPACES TO BUNDLE-RECORD.
               WRITE BUNDLE-RECORD.

           READ-REPORT-RECORD.
               READ REPORT-FILE
                   AT END SET REPORT-EOF TO TRUE
               END-READ.

      * framing rows stay behind - the bundle is not a framed file
           COPY-ONE-REPORT-LINE.
               IF REPORT-RECORD (1:4) = "HDR "
                   OR REPORT-RECORD (1:4) = "TRL "
                   OR REPORT-RECORD = SPACES
                   CONTINUE
               ELSE
                   IF SND-PART-LENGTH (SND-INDEX) = 0
                       SET LINE-SELECTED TO TRUE
                   ELSE
                       IF REPORT-RECORD (1:1) NOT = SPACE
                           PERFORM MATCH-REPORT-PART
                       END-IF
                   END-IF
                   IF LINE-SELECTED
                       MOVE REPORT-RECORD TO BUNDLE-RECORD
                       WRITE BUNDLE-RECORD
                       ADD 1 TO SECTION-LINES
                   END-IF
               END-IF.
               PERFORM READ-REPORT-RECORD.

           MATCH-REPORT-PART.
               MOVE 'N' TO LINE-SELECTED-SWITCH.
               COMPUTE SCAN-LIMIT = 401 - SND-PART-LENGTH (SND-INDEX).
               PERFORM CHECK-PART-AT-POSITION
                   VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS > SCAN-LIMIT
                       OR LINE-SELECTED.

           CHECK-PART-AT-POSITION.
               IF REPORT-RECORD (SCAN-POS:SND-PART-LENGTH (SND-INDEX))
                   = SND-PART (SND-INDEX) (1:SND-PART-LENGTH
                       (SND-INDEX))
                   IF SCAN-POS = 1
                       OR REPORT-RECORD (SCAN-POS - 1:1) = SPACE
                       COMPUTE AFTER-POS =
                           SCAN-POS + SND-PART-LENGTH (SND-INDEX)
                       IF AFTER-POS > 400
                           SET LINE-SELECTED TO TRUE
                       ELSE
                           IF REPORT-RECORD (AFTER-POS:1) = SPACE
                               SET LINE-SELECTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           WRITE-DISTRIBUTION-LOG.
               PERFORM SET-STATUS-TEXT.
               MOVE SECTION-LINES TO FORMATTED-LINES.
               MOVE SPACES TO DIST-LOG-RECORD.
               STRING "suitedist " RUN-STAMP
                   " RUN=" SUITE-RUN-ID
                   " RECIPIENT=" RCP-ID (RCP-INDEX)
                   " REPORT=" SND-REPORT (SND-INDEX)
                   " LINES=" FORMATTED-LINES
                   " " STATUS-TEXT
                   " " SND-PART (SND-INDEX)
                   DELIMITED BY SIZE INTO DIST-LOG-RECORD.
               WRITE DIST-LOG-RECORD.

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
               MOVE "suitedist" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE BUNDLE-COUNT TO FORMATTED-BUNDLES.
               STRING "BUNDLES=" FORMATTED-BUNDLES
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE SENT-COUNT TO FORMATTED-SENT.
               MOVE WITHHELD-COUNT TO FORMATTED-WITHHELD.
               STRING "SENT=" FORMATTED-SENT
                   " WITHHELD=" FORMATTED-WITHHELD
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               OPEN EXTEND SUITE-LOG.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE SUITE-LOG.
               IF WITHHELD-COUNT > 0
                   DISPLAY "DISTRIBUTION INCOMPLETE - SEE SUITEDLG"
                   MOVE 4 TO RETURN-CODE
               END-IF.

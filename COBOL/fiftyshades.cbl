               FILE STATUS IS NEG-STATUS.
           SELECT SHADES-REPORT ASSIGN TO "SHADESRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTRIBUTE-OUT ASSIGN TO "SHADESATT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHADES-HISTORY ASSIGN TO "SHADESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           01 NEGATION-IN-RECORD PIC X(20).
       FD  SHADES-REPORT.
           01 SHADES-REPORT-RECORD PIC X(100).
       FD  ATTRIBUTE-OUT.
           01 ATTRIBUTE-OUT-RECORD PIC X(80).
       FD  SHADES-HISTORY.
           01 SHADES-HISTORY-RECORD PIC X(150).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

               05 KEYWORD-MATCH-COUNT PIC 9(6) OCCURS 50 TIMES.
               05 KEYWORD-CATEGORY PIC X(8) OCCURS 50 TIMES.
               05 KEYWORD-WEIGHT PIC 9(3)V99 OCCURS 50 TIMES.
               05 KEYWORD-NEAR-DIST PIC 9 OCCURS 50 TIMES.
               05 KEYWORD-NEAR-COUNT PIC 9(6) OCCURS 50 TIMES.
           01 KEYWORD-TOKEN PIC X(20).
           01 CATEGORY-TOKEN PIC X(8).
           01 WEIGHT-TOKEN PIC X(8).
           01 DISTANCE-TOKEN PIC X(4).
           01 CATEGORY-TABLE.
               05 CATEGORY-ROW OCCURS 20 TIMES.
                   10 CATEGORY-NAME PIC X(8).
                   10 CATEGORY-MATCHES PIC 9(6).
                   10 CATEGORY-NEAR-MATCHES PIC 9(6).
                   10 CATEGORY-SCORE PIC 9(7)V99.
                   10 CATEGORY-SUPPRESSED PIC 9(6).
                   10 CATEGORY-LINES PIC 9(6).
           01 CATEGORY-COUNT PIC 99 VALUE 0.
           01 MAX-CATEGORY-ENTRIES PIC 99 VALUE 20.
           01 CATEGORY-INDEX PIC 99.
           01 CAT-J PIC 99.
           01 FORMATTED-PAIR-COUNT PIC Z(5)9.

      * merchandising attribute feed - one SHADESATT record per
      * description keyed by the item SKU, taken from SKU-START-COL
      * for SKU-LENGTH bytes of the SHADESIN line (those columns are
      * then left out of the keyword scan; with no SKU column the
      * line number keys the record), carrying the highest-scoring
      * colour category, up to four further categories hit in score
      * order and a flag when negation suppressed every hit; the file
      * is framed by the HDRTRL header and trailer so suiteverify can
      * check it before it is sent
           01 SKU-START-COL PIC 999 VALUE 0.
           01 SKU-LENGTH PIC 99 VALUE 0.
           01 MAX-SKU-LENGTH PIC 99 VALUE 20.
           01 LINE-CATEGORY-SCORES.
               05 LINE-CAT-SCORE PIC 9(7)V99 OCCURS 20 TIMES.
           01 RANKED-CATEGORY-FLAGS.
               05 CAT-RANKED PIC X OCCURS 20 TIMES.
           01 BEST-CATEGORY PIC 99.
           01 BEST-SCORE PIC 9(7)V99.
           01 SECONDARY-COUNT PIC 9.
           01 MAX-SECONDARY PIC 9 VALUE 4.
           01 ATTRIBUTE-DETAIL.
               05 ATT-SKU PIC X(20).
               05 FILLER PIC X.
               05 ATT-PRIMARY PIC X(8).
               05 FILLER PIC X.
               05 ATT-SECONDARY-ENTRY OCCURS 4 TIMES.
                   10 ATT-SECONDARY PIC X(8).
                   10 FILLER PIC X.
               05 ATT-NEGATED PIC X.
                   88 ALL-HITS-NEGATED VALUE 'Y'.
           01 FORMATTED-ATTRIBUTES PIC Z(5)9.
           COPY HDRTRL.

      * near-match pass - a SHADESKW card may carry a fourth token,
      * the number of character edits (1 or 2) a description word may
      * be from that keyword and still count; each word the exact scan
      * left untouched is measured against every such single-word
      * keyword and credited to the closest one within its allowance.
      * near-matches score and categorise like exact hits but are
      * counted apart from them, and every misspelling met is listed
      * with its count for review as a candidate keyword variant
           01 NEAR-MATCH-SWITCH PIC X VALUE 'N'.
               88 NEAR-MATCH-ENABLED VALUE 'Y'.
           01 MAX-NEAR-DIST PIC 9 VALUE 2.
           01 KEYWORD-SPACE-COUNT PIC 99.
           01 LINE-HIT-MAP PIC X(200).
           01 LINE-NEAR-COUNT PIC 99.
           01 NEAR-TOTAL PIC 9(6) VALUE 0.
           01 NEAR-POS PIC 999.
           01 NEAR-CHAR PIC X.
               88 NEAR-LETTER VALUE 'a' THRU 'z'.
           01 NEAR-WORD-START PIC 999.
           01 NEAR-WORD-LEN PIC 999.
           01 NEAR-KEYWORD PIC 99.
           01 NEAR-BEST-DIST PIC 9.
           01 LEN-GAP PIC S999.
           01 EDIT-DISTANCE PIC 99.
           01 EDIT-I PIC 99.
           01 EDIT-J PIC 99.
           01 EDIT-COST PIC 9.
           01 EDIT-BEST PIC 99.
           01 PREV-EDIT-ROW.
               05 PREV-COST PIC 99 OCCURS 21 TIMES.
           01 CURR-EDIT-ROW.
               05 CURR-COST PIC 99 OCCURS 21 TIMES.
           01 MISSPELLING-TABLE.
               05 MISSPELLING-ENTRY OCCURS 200 TIMES.
                   10 MISSPELT-WORD PIC X(20).
                   10 MISSPELT-KEYWORD PIC 99.
                   10 MISSPELT-DISTANCE PIC 9.
                   10 MISSPELT-COUNT PIC 9(6).
           01 MISSPELLING-COUNT PIC 999 VALUE 0.
           01 MAX-MISSPELLING-ENTRIES PIC 999 VALUE 200.
           01 MISSPELLING-INDEX PIC 999.
           01 MISSPELLING-MATCH PIC 999.
           01 MISSPELLING-FULL-SWITCH PIC X VALUE 'N'.
               88 MISSPELLING-TABLE-FULL VALUE 'Y'.
           01 FORMATTED-NEAR PIC Z(5)9.

      * category history - every run appends one SHADESHIST row per
      * category with its weighted score, exact and near matches,
      * negation-suppressed hits and the number of description lines
      * it was found on, plus an *ALL* row carrying the run's totals
      * and description volume; shadestrend reads the rows back to
      * report each category's share of descriptions week over week
           01 HISTORY-STATUS PIC XX.
           01 HISTORY-RUN-DATE PIC 9(8).
           01 HIT-LINES PIC 9(6) VALUE 0.
           01 HISTORY-CATEGORY PIC X(8).
           01 HISTORY-LINES PIC Z(5)9.
           01 HISTORY-DESCRIPTIONS PIC Z(5)9.
           01 HISTORY-SCORE PIC Z(6)9.99.
           01 HISTORY-SUPPRESSED PIC Z(5)9.
           01 HISTORY-NEAR PIC Z(5)9.
           01 HISTORY-MATCHES PIC Z(6)9.

           01 LINE-SCORE PIC 9(7)V99.
           01 TOTAL-SCORE PIC 9(9)V99 VALUE 0.
           01 KEYWORD-SCORE PIC 9(7)V99.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-ENTRIES PIC Z(3)9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               MOVE BUSINESS-DATE TO HISTORY-RUN-DATE.
               PERFORM LOAD-SUITE-RUN-ID.
               DISPLAY "ENTER MATCH MODE (S/W): " WITH NO ADVANCING.
               ACCEPT MATCH-MODE.
               IF NEG-DISTANCE = 0
                   MOVE 2 TO NEG-DISTANCE
               END-IF.
               DISPLAY "ENTER SKU START COLUMN: " WITH NO ADVANCING.
               ACCEPT SKU-START-COL.
               DISPLAY "ENTER SKU LENGTH: " WITH NO ADVANCING.
               ACCEPT SKU-LENGTH.
               PERFORM VALIDATE-SKU-COLUMNS.
               PERFORM LOAD-NEGATION-WORDS.
               PERFORM LOAD-KEYWORDS.
               OPEN INPUT DESCRIPTIONS-IN.
               OPEN OUTPUT SHADES-REPORT.
               OPEN OUTPUT ATTRIBUTE-OUT.
               PERFORM WRITE-ATTRIBUTE-HEADER.
               MOVE 0 TO CUR.
               PERFORM READ-NEXT-DESCRIPTION.
               PERFORM LOOP UNTIL INPUT-EOF.
               END-IF.
               PERFORM DISPLAY-KEYWORD-TOTALS.
               PERFORM WRITE-CATEGORY-TOTALS.
               PERFORM WRITE-CATEGORY-HISTORY.
               PERFORM WRITE-ATTRIBUTE-TRAILER.
               MOVE OUT-RECORD-COUNT TO FORMATTED-ATTRIBUTES.
               DISPLAY "ATTRIBUTE RECORDS WRITTEN: "
                   FORMATTED-ATTRIBUTES.
               CLOSE DESCRIPTIONS-IN.
               CLOSE SHADES-REPORT.
               CLOSE ATTRIBUTE-OUT.
               PERFORM WRITE-SUITE-LOG-RECORD.
               STOP RUN.

      * a SKU wider than the attribute key, or running past the end
      * of the description line, would silently mis-key the feed
           VALIDATE-SKU-COLUMNS.
               IF SKU-START-COL > 0
                   IF SKU-LENGTH = 0
                       MOVE MAX-SKU-LENGTH TO SKU-LENGTH
                   END-IF
                   IF SKU-LENGTH > MAX-SKU-LENGTH
                           OR SKU-START-COL + SKU-LENGTH - 1 > 200
                       DISPLAY "INVALID SKU COLUMNS - START="
                           SKU-START-COL " LENGTH=" SKU-LENGTH
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           READ-NEXT-DESCRIPTION.
               READ DESCRIPTIONS-IN INTO RAW
                   AT END SET INPUT-EOF TO TRUE
               MOVE SPACES TO KEYWORD-TOKEN.
               MOVE SPACES TO CATEGORY-TOKEN.
               MOVE SPACES TO WEIGHT-TOKEN.
               MOVE SPACES TO DISTANCE-TOKEN.
               UNSTRING FUNCTION TRIM (KEYWORD-FILE-RECORD)
                   DELIMITED BY ALL SPACE
                   INTO KEYWORD-TOKEN, CATEGORY-TOKEN, WEIGHT-TOKEN,
                       DISTANCE-TOKEN.
               ADD 1 TO KEYWORD-ENTRIES-LOADED.
               MOVE FUNCTION LOWER-CASE (KEYWORD-TOKEN)
                   TO KEYWORD-ENTRY (KEYWORD-ENTRIES-LOADED).
                   MOVE 1.00 TO KEYWORD-WEIGHT
                       (KEYWORD-ENTRIES-LOADED)
               END-IF.
               MOVE 0 TO KEYWORD-NEAR-COUNT (KEYWORD-ENTRIES-LOADED).
               PERFORM LOAD-NEAR-DISTANCE.

      * only single-word keywords take part in the near-match pass
           LOAD-NEAR-DISTANCE.
               MOVE 0 TO KEYWORD-NEAR-DIST (KEYWORD-ENTRIES-LOADED).
               IF DISTANCE-TOKEN NOT = SPACES
                   IF DISTANCE-TOKEN (1:1) >= '0'
                           AND DISTANCE-TOKEN (1:1) <= '9'
                           AND DISTANCE-TOKEN (2:3) = SPACES
                       MOVE DISTANCE-TOKEN (1:1)
                           TO KEYWORD-NEAR-DIST (KEYWORD-ENTRIES-LOADED)
                   END-IF
                   MOVE 0 TO KEYWORD-SPACE-COUNT
                   INSPECT KEYWORD-TOKEN (1:KEYWORD-LEN
                           (KEYWORD-ENTRIES-LOADED))
                       TALLYING KEYWORD-SPACE-COUNT FOR ALL SPACE
                   IF KEYWORD-NEAR-DIST (KEYWORD-ENTRIES-LOADED)
                           > MAX-NEAR-DIST
                           OR KEYWORD-SPACE-COUNT > 0
                       DISPLAY "NEAR-MATCH DISTANCE IGNORED - "
                           FUNCTION TRIM (KEYWORD-FILE-RECORD)
                       MOVE 0 TO KEYWORD-NEAR-DIST
                           (KEYWORD-ENTRIES-LOADED)
                   END-IF
               END-IF.
               IF KEYWORD-NEAR-DIST (KEYWORD-ENTRIES-LOADED) > 0
                   SET NEAR-MATCH-ENABLED TO TRUE
               END-IF.

            LOOP.
                ADD 1 TO CUR.
                MOVE FUNCTION Lower-case(RAW) to LOW.
                IF SKU-START-COL > 0
                    MOVE SPACES TO LOW (SKU-START-COL:SKU-LENGTH)
                END-IF.
                MOVE 0 TO LINE-MATCH-COUNT.
                MOVE 0 TO LINE-SCORE.
                MOVE 0 TO LINE-SUPPRESSED.
                MOVE SPACES TO LINE-CATEGORY-FLAGS.
                MOVE ZEROS TO LINE-CATEGORY-SCORES.
                MOVE SPACES TO LINE-HIT-MAP.
                MOVE 0 TO LINE-NEAR-COUNT.
                PERFORM SCAN-FOR-KEYWORDS
                    VARYING KEYWORD-INDEX FROM 1 BY 1
                    UNTIL KEYWORD-INDEX > KEYWORD-ENTRIES-LOADED.
                IF NEAR-MATCH-ENABLED
                    PERFORM SCAN-FOR-NEAR-MATCHES
                END-IF.
                PERFORM ACCUMULATE-LINE-PAIRS
                    VARYING CAT-I FROM 1 BY 1
                    UNTIL CAT-I >= CATEGORY-COUNT.
                PERFORM COUNT-CATEGORY-LINE
                    VARYING CAT-I FROM 1 BY 1
                    UNTIL CAT-I > CATEGORY-COUNT.
                IF LINE-CATEGORY-FLAGS NOT = SPACES
                    ADD 1 TO HIT-LINES
                END-IF.
                ADD LINE-SCORE TO TOTAL-SCORE.
                MOVE CUR TO FORMATTED-LINENO.
                MOVE LINE-MATCH-COUNT TO FORMATTED-MATCHES.
                    " MATCHES " FORMATTED-MATCHES
                    " SCORE " FORMATTED-SCORE.
                MOVE LINE-SUPPRESSED TO FORMATTED-SUPPRESSED.
                MOVE LINE-NEAR-COUNT TO FORMATTED-NEAR.
                MOVE SPACES TO SHADES-REPORT-RECORD.
                STRING "LINE " FORMATTED-LINENO
                    " MATCHES " FORMATTED-MATCHES
                    " SCORE " FORMATTED-SCORE
                    " SUPPRESSED " FORMATTED-SUPPRESSED
                    " NEAR " FORMATTED-NEAR
                    DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
                WRITE SHADES-REPORT-RECORD.
                PERFORM WRITE-ATTRIBUTE-RECORD.
                IF LINE-MATCH-COUNT > 0
                    SET NUM UP BY LINE-MATCH-COUNT
                    END-IF.
               END-IF.

           TALLY-CATEGORY.
               PERFORM LOCATE-KEYWORD-CATEGORY.
               IF CATEGORY-MATCH > 0
                   ADD FOUND TO CATEGORY-MATCHES (CATEGORY-MATCH)
                   PERFORM CREDIT-LINE-CATEGORY
               END-IF.

           LOCATE-KEYWORD-CATEGORY.
               MOVE 'N' TO CATEGORY-FOUND-SWITCH.
               MOVE 0 TO CATEGORY-MATCH.
               PERFORM MATCH-CATEGORY
                       MOVE KEYWORD-CATEGORY (KEYWORD-INDEX)
                           TO CATEGORY-NAME (CATEGORY-MATCH)
                       MOVE 0 TO CATEGORY-MATCHES (CATEGORY-MATCH)
                       MOVE 0
                           TO CATEGORY-NEAR-MATCHES (CATEGORY-MATCH)
                       MOVE 0 TO CATEGORY-SCORE (CATEGORY-MATCH)
                       MOVE 0
                           TO CATEGORY-SUPPRESSED (CATEGORY-MATCH)
                       MOVE 0 TO CATEGORY-LINES (CATEGORY-MATCH)
                   END-IF
               END-IF.

           CREDIT-LINE-CATEGORY.
               ADD KEYWORD-SCORE TO CATEGORY-SCORE (CATEGORY-MATCH).
               MOVE 'Y' TO LINE-CAT-HIT (CATEGORY-MATCH).
               ADD KEYWORD-SCORE TO LINE-CAT-SCORE (CATEGORY-MATCH).

      * a suppressed hit is charged to its keyword's category too, so
      * the history shows which colour families the screen holds back
           CREDIT-CATEGORY-SUPPRESSION.
               PERFORM LOCATE-KEYWORD-CATEGORY.
               IF CATEGORY-MATCH > 0
                   ADD 1 TO CATEGORY-SUPPRESSED (CATEGORY-MATCH)
               END-IF.

           COUNT-CATEGORY-LINE.
               IF LINE-CAT-HIT (CAT-I) = 'Y'
                   ADD 1 TO CATEGORY-LINES (CAT-I)
               END-IF.

           ACCUMULATE-LINE-PAIRS.
                   ELSE
                       PERFORM TALLY-OR-SUPPRESS
                   END-IF
                   IF NOT WORD-BOUNDARY-MODE OR BOUNDARY-OK
                       MOVE ALL 'Y' TO LINE-HIT-MAP
                           (I:KEYWORD-LEN (KEYWORD-INDEX))
                   END-IF
               END-IF.

           TALLY-OR-SUPPRESS.
               IF SUPPRESSED
                   ADD 1 TO SUPPRESSED-COUNT
                   ADD 1 TO LINE-SUPPRESSED
                   PERFORM CREDIT-CATEGORY-SUPPRESSION
               ELSE
                   SET FOUND UP BY 1
               END-IF.
                   MOVE 'N' TO BOUNDARY-OK-SWITCH
               END-IF.

      * the near-match pass walks the line a word (a run of letters)
      * at a time; a word the exact scan has already claimed any part
      * of is not measured again
           SCAN-FOR-NEAR-MATCHES.
               MOVE 1 TO NEAR-POS.
               PERFORM FIND-NEXT-WORD UNTIL NEAR-POS > 200.

           FIND-NEXT-WORD.
               MOVE LOW (NEAR-POS:1) TO NEAR-CHAR.
               IF NEAR-LETTER
                   MOVE NEAR-POS TO NEAR-WORD-START
                   PERFORM STEP-OVER-LETTER UNTIL NOT NEAR-LETTER
                   COMPUTE NEAR-WORD-LEN = NEAR-POS - NEAR-WORD-START
                   IF NEAR-WORD-LEN <= 20
                       AND LINE-HIT-MAP (NEAR-WORD-START:NEAR-WORD-LEN)
                           = SPACES
                       PERFORM CHECK-NEAR-WORD
                   END-IF
               ELSE
                   ADD 1 TO NEAR-POS
               END-IF.

           STEP-OVER-LETTER.
               ADD 1 TO NEAR-POS.
               IF NEAR-POS > 200
                   MOVE SPACE TO NEAR-CHAR
               ELSE
                   MOVE LOW (NEAR-POS:1) TO NEAR-CHAR
               END-IF.

           CHECK-NEAR-WORD.
               MOVE 0 TO NEAR-KEYWORD.
               MOVE 9 TO NEAR-BEST-DIST.
               PERFORM TRY-NEAR-KEYWORD
                   VARYING KEYWORD-INDEX FROM 1 BY 1
                   UNTIL KEYWORD-INDEX > KEYWORD-ENTRIES-LOADED.
               IF NEAR-KEYWORD > 0
                   PERFORM TALLY-NEAR-MATCH
               END-IF.

      * lengths further apart than the allowance cannot be close
      * enough, so the edit distance is only worked out otherwise
           TRY-NEAR-KEYWORD.
               IF KEYWORD-NEAR-DIST (KEYWORD-INDEX) > 0
                   COMPUTE LEN-GAP =
                       NEAR-WORD-LEN - KEYWORD-LEN (KEYWORD-INDEX)
                   IF LEN-GAP < 0
                       COMPUTE LEN-GAP = 0 - LEN-GAP
                   END-IF
                   IF LEN-GAP <= KEYWORD-NEAR-DIST (KEYWORD-INDEX)
                       PERFORM COMPUTE-EDIT-DISTANCE
                       IF EDIT-DISTANCE > 0
                           AND EDIT-DISTANCE
                               <= KEYWORD-NEAR-DIST (KEYWORD-INDEX)
                           AND EDIT-DISTANCE < NEAR-BEST-DIST
                           MOVE KEYWORD-INDEX TO NEAR-KEYWORD
                           MOVE EDIT-DISTANCE TO NEAR-BEST-DIST
                       END-IF
                   END-IF
               END-IF.

      * insertions, deletions and substitutions each count one edit,
      * worked a row of the word at a time against the keyword
           COMPUTE-EDIT-DISTANCE.
               PERFORM SEED-EDIT-CELL
                   VARYING EDIT-J FROM 0 BY 1
                   UNTIL EDIT-J > KEYWORD-LEN (KEYWORD-INDEX).
               PERFORM FILL-EDIT-ROW
                   VARYING EDIT-I FROM 1 BY 1
                   UNTIL EDIT-I > NEAR-WORD-LEN.
               MOVE PREV-COST (KEYWORD-LEN (KEYWORD-INDEX) + 1)
                   TO EDIT-DISTANCE.

           SEED-EDIT-CELL.
               MOVE EDIT-J TO PREV-COST (EDIT-J + 1).

           FILL-EDIT-ROW.
               MOVE EDIT-I TO CURR-COST (1).
               PERFORM FILL-EDIT-CELL
                   VARYING EDIT-J FROM 1 BY 1
                   UNTIL EDIT-J > KEYWORD-LEN (KEYWORD-INDEX).
               MOVE CURR-EDIT-ROW TO PREV-EDIT-ROW.

           FILL-EDIT-CELL.
               IF LOW (NEAR-WORD-START + EDIT-I - 1:1)
                       = KEYWORD-ENTRY (KEYWORD-INDEX) (EDIT-J:1)
                   MOVE 0 TO EDIT-COST
               ELSE
                   MOVE 1 TO EDIT-COST
               END-IF.
               COMPUTE EDIT-BEST = PREV-COST (EDIT-J) + EDIT-COST.
               IF PREV-COST (EDIT-J + 1) + 1 < EDIT-BEST
                   COMPUTE EDIT-BEST = PREV-COST (EDIT-J + 1) + 1
               END-IF.
               IF CURR-COST (EDIT-J) + 1 < EDIT-BEST
                   COMPUTE EDIT-BEST = CURR-COST (EDIT-J) + 1
               END-IF.
               MOVE EDIT-BEST TO CURR-COST (EDIT-J + 1).

      * a near-match is screened by the negation words exactly as an
      * exact hit is; suppressed or not, the misspelling is listed
           TALLY-NEAR-MATCH.
               MOVE NEAR-KEYWORD TO KEYWORD-INDEX.
               PERFORM RECORD-MISSPELLING.
               MOVE NEAR-WORD-START TO I.
               IF NEG-COUNT > 0
                   PERFORM CHECK-NEGATION
               ELSE
                   MOVE 'N' TO SUPPRESSED-SWITCH
               END-IF.
               IF SUPPRESSED
                   ADD 1 TO SUPPRESSED-COUNT
                   ADD 1 TO LINE-SUPPRESSED
                   PERFORM CREDIT-CATEGORY-SUPPRESSION
               ELSE
                   ADD 1 TO KEYWORD-NEAR-COUNT (KEYWORD-INDEX)
                   ADD 1 TO LINE-NEAR-COUNT
                   ADD 1 TO NEAR-TOTAL
                   MOVE KEYWORD-WEIGHT (KEYWORD-INDEX) TO KEYWORD-SCORE
                   ADD KEYWORD-SCORE TO LINE-SCORE
                   PERFORM LOCATE-KEYWORD-CATEGORY
                   IF CATEGORY-MATCH > 0
                       ADD 1 TO CATEGORY-NEAR-MATCHES (CATEGORY-MATCH)
                       PERFORM CREDIT-LINE-CATEGORY
                   END-IF
               END-IF.

           RECORD-MISSPELLING.
               MOVE 0 TO MISSPELLING-MATCH.
               PERFORM MATCH-MISSPELLING
                   VARYING MISSPELLING-INDEX FROM 1 BY 1
                   UNTIL MISSPELLING-INDEX > MISSPELLING-COUNT
                       OR MISSPELLING-MATCH > 0.
               IF MISSPELLING-MATCH = 0
                   IF MISSPELLING-COUNT < MAX-MISSPELLING-ENTRIES
                       ADD 1 TO MISSPELLING-COUNT
                       MOVE MISSPELLING-COUNT TO MISSPELLING-MATCH
                       MOVE LOW (NEAR-WORD-START:NEAR-WORD-LEN)
                           TO MISSPELT-WORD (MISSPELLING-MATCH)
                       MOVE KEYWORD-INDEX
                           TO MISSPELT-KEYWORD (MISSPELLING-MATCH)
                       MOVE NEAR-BEST-DIST
                           TO MISSPELT-DISTANCE (MISSPELLING-MATCH)
                       MOVE 0 TO MISSPELT-COUNT (MISSPELLING-MATCH)
                   ELSE
                       IF NOT MISSPELLING-TABLE-FULL
                           DISPLAY "MISSPELLING TABLE FULL - REVIEW "
                               "LIST INCOMPLETE"
                           SET MISSPELLING-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF MISSPELLING-MATCH > 0
                   ADD 1 TO MISSPELT-COUNT (MISSPELLING-MATCH)
               END-IF.

           MATCH-MISSPELLING.
               IF MISSPELT-WORD (MISSPELLING-INDEX)
                       = LOW (NEAR-WORD-START:NEAR-WORD-LEN)
                   MOVE MISSPELLING-INDEX TO MISSPELLING-MATCH
               END-IF.

           DISPLAY-KEYWORD-TOTALS.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               MOVE "KEYWORD TOTALS" TO SHADES-REPORT-RECORD.
           DISPLAY-ONE-KEYWORD-TOTAL.
               MOVE KEYWORD-MATCH-COUNT (KEYWORD-INDEX)
                   TO FORMATTED-MATCHES.
               MOVE KEYWORD-NEAR-COUNT (KEYWORD-INDEX)
                   TO FORMATTED-NEAR.
               DISPLAY KEYWORD-ENTRY (KEYWORD-INDEX)
                   " " FORMATTED-MATCHES.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               STRING KEYWORD-ENTRY (KEYWORD-INDEX)
                   " " FORMATTED-MATCHES
                   " NEAR " FORMATTED-NEAR
                   DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.

               STRING "SUPPRESSED TOTAL " FORMATTED-SUPPRESSED
                   DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.
               MOVE NEAR-TOTAL TO FORMATTED-NEAR.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               STRING "NEAR-MATCH TOTAL " FORMATTED-NEAR
                   DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.
               PERFORM WRITE-COOCCURRENCE-SECTION.
               IF NEAR-MATCH-ENABLED
                   PERFORM WRITE-MISSPELLING-REVIEW
               END-IF.

           WRITE-COOCCURRENCE-SECTION.
               MOVE SPACES TO SHADES-REPORT-RECORD.
                   WRITE SHADES-REPORT-RECORD
               END-IF.

           WRITE-MISSPELLING-REVIEW.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               MOVE "NEAR-MATCH REVIEW" TO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.
               PERFORM WRITE-ONE-MISSPELLING
                   VARYING MISSPELLING-INDEX FROM 1 BY 1
                   UNTIL MISSPELLING-INDEX > MISSPELLING-COUNT.

           WRITE-ONE-MISSPELLING.
               MOVE MISSPELT-COUNT (MISSPELLING-INDEX)
                   TO FORMATTED-NEAR.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               STRING MISSPELT-WORD (MISSPELLING-INDEX)
                   " FOR " KEYWORD-ENTRY
                       (MISSPELT-KEYWORD (MISSPELLING-INDEX))
                   " EDITS " MISSPELT-DISTANCE (MISSPELLING-INDEX)
                   " COUNT " FORMATTED-NEAR
                   DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.

           WRITE-ONE-CATEGORY-TOTAL.
               MOVE CATEGORY-MATCHES (CATEGORY-INDEX)
                   TO FORMATTED-MATCHES.
               MOVE CATEGORY-NEAR-MATCHES (CATEGORY-INDEX)
                   TO FORMATTED-NEAR.
               MOVE CATEGORY-SCORE (CATEGORY-INDEX)
                   TO FORMATTED-SCORE.
               MOVE SPACES TO SHADES-REPORT-RECORD.
               STRING CATEGORY-NAME (CATEGORY-INDEX)
                   " MATCHES " FORMATTED-MATCHES
                   " NEAR " FORMATTED-NEAR
                   " SCORE " FORMATTED-SCORE
                   DELIMITED BY SIZE INTO SHADES-REPORT-RECORD.
               WRITE SHADES-REPORT-RECORD.

      * the history is appended run after run; the first run of a
      * new installation finds no file and starts one
           WRITE-CATEGORY-HISTORY.
               OPEN EXTEND SHADES-HISTORY.
               IF HISTORY-STATUS NOT = "00"
                   OPEN OUTPUT SHADES-HISTORY
               END-IF.
               PERFORM WRITE-ONE-CATEGORY-HISTORY
                   VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT.
               MOVE "*ALL*" TO HISTORY-CATEGORY.
               MOVE ENTRIES TO HISTORY-LINES.
               MOVE HIT-LINES TO HISTORY-DESCRIPTIONS.
               MOVE TOTAL-SCORE TO HISTORY-SCORE.
               MOVE SUPPRESSED-COUNT TO HISTORY-SUPPRESSED.
               MOVE NEAR-TOTAL TO HISTORY-NEAR.
               MOVE NUM TO HISTORY-MATCHES.
               PERFORM PUT-HISTORY-RECORD.
               CLOSE SHADES-HISTORY.

           WRITE-ONE-CATEGORY-HISTORY.
               MOVE CATEGORY-NAME (CATEGORY-INDEX) TO HISTORY-CATEGORY.
               MOVE ENTRIES TO HISTORY-LINES.
               MOVE CATEGORY-LINES (CATEGORY-INDEX)
                   TO HISTORY-DESCRIPTIONS.
               MOVE CATEGORY-SCORE (CATEGORY-INDEX) TO HISTORY-SCORE.
               MOVE CATEGORY-SUPPRESSED (CATEGORY-INDEX)
                   TO HISTORY-SUPPRESSED.
               MOVE CATEGORY-NEAR-MATCHES (CATEGORY-INDEX)
                   TO HISTORY-NEAR.
               MOVE CATEGORY-MATCHES (CATEGORY-INDEX)
                   TO HISTORY-MATCHES.
               PERFORM PUT-HISTORY-RECORD.

           PUT-HISTORY-RECORD.
               MOVE SPACES TO SHADES-HISTORY-RECORD.
               STRING "fiftyshades" DELIMITED BY SIZE
                   " " HISTORY-RUN-DATE DELIMITED BY SIZE
                   " RUN=" SUITE-RUN-ID DELIMITED BY SIZE
                   " CAT=" HISTORY-CATEGORY DELIMITED BY SIZE
                   " LINES=" HISTORY-LINES DELIMITED BY SIZE
                   " DESCS=" HISTORY-DESCRIPTIONS DELIMITED BY SIZE
                   " SCORE=" HISTORY-SCORE DELIMITED BY SIZE
                   " SUPPRESSED=" HISTORY-SUPPRESSED DELIMITED BY SIZE
                   " NEAR=" HISTORY-NEAR DELIMITED BY SIZE
                   " MATCHES=" HISTORY-MATCHES DELIMITED BY SIZE
                   INTO SHADES-HISTORY-RECORD.
               WRITE SHADES-HISTORY-RECORD.

           WRITE-ATTRIBUTE-RECORD.
               MOVE SPACES TO ATTRIBUTE-DETAIL.
               IF SKU-START-COL > 0
                   MOVE RAW (SKU-START-COL:SKU-LENGTH) TO ATT-SKU
               ELSE
                   MOVE CUR TO ATT-SKU
               END-IF.
               MOVE SPACES TO RANKED-CATEGORY-FLAGS.
               PERFORM PICK-BEST-CATEGORY.
               IF BEST-CATEGORY > 0
                   MOVE CATEGORY-NAME (BEST-CATEGORY) TO ATT-PRIMARY
                   MOVE 0 TO SECONDARY-COUNT
                   PERFORM PICK-SECONDARY-CATEGORY
                       UNTIL BEST-CATEGORY = 0
                           OR SECONDARY-COUNT = MAX-SECONDARY
               END-IF.
               IF LINE-SUPPRESSED > 0
                   AND LINE-MATCH-COUNT + LINE-NEAR-COUNT = 0
                   MOVE 'Y' TO ATT-NEGATED
               ELSE
                   MOVE 'N' TO ATT-NEGATED
               END-IF.
               MOVE ATTRIBUTE-DETAIL TO ATTRIBUTE-OUT-RECORD.
               PERFORM PUT-ATTRIBUTE-RECORD.

           PICK-SECONDARY-CATEGORY.
               PERFORM PICK-BEST-CATEGORY.
               IF BEST-CATEGORY > 0
                   ADD 1 TO SECONDARY-COUNT
                   MOVE CATEGORY-NAME (BEST-CATEGORY)
                       TO ATT-SECONDARY (SECONDARY-COUNT)
               END-IF.

      * the highest line score among the categories hit and not yet
      * placed; on a tie the category met first in the file wins
           PICK-BEST-CATEGORY.
               MOVE 0 TO BEST-CATEGORY.
               MOVE 0 TO BEST-SCORE.
               PERFORM COMPARE-LINE-CATEGORY
                   VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT.
               IF BEST-CATEGORY > 0
                   MOVE 'Y' TO CAT-RANKED (BEST-CATEGORY)
               END-IF.

           COMPARE-LINE-CATEGORY.
               IF LINE-CAT-HIT (CATEGORY-INDEX) = 'Y'
                       AND CAT-RANKED (CATEGORY-INDEX) NOT = 'Y'
                   IF BEST-CATEGORY = 0
                           OR LINE-CAT-SCORE (CATEGORY-INDEX)
                               > BEST-SCORE
                       MOVE CATEGORY-INDEX TO BEST-CATEGORY
                       MOVE LINE-CAT-SCORE (CATEGORY-INDEX)
                           TO BEST-SCORE
                   END-IF
               END-IF.

           WRITE-ATTRIBUTE-HEADER.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "fiftyshades" TO FILE-HEADER-PROGRAM.
               MOVE RUN-STAMP TO FILE-HEADER-STAMP.
               MOVE SPACES TO ATTRIBUTE-OUT-RECORD.
               MOVE FILE-HEADER TO ATTRIBUTE-OUT-RECORD.
               WRITE ATTRIBUTE-OUT-RECORD.

           PUT-ATTRIBUTE-RECORD.
               ADD 1 TO OUT-RECORD-COUNT.
               COMPUTE OUT-CHECKSUM = FUNCTION MOD
                   (OUT-CHECKSUM + FUNCTION LENGTH (FUNCTION TRIM
                       (ATTRIBUTE-OUT-RECORD TRAILING)),
                   1000000000).
               WRITE ATTRIBUTE-OUT-RECORD.

           WRITE-ATTRIBUTE-TRAILER.
               MOVE OUT-RECORD-COUNT TO FILE-TRAILER-COUNT.
               MOVE OUT-CHECKSUM TO FILE-TRAILER-CHECKSUM.
               MOVE SPACES TO ATTRIBUTE-OUT-RECORD.
               MOVE FILE-TRAILER TO ATTRIBUTE-OUT-RECORD.
               WRITE ATTRIBUTE-OUT-RECORD.

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

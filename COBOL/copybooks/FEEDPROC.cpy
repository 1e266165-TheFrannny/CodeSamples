      * shared supplier-feed tally - procedure half.
      * a feed column that does not fit the program's record, or a
      * FEED-LEN outside 1-8, ends the run with return code 16; once
      * MAX-FEED-ENTRIES feeds are held any further feed is tallied
      * under *OTHER* in the last row so no record goes uncounted
           VALIDATE-FEED-SETTINGS.
               IF FEED-COL > 0
                   IF FEED-LEN < 1 OR FEED-LEN > 8
                           OR FEED-COL + FEED-LEN - 1
                               > FEED-RECORD-WIDTH
                       DISPLAY "INVALID FEED COLUMNS - COL=" FEED-COL
                           " LEN=" FEED-LEN " MUST FIT 1-"
                           FEED-RECORD-WIDTH
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           COUNT-FEED-RECORD.
               PERFORM LOCATE-RECORD-FEED.
               ADD 1 TO FEED-RECORDS (FEED-SLOT).

           COUNT-FEED-FAILURE.
               ADD 1 TO FEED-FAILED (FEED-SLOT).

           LOCATE-RECORD-FEED.
               MOVE SPACES TO CURRENT-FEED.
               IF FEED-COL > 0
                   MOVE FEED-RECORD-TEXT (FEED-COL:FEED-LEN)
                       TO CURRENT-FEED
               END-IF.
               IF CURRENT-FEED = SPACES
                   MOVE FEED-ID TO CURRENT-FEED
               END-IF.
               MOVE 0 TO FEED-SLOT.
               PERFORM MATCH-FEED-NAME
                   VARYING FEED-INDEX FROM 1 BY 1
                   UNTIL FEED-INDEX > FEED-TALLY-COUNT
                       OR FEED-SLOT > 0.
               IF FEED-SLOT = 0
                   IF FEED-TALLY-COUNT < MAX-FEED-ENTRIES - 1
                       ADD 1 TO FEED-TALLY-COUNT
                       MOVE FEED-TALLY-COUNT TO FEED-SLOT
                       PERFORM OPEN-FEED-ROW
                   ELSE
                       MOVE "*OTHER*" TO CURRENT-FEED
                       MOVE MAX-FEED-ENTRIES TO FEED-SLOT
                       IF FEED-TALLY-COUNT < MAX-FEED-ENTRIES
                           MOVE MAX-FEED-ENTRIES TO FEED-TALLY-COUNT
                           PERFORM OPEN-FEED-ROW
                       END-IF
                   END-IF
               END-IF.

           OPEN-FEED-ROW.
               MOVE CURRENT-FEED TO FEED-NAME (FEED-SLOT).
               MOVE 0 TO FEED-RECORDS (FEED-SLOT).
               MOVE 0 TO FEED-FAILED (FEED-SLOT).

           MATCH-FEED-NAME.
               IF FEED-NAME (FEED-INDEX) = CURRENT-FEED
                   MOVE FEED-INDEX TO FEED-SLOT
               END-IF.

           BUILD-FEED-SUMMARY-LINE.
               MOVE FEED-NAME (FEED-INDEX) TO FSL-FEED.
               MOVE FEED-RECORDS (FEED-INDEX) TO FSL-RECORDS.
               MOVE FEED-FAILED (FEED-INDEX) TO FSL-FAILED.

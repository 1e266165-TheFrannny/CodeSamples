      * shared supplier-feed tally - working storage half.
      * a record's feed is the FEED-LEN characters at FEED-COL when
      * the program's FEED-COL card names the supplier's source-code
      * column, otherwise (or when that column is blank) FEED-ID -
      * the supplier named for the whole input dataset by a FEED-ID
      * card, which the program defaults to its input dataset name.
      * the program places the record in FEED-RECORD-TEXT and
      * performs COUNT-FEED-RECORD from FEEDPROC, then
      * COUNT-FEED-FAILURE for a record it rejects or fails, and ends
      * its report with one FEED-SUMMARY-LINE per feed, which
      * suitescore reads back for the supplier quality scorecard
           01 FEED-ID PIC X(8) VALUE SPACES.
           01 FEED-COL PIC 9(4) VALUE 0.
           01 FEED-LEN PIC 9 VALUE 8.
           01 FEED-RECORD-WIDTH PIC 9(4) VALUE 0.
           01 FEED-RECORD-TEXT PIC X(1000).
           01 CURRENT-FEED PIC X(8).
           01 FEED-TALLY-TABLE.
               05 FEED-TALLY-ENTRY OCCURS 50 TIMES.
                   10 FEED-NAME PIC X(8).
                   10 FEED-RECORDS PIC 9(7).
                   10 FEED-FAILED PIC 9(7).
           01 FEED-TALLY-COUNT PIC 99 VALUE 0.
           01 MAX-FEED-ENTRIES PIC 99 VALUE 50.
           01 FEED-INDEX PIC 99.
           01 FEED-SLOT PIC 99.
           01 FEED-SUMMARY-LINE.
               05 FILLER PIC X(5) VALUE "FEED=".
               05 FSL-FEED PIC X(8).
               05 FILLER PIC X(9) VALUE " RECORDS=".
               05 FSL-RECORDS PIC 9(7).
               05 FILLER PIC X(8) VALUE " FAILED=".
               05 FSL-FAILED PIC 9(7).

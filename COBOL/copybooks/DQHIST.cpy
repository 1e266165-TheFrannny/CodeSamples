      * supplier quality history row - suitescore appends one row to
      * SUITEDQH per supplier feed for each AUTORI, eyeofsauron and
      * findingana run it scores: the run's business date, the
      * checking program, the feed, the records checked and failed
      * as that program's report gave them, the SUITEEXC rows found
      * for the feed in the same run, and the run's stamp and id,
      * which stop a run from being scored twice. the daily and
      * monthly scores and their trends are rebuilt from these rows
           01 QUALITY-HISTORY-RECORD.
               05 DQH-RUN-DATE PIC X(8).
               05 FILLER PIC X.
               05 DQH-PROGRAM PIC X(15).
               05 FILLER PIC X.
               05 DQH-FEED PIC X(8).
               05 FILLER PIC X.
               05 DQH-RECORDS PIC 9(7).
               05 FILLER PIC X.
               05 DQH-FAILED PIC 9(7).
               05 FILLER PIC X.
               05 DQH-EXCEPTIONS PIC 9(7).
               05 FILLER PIC X.
               05 DQH-RUN-STAMP PIC X(17).
               05 FILLER PIC X.
               05 DQH-RUN-ID PIC X(16).

      * suite business-date control record - suitedriver writes the
      * one row of SUITEBDT at the start of every run: the date the
      * suite is processing, where it came from (RUNSTART for the
      * date the run began, OVERRIDE for an operator's SUITEBDO
      * reprocessing card, CARRIED when a resumed run keeps an
      * unfinished run's date), the run id that set it and the
      * wall-clock time it was set; a clean finish clears the row
           01 BUSINESS-DATE-RECORD.
               05 BDT-BUSINESS-DATE PIC X(8).
               05 FILLER PIC X.
               05 BDT-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 BDT-RUN-ID PIC X(16).
               05 FILLER PIC X.
               05 BDT-SET-STAMP PIC X(17).

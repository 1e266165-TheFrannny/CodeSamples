      * suite business date - working storage half. a program SELECTs
      * BUSDATE-IN against SUITEBDT with FILE STATUS BUSDATE-STATUS
      * and an FD copying BUSDT, copies this block and BUSDTPROC, and
      * takes its processing date from BUSINESS-DATE rather than the
      * system clock; STAMP-RUN-TIMESTAMP loads it on first use and
      * builds RUN-STAMP from the business date and the time of day,
      * so a run that crosses midnight or reprocesses an earlier
      * night stamps every row with the night it belongs to
           01 BUSDATE-STATUS PIC XX.
           01 BUSINESS-DATE PIC 9(8) VALUE 0.
           01 BUSINESS-DATE-SOURCE PIC X(8) VALUE SPACES.

      * monthly chargeback summary row - suitecharge writes one per
      * cost centre to SUITECHF between the shared HDR/TRL framing,
      * for the finance system to load: the statement month, the
      * centre, its runs, elapsed seconds and records processed, and
      * the charge for each of the three rates with their total;
      * amounts carry two implied decimal places
           01 CHARGE-SUMMARY-RECORD.
               05 CHS-MONTH PIC X(6).
               05 FILLER PIC X.
               05 CHS-COST-CENTRE PIC X(8).
               05 FILLER PIC X.
               05 CHS-RUNS PIC 9(5).
               05 FILLER PIC X.
               05 CHS-SECONDS PIC 9(9).
               05 FILLER PIC X.
               05 CHS-RECORDS PIC 9(11).
               05 FILLER PIC X.
               05 CHS-CPU-CHARGE PIC 9(7)V99.
               05 FILLER PIC X.
               05 CHS-RECORD-CHARGE PIC 9(7)V99.
               05 FILLER PIC X.
               05 CHS-RUN-CHARGE PIC 9(7)V99.
               05 FILLER PIC X.
               05 CHS-TOTAL-CHARGE PIC 9(9)V99.

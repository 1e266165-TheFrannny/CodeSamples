      * soylent lot row - one per product, site and manufacturer lot
      * received, carried across runs in SOYLLOT. soylent adds
      * deliveries to it, takes opened containers out of the oldest
      * lot first and moves quarantined containers out of the on-hand
      * count; soylrecall reads it to trace a recalled lot. the used
      * dates are the run dates consumption was first and last posted
           01 LOT-ROW.
               05 LTR-PRODUCT PIC X(4).
               05 FILLER PIC X.
               05 LTR-SITE PIC X(4).
               05 FILLER PIC X.
               05 LTR-LOT PIC X(12).
               05 FILLER PIC X.
               05 LTR-RECEIVED PIC 9(8).
               05 FILLER PIC X.
               05 LTR-RECEIVED-QTY PIC 9(7).
               05 FILLER PIC X.
               05 LTR-ONHAND PIC 9(7).
               05 FILLER PIC X.
               05 LTR-CONSUMED PIC 9(7).
               05 FILLER PIC X.
               05 LTR-QUARANTINED PIC 9(7).
               05 FILLER PIC X.
               05 LTR-FIRST-USED PIC 9(8).
               05 FILLER PIC X.
               05 LTR-LAST-USED PIC 9(8).

      * generation index row - suitegen keeps one row per retained
      * generation of every catalogued dataset plus one generation
      * 0000 row per dataset describing the live copy; each row
      * carries the run date and suite run id that produced that
      * version, so any night's report can be found again by either
           01 GENERATION-INDEX-RECORD.
               05 GIX-DATASET PIC X(12).
               05 FILLER PIC X.
               05 GIX-GENERATION PIC 9(4).
               05 FILLER PIC X.
               05 GIX-RUN-DATE PIC X(8).
               05 FILLER PIC X.
               05 GIX-RUN-ID PIC X(16).
               05 FILLER PIC X.
               05 GIX-VERSION-NAME PIC X(32).

      * generation lookup - working storage half. a program SELECTs
      * GEN-INDEX against SUITEGIX with FILE STATUS GEN-INDEX-STATUS
      * and an FD copying GENIDX, copies this block and GENLKPROC,
      * fills GEN-LOOKUP-DATASET and GEN-LOOKUP-KEY (an eight digit
      * run date or a suite run id) and performs RESOLVE-GENERATION;
      * when several versions share a run date the latest one wins
           01 GEN-INDEX-STATUS PIC XX.
           01 GEN-INDEX-EOF-SWITCH PIC X.
               88 GEN-INDEX-EOF VALUE 'Y'.
           01 GEN-LOOKUP-DATASET PIC X(12).
           01 GEN-LOOKUP-KEY PIC X(16).
           01 GEN-LOOKUP-NAME PIC X(32).
           01 GEN-LOOKUP-SWITCH PIC X.
               88 GEN-VERSION-FOUND VALUE 'Y'.

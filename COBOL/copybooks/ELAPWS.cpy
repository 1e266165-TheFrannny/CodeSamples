      * elapsed-time capture - working storage half. the program moves
      * its first ELAP-CLOCK-STAMP of the run to ELAP-START-STAMP during
      * initialization; COMPUTE-ELAPSED-SECONDS (see ELAPPROC) turns
      * the start stamp and the current clock stamp into whole seconds.
      * STAMP-RUN-TIMESTAMP builds the clock stamp from the system date
      * alongside RUN-STAMP, which carries the suite business date
           01 ELAP-START-STAMP PIC X(17).
           01 ELAP-CLOCK-STAMP PIC X(17).
           01 ELAP-WORK-DATE PIC 9(8).
           01 ELAP-START-DAYS PIC 9(8).
           01 ELAP-END-DAYS PIC 9(8).

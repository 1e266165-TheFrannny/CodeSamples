      * elapsed-time capture - procedure half. computes the seconds
      * between ELAP-START-STAMP and the ELAP-CLOCK-STAMP most recently
      * built by STAMP-RUN-TIMESTAMP; a clock that steps backwards
      * clamps to zero rather than wrapping
           COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP (1:8) TO ELAP-WORK-DATE.
               COMPUTE ELAP-START-DAYS =
                   FUNCTION INTEGER-OF-DATE (ELAP-WORK-DATE).
               MOVE ELAP-CLOCK-STAMP (1:8) TO ELAP-WORK-DATE.
               COMPUTE ELAP-END-DAYS =
                   FUNCTION INTEGER-OF-DATE (ELAP-WORK-DATE).
               MOVE ELAP-START-STAMP (10:2) TO ELAP-HH.
               MOVE ELAP-START-STAMP (14:2) TO ELAP-SS.
               COMPUTE ELAP-START-SECS =
                   ELAP-HH * 3600 + ELAP-MM * 60 + ELAP-SS.
               MOVE ELAP-CLOCK-STAMP (10:2) TO ELAP-HH.
               MOVE ELAP-CLOCK-STAMP (12:2) TO ELAP-MM.
               MOVE ELAP-CLOCK-STAMP (14:2) TO ELAP-SS.
               COMPUTE ELAP-END-SECS =
                   ELAP-HH * 3600 + ELAP-MM * 60 + ELAP-SS.
               COMPUTE ELAPSED-SIGNED =

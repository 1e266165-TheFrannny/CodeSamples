      * parameter usage row - each time suiteparm publishes the
      * library it appends one SUITEPUS row per parameter set naming
      * the version written to the live PRM file, so the settings a
      * given run used can be found again by its run id
           01 PARM-USAGE-RECORD.
               05 PUS-RUN-ID PIC X(16).
               05 FILLER PIC X.
               05 PUS-BUSINESS-DATE PIC X(8).
               05 FILLER PIC X.
               05 PUS-SET PIC X(12).
               05 FILLER PIC X.
               05 PUS-VERSION PIC 9(4).
               05 FILLER PIC X.
               05 PUS-PUBLISH-STAMP PIC X(17).

      * pre-run snapshot manifest row - SUITESNP holds one row per
      * master or state dataset per snapshot, written by suitesnap
      * before a suite run's first step: the run id it was taken
      * under, whether the dataset was present ('P', copied whole
      * to the snapshot name) or absent ('A', so a restore removes
      * whatever the run created), the byte size copied and when
           01 SNAPSHOT-MANIFEST-RECORD.
               05 SNP-RUN-ID PIC X(16).
               05 FILLER PIC X.
               05 SNP-BUSINESS-DATE PIC X(8).
               05 FILLER PIC X.
               05 SNP-DATASET PIC X(12).
               05 FILLER PIC X.
               05 SNP-STATE PIC X.
                   88 SNP-PRESENT VALUE 'P'.
                   88 SNP-ABSENT VALUE 'A'.
               05 FILLER PIC X.
               05 SNP-SNAPSHOT-NAME PIC X(32).
               05 FILLER PIC X.
               05 SNP-SIZE PIC 9(12).
               05 FILLER PIC X.
               05 SNP-STAMP PIC X(17).

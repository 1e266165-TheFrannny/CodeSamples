      * patient history record - the TAISHIST indexed file is keyed by
      * patient id plus run date, so taisformula reads back only the
      * series of the patient in hand; a rerun on the same run date
      * replaces that day's row. PHIST-DETAIL is the history line as
      * taisformula has always written it (taisformula, run date,
      * PATIENT=, TOTAL= ... NAME=), so readers that parse the line go
      * on parsing it unchanged. PHIST-WRITTEN-STAMP is the clock
      * yyyymmdd-hhmmsscc the row was last written and is what
      * suiteextract's delta mark follows now that the file no longer
      * comes back in the order it was written
           01 PATIENT-HISTORY-RECORD.
               05 PHIST-KEY.
                   10 PHIST-PATIENT-ID PIC X(10).
                   10 PHIST-RUN-DATE PIC X(8).
               05 PHIST-WRITTEN-STAMP PIC X(17).
               05 PHIST-DETAIL PIC X(250).

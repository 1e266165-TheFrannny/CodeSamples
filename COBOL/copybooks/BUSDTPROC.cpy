      * suite business date - procedure half. outside a driver run
      * SUITEBDT is cleared or absent and the system date is used
           LOAD-BUSINESS-DATE.
               OPEN INPUT BUSDATE-IN.
               IF BUSDATE-STATUS = "00"
                   MOVE SPACES TO BUSINESS-DATE-RECORD
                   READ BUSDATE-IN
                       AT END CONTINUE
                   END-READ
                   IF BDT-BUSINESS-DATE IS NUMERIC
                       MOVE BDT-BUSINESS-DATE TO BUSINESS-DATE
                       MOVE BDT-SOURCE TO BUSINESS-DATE-SOURCE
                   END-IF
                   CLOSE BUSDATE-IN
               END-IF.
               IF BUSINESS-DATE = 0
                   ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
                   MOVE "CLOCK" TO BUSINESS-DATE-SOURCE
               END-IF.

      * soylent quarantine transaction - soylrecall writes one for
      * every site holding unopened containers of a recalled lot;
      * soylent's next run takes the quantity out of usable stock for
      * that product, site and lot and then clears the file
           01 QUARANTINE-ROW.
               05 QTN-ACTION PIC X(10).
                   88 QTN-QUARANTINE VALUE "QUARANTINE".
               05 FILLER PIC X.
               05 QTN-PRODUCT PIC X(4).
               05 FILLER PIC X.
               05 QTN-SITE PIC X(4).
               05 FILLER PIC X.
               05 QTN-LOT PIC X(12).
               05 FILLER PIC X.
               05 QTN-QUANTITY PIC 9(7).
               05 FILLER PIC X.
               05 QTN-DATE PIC 9(8).

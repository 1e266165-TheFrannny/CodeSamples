      * re-test order record - taisformula appends an open order to
      * TAISORD for every patient whose series was rejected, salvaged
      * past RETEST-EXCLUDED-LIMIT points or flagged worsening against
      * history; taisretest closes the order when a later TAISIN
      * series for the same patient arrives, and keeps closed orders
      * on the file as the follow-up trail for the sponsor
           01 RETEST-ORDER-RECORD.
               05 ORD-PATIENT-ID PIC X(10).
               05 ORD-ORDER-DATE PIC X(8).
               05 ORD-REASON PIC X(20).
               05 ORD-STATUS PIC X.
                   88 ORD-OPEN VALUE 'O'.
                   88 ORD-CLOSED VALUE 'C'.
               05 ORD-CLOSE-DATE PIC X(8).
               05 ORD-COHORT PIC X(4).
               05 ORD-RUN-ID PIC X(16).

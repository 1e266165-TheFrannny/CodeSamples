      * shared helpdesk notify record layout - doublepassword writes
      * lockout and forced-reset rows of this shape to DPWDNTF, and
      * the HR reconciliation writes its leaver disable feed and the
      * access certification its revoke feed in the same shape so the
      * helpdesk loads all of them with one procedure
           01 NOTIFY-OUT-RECORD.
               05 NOTIFY-ACCOUNT PIC X(10).
               05 NOTIFY-DATE    PIC X(8).
               05 NOTIFY-TIME    PIC X(8).
               05 NOTIFY-ATTEMPTS PIC 99.
               05 NOTIFY-DEPARTMENT PIC X(10).
               05 NOTIFY-CONTACT PIC X(20).

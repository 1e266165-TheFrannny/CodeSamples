       FD  COUNTED-FILE.
           01 COUNTED-RECORD PIC X(250).
       FD  LEDGER-IN.
           01 LEDGER-IN-RECORD PIC X(160).
       FD  RECON-REPORT.
           01 RECON-REPORT-RECORD PIC X(100).

           01 LEDGER-STATUS PIC XX.
           01 LEDGER-EOF-SWITCH PIC X.
               88 LEDGER-EOF VALUE 'Y'.
           01 LEDGER-LINE PIC X(160).
           01 SUM-STAKED PIC S9(11)V99.
           01 SUM-RETURNED PIC S9(11)V99.
           01 SUM-PL PIC S9(11)V99.

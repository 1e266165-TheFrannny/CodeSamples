               05 EXCEPT-INPUT     PIC X(100).
               05 EXCEPT-REASON    PIC X(20).
               05 EXCEPT-RUN-ID    PIC X(16).
      * EXCEPT-FEED names the supplier feed the rejected record came
      * from, for the programs that check supplier data (AUTORI and
      * eyeofsauron); every other program, and rows written before
      * the field existed, carry spaces
               05 EXCEPT-FEED      PIC X(8).

      * parameter library row - SUITEPLB keeps every version of every
      * PRM parameter set, appended by suiteparm and never rewritten.
      * each version opens with a 'V' row naming the date it takes
      * effect, who asked for it, who applied it and why; its 'C'
      * rows follow in order and hold the cards exactly as published
           01 PARM-LIBRARY-RECORD.
               05 PLB-SET PIC X(12).
               05 FILLER PIC X.
               05 PLB-VERSION PIC 9(4).
               05 FILLER PIC X.
               05 PLB-ROW-TYPE PIC X.
                   88 PLB-VERSION-ROW VALUE 'V'.
                   88 PLB-CARD-ROW VALUE 'C'.
               05 FILLER PIC X.
               05 PLB-CARD PIC X(100).
               05 PLB-VERSION-DATA REDEFINES PLB-CARD.
                   10 PLB-EFFECTIVE-DATE PIC 9(8).
                   10 FILLER PIC X.
                   10 PLB-REQUESTER PIC X(10).
                   10 FILLER PIC X.
                   10 PLB-OPERATOR PIC X(10).
                   10 FILLER PIC X.
                   10 PLB-APPLIED-STAMP PIC X(17).
                   10 FILLER PIC X.
                   10 PLB-REASON PIC X(50).
                   10 FILLER PIC X.

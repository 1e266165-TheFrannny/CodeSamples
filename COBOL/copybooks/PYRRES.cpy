      * pyramid reservation ledger row - pyramids writes a RESERVE row
      * for every block count it takes off a yard and grade for a
      * plan, one row per yard when a reservation is split across the
      * source network; pyramprog writes a RELEASE row for every count
      * it hands back when a plan is completed or cancelled, so a
      * plan's outstanding reservation is its RESERVE rows less its
      * RELEASE rows per yard and grade
           01 RESERVATION-RECORD.
               05 RES-ACTION PIC X(7).
                   88 RES-RESERVE VALUE "RESERVE".
                   88 RES-RELEASE VALUE "RELEASE".
               05 FILLER PIC X.
               05 RES-PLAN PIC X(10).
               05 FILLER PIC X.
               05 RES-YARD PIC X(10).
               05 FILLER PIC X.
               05 RES-GRADE PIC X.
               05 FILLER PIC X.
               05 RES-QUANTITY PIC 9(9).
               05 FILLER PIC X.
               05 RES-STAMP PIC X(17).

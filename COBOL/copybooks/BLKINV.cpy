      * block-inventory master record - one row per yard location and
      * block grade with the balance on hand; pyramids reserves against
      * it as each staging plan is processed so two plans cannot claim
      * the same stock. finished-grade blocks dress the casing layers,
      * rough stone fills the core
           01 INVENTORY-RECORD.
               05 INVENTORY-KEY.
                   10 INVENTORY-YARD PIC X(10).
                   10 INVENTORY-GRADE PIC X.
                       88 GRADE-FINISHED VALUE 'F'.
                       88 GRADE-ROUGH VALUE 'R'.
                       88 GRADE-VALID VALUE 'F' 'R'.
               05 INVENTORY-BALANCE PIC 9(9).

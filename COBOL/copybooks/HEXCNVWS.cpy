      * shared byte/hex conversion - working storage half.
      * BYTE-TO-HEX-PAIR in HEXCNVPROC turns the byte in HEX-BYTE
      * into its two-digit hex text in HEX-PAIR; HEX-PAIR-TO-BYTE
      * goes the other way and leaves HEX-PAIR-VALID off when the
      * text is not two hex digits, so control bytes and stray
      * code-page characters can be shown and carried in reports
      * and change logs as plain text
           01 HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
           01 HEX-BYTE PIC X.
           01 HEX-PAIR PIC X(2).
           01 HEX-BYTE-VALUE PIC 999.
           01 HEX-HIGH PIC 99.
           01 HEX-LOW PIC 99.
           01 HEX-DIGIT-CHAR PIC X.
           01 HEX-DIGIT-VALUE PIC 99.
           01 HEX-DIGIT-INDEX PIC 99.
           01 HEX-PAIR-SWITCH PIC X.
               88 HEX-PAIR-VALID VALUE 'Y'.

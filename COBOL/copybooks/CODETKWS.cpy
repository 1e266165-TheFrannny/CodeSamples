      * shared recovery-code tokenising - working storage half.
      * a doublepassword driving line (mode, account, first code,
      * second code) placed in CODE-TOKEN-LINE is rewritten by
      * TOKENIZE-CODE-LINE in CODETKPROC with each code replaced by a
      * one-way token, so no shared output ever carries a readable
      * recovery code; the same code always gives the same token, so
      * support can still tell a resubmitted pair from the rejected
      * one without either code being shown
           01 CODE-TOKEN-LINE PIC X(100).
           01 CODE-TOKEN-MODE PIC X(1).
           01 CODE-TOKEN-ACCOUNT PIC X(10).
           01 CODE-TOKEN-FRST PIC X(40).
           01 CODE-TOKEN-SCND PIC X(40).
           01 CODE-TOKEN-SOURCE PIC X(40).
           01 CODE-TOKEN-VALUE PIC 9(6).
           01 CODE-TOKEN-INDEX PIC 99.
           01 CODE-TOKEN-FRST-TEXT PIC X(11).
           01 CODE-TOKEN-SCND-TEXT PIC X(11).
           01 CODE-TOKEN-TEXT PIC X(11).

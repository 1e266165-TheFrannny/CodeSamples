      * shared recovery-code tokenising - procedure half.
      * a line whose third field already starts FRST= was tokenised
      * earlier and is left alone, so scrubbing a file twice is safe;
      * a blank code tokenises to NONE
           TOKENIZE-CODE-LINE.
               MOVE SPACES TO CODE-TOKEN-MODE.
               MOVE SPACES TO CODE-TOKEN-ACCOUNT.
               MOVE SPACES TO CODE-TOKEN-FRST.
               MOVE SPACES TO CODE-TOKEN-SCND.
               UNSTRING CODE-TOKEN-LINE DELIMITED BY ALL SPACE
                   INTO CODE-TOKEN-MODE, CODE-TOKEN-ACCOUNT,
                       CODE-TOKEN-FRST, CODE-TOKEN-SCND.
               IF CODE-TOKEN-FRST (1:5) NOT = "FRST="
                   MOVE CODE-TOKEN-FRST TO CODE-TOKEN-SOURCE
                   PERFORM DERIVE-CODE-TOKEN
                   MOVE CODE-TOKEN-TEXT TO CODE-TOKEN-FRST-TEXT
                   MOVE CODE-TOKEN-SCND TO CODE-TOKEN-SOURCE
                   PERFORM DERIVE-CODE-TOKEN
                   MOVE CODE-TOKEN-TEXT TO CODE-TOKEN-SCND-TEXT
                   MOVE SPACES TO CODE-TOKEN-LINE
                   STRING CODE-TOKEN-MODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CODE-TOKEN-ACCOUNT DELIMITED BY SPACE
                       " FRST=" DELIMITED BY SIZE
                       CODE-TOKEN-FRST-TEXT DELIMITED BY SPACE
                       " SCND=" DELIMITED BY SIZE
                       CODE-TOKEN-SCND-TEXT DELIMITED BY SPACE
                       INTO CODE-TOKEN-LINE
               END-IF.

      * each character is folded in and the running value squared,
      * all modulo a six-digit prime - enough to match a pair again,
      * not enough to read a code back out of its token, and codes a
      * single character apart land nowhere near each other
           DERIVE-CODE-TOKEN.
               MOVE SPACES TO CODE-TOKEN-TEXT.
               IF CODE-TOKEN-SOURCE = SPACES
                   MOVE "NONE" TO CODE-TOKEN-TEXT
               ELSE
                   MOVE 7919 TO CODE-TOKEN-VALUE
                   PERFORM FOLD-ONE-CODE-CHAR
                       VARYING CODE-TOKEN-INDEX FROM 1 BY 1
                       UNTIL CODE-TOKEN-INDEX > 40
                   STRING "#" CODE-TOKEN-VALUE
                       DELIMITED BY SIZE INTO CODE-TOKEN-TEXT
               END-IF.

           FOLD-ONE-CODE-CHAR.
               IF CODE-TOKEN-SOURCE (CODE-TOKEN-INDEX:1) NOT = SPACE
                   COMPUTE CODE-TOKEN-VALUE = FUNCTION MOD
                       (CODE-TOKEN-VALUE * 131
                           + FUNCTION ORD
                               (CODE-TOKEN-SOURCE (CODE-TOKEN-INDEX:1))
                           + CODE-TOKEN-INDEX, 999983)
                   COMPUTE CODE-TOKEN-VALUE = FUNCTION MOD
                       (CODE-TOKEN-VALUE * CODE-TOKEN-VALUE + 7919,
                           999983)
               END-IF.

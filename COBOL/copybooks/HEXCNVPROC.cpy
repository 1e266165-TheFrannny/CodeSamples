      * shared byte/hex conversion - procedure half.
      * hex digits may be given in either case
           BYTE-TO-HEX-PAIR.
               COMPUTE HEX-BYTE-VALUE = FUNCTION ORD (HEX-BYTE) - 1.
               DIVIDE HEX-BYTE-VALUE BY 16
                   GIVING HEX-HIGH REMAINDER HEX-LOW.
               MOVE HEX-DIGITS (HEX-HIGH + 1:1) TO HEX-PAIR (1:1).
               MOVE HEX-DIGITS (HEX-LOW + 1:1) TO HEX-PAIR (2:1).

           HEX-PAIR-TO-BYTE.
               MOVE 'Y' TO HEX-PAIR-SWITCH.
               MOVE HEX-PAIR (1:1) TO HEX-DIGIT-CHAR.
               PERFORM FIND-HEX-DIGIT.
               MOVE HEX-DIGIT-VALUE TO HEX-HIGH.
               MOVE HEX-PAIR (2:1) TO HEX-DIGIT-CHAR.
               PERFORM FIND-HEX-DIGIT.
               MOVE HEX-DIGIT-VALUE TO HEX-LOW.
               IF HEX-HIGH > 15 OR HEX-LOW > 15
                   MOVE 'N' TO HEX-PAIR-SWITCH
               ELSE
                   COMPUTE HEX-BYTE-VALUE = HEX-HIGH * 16 + HEX-LOW
                   MOVE FUNCTION CHAR (HEX-BYTE-VALUE + 1)
                       TO HEX-BYTE
               END-IF.

           FIND-HEX-DIGIT.
               MOVE FUNCTION UPPER-CASE (HEX-DIGIT-CHAR)
                   TO HEX-DIGIT-CHAR.
               MOVE 99 TO HEX-DIGIT-VALUE.
               PERFORM MATCH-HEX-DIGIT
                   VARYING HEX-DIGIT-INDEX FROM 1 BY 1
                   UNTIL HEX-DIGIT-INDEX > 16
                       OR HEX-DIGIT-VALUE < 99.

           MATCH-HEX-DIGIT.
               IF HEX-DIGITS (HEX-DIGIT-INDEX:1) = HEX-DIGIT-CHAR
                   COMPUTE HEX-DIGIT-VALUE = HEX-DIGIT-INDEX - 1
               END-IF.

      * generation lookup - procedure half. a missing index or an
      * unmatched key leaves GEN-VERSION-FOUND off and the name blank
           RESOLVE-GENERATION.
               MOVE 'N' TO GEN-LOOKUP-SWITCH.
               MOVE SPACES TO GEN-LOOKUP-NAME.
               MOVE 'N' TO GEN-INDEX-EOF-SWITCH.
               OPEN INPUT GEN-INDEX.
               IF GEN-INDEX-STATUS = "00"
                   PERFORM READ-GEN-INDEX-ROW
                   PERFORM CHECK-GEN-INDEX-ROW UNTIL GEN-INDEX-EOF
                   CLOSE GEN-INDEX
               END-IF.

           READ-GEN-INDEX-ROW.
               READ GEN-INDEX
                   AT END SET GEN-INDEX-EOF TO TRUE
               END-READ.

           CHECK-GEN-INDEX-ROW.
               IF GIX-DATASET = GEN-LOOKUP-DATASET
                   AND ((GEN-LOOKUP-KEY (9:8) = SPACES
                       AND GIX-RUN-DATE = GEN-LOOKUP-KEY (1:8))
                       OR GIX-RUN-ID = GEN-LOOKUP-KEY)
                   SET GEN-VERSION-FOUND TO TRUE
                   MOVE GIX-VERSION-NAME TO GEN-LOOKUP-NAME
               END-IF.
               PERFORM READ-GEN-INDEX-ROW.

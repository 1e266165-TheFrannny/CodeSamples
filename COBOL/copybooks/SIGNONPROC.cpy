      * shared operator sign-on - procedure half. a failed sign-on or
      * an action outside the operator's role leaves a SUITEEXC row
      * (SIGN-ON FAILED or ACTION REFUSED) for suitealert to raise
      * and ends the run with return code 16 before anything changes
           SIGN-ON-OPERATOR.
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
               ACCEPT SIGNON-OPERATOR.
               DISPLAY "PASSWORD: " WITH NO ADVANCING.
               ACCEPT SIGNON-PASSWORD.
               MOVE SIGNON-PASSWORD TO CODE-TOKEN-SOURCE.
               MOVE SPACES TO SIGNON-PASSWORD.
               PERFORM DERIVE-CODE-TOKEN.
               MOVE SPACES TO CODE-TOKEN-SOURCE.
               MOVE 'N' TO SIGNON-SWITCH.
               MOVE SPACES TO SIGNON-ROLE.
               MOVE 'N' TO OPERATOR-EOF-SWITCH.
               OPEN INPUT OPERATOR-MASTER.
               IF OPERATOR-STATUS = "00"
                   PERFORM READ-OPERATOR-ROW
                   PERFORM CHECK-OPERATOR-ROW
                       UNTIL OPERATOR-EOF OR SIGNON-ACCEPTED
                   CLOSE OPERATOR-MASTER
               ELSE
                   DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                       OPERATOR-STATUS
               END-IF.
               IF NOT SIGNON-ACCEPTED
                   DISPLAY "SIGN-ON REJECTED"
                   MOVE "SIGN-ON FAILED" TO SIGNON-REFUSAL
                   PERFORM REFUSE-CONSOLE-ACTION
               END-IF.

           READ-OPERATOR-ROW.
               READ OPERATOR-MASTER
                   AT END SET OPERATOR-EOF TO TRUE
               END-READ.

           CHECK-OPERATOR-ROW.
               IF SIGNON-OPERATOR NOT = SPACES
                   AND OPR-ID = SIGNON-OPERATOR
                   AND OPR-ACTIVE
                   AND OPR-PASS-TOKEN = CODE-TOKEN-TEXT
                   SET SIGNON-ACCEPTED TO TRUE
                   MOVE OPR-ROLE TO SIGNON-ROLE
               ELSE
                   PERFORM READ-OPERATOR-ROW
               END-IF.

           CHECK-ACTION-AUTHORITY.
               MOVE 'N' TO SIGNON-AUTHORITY-SWITCH.
               IF SIGNON-ROLE = "ADMIN"
                   SET ACTION-AUTHORIZED TO TRUE
               END-IF.
               PERFORM MATCH-ALLOWED-ROLE
                   VARYING SIGNON-ROLE-INDEX FROM 1 BY 1
                   UNTIL SIGNON-ROLE-INDEX > 4
                       OR ACTION-AUTHORIZED.
               IF NOT ACTION-AUTHORIZED
                   DISPLAY "ACTION " SIGNON-ACTION
                       " NOT PERMITTED FOR ROLE " SIGNON-ROLE
                   MOVE "ACTION REFUSED" TO SIGNON-REFUSAL
                   PERFORM REFUSE-CONSOLE-ACTION
               END-IF.

           MATCH-ALLOWED-ROLE.
               IF SIGNON-ALLOWED-ROLE (SIGNON-ROLE-INDEX) = SIGNON-ROLE
                   AND SIGNON-ROLE NOT = SPACES
                   SET ACTION-AUTHORIZED TO TRUE
               END-IF.

           REFUSE-CONSOLE-ACTION.
               PERFORM STAMP-RUN-TIMESTAMP.
               OPEN EXTEND SUITE-EXC.
               MOVE SPACES TO EXCEPTION-RECORD.
               MOVE SIGNON-PROGRAM TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               STRING "OPERATOR=" SIGNON-OPERATOR
                   " ROLE=" SIGNON-ROLE
                   " ACTION=" SIGNON-ACTION
                   DELIMITED BY SIZE INTO EXCEPT-INPUT.
               MOVE SIGNON-REFUSAL TO EXCEPT-REASON.
               MOVE SIGNON-RUN-ID TO EXCEPT-RUN-ID.
               WRITE EXCEPTION-RECORD.
               CLOSE SUITE-EXC.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

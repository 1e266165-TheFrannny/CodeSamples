      * shared operator sign-on - working storage half. a console
      * SELECTs OPERATOR-MASTER (SUITEOPR, FD COPY OPRMST) and
      * SUITE-EXC (SUITEEXC, FD COPY EXCEPT), copies this block with
      * CODETKWS, and PERFORMs SIGN-ON-OPERATOR before it takes an
      * action; once the action is known it lists the roles allowed
      * to take it in SIGNON-ALLOWED-ROLE and PERFORMs
      * CHECK-ACTION-AUTHORITY. ADMIN may take every action
           01 OPERATOR-STATUS PIC XX.
           01 OPERATOR-EOF-SWITCH PIC X VALUE 'N'.
               88 OPERATOR-EOF VALUE 'Y'.
           01 SIGNON-OPERATOR PIC X(10) VALUE SPACES.
           01 SIGNON-PASSWORD PIC X(40) VALUE SPACES.
           01 SIGNON-ROLE PIC X(8) VALUE SPACES.
           01 SIGNON-PROGRAM PIC X(15) VALUE SPACES.
           01 SIGNON-RUN-ID PIC X(16) VALUE SPACES.
           01 SIGNON-ACTION PIC X VALUE SPACE.
           01 SIGNON-SWITCH PIC X VALUE 'N'.
               88 SIGNON-ACCEPTED VALUE 'Y'.
           01 SIGNON-AUTHORITY-SWITCH PIC X VALUE 'N'.
               88 ACTION-AUTHORIZED VALUE 'Y'.
           01 SIGNON-ALLOWED-ROLES.
               05 SIGNON-ALLOWED-ROLE PIC X(8) OCCURS 4 TIMES.
           01 SIGNON-ROLE-INDEX PIC 9.
           01 SIGNON-REFUSAL PIC X(20).

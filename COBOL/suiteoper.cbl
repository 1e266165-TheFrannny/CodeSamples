       IDENTIFICATION DIVISION.
       PROGRAM-ID. suiteoper.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "SUITEOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT OPERATOR-AUDIT ASSIGN TO "SUITEOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPRMST.
       FD  OPERATOR-AUDIT.
           01 OPERATOR-AUDIT-RECORD PIC X(100).
       FD  SUITE-EXC.
           COPY EXCEPT.
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC XX.
           01 ACTION-CODE PIC X VALUE SPACE.
           01 ACTION-TEXT PIC X(8) VALUE SPACES.
           01 TARGET-OPERATOR PIC X(10) VALUE SPACES.
           01 TARGET-ROLE PIC X(8) VALUE SPACES.
           01 TARGET-NAME PIC X(30) VALUE SPACES.
           01 TARGET-PASSWORD PIC X(40) VALUE SPACES.

      * the whole operator master is held here, changed in place and
      * written back; rows are never removed, only disabled, so an
      * audit row naming an operator can always be traced to a person
           01 OPERATOR-TABLE.
               05 OPERATOR-ENTRY OCCURS 100 TIMES.
                   10 OPT-ID PIC X(10).
                   10 OPT-ROLE PIC X(8).
                   10 OPT-PASS-TOKEN PIC X(11).
                   10 OPT-STATUS PIC X.
                   10 OPT-NAME PIC X(30).
           01 OPERATOR-COUNT PIC 999 VALUE 0.
           01 MAX-OPERATOR-ENTRIES PIC 999 VALUE 100.
           01 OPERATOR-INDEX PIC 999.
           01 OPERATOR-SLOT PIC 999.
           01 ACTIVE-ADMIN-COUNT PIC 999 VALUE 0.
           01 MASTER-CHANGED-SWITCH PIC X VALUE 'N'.
               88 MASTER-CHANGED VALUE 'Y'.

      * a brand-new master - no SUITEOPR at all, or one with no rows
      * - has nobody who could sign on to add the first operator, so
      * that first ADMIN row is taken without sign-on; a master that
      * holds rows always needs a sign-on, and one that cannot be
      * read ends the run rather than opening the door
           01 BOOTSTRAP-SWITCH PIC X VALUE 'N'.
               88 BOOTSTRAP-RUN VALUE 'Y'.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC ZZ9.
           COPY SIGNONWS.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM PROCESS-ACTION.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               MOVE "suiteoper" TO SIGNON-PROGRAM.
               MOVE SUITE-RUN-ID TO SIGNON-RUN-ID.
               PERFORM LOAD-OPERATOR-MASTER.
               IF OPERATOR-COUNT = 0
                   SET BOOTSTRAP-RUN TO TRUE
                   MOVE "*BOOTSTRP" TO SIGNON-OPERATOR
                   DISPLAY "NO OPERATOR MASTER - FIRST ADMIN"
                       " MAY BE ADDED WITHOUT SIGN-ON"
               ELSE
                   PERFORM SIGN-ON-OPERATOR
               END-IF.
               DISPLAY "ENTER ACTION (L=LIST A=ADD P=PASSWORD"
                   " D=DISABLE E=ENABLE): " WITH NO ADVANCING.
               ACCEPT ACTION-CODE.
               IF BOOTSTRAP-RUN
                   IF ACTION-CODE NOT = 'A'
                       DISPLAY "ONLY A MAY BE TAKEN UNTIL AN ADMIN"
                           " OPERATOR EXISTS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   PERFORM AUTHORIZE-ACTION
               END-IF.
               IF ACTION-CODE = 'A' OR ACTION-CODE = 'P'
                   OR ACTION-CODE = 'D' OR ACTION-CODE = 'E'
                   DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
                   ACCEPT TARGET-OPERATOR
               END-IF.
               IF ACTION-CODE = 'A'
                   DISPLAY "ENTER ROLE: " WITH NO ADVANCING
                   ACCEPT TARGET-ROLE
                   DISPLAY "ENTER NAME: " WITH NO ADVANCING
                   ACCEPT TARGET-NAME
                   IF BOOTSTRAP-RUN AND TARGET-ROLE NOT = "ADMIN"
                       DISPLAY "FIRST OPERATOR MUST BE AN ADMIN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               IF ACTION-CODE = 'A' OR ACTION-CODE = 'P'
                   DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
                   ACCEPT TARGET-PASSWORD
               END-IF.
               OPEN EXTEND OPERATOR-AUDIT.
               IF AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT OPERATOR-AUDIT
               END-IF.
               OPEN EXTEND SUITE-LOG.

           LOAD-OPERATOR-MASTER.
               MOVE 'N' TO OPERATOR-EOF-SWITCH.
               OPEN INPUT OPERATOR-MASTER.
               EVALUATE OPERATOR-STATUS
                   WHEN "00"
                       PERFORM READ-OPERATOR-ROW
                       PERFORM LOAD-ONE-OPERATOR UNTIL OPERATOR-EOF
                       CLOSE OPERATOR-MASTER
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CANNOT OPEN OPERATOR MASTER - STATUS "
                           OPERATOR-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.

           LOAD-ONE-OPERATOR.
               IF OPERATOR-RECORD = SPACES
                   CONTINUE
               ELSE
                   IF OPERATOR-COUNT < MAX-OPERATOR-ENTRIES
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPR-ID TO OPT-ID (OPERATOR-COUNT)
                       MOVE OPR-ROLE TO OPT-ROLE (OPERATOR-COUNT)
                       MOVE OPR-PASS-TOKEN
                           TO OPT-PASS-TOKEN (OPERATOR-COUNT)
                       MOVE OPR-STATUS TO OPT-STATUS (OPERATOR-COUNT)
                       MOVE OPR-NAME TO OPT-NAME (OPERATOR-COUNT)
                       IF OPR-ROLE = "ADMIN" AND OPR-ACTIVE
                           ADD 1 TO ACTIVE-ADMIN-COUNT
                       END-IF
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - IGNORING "
                           OPR-ID
                   END-IF
               END-IF.
               PERFORM READ-OPERATOR-ROW.

      * the auditors may list the master; every change to it is a
      * security decision
           AUTHORIZE-ACTION.
               MOVE ACTION-CODE TO SIGNON-ACTION.
               MOVE SPACES TO SIGNON-ALLOWED-ROLES.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       MOVE "SECURITY" TO SIGNON-ALLOWED-ROLE (1)
                       MOVE "AUDITOR" TO SIGNON-ALLOWED-ROLE (2)
                   WHEN 'A'
                   WHEN 'P'
                   WHEN 'D'
                   WHEN 'E'
                       MOVE "SECURITY" TO SIGNON-ALLOWED-ROLE (1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF SIGNON-ALLOWED-ROLES NOT = SPACES
                   PERFORM CHECK-ACTION-AUTHORITY
               END-IF.

      * an ADMIN row - added, reset, disabled or enabled - may only be
      * touched by an ADMIN, so security staff cannot raise themselves
      * or anyone else to full authority
           AUTHORIZE-TARGET-ROW.
               IF ACTION-CODE = 'A'
                   MOVE TARGET-ROLE TO OPR-ROLE
               ELSE
                   MOVE SPACES TO OPR-ROLE
                   PERFORM FIND-OPERATOR-SLOT
                   IF OPERATOR-SLOT > 0
                       MOVE OPT-ROLE (OPERATOR-SLOT) TO OPR-ROLE
                   END-IF
               END-IF.
               IF OPR-ROLE = "ADMIN" AND SIGNON-ROLE NOT = "ADMIN"
                   DISPLAY "ACTION " ACTION-CODE
                       " ON AN ADMIN OPERATOR NEEDS ROLE ADMIN"
                   MOVE "ACTION REFUSED" TO SIGNON-REFUSAL
                   PERFORM REFUSE-CONSOLE-ACTION
               END-IF.

           PROCESS-ACTION.
               IF NOT BOOTSTRAP-RUN
                   AND (ACTION-CODE = 'A' OR ACTION-CODE = 'P'
                       OR ACTION-CODE = 'D' OR ACTION-CODE = 'E')
                   PERFORM AUTHORIZE-TARGET-ROW
               END-IF.
               EVALUATE ACTION-CODE
                   WHEN 'L'
                       PERFORM LIST-ONE-OPERATOR
                           VARYING OPERATOR-INDEX FROM 1 BY 1
                           UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                       MOVE OPERATOR-COUNT TO FORMATTED-COUNT
                       DISPLAY "OPERATORS: " FORMATTED-COUNT
                       MOVE "LIST" TO ACTION-TEXT
                       PERFORM WRITE-OPERATOR-AUDIT
                   WHEN 'A'
                       PERFORM ADD-OPERATOR
                   WHEN 'P'
                       PERFORM RESET-OPERATOR-PASSWORD
                   WHEN 'D'
                       PERFORM DISABLE-OPERATOR
                   WHEN 'E'
                       PERFORM ENABLE-OPERATOR
                   WHEN OTHER
                       DISPLAY "UNKNOWN ACTION - " ACTION-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE.
               IF MASTER-CHANGED
                   PERFORM WRITE-OPERATOR-MASTER
               END-IF.

           LIST-ONE-OPERATOR.
               DISPLAY OPT-ID (OPERATOR-INDEX)
                   " ROLE " OPT-ROLE (OPERATOR-INDEX)
                   " STATUS " OPT-STATUS (OPERATOR-INDEX)
                   " " OPT-NAME (OPERATOR-INDEX).

           FIND-OPERATOR-SLOT.
               MOVE 0 TO OPERATOR-SLOT.
               PERFORM CHECK-OPERATOR-ID
                   VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                       OR OPERATOR-SLOT > 0.

           CHECK-OPERATOR-ID.
               IF OPT-ID (OPERATOR-INDEX) = TARGET-OPERATOR
                   MOVE OPERATOR-INDEX TO OPERATOR-SLOT
               END-IF.

           ADD-OPERATOR.
               MOVE TARGET-ROLE TO OPR-ROLE.
               PERFORM FIND-OPERATOR-SLOT.
               EVALUATE TRUE
                   WHEN TARGET-OPERATOR = SPACES
                       DISPLAY "OPERATOR ID REQUIRED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OPERATOR-SLOT > 0
                       DISPLAY "OPERATOR ALREADY ON FILE - "
                           TARGET-OPERATOR
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT OPR-ROLE-VALID
                       DISPLAY "UNKNOWN ROLE - " TARGET-ROLE
                       MOVE 8 TO RETURN-CODE
                   WHEN TARGET-PASSWORD = SPACES
                       DISPLAY "PASSWORD REQUIRED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OPERATOR-COUNT NOT < MAX-OPERATOR-ENTRIES
                       DISPLAY "OPERATOR TABLE FULL"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPERATOR-COUNT TO OPERATOR-SLOT
                       MOVE TARGET-OPERATOR TO OPT-ID (OPERATOR-SLOT)
                       MOVE TARGET-ROLE TO OPT-ROLE (OPERATOR-SLOT)
                       MOVE TARGET-NAME TO OPT-NAME (OPERATOR-SLOT)
                       MOVE 'A' TO OPT-STATUS (OPERATOR-SLOT)
                       PERFORM STORE-PASSWORD-TOKEN
                       DISPLAY "OPERATOR ADDED - " TARGET-OPERATOR
                       MOVE "ADD" TO ACTION-TEXT
                       PERFORM WRITE-OPERATOR-AUDIT
               END-EVALUATE.

           RESET-OPERATOR-PASSWORD.
               PERFORM FIND-OPERATOR-SLOT.
               EVALUATE TRUE
                   WHEN OPERATOR-SLOT = 0
                       DISPLAY "NO SUCH OPERATOR - " TARGET-OPERATOR
                       MOVE 8 TO RETURN-CODE
                   WHEN TARGET-PASSWORD = SPACES
                       DISPLAY "PASSWORD REQUIRED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM STORE-PASSWORD-TOKEN
                       DISPLAY "PASSWORD RESET - " TARGET-OPERATOR
                       MOVE "PASSWORD" TO ACTION-TEXT
                       PERFORM WRITE-OPERATOR-AUDIT
               END-EVALUATE.

           STORE-PASSWORD-TOKEN.
               MOVE TARGET-PASSWORD TO CODE-TOKEN-SOURCE.
               MOVE SPACES TO TARGET-PASSWORD.
               PERFORM DERIVE-CODE-TOKEN.
               MOVE SPACES TO CODE-TOKEN-SOURCE.
               MOVE CODE-TOKEN-TEXT TO OPT-PASS-TOKEN (OPERATOR-SLOT).
               SET MASTER-CHANGED TO TRUE.

      * an operator cannot disable the sign-on in use, and the only
      * active ADMIN cannot be disabled by anyone, so the master is
      * never left without an administrator
           DISABLE-OPERATOR.
               PERFORM FIND-OPERATOR-SLOT.
               EVALUATE TRUE
                   WHEN OPERATOR-SLOT = 0
                       DISPLAY "NO SUCH OPERATOR - " TARGET-OPERATOR
                       MOVE 8 TO RETURN-CODE
                   WHEN TARGET-OPERATOR = SIGNON-OPERATOR
                       DISPLAY "CANNOT DISABLE OWN SIGN-ON"
                       MOVE 8 TO RETURN-CODE
                   WHEN OPT-ROLE (OPERATOR-SLOT) = "ADMIN"
                       AND OPT-STATUS (OPERATOR-SLOT) = 'A'
                       AND ACTIVE-ADMIN-COUNT NOT > 1
                       DISPLAY "CANNOT DISABLE THE ONLY ACTIVE ADMIN - "
                           TARGET-OPERATOR
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       IF OPT-ROLE (OPERATOR-SLOT) = "ADMIN"
                           AND OPT-STATUS (OPERATOR-SLOT) = 'A'
                           SUBTRACT 1 FROM ACTIVE-ADMIN-COUNT
                       END-IF
                       MOVE 'D' TO OPT-STATUS (OPERATOR-SLOT)
                       SET MASTER-CHANGED TO TRUE
                       DISPLAY "OPERATOR DISABLED - " TARGET-OPERATOR
                       MOVE "DISABLE" TO ACTION-TEXT
                       PERFORM WRITE-OPERATOR-AUDIT
               END-EVALUATE.

           ENABLE-OPERATOR.
               PERFORM FIND-OPERATOR-SLOT.
               IF OPERATOR-SLOT = 0
                   DISPLAY "NO SUCH OPERATOR - " TARGET-OPERATOR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF OPT-ROLE (OPERATOR-SLOT) = "ADMIN"
                       AND OPT-STATUS (OPERATOR-SLOT) NOT = 'A'
                       ADD 1 TO ACTIVE-ADMIN-COUNT
                   END-IF
                   MOVE 'A' TO OPT-STATUS (OPERATOR-SLOT)
                   SET MASTER-CHANGED TO TRUE
                   DISPLAY "OPERATOR ENABLED - " TARGET-OPERATOR
                   MOVE "ENABLE" TO ACTION-TEXT
                   PERFORM WRITE-OPERATOR-AUDIT
               END-IF.

           WRITE-OPERATOR-MASTER.
               OPEN OUTPUT OPERATOR-MASTER.
               PERFORM WRITE-ONE-OPERATOR
                   VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT.
               CLOSE OPERATOR-MASTER.

           WRITE-ONE-OPERATOR.
               MOVE SPACES TO OPERATOR-RECORD.
               MOVE OPT-ID (OPERATOR-INDEX) TO OPR-ID.
               MOVE OPT-ROLE (OPERATOR-INDEX) TO OPR-ROLE.
               MOVE OPT-PASS-TOKEN (OPERATOR-INDEX) TO OPR-PASS-TOKEN.
               MOVE OPT-STATUS (OPERATOR-INDEX) TO OPR-STATUS.
               MOVE OPT-NAME (OPERATOR-INDEX) TO OPR-NAME.
               WRITE OPERATOR-RECORD.

           WRITE-OPERATOR-AUDIT.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE SPACES TO OPERATOR-AUDIT-RECORD.
               STRING "suiteoper" DELIMITED BY SIZE
                   " " RUN-STAMP DELIMITED BY SIZE
                   " ACTION=" ACTION-TEXT DELIMITED BY SIZE
                   " TARGET=" TARGET-OPERATOR DELIMITED BY SIZE
                   " ROLE=" TARGET-ROLE DELIMITED BY SIZE
                   " OPER=" SIGNON-OPERATOR DELIMITED BY SIZE
                   INTO OPERATOR-AUDIT-RECORD.
               WRITE OPERATOR-AUDIT-RECORD.

           COPY ELAPPROC.

           COPY RUNIDPROC.

           COPY SIGNONPROC.

           COPY CODETKPROC.

           COPY BUSDTPROC.

           STAMP-RUN-TIMESTAMP.
               IF BUSINESS-DATE = 0
                   PERFORM LOAD-BUSINESS-DATE
               END-IF.
               ACCEPT SUITELOG-DATE FROM DATE YYYYMMDD.
               ACCEPT SUITELOG-TIME FROM TIME.
               STRING SUITELOG-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO ELAP-CLOCK-STAMP.
               STRING BUSINESS-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   SUITELOG-TIME DELIMITED BY SIZE
                   INTO RUN-STAMP.

           WRITE-SUITE-LOG-RECORD.
               MOVE SPACES TO RUN-LOG-RECORD.
               PERFORM STAMP-RUN-TIMESTAMP.
               PERFORM COMPUTE-ELAPSED-SECONDS.
               MOVE ELAP-START-STAMP TO RUNLOG-START.
               MOVE ELAPSED-SECONDS TO RUNLOG-ELAPSED.
               MOVE "suiteoper" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               STRING "ACTION=" ACTION-CODE
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE OPERATOR-COUNT TO FORMATTED-COUNT.
               STRING "OPERATORS=" FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE OPERATOR-AUDIT.
               CLOSE SUITE-LOG.

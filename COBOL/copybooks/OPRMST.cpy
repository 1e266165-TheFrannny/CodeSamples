      * shared operator master row - SUITEOPR holds one row per person
      * allowed to run the maintenance consoles, maintained through
      * suiteoper. the password is never held, only its one-way token
      * from the shared tokenising routine in CODETKPROC; a disabled
      * operator keeps the row for the audit trail but cannot sign on.
      * roles - ADMIN every action, SECURITY account lockout and the
      * operator master, CLINICAL patient and clinician masters, OPS
      * checkpoints and the run lock, AUDITOR the listing actions only,
      * STUDY the study team's re-identification of pseudonymised
      * warehouse patients
           01 OPERATOR-RECORD.
               05 OPR-ID PIC X(10).
               05 FILLER PIC X.
               05 OPR-ROLE PIC X(8).
                   88 OPR-ROLE-VALID VALUE "ADMIN" "SECURITY"
                       "CLINICAL" "OPS" "AUDITOR" "STUDY".
               05 FILLER PIC X.
               05 OPR-PASS-TOKEN PIC X(11).
               05 FILLER PIC X.
               05 OPR-STATUS PIC X.
                   88 OPR-ACTIVE VALUE 'A'.
                   88 OPR-DISABLED VALUE 'D'.
               05 FILLER PIC X.
               05 OPR-NAME PIC X(30).

      * findingana change-log row for a FINDRULE replacement - the
      * column is the hit's column in FINDIN, the before and after
      * texts are padded to their fields and the LEN pair gives their
      * true lengths, since either may carry or be only spaces; a
      * single-character FINDTGT replacement keeps the short form
      * 'RECORD n COL c BEFORE x AFTER y', which reads the same as
      * this row with both lengths 1. findundo and findapply tell the
      * two apart by the RULE tag
           01 FIND-CHANGE-ROW.
               05 FILLER PIC X(7) VALUE "RECORD ".
               05 FCR-RECNO PIC Z(5)9.
               05 FILLER PIC X(5) VALUE " COL ".
               05 FCR-COL PIC Z(3)9.
               05 FILLER PIC X(8) VALUE " BEFORE ".
               05 FCR-BEFORE PIC X(10).
               05 FILLER PIC X(7) VALUE " AFTER ".
               05 FCR-AFTER PIC X(20).
               05 FCR-RULE-TAG PIC X(6) VALUE " RULE ".
               05 FCR-RULE PIC X(8).
               05 FILLER PIC X(5) VALUE " LEN ".
               05 FCR-BEFORE-LEN PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 FCR-AFTER-LEN PIC 99.

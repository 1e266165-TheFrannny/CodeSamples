               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT TAIS-IN ASSIGN TO "TAISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT MOOSE-IN ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS SOURCE-STATUS.
           SELECT LOG-EXTRACT ASSIGN TO "WHSLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FULL-OVERRIDE ASSIGN TO "WHSFULL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.
           SELECT PATIENT-XREF ASSIGN TO "TAISXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXC-IN.
           COPY EXCEPT.
       FD  ODDS-IN.
           01 ODDS-IN-RECORD PIC X(180).
       FD  TAIS-IN.
           COPY TAISHST.
       FD  MOOSE-IN.
           COPY MOOSHST.
       FD  LOG-EXTRACT.
           01 LOG-EXTRACT-RECORD PIC X(600).
       FD  EXC-EXTRACT.
           01 EXTRACT-STATE-RECORD PIC X(30).
       FD  FULL-OVERRIDE.
           01 FULL-OVERRIDE-RECORD PIC X(10).
       FD  PATIENT-XREF.
           COPY PSNXRF.

       WORKING-STORAGE SECTION.
           01 SOURCE-STATUS PIC XX.
      * marks at the end. A WHSFULL file whose first line is FULL
      * forces a rebuild extract (the override is consumed so the
      * next run is a delta again), and the manifest says which mode
      * produced each extract. the keyed history files come back in
      * key order rather than the order written, so their marks are
      * instead the latest written stamp already extracted and a
      * run emits the rows written since
           01 STATE-STATUS PIC XX.
           01 STATE-EOF-SWITCH PIC X VALUE 'N'.
               88 STATE-EOF VALUE 'Y'.
           01 STATE-LINE PIC X(30).
           01 STA-NAME PIC X(10).
           01 STA-ROWS-TEXT PIC X(17).
           01 OVERRIDE-STATUS PIC XX.
           01 OVERRIDE-LINE PIC X(10).
           01 MODE-TEXT PIC X(5) VALUE "DELTA".
           01 LOG-MARK PIC 9(7) VALUE 0.
           01 EXC-MARK PIC 9(7) VALUE 0.
           01 ODDS-MARK PIC 9(7) VALUE 0.
           01 TAIS-MARK-STAMP PIC X(17) VALUE SPACES.
           01 MOOSE-MARK-STAMP PIC X(17) VALUE SPACES.
           01 STAMP-MARK PIC X(17).
           01 LOG-SEEN PIC 9(7) VALUE 0.
           01 EXC-SEEN PIC 9(7) VALUE 0.
           01 ODDS-SEEN PIC 9(7) VALUE 0.
           01 TAIS-HIGH-STAMP PIC X(17) VALUE SPACES.
           01 MOOSE-HIGH-STAMP PIC X(17) VALUE SPACES.
           01 MARK-DISPLAY PIC 9(7).

           01 LOG-COUNT PIC 9(7) VALUE 0.
           01 FORMATTED-COUNT PIC Z(6)9.
           01 ELAPSED-TEXT PIC X(7).

      * de-identified study data - the warehouse may not hold who a
      * study patient is, so every patient id bound for WHSTAIS or
      * (through taisformula's exception rows) WHSEXC goes out as its
      * TAISXREF pseudonym, the same one every night so a patient's
      * history still lines up, and the free-text NAME= on a history
      * row is dropped altogether
           01 XREF-STATUS PIC XX.
           01 XREF-EOF-SWITCH PIC X VALUE 'N'.
               88 XREF-EOF VALUE 'Y'.
           01 XREF-TABLE.
               05 XREF-ENTRY OCCURS 5000 TIMES.
                   10 XRT-PATIENT-ID PIC X(10).
                   10 XRT-PSEUDONYM PIC X(10).
           01 XREF-COUNT PIC 9(4) VALUE 0.
           01 MAX-XREF-ENTRIES PIC 9(4) VALUE 5000.
           01 XREF-INDEX PIC 9(4).
           01 XREF-SLOT PIC 9(4).
           01 LAST-PSEUDONYM-SERIAL PIC 9(7) VALUE 0.
           01 PSEUDONYM-PATIENT-ID PIC X(10).
           01 PSEUDONYM-TEXT PIC X(10).
           01 DEID-DETAIL PIC X(250).
           01 DEID-PREFIX PIC X(250).
           01 DEID-REST PIC X(250).
           01 DEID-PTR PIC 9(3).
           01 DEID-OUT-PTR PIC 9(3).
           01 XREF-DATE PIC 9(8).
           01 XREF-TIME PIC 9(8).
           01 XREF-STAMP PIC X(17).
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM LOAD-EXTRACT-STATE.
               PERFORM CHECK-FULL-OVERRIDE.
               PERFORM LOAD-PATIENT-XREF.
               OPEN OUTPUT MANIFEST-OUT.
               PERFORM EXTRACT-RUN-LOG.
               PERFORM EXTRACT-EXCEPTIONS.
               PERFORM EXTRACT-TAIS-HISTORY.
               PERFORM EXTRACT-MOOSE-HISTORY.
               CLOSE MANIFEST-OUT.
               CLOSE PATIENT-XREF.
               PERFORM WRITE-EXTRACT-STATE.
               STOP RUN.

      * new pseudonyms are appended as they are assigned, so the
      * cross-reference is never left behind the extracts it keys
           LOAD-PATIENT-XREF.
               OPEN INPUT PATIENT-XREF.
               IF XREF-STATUS = "00"
                   PERFORM READ-XREF-ROW
                   PERFORM LOAD-ONE-XREF-ROW UNTIL XREF-EOF
                   CLOSE PATIENT-XREF
               END-IF.
               OPEN EXTEND PATIENT-XREF.
               IF XREF-STATUS NOT = "00"
                   OPEN OUTPUT PATIENT-XREF
               END-IF.

           READ-XREF-ROW.
               READ PATIENT-XREF
                   AT END SET XREF-EOF TO TRUE
               END-READ.

           LOAD-ONE-XREF-ROW.
               IF XRF-PATIENT-ID NOT = SPACES
                   IF XREF-COUNT < MAX-XREF-ENTRIES
                       ADD 1 TO XREF-COUNT
                       MOVE XRF-PATIENT-ID
                           TO XRT-PATIENT-ID (XREF-COUNT)
                       MOVE XRF-PSEUDONYM TO XRT-PSEUDONYM (XREF-COUNT)
                       IF XRF-PSEUDONYM-SERIAL IS NUMERIC
                           AND XRF-PSEUDONYM-SERIAL
                               > LAST-PSEUDONYM-SERIAL
                           MOVE XRF-PSEUDONYM-SERIAL
                               TO LAST-PSEUDONYM-SERIAL
                       END-IF
                   ELSE
                       DISPLAY "PATIENT XREF TABLE FULL - STUDY DATA"
                           " NOT EXTRACTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               PERFORM READ-XREF-ROW.

      * PSEUDONYM-PATIENT-ID in, PSEUDONYM-TEXT out - a patient met
      * for the first time is given the next serial
           TAKE-PATIENT-PSEUDONYM.
               MOVE 0 TO XREF-SLOT.
               PERFORM FIND-XREF-PATIENT
                   VARYING XREF-INDEX FROM 1 BY 1
                   UNTIL XREF-INDEX > XREF-COUNT
                       OR XREF-SLOT > 0.
               IF XREF-SLOT = 0
                   PERFORM ASSIGN-PATIENT-PSEUDONYM
               END-IF.
               MOVE XRT-PSEUDONYM (XREF-SLOT) TO PSEUDONYM-TEXT.

           FIND-XREF-PATIENT.
               IF XRT-PATIENT-ID (XREF-INDEX) = PSEUDONYM-PATIENT-ID
                   MOVE XREF-INDEX TO XREF-SLOT
               END-IF.

           ASSIGN-PATIENT-PSEUDONYM.
               IF XREF-COUNT NOT < MAX-XREF-ENTRIES
                   DISPLAY "PATIENT XREF TABLE FULL - STUDY DATA"
                       " NOT EXTRACTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO LAST-PSEUDONYM-SERIAL.
               ADD 1 TO XREF-COUNT.
               MOVE XREF-COUNT TO XREF-SLOT.
               ACCEPT XREF-DATE FROM DATE YYYYMMDD.
               ACCEPT XREF-TIME FROM TIME.
               MOVE SPACES TO XREF-STAMP.
               STRING XREF-DATE "-" XREF-TIME
                   DELIMITED BY SIZE INTO XREF-STAMP.
               MOVE SPACES TO PSEUDONYM-XREF-RECORD.
               MOVE PSEUDONYM-PATIENT-ID TO XRF-PATIENT-ID.
               MOVE "PSN" TO XRF-PSEUDONYM-PREFIX.
               MOVE LAST-PSEUDONYM-SERIAL TO XRF-PSEUDONYM-SERIAL.
               MOVE XREF-STAMP TO XRF-ASSIGNED-STAMP.
               WRITE PSEUDONYM-XREF-RECORD.
               MOVE PSEUDONYM-PATIENT-ID TO XRT-PATIENT-ID (XREF-SLOT).
               MOVE XRF-PSEUDONYM TO XRT-PSEUDONYM (XREF-SLOT).

           LOAD-EXTRACT-STATE.
               OPEN INPUT EXTRACT-STATE.
               IF STATE-STATUS = "00"
                           COMPUTE ODDS-MARK =
                               FUNCTION NUMVAL (STA-ROWS-TEXT)
                       WHEN "TAISHIST"
                           PERFORM TAKE-STAMP-MARK
                           MOVE STAMP-MARK TO TAIS-MARK-STAMP
                       WHEN "MOOSEHIST"
                           PERFORM TAKE-STAMP-MARK
                           MOVE STAMP-MARK TO MOOSE-MARK-STAMP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               PERFORM READ-STATE-LINE.

      * a row count left by the last extract before the history files
      * were keyed - the conversion stamped every row that count had
      * already covered with zeros, so any count but none becomes the
      * zero stamp and the rows after it still go
           TAKE-STAMP-MARK.
               IF STA-ROWS-TEXT (9:1) = "-"
                   MOVE STA-ROWS-TEXT TO STAMP-MARK
               ELSE
                   IF FUNCTION NUMVAL (STA-ROWS-TEXT) = 0
                       MOVE SPACES TO STAMP-MARK
                   ELSE
                       MOVE "00000000-00000000" TO STAMP-MARK
                   END-IF
               END-IF.

           CHECK-FULL-OVERRIDE.
               OPEN INPUT FULL-OVERRIDE.
               IF OVERRIDE-STATUS = "00"
                       MOVE 0 TO LOG-MARK
                       MOVE 0 TO EXC-MARK
                       MOVE 0 TO ODDS-MARK
                       MOVE SPACES TO TAIS-MARK-STAMP
                       MOVE SPACES TO MOOSE-MARK-STAMP
                       MOVE "FULL" TO MODE-TEXT
                       OPEN OUTPUT FULL-OVERRIDE
                       CLOSE FULL-OVERRIDE
               END-IF.
               IF MODE-TEXT NOT = "FULL"
                   AND LOG-MARK = 0 AND EXC-MARK = 0
                   AND ODDS-MARK = 0 AND TAIS-MARK-STAMP = SPACES
                   AND MOOSE-MARK-STAMP = SPACES
                   MOVE "FULL" TO MODE-TEXT
               END-IF.

               STRING "ODDSAUD " MARK-DISPLAY
                   DELIMITED BY SIZE INTO EXTRACT-STATE-RECORD.
               WRITE EXTRACT-STATE-RECORD.
               MOVE SPACES TO EXTRACT-STATE-RECORD.
               STRING "TAISHIST " TAIS-HIGH-STAMP
                   DELIMITED BY SIZE INTO EXTRACT-STATE-RECORD.
               WRITE EXTRACT-STATE-RECORD.
               MOVE SPACES TO EXTRACT-STATE-RECORD.
               STRING "MOOSEHIST " MOOSE-HIGH-STAMP
                   DELIMITED BY SIZE INTO EXTRACT-STATE-RECORD.
               WRITE EXTRACT-STATE-RECORD.
               CLOSE EXTRACT-STATE.
               MOVE EXCEPT-TIMESTAMP TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
      * doublepassword rows written before its exceptions were
      * tokenised still hold recovery codes - never let one reach the
      * warehouse in clear
      * taisformula rows carry the offending TAISIN line, which opens
      * with the patient id
               EVALUATE EXCEPT-PROGRAM
                   WHEN "doublepassword"
                       MOVE EXCEPT-INPUT TO CODE-TOKEN-LINE
                       PERFORM TOKENIZE-CODE-LINE
                       MOVE CODE-TOKEN-LINE TO FIELD-TEXT
                   WHEN "taisformula"
                       PERFORM DEIDENTIFY-EXCEPTION-INPUT
                   WHEN OTHER
                       MOVE EXCEPT-INPUT TO FIELD-TEXT
               END-EVALUATE.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE EXCEPT-REASON TO FIELD-TEXT.
                   MOVE ODDS-IN-RECORD (9:17) TO FIELD-TEXT
                   PERFORM APPEND-QUOTED-FIELD
                   PERFORM APPEND-DELIMITER
                   MOVE ODDS-IN-RECORD (27:154) TO FIELD-TEXT
                   PERFORM APPEND-QUOTED-FIELD
                   MOVE EXTRACT-LINE TO ODDS-EXTRACT-RECORD
                   WRITE ODDS-EXTRACT-RECORD
               END-IF.

           EXTRACT-TAIS-HISTORY.
               MOVE TAIS-MARK-STAMP TO TAIS-HIGH-STAMP.
               OPEN INPUT TAIS-IN.
               OPEN OUTPUT TAIS-EXTRACT.
               MOVE "PROGRAM,RUNDATE,DETAIL" TO TAIS-EXTRACT-RECORD.
               END-READ.

           EXTRACT-ONE-TAIS-ROW.
               IF PHIST-WRITTEN-STAMP > TAIS-MARK-STAMP
                   PERFORM EMIT-ONE-TAIS-ROW
               END-IF.
               IF PHIST-WRITTEN-STAMP > TAIS-HIGH-STAMP
                   MOVE PHIST-WRITTEN-STAMP TO TAIS-HIGH-STAMP
               END-IF.
               PERFORM READ-TAIS-ROW.

           EMIT-ONE-TAIS-ROW.
               PERFORM START-EXTRACT-LINE.
               MOVE PHIST-DETAIL (1:11) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE PHIST-DETAIL (13:8) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               PERFORM DEIDENTIFY-TAIS-DETAIL.
               MOVE DEID-DETAIL TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               MOVE EXTRACT-LINE TO TAIS-EXTRACT-RECORD.
               WRITE TAIS-EXTRACT-RECORD.
               ADD 1 TO TAIS-COUNT.

      * the name is the last item on a history row and may hold
      * spaces, so everything from NAME= on is cut away
           DEIDENTIFY-TAIS-DETAIL.
               MOVE SPACES TO DEID-DETAIL.
               MOVE SPACES TO DEID-PREFIX.
               MOVE SPACES TO DEID-REST.
               UNSTRING PHIST-DETAIL (21:230) DELIMITED BY " NAME="
                   INTO DEID-PREFIX.
               UNSTRING DEID-PREFIX DELIMITED BY " PATIENT="
                   INTO DEID-DETAIL, DEID-REST.
               IF DEID-REST = SPACES
                   MOVE DEID-PREFIX (2:249) TO DEID-DETAIL
               ELSE
                   MOVE SPACES TO PSEUDONYM-PATIENT-ID
                   MOVE 1 TO DEID-PTR
                   UNSTRING DEID-REST DELIMITED BY SPACE
                       INTO PSEUDONYM-PATIENT-ID
                       WITH POINTER DEID-PTR
                   PERFORM TAKE-PATIENT-PSEUDONYM
                   MOVE DEID-DETAIL TO DEID-PREFIX
                   MOVE SPACES TO DEID-DETAIL
                   MOVE 1 TO DEID-OUT-PTR
                   IF DEID-PREFIX NOT = SPACES
                       STRING FUNCTION TRIM (DEID-PREFIX) " "
                           DELIMITED BY SIZE
                           INTO DEID-DETAIL WITH POINTER DEID-OUT-PTR
                   END-IF
                   STRING "PATIENT=" PSEUDONYM-TEXT
                       DELIMITED BY SIZE
                       INTO DEID-DETAIL WITH POINTER DEID-OUT-PTR
                   IF DEID-PTR < 251
                       STRING " " DEID-REST (DEID-PTR:)
                           DELIMITED BY SIZE
                           INTO DEID-DETAIL WITH POINTER DEID-OUT-PTR
                   END-IF
               END-IF.

           DEIDENTIFY-EXCEPTION-INPUT.
               MOVE SPACES TO PSEUDONYM-PATIENT-ID.
               MOVE 1 TO DEID-PTR.
               UNSTRING EXCEPT-INPUT DELIMITED BY SPACE
                   INTO PSEUDONYM-PATIENT-ID
                   WITH POINTER DEID-PTR.
               IF PSEUDONYM-PATIENT-ID = SPACES
                   MOVE EXCEPT-INPUT TO FIELD-TEXT
               ELSE
                   PERFORM TAKE-PATIENT-PSEUDONYM
                   MOVE SPACES TO FIELD-TEXT
                   IF DEID-PTR < 101
                       STRING PSEUDONYM-TEXT DELIMITED BY SIZE
                           " " EXCEPT-INPUT (DEID-PTR:)
                           DELIMITED BY SIZE
                           INTO FIELD-TEXT
                   ELSE
                       MOVE PSEUDONYM-TEXT TO FIELD-TEXT
                   END-IF
               END-IF.

           EXTRACT-MOOSE-HISTORY.
               MOVE MOOSE-MARK-STAMP TO MOOSE-HIGH-STAMP.
               OPEN INPUT MOOSE-IN.
               OPEN OUTPUT MOOSE-EXTRACT.
               MOVE "RUNDATE,CLASS,TOTAL,REGION,AGECLASS"
               END-READ.

           EXTRACT-ONE-MOOSE-ROW.
               IF SHIST-WRITTEN-STAMP > MOOSE-MARK-STAMP
                   PERFORM EMIT-ONE-MOOSE-ROW
               END-IF.
               IF SHIST-WRITTEN-STAMP > MOOSE-HIGH-STAMP
                   MOVE SHIST-WRITTEN-STAMP TO MOOSE-HIGH-STAMP
               END-IF.
               PERFORM READ-MOOSE-ROW.

           EMIT-ONE-MOOSE-ROW.
               PERFORM START-EXTRACT-LINE.
               MOVE SHIST-DETAIL (14:8) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE SHIST-DETAIL (29:12) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE SHIST-DETAIL (48:7) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE SHIST-DETAIL (60:2) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               PERFORM APPEND-DELIMITER.
               MOVE SHIST-DETAIL (67:2) TO FIELD-TEXT.
               PERFORM APPEND-QUOTED-FIELD.
               MOVE EXTRACT-LINE TO MOOSE-EXTRACT-RECORD.
               WRITE MOOSE-EXTRACT-RECORD.
                       DELIMITED BY SIZE
                       INTO EXTRACT-LINE WITH POINTER OUT-PTR
               END-IF.

           COPY CODETKPROC.

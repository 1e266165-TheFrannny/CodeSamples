           SELECT ARCH-FILE ASSIGN USING ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT KEYED-TAIS-HIST ASSIGN TO "TAISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS LIVE-STATUS.
           SELECT KEYED-MOOSE-HIST ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS LIVE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SUITEAWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-OUT ASSIGN TO "SUITEAMF"
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           01 LIVE-RECORD PIC X(250).
       FD  ARCH-FILE.
           01 ARCH-RECORD PIC X(250).
       FD  KEYED-TAIS-HIST.
           COPY TAISHST.
       FD  KEYED-MOOSE-HIST.
           COPY MOOSHST.
       FD  WORK-FILE.
           01 WORK-RECORD PIC X(250).
       FD  MANIFEST-OUT.
           01 MANIFEST-RECORD PIC X(100).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

      * one row per growing dataset - the offset says where the
      * record's run date sits; records whose date field is not
      * numeric are legacy rows written before the layout carried a
      * date and are archived with everything older than the cutoff.
      * K marks the keyed history files - their rows are read in key
      * order, the offset is into the history line each carries, and
      * rows before the cutoff go to the archive as that line and are
      * deleted where they stand instead of the file being rebuilt
           01 DATASET-TABLE.
               05 FILLER PIC X(15) VALUE "SUITELOG    16 ".
               05 FILLER PIC X(15) VALUE "SUITEEXC    16 ".
               05 FILLER PIC X(15) VALUE "ODDSAUD     09 ".
               05 FILLER PIC X(15) VALUE "DPWDAUD     16 ".
               05 FILLER PIC X(15) VALUE "TAISHIST    13K".
               05 FILLER PIC X(15) VALUE "MOOSEHIST   14K".
               05 FILLER PIC X(15) VALUE "SHADESHIST  13 ".
               05 FILLER PIC X(15) VALUE "CIRCLESUM   01 ".
           01 DATASET-ROWS REDEFINES DATASET-TABLE.
               05 DATASET-ENTRY OCCURS 8 TIMES.
                   10 DS-NAME PIC X(12).
                   10 DS-DATE-OFFSET PIC 99.
                   10 DS-ORGANIZATION PIC X.
                       88 DS-KEYED VALUE 'K'.
           01 DATASET-COUNT PIC 9 VALUE 8.
           01 DS-INDEX PIC 9.

           01 EOF-SWITCH PIC X.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-ARCHIVED PIC Z(6)9.
           01 FORMATTED-KEPT PIC Z(6)9.
           COPY CODETKWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               DISPLAY "ENTER CUTOFF DATE (YYYYMMDD): "
                   WITH NO ADVANCING.
                   INTO ARCH-NAME.
               MOVE 0 TO ARCHIVED-COUNT.
               MOVE 0 TO KEPT-COUNT.
               IF DS-KEYED (DS-INDEX)
                   PERFORM OPEN-KEYED-DATASET
               ELSE
                   OPEN INPUT LIVE-FILE
               END-IF.
               IF LIVE-STATUS NOT = "00"
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING "DATASET " DS-NAME (DS-INDEX)
                       DELIMITED BY SIZE INTO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               ELSE
                   IF DS-KEYED (DS-INDEX)
                       PERFORM SPLIT-KEYED-DATASET
                   ELSE
                       PERFORM SPLIT-LIVE-DATASET
                       PERFORM REBUILD-LIVE-DATASET
                   END-IF
                   PERFORM WRITE-MANIFEST-RECORD
               END-IF.

                   AT END SET END-OF-FILE TO TRUE
               END-READ.

      * SUITEEXC rows from doublepassword written before its
      * exceptions were tokenised still hold recovery codes; both the
      * archive and the rebuilt live file get the tokenised form
           SPLIT-ONE-RECORD.
               IF DS-NAME (DS-INDEX) = "SUITEEXC"
                   AND LIVE-RECORD (1:15) = "doublepassword"
                   MOVE LIVE-RECORD (33:100) TO CODE-TOKEN-LINE
                   PERFORM TOKENIZE-CODE-LINE
                   MOVE CODE-TOKEN-LINE TO LIVE-RECORD (33:100)
               END-IF.
               EVALUATE TRUE
                   WHEN LIVE-RECORD (1:4) = "HDR "
                       MOVE LIVE-RECORD (21:8) TO RECORD-DATE
               WRITE LIVE-RECORD.
               PERFORM READ-WORK-RECORD.

           OPEN-KEYED-DATASET.
               EVALUATE DS-NAME (DS-INDEX)
                   WHEN "TAISHIST"
                       OPEN I-O KEYED-TAIS-HIST
                   WHEN "MOOSEHIST"
                       OPEN I-O KEYED-MOOSE-HIST
               END-EVALUATE.

           SPLIT-KEYED-DATASET.
               OPEN EXTEND ARCH-FILE.
               IF ARCH-STATUS NOT = "00"
                   OPEN OUTPUT ARCH-FILE
               END-IF.
               MOVE 'N' TO EOF-SWITCH.
               PERFORM READ-KEYED-RECORD.
               PERFORM SPLIT-ONE-KEYED-RECORD UNTIL END-OF-FILE.
               EVALUATE DS-NAME (DS-INDEX)
                   WHEN "TAISHIST"
                       CLOSE KEYED-TAIS-HIST
                   WHEN "MOOSEHIST"
                       CLOSE KEYED-MOOSE-HIST
               END-EVALUATE.
               CLOSE ARCH-FILE.

           READ-KEYED-RECORD.
               MOVE SPACES TO LIVE-RECORD.
               EVALUATE DS-NAME (DS-INDEX)
                   WHEN "TAISHIST"
                       READ KEYED-TAIS-HIST NEXT RECORD
                           AT END SET END-OF-FILE TO TRUE
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE PHIST-DETAIL TO LIVE-RECORD
                       END-IF
                   WHEN "MOOSEHIST"
                       READ KEYED-MOOSE-HIST NEXT RECORD
                           AT END SET END-OF-FILE TO TRUE
                       END-READ
                       IF NOT END-OF-FILE
                           MOVE SHIST-DETAIL TO LIVE-RECORD
                       END-IF
               END-EVALUATE.

           SPLIT-ONE-KEYED-RECORD.
               MOVE LIVE-RECORD (DS-DATE-OFFSET (DS-INDEX):8)
                   TO RECORD-DATE.
               IF RECORD-DATE IS NUMERIC
                   AND RECORD-DATE >= CUTOFF-DATE
                   ADD 1 TO KEPT-COUNT
               ELSE
                   PERFORM ARCHIVE-LIVE-RECORD
                   PERFORM DELETE-KEYED-RECORD
               END-IF.
               PERFORM READ-KEYED-RECORD.

           DELETE-KEYED-RECORD.
               EVALUATE DS-NAME (DS-INDEX)
                   WHEN "TAISHIST"
                       DELETE KEYED-TAIS-HIST RECORD
                   WHEN "MOOSEHIST"
                       DELETE KEYED-MOOSE-HIST RECORD
               END-EVALUATE.

           WRITE-MANIFEST-RECORD.
               ADD ARCHIVED-COUNT TO TOTAL-ARCHIVED.
               ADD KEPT-COUNT TO TOTAL-KEPT.

           COPY RUNIDPROC.

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

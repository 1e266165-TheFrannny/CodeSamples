       IDENTIFICATION DIVISION.
       PROGRAM-ID. mooseharvest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAG-MASTER ASSIGN TO "MOOSETAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAG-STATUS.
           SELECT HARVEST-IN ASSIGN TO "MOOSEHRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HARVEST-STATUS.
           SELECT QUOTA-REF ASSIGN TO "MOOSEQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATUS.
           SELECT RECON-RPT ASSIGN TO "MOOSERCN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "MOOSEHRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT RUNID-IN ASSIGN TO "SUITERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNID-STATUS.
           SELECT BUSDATE-IN ASSIGN TO "SUITEBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT SUITE-LOG ASSIGN TO "SUITELOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUITE-EXC ASSIGN TO "SUITEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAG-MASTER.
           01 TAG-MASTER-RECORD PIC X(60).
       FD  HARVEST-IN.
           01 HARVEST-IN-RECORD PIC X(60).
       FD  QUOTA-REF.
           01 QUOTA-REF-RECORD PIC X(40).
       FD  RECON-RPT.
           01 RECON-RPT-RECORD PIC X(100).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.
       FD  SUITE-EXC.
           COPY EXCEPT.

       WORKING-STORAGE SECTION.
      * the season reconciled defaults to the run year and may be set
      * with SEASON=yyyy in MOOSEHRP when the board closes a season
      * after the year has turned
           01 RUN-DATE PIC X(8).
           01 RECON-SEASON PIC X(4).

      * licence and tag master - one MOOSETAG row per tag issued,
      * 'hunter tag region season class', class being the antler
      * class the tag allows: E even-antlered, O odd-antlered or A
      * any; rows for other seasons are not loaded, so a tag only
      * counts as issued for the season it was issued for
           01 TAG-STATUS PIC XX.
           01 TAG-EOF-SWITCH PIC X VALUE 'N'.
               88 TAG-EOF VALUE 'Y'.
           01 TAG-LINE PIC X(60).
           01 TAG-HUNTER-TOKEN PIC X(8).
           01 TAG-NUMBER-TOKEN PIC X(8).
           01 TAG-REGION-TOKEN PIC XX.
           01 TAG-SEASON-TOKEN PIC X(4).
           01 TAG-CLASS-TOKEN PIC X.
           01 TAG-TABLE.
               05 TAG-ENTRY OCCURS 500 TIMES.
                   10 TAG-HUNTER PIC X(8).
                   10 TAG-NUMBER PIC X(8).
                   10 TAG-REGION PIC XX.
                   10 TAG-CLASS PIC X.
                   10 TAG-USED-SWITCH PIC X.
                       88 TAG-USED VALUE 'Y'.
           01 TAG-COUNT PIC 999 VALUE 0.
           01 MAX-TAG-ENTRIES PIC 999 VALUE 500.
           01 TAG-INDEX PIC 999.
           01 TAG-SLOT PIC 999.
           01 TAGS-USED-COUNT PIC 9(6) VALUE 0.

      * harvest reports - one MOOSEHRV row per animal reported taken,
      * 'tag hunter region class date', class E or O as the animal
      * was classified at the check station
           01 HARVEST-STATUS PIC XX.
           01 EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-FILE VALUE 'Y'.
           01 HARVEST-LINE PIC X(60).
           01 HRV-TAG PIC X(8).
           01 HRV-HUNTER PIC X(8).
           01 HRV-REGION PIC XX.
           01 HRV-CLASS PIC X.
           01 HRV-DATE PIC X(8).
           01 HARVEST-COUNT PIC 9(6) VALUE 0.
           01 FLAGGED-COUNT PIC 9(6) VALUE 0.
           01 FLAG-COUNT PIC 9 VALUE 0.
           01 FLAG-REASON PIC X(20).
           01 FIRST-REASON PIC X(20).

      * regional harvest limits - MOOSEQTA rows 'region season even
      * odd' exactly as judgingmoose reads them; reported harvests
      * accumulate per region whether or not the report was flagged,
      * since an animal taken on a bad tag is still off the range
           01 QUOTA-STATUS PIC XX.
           01 QUOTA-EOF-SWITCH PIC X VALUE 'N'.
               88 QUOTA-EOF VALUE 'Y'.
           01 QUOTA-LINE PIC X(40).
           01 QTA-REGION-TOKEN PIC XX.
           01 QTA-SEASON-TOKEN PIC X(4).
           01 QTA-EVEN-TEXT PIC X(8).
           01 QTA-ODD-TEXT PIC X(8).
           01 REGION-TABLE.
               05 REGION-ENTRY OCCURS 20 TIMES.
                   10 RGN-CODE PIC XX.
                   10 RGN-QUOTA-SWITCH PIC X.
                       88 RGN-HAS-QUOTA VALUE 'Y'.
                   10 RGN-MAX-EVEN PIC 9(6).
                   10 RGN-MAX-ODD PIC 9(6).
                   10 RGN-EVEN PIC 9(6).
                   10 RGN-ODD PIC 9(6).
                   10 RGN-FLAGGED PIC 9(6).
           01 REGION-COUNT PIC 99 VALUE 0.
           01 MAX-REGION-ENTRIES PIC 99 VALUE 20.
           01 REGION-INDEX PIC 99.
           01 REGION-SLOT PIC 99.
           01 SEARCH-REGION PIC XX.
           01 OVER-LIMIT-COUNT PIC 99 VALUE 0.
           01 OVER-TEXT PIC X(10).

           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-EVEN PIC Z(5)9.
           01 FORMATTED-ODD PIC Z(5)9.
           01 FORMATTED-MAX-EVEN PIC Z(5)9.
           01 FORMATTED-MAX-ODD PIC Z(5)9.
           01 FORMATTED-FLAGGED PIC Z(5)9.

           01 SUITELOG-DATE PIC 9(8).
           01 SUITELOG-TIME PIC 9(8).
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           COPY PARMWS.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM INITIALIZE-RUN.
               PERFORM RECONCILE-HARVEST UNTIL END-OF-FILE.
               PERFORM WRITE-REGION-SUMMARY.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE BUSINESS-DATE TO RUN-DATE.
               MOVE RUN-DATE (1:4) TO RECON-SEASON.
               PERFORM LOAD-PARAMETER-FILE.
               PERFORM LOAD-TAG-MASTER.
               PERFORM LOAD-QUOTA-TABLE.
               OPEN INPUT HARVEST-IN.
               IF HARVEST-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HARVEST REPORTS - STATUS "
                       HARVEST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT RECON-RPT.
               OPEN EXTEND SUITE-LOG.
               OPEN EXTEND SUITE-EXC.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "HARVEST RECONCILIATION - SEASON " RECON-SEASON
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               PERFORM READ-NEXT-HARVEST.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "SEASON"
                       PERFORM VALIDATE-NUMERIC-PARM
                       MOVE PARM-VALUE (1:4) TO RECON-SEASON
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

           COPY PARMPROC.

           LOAD-TAG-MASTER.
               OPEN INPUT TAG-MASTER.
               IF TAG-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN TAG MASTER - STATUS "
                       TAG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM READ-TAG-LINE.
               PERFORM LOAD-ONE-TAG UNTIL TAG-EOF.
               CLOSE TAG-MASTER.

           READ-TAG-LINE.
               READ TAG-MASTER INTO TAG-LINE
                   AT END SET TAG-EOF TO TRUE
               END-READ.

      * a tag number issued twice for the same season keeps its first
      * row - the duplicate is reported so the licence office can
      * correct the master
           LOAD-ONE-TAG.
               IF TAG-LINE = SPACES OR TAG-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO TAG-HUNTER-TOKEN
                   MOVE SPACES TO TAG-NUMBER-TOKEN
                   MOVE SPACES TO TAG-REGION-TOKEN
                   MOVE SPACES TO TAG-SEASON-TOKEN
                   MOVE SPACES TO TAG-CLASS-TOKEN
                   UNSTRING FUNCTION TRIM (TAG-LINE)
                       DELIMITED BY ALL SPACE
                       INTO TAG-HUNTER-TOKEN, TAG-NUMBER-TOKEN,
                           TAG-REGION-TOKEN, TAG-SEASON-TOKEN,
                           TAG-CLASS-TOKEN
                   IF TAG-SEASON-TOKEN = RECON-SEASON
                       MOVE TAG-NUMBER-TOKEN TO HRV-TAG
                       PERFORM FIND-TAG-SLOT
                       EVALUATE TRUE
                           WHEN TAG-SLOT > 0
                               DISPLAY "DUPLICATE TAG IN MASTER - "
                                   TAG-NUMBER-TOKEN
                           WHEN TAG-COUNT = MAX-TAG-ENTRIES
                               DISPLAY "TAG TABLE FULL - IGNORING "
                                   TAG-NUMBER-TOKEN
                           WHEN OTHER
                               PERFORM ADD-TAG-ENTRY
                       END-EVALUATE
                   END-IF
               END-IF.
               PERFORM READ-TAG-LINE.

           ADD-TAG-ENTRY.
               ADD 1 TO TAG-COUNT.
               MOVE TAG-HUNTER-TOKEN TO TAG-HUNTER (TAG-COUNT).
               MOVE TAG-NUMBER-TOKEN TO TAG-NUMBER (TAG-COUNT).
               MOVE TAG-REGION-TOKEN TO TAG-REGION (TAG-COUNT).
               IF TAG-CLASS-TOKEN = 'E' OR 'O'
                   MOVE TAG-CLASS-TOKEN TO TAG-CLASS (TAG-COUNT)
               ELSE
                   MOVE 'A' TO TAG-CLASS (TAG-COUNT)
               END-IF.
               MOVE 'N' TO TAG-USED-SWITCH (TAG-COUNT).

           FIND-TAG-SLOT.
               MOVE 0 TO TAG-SLOT.
               PERFORM MATCH-TAG-NUMBER
                   VARYING TAG-INDEX FROM 1 BY 1
                   UNTIL TAG-INDEX > TAG-COUNT
                       OR TAG-SLOT > 0.

           MATCH-TAG-NUMBER.
               IF TAG-NUMBER (TAG-INDEX) = HRV-TAG
                   MOVE TAG-INDEX TO TAG-SLOT
               END-IF.

           LOAD-QUOTA-TABLE.
               OPEN INPUT QUOTA-REF.
               IF QUOTA-STATUS = "00"
                   PERFORM READ-QUOTA-LINE
                   PERFORM LOAD-ONE-QUOTA UNTIL QUOTA-EOF
                   CLOSE QUOTA-REF
               END-IF.

           READ-QUOTA-LINE.
               READ QUOTA-REF INTO QUOTA-LINE
                   AT END SET QUOTA-EOF TO TRUE
               END-READ.

           LOAD-ONE-QUOTA.
               IF QUOTA-LINE = SPACES OR QUOTA-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO QTA-REGION-TOKEN
                   MOVE SPACES TO QTA-SEASON-TOKEN
                   MOVE SPACES TO QTA-EVEN-TEXT
                   MOVE SPACES TO QTA-ODD-TEXT
                   UNSTRING FUNCTION TRIM (QUOTA-LINE)
                       DELIMITED BY ALL SPACE
                       INTO QTA-REGION-TOKEN, QTA-SEASON-TOKEN,
                           QTA-EVEN-TEXT, QTA-ODD-TEXT
                   IF QTA-SEASON-TOKEN = RECON-SEASON
                       MOVE QTA-REGION-TOKEN TO SEARCH-REGION
                       PERFORM FIND-REGION-SLOT
                       IF REGION-SLOT > 0
                           MOVE 'Y'
                               TO RGN-QUOTA-SWITCH (REGION-SLOT)
                           COMPUTE RGN-MAX-EVEN (REGION-SLOT) =
                               FUNCTION NUMVAL (QTA-EVEN-TEXT)
                           COMPUTE RGN-MAX-ODD (REGION-SLOT) =
                               FUNCTION NUMVAL (QTA-ODD-TEXT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-QUOTA-LINE.

      * the region row for SEARCH-REGION, added on first sight
           FIND-REGION-SLOT.
               MOVE 0 TO REGION-SLOT.
               PERFORM MATCH-REGION-CODE
                   VARYING REGION-INDEX FROM 1 BY 1
                   UNTIL REGION-INDEX > REGION-COUNT
                       OR REGION-SLOT > 0.
               IF REGION-SLOT = 0
                   IF REGION-COUNT < MAX-REGION-ENTRIES
                       ADD 1 TO REGION-COUNT
                       MOVE REGION-COUNT TO REGION-SLOT
                       MOVE SEARCH-REGION TO RGN-CODE (REGION-SLOT)
                       MOVE 'N' TO RGN-QUOTA-SWITCH (REGION-SLOT)
                       MOVE 0 TO RGN-MAX-EVEN (REGION-SLOT)
                       MOVE 0 TO RGN-MAX-ODD (REGION-SLOT)
                       MOVE 0 TO RGN-EVEN (REGION-SLOT)
                       MOVE 0 TO RGN-ODD (REGION-SLOT)
                       MOVE 0 TO RGN-FLAGGED (REGION-SLOT)
                   ELSE
                       DISPLAY "REGION TABLE FULL - NOT COUNTING "
                           SEARCH-REGION
                   END-IF
               END-IF.

           MATCH-REGION-CODE.
               IF RGN-CODE (REGION-INDEX) = SEARCH-REGION
                   MOVE REGION-INDEX TO REGION-SLOT
               END-IF.

           READ-NEXT-HARVEST.
               READ HARVEST-IN INTO HARVEST-LINE
                   AT END SET END-OF-FILE TO TRUE
               END-READ.

      * each report is checked against its tag: a tag never issued
      * for the season, a tag already used by an earlier report, a
      * harvest outside the tag's region, an antler class the tag
      * does not allow and a report by someone other than the tag
      * holder are each flagged on their own line
           RECONCILE-HARVEST.
               IF HARVEST-LINE = SPACES OR HARVEST-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   PERFORM CHECK-ONE-HARVEST
               END-IF.
               PERFORM READ-NEXT-HARVEST.

           CHECK-ONE-HARVEST.
               ADD 1 TO HARVEST-COUNT.
               MOVE SPACES TO HRV-TAG.
               MOVE SPACES TO HRV-HUNTER.
               MOVE SPACES TO HRV-REGION.
               MOVE SPACES TO HRV-CLASS.
               MOVE SPACES TO HRV-DATE.
               UNSTRING FUNCTION TRIM (HARVEST-LINE)
                   DELIMITED BY ALL SPACE
                   INTO HRV-TAG, HRV-HUNTER, HRV-REGION,
                       HRV-CLASS, HRV-DATE.
               MOVE 0 TO FLAG-COUNT.
               MOVE SPACES TO FIRST-REASON.
               PERFORM FIND-TAG-SLOT.
               IF TAG-SLOT = 0
                   MOVE "TAG-NOT-ISSUED" TO FLAG-REASON
                   PERFORM FLAG-HARVEST
               ELSE
                   PERFORM CHECK-AGAINST-TAG
               END-IF.
               MOVE HRV-REGION TO SEARCH-REGION.
               PERFORM FIND-REGION-SLOT.
               IF REGION-SLOT > 0
                   IF HRV-CLASS = 'E'
                       ADD 1 TO RGN-EVEN (REGION-SLOT)
                   ELSE
                       ADD 1 TO RGN-ODD (REGION-SLOT)
                   END-IF
                   IF FLAG-COUNT > 0
                       ADD 1 TO RGN-FLAGGED (REGION-SLOT)
                   END-IF
               END-IF.
               IF FLAG-COUNT > 0
                   ADD 1 TO FLAGGED-COUNT
                   PERFORM WRITE-HARVEST-EXCEPTION
               END-IF.

           CHECK-AGAINST-TAG.
               IF TAG-USED (TAG-SLOT)
                   MOVE "TAG-ALREADY-USED" TO FLAG-REASON
                   PERFORM FLAG-HARVEST
               ELSE
                   MOVE 'Y' TO TAG-USED-SWITCH (TAG-SLOT)
                   ADD 1 TO TAGS-USED-COUNT
               END-IF.
               IF HRV-REGION NOT = TAG-REGION (TAG-SLOT)
                   MOVE "OUTSIDE-TAG-REGION" TO FLAG-REASON
                   PERFORM FLAG-HARVEST
               END-IF.
               IF TAG-CLASS (TAG-SLOT) NOT = 'A'
                       AND HRV-CLASS NOT = TAG-CLASS (TAG-SLOT)
                   MOVE "WRONG-ANTLER-CLASS" TO FLAG-REASON
                   PERFORM FLAG-HARVEST
               END-IF.
               IF HRV-HUNTER NOT = TAG-HUNTER (TAG-SLOT)
                   MOVE "NOT-TAG-HOLDER" TO FLAG-REASON
                   PERFORM FLAG-HARVEST
               END-IF.

           FLAG-HARVEST.
               ADD 1 TO FLAG-COUNT.
               IF FIRST-REASON = SPACES
                   MOVE FLAG-REASON TO FIRST-REASON
               END-IF.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "FLAG " FLAG-REASON
                   " TAG " HRV-TAG
                   " HUNTER " HRV-HUNTER
                   " REGION " HRV-REGION
                   " CLASS " HRV-CLASS
                   " DATE " HRV-DATE
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.

           WRITE-HARVEST-EXCEPTION.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE "mooseharvest" TO EXCEPT-PROGRAM.
               MOVE RUN-STAMP TO EXCEPT-TIMESTAMP.
               MOVE HARVEST-LINE TO EXCEPT-INPUT.
               MOVE FIRST-REASON TO EXCEPT-REASON.
               MOVE SUITE-RUN-ID TO EXCEPT-RUN-ID.
               MOVE SPACES TO EXCEPT-FEED.
               WRITE EXCEPTION-RECORD.

      * reported harvest against the MOOSEQTA limit per region and
      * antler class; a region with reports but no limit for the
      * season is shown as such rather than as within its limit
           WRITE-REGION-SUMMARY.
               MOVE SPACES TO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE "REGION HARVEST AGAINST LIMIT" TO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               PERFORM WRITE-ONE-REGION-SUMMARY
                   VARYING REGION-INDEX FROM 1 BY 1
                   UNTIL REGION-INDEX > REGION-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE HARVEST-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "HARVESTS REPORTED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE FLAGGED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "HARVESTS FLAGGED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE TAG-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "TAGS ISSUED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE TAGS-USED-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "TAGS USED " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.
               MOVE OVER-LIMIT-COUNT TO FORMATTED-COUNT.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "REGIONS OVER LIMIT " FORMATTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.

           WRITE-ONE-REGION-SUMMARY.
               MOVE RGN-EVEN (REGION-INDEX) TO FORMATTED-EVEN.
               MOVE RGN-ODD (REGION-INDEX) TO FORMATTED-ODD.
               MOVE RGN-MAX-EVEN (REGION-INDEX) TO FORMATTED-MAX-EVEN.
               MOVE RGN-MAX-ODD (REGION-INDEX) TO FORMATTED-MAX-ODD.
               MOVE RGN-FLAGGED (REGION-INDEX) TO FORMATTED-FLAGGED.
               MOVE SPACES TO OVER-TEXT.
               IF NOT RGN-HAS-QUOTA (REGION-INDEX)
                   MOVE "NO LIMIT" TO OVER-TEXT
               ELSE
                   IF RGN-EVEN (REGION-INDEX)
                           > RGN-MAX-EVEN (REGION-INDEX)
                           OR RGN-ODD (REGION-INDEX)
                               > RGN-MAX-ODD (REGION-INDEX)
                       MOVE "OVER LIMIT" TO OVER-TEXT
                       ADD 1 TO OVER-LIMIT-COUNT
                   END-IF
               END-IF.
               MOVE SPACES TO RECON-RPT-RECORD.
               STRING "REGION " RGN-CODE (REGION-INDEX)
                   " EVEN " FORMATTED-EVEN " OF " FORMATTED-MAX-EVEN
                   " ODD " FORMATTED-ODD " OF " FORMATTED-MAX-ODD
                   " FLAGGED " FORMATTED-FLAGGED
                   " " OVER-TEXT
                   DELIMITED BY SIZE INTO RECON-RPT-RECORD.
               WRITE RECON-RPT-RECORD.

           COPY ELAPPROC.

           COPY RUNIDPROC.

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
               MOVE "mooseharvest" TO RUNLOG-PROGRAM.
               MOVE RUN-STAMP TO RUNLOG-TIMESTAMP.
               MOVE SUITE-RUN-ID TO RUNLOG-RUN-ID.
               MOVE HARVEST-COUNT TO FORMATTED-COUNT.
               STRING "HARVESTS=" FORMATTED-COUNT
                   " SEASON=" RECON-SEASON
                   DELIMITED BY SIZE INTO RUNLOG-INPUT.
               MOVE FLAGGED-COUNT TO FORMATTED-COUNT.
               MOVE OVER-LIMIT-COUNT TO FORMATTED-FLAGGED.
               STRING "FLAGGED=" FORMATTED-COUNT
                   " OVER=" FORMATTED-FLAGGED
                   DELIMITED BY SIZE INTO RUNLOG-RESULT.
               WRITE RUN-LOG-RECORD.

           TERMINATE-RUN.
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE HARVEST-IN.
               CLOSE RECON-RPT.
               CLOSE SUITE-LOG.
               CLOSE SUITE-EXC.
               IF FLAGGED-COUNT > 0 OR OVER-LIMIT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

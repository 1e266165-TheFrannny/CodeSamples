       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-IN ASSIGN TO "MOOSEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIST-KEY
               ALTERNATE RECORD KEY IS SHIST-SEASON WITH DUPLICATES
               FILE STATUS IS HISTORY-STATUS.
           SELECT TREND-RPT ASSIGN TO "MOOSETRD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HARVEST-IN ASSIGN TO "MOOSEHRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HARVEST-STATUS.
           SELECT QUOTA-REF ASSIGN TO "MOOSEQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATUS.
           SELECT PROPOSED-QUOTA ASSIGN TO "MOOSEPQT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-IN ASSIGN TO "MOOSETRP"
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

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-IN.
           COPY MOOSHST.
       FD  TREND-RPT.
           01 TREND-RPT-RECORD PIC X(120).
       FD  HARVEST-IN.
           01 HARVEST-IN-RECORD PIC X(60).
       FD  QUOTA-REF.
           01 QUOTA-REF-RECORD PIC X(40).
       FD  PROPOSED-QUOTA.
           01 PROPOSED-QUOTA-RECORD PIC X(80).
       FD  PARM-IN.
           01 PARM-IN-RECORD PIC X(80).
       FD  RUNID-IN.
           01 RUNID-IN-RECORD PIC X(16).
       FD  BUSDATE-IN.
           COPY BUSDT.
       FD  SUITE-LOG.
           COPY RUNLOG.

               88 END-OF-FILE VALUE 'Y'.
           01 RECORD-COUNT PIC 9(6) VALUE 0.

      * MOOSEHIST is read on its season key from the first season the
      * report needs - TREND-YEARS=n in MOOSETRP keeps the latest n
      * calendar years, and with no card every season is read
           01 TREND-YEARS PIC 99 VALUE 0.
           01 FIRST-SEASON PIC X(8).
           01 FIRST-YEAR-NUMBER PIC 9(4).

      * one row per season keyed by the RUN-DATE each history record
      * carries - the history is read in season key order so the
      * table is already in season order as loaded
           01 SEASON-TABLE.
               05 SEASON-ENTRY OCCURS 60 TIMES.
           01 TOB-SCAN PIC 999.
           01 TOB-SLOT PIC 999.
           01 RGN-TABLE.
               05 RGN-ENTRY OCCURS 20 TIMES.
                   10 RGN-CODE PIC XX.
                   10 RGN-ESTIMATE-SWITCH PIC X.
                       88 RGN-HAS-ESTIMATE VALUE 'Y'.
                   10 RGN-ESTIMATE PIC 9(8).
                   10 RGN-CLASS-SEASON PIC X(8).
                   10 RGN-EVEN PIC 9(6).
                   10 RGN-ODD PIC 9(6).
                   10 RGN-HARVEST-EVEN PIC 9(6).
                   10 RGN-HARVEST-ODD PIC 9(6).
                   10 RGN-QUOTA-SWITCH PIC X.
                       88 RGN-HAS-QUOTA VALUE 'Y'.
                   10 RGN-QUOTA-EVEN PIC 9(6).
                   10 RGN-QUOTA-ODD PIC 9(6).
           01 RGN-COUNT PIC 99 VALUE 0.
           01 MAX-RGN-ENTRIES PIC 99 VALUE 20.
           01 RGN-INDEX PIC 99.
           01 FORMATTED-RECAP PIC Z(4)9.
           01 FORMATTED-ESTIMATE PIC Z(7)9.

      * projection - each region's latest recapture estimate less the
      * season's reported harvest (MOOSEHRV, as mooseharvest reads
      * it), grown by RECRUITMENT and cut by MORTALITY percent, gives
      * next season's herd, split by antler class in the proportion
      * the region's latest survey classified. the harvestable
      * surplus is whatever stands above the target - TARGET-DENSITY
      * animals per square kilometre over the REGION-AREA=rr km2 given
      * in MOOSETRP, or the present estimate when a region has no
      * area, so the herd is held level. the limits go to MOOSEPQT as
      * MOOSEQTA cards for the board; a region with no estimate
      * carries its current limits forward
           01 CURRENT-YEAR PIC X(4).
           01 NEXT-YEAR-NUMBER PIC 9(4).
           01 NEXT-YEAR PIC X(4).
           01 RECRUITMENT-PCT PIC 999V99 VALUE 20.
           01 MORTALITY-PCT PIC 999V99 VALUE 10.
           01 TARGET-DENSITY PIC 9(3)V99 VALUE 0.
           01 AREA-TABLE.
               05 AREA-ENTRY OCCURS 20 TIMES.
                   10 AREA-REGION PIC XX.
                   10 AREA-SQKM PIC 9(6).
           01 AREA-COUNT PIC 99 VALUE 0.
           01 AREA-INDEX PIC 99.
           01 AREA-SLOT PIC 99.
           01 AREA-REGION-TOKEN PIC XX.
           01 AREA-SIZE-TEXT PIC X(10).
           01 HARVEST-STATUS PIC XX.
           01 HARVEST-EOF-SWITCH PIC X VALUE 'N'.
               88 HARVEST-EOF VALUE 'Y'.
           01 HARVEST-LINE PIC X(60).
           01 HRV-TAG PIC X(8).
           01 HRV-HUNTER PIC X(8).
           01 HRV-CLASS PIC X.
           01 HRV-DATE PIC X(8).
           01 QUOTA-STATUS PIC XX.
           01 QUOTA-EOF-SWITCH PIC X VALUE 'N'.
               88 QUOTA-EOF VALUE 'Y'.
           01 QUOTA-LINE PIC X(40).
           01 QTA-REGION-TOKEN PIC XX.
           01 QTA-SEASON-TOKEN PIC X(4).
           01 QTA-EVEN-TEXT PIC X(8).
           01 QTA-ODD-TEXT PIC X(8).
           01 POST-HARVEST PIC S9(8).
           01 PROJECTED-HERD PIC 9(8).
           01 PROJECTED-EVEN PIC 9(8).
           01 PROJECTED-ODD PIC 9(8).
           01 EVEN-SHARE PIC 9V9(4).
           01 TARGET-HERD PIC 9(8).
           01 SURPLUS PIC 9(8).
           01 PROPOSED-EVEN PIC 9(6).
           01 PROPOSED-ODD PIC 9(6).
           01 LIMIT-CHANGE PIC S9(6).
           01 TARGET-BASIS-TEXT PIC X(7).
           01 PROPOSED-COUNT PIC 99 VALUE 0.
           01 FORMATTED-PCT PIC ZZ9.99.
           01 FORMATTED-MORTALITY PIC ZZ9.99.
           01 FORMATTED-HERD PIC Z(7)9.
           01 FORMATTED-HARVEST PIC Z(5)9.
           01 FORMATTED-PROJ-EVEN PIC Z(7)9.
           01 FORMATTED-PROJ-ODD PIC Z(7)9.
           01 FORMATTED-TARGET PIC Z(7)9.
           01 FORMATTED-LIMIT-EVEN PIC Z(5)9.
           01 FORMATTED-LIMIT-ODD PIC Z(5)9.
           01 FORMATTED-CUR-EVEN PIC Z(5)9.
           01 FORMATTED-CUR-ODD PIC Z(5)9.
           01 FORMATTED-CHG-EVEN PIC +(5)9.
           01 FORMATTED-CHG-ODD PIC +(5)9.
           COPY PARMWS.

           01 EVEN-ODD-RATIO PIC 9(4)V99.
           01 PRIOR-RATIO PIC 9(4)V99.
           01 RATIO-CHANGE PIC S9(4)V99.
           01 RUN-STAMP PIC X(17).
           COPY ELAPWS.
           COPY RUNIDWS.
           COPY BUSDTWS.
           01 FORMATTED-COUNT PIC Z(5)9.
           01 FORMATTED-EVEN PIC Z(5)9.
           01 FORMATTED-ODD PIC Z(5)9.
               PERFORM LOAD-HISTORY-RECORDS UNTIL END-OF-FILE.
               PERFORM WRITE-TREND-REPORT.
               PERFORM WRITE-RECAPTURE-REPORT.
               PERFORM WRITE-PROJECTION-REPORT.
               PERFORM TERMINATE-RUN.
               STOP RUN.

           INITIALIZE-RUN.
               PERFORM STAMP-RUN-TIMESTAMP.
               MOVE ELAP-CLOCK-STAMP TO ELAP-START-STAMP.
               PERFORM LOAD-SUITE-RUN-ID.
               PERFORM LOAD-PARAMETER-FILE.
               OPEN INPUT HISTORY-IN.
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HISTORY FILE - STATUS "
                   STOP RUN
               END-IF.
               OPEN OUTPUT TREND-RPT.
               OPEN OUTPUT PROPOSED-QUOTA.
               OPEN EXTEND SUITE-LOG.
               PERFORM POSITION-FIRST-SEASON.

           POSITION-FIRST-SEASON.
               MOVE LOW-VALUES TO FIRST-SEASON.
               IF TREND-YEARS > 0
                   COMPUTE FIRST-YEAR-NUMBER =
                       BUSINESS-DATE / 10000 - TREND-YEARS + 1
                   MOVE SPACES TO FIRST-SEASON
                   STRING FIRST-YEAR-NUMBER "0101"
                       DELIMITED BY SIZE INTO FIRST-SEASON
               END-IF.
               MOVE FIRST-SEASON TO SHIST-SEASON.
               START HISTORY-IN KEY NOT < SHIST-SEASON
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START.
               IF NOT END-OF-FILE
                   PERFORM READ-NEXT-RECORD
               END-IF.

           APPLY-PARAMETER.
               EVALUATE PARM-KEYWORD
                   WHEN "RECRUITMENT"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE RECRUITMENT-PCT =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "MORTALITY"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE MORTALITY-PCT =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "TARGET-DENSITY"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE TARGET-DENSITY =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN "REGION-AREA"
                       PERFORM LOAD-REGION-AREA
                   WHEN "TREND-YEARS"
                       PERFORM VALIDATE-NUMERIC-PARM
                       COMPUTE TREND-YEARS =
                           FUNCTION NUMVAL (PARM-VALUE)
                   WHEN OTHER
                       PERFORM REJECT-UNKNOWN-PARAMETER
               END-EVALUATE.

      * REGION-AREA=rr km2 - the region code and its area in whole
      * square kilometres
           LOAD-REGION-AREA.
               MOVE SPACES TO AREA-REGION-TOKEN.
               MOVE SPACES TO AREA-SIZE-TEXT.
               UNSTRING FUNCTION TRIM (PARM-VALUE)
                   DELIMITED BY ALL SPACE
                   INTO AREA-REGION-TOKEN, AREA-SIZE-TEXT.
               IF AREA-SIZE-TEXT (1:1) IS NOT NUMERIC
                   OR AREA-COUNT = MAX-RGN-ENTRIES
                   DISPLAY "INVALID PARAMETER VALUE: " PARM-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO AREA-COUNT.
               MOVE AREA-REGION-TOKEN TO AREA-REGION (AREA-COUNT).
               COMPUTE AREA-SQKM (AREA-COUNT) =
                   FUNCTION NUMVAL (AREA-SIZE-TEXT).

           COPY PARMPROC.

           READ-NEXT-RECORD.
               READ HISTORY-IN NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ.
               IF HISTORY-STATUS NOT = "00"
                       AND HISTORY-STATUS NOT = "02"
                   SET END-OF-FILE TO TRUE
               END-IF.
               IF NOT END-OF-FILE
                   MOVE SHIST-DETAIL TO HIST-LINE
               END-IF.

           LOAD-HISTORY-RECORDS.
               IF HIST-LINE (1:12) = "judgingmoose"
               IF HIST-TAG NOT = SPACES
                   PERFORM RECORD-TAG-OBSERVATION
               END-IF.
               IF HIST-REGION NOT = SPACES
                   PERFORM ACCUMULATE-REGION-CLASS
               END-IF.

      * class counts are kept for the region's latest season only -
      * the history is in season order, so a new date starts afresh
           ACCUMULATE-REGION-CLASS.
               PERFORM RECORD-TAG-REGION.
               IF RGN-SLOT > 0
                   IF RGN-CLASS-SEASON (RGN-SLOT) NOT = HIST-DATE
                       MOVE HIST-DATE TO RGN-CLASS-SEASON (RGN-SLOT)
                       MOVE 0 TO RGN-EVEN (RGN-SLOT)
                       MOVE 0 TO RGN-ODD (RGN-SLOT)
                   END-IF
                   EVALUATE HIST-CLASS
                       WHEN "Even"
                           ADD 1 TO RGN-EVEN (RGN-SLOT)
                       WHEN "Odd"
                           ADD 1 TO RGN-ODD (RGN-SLOT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           RECORD-TAG-OBSERVATION.
               MOVE 0 TO TOB-SLOT.
               IF RGN-SLOT = 0
                   AND RGN-COUNT < MAX-RGN-ENTRIES
                   ADD 1 TO RGN-COUNT
                   MOVE RGN-COUNT TO RGN-SLOT
                   MOVE HIST-REGION TO RGN-CODE (RGN-SLOT)
                   MOVE 'N' TO RGN-ESTIMATE-SWITCH (RGN-SLOT)
                   MOVE 0 TO RGN-ESTIMATE (RGN-SLOT)
                   MOVE SPACES TO RGN-CLASS-SEASON (RGN-SLOT)
                   MOVE 0 TO RGN-EVEN (RGN-SLOT)
                   MOVE 0 TO RGN-ODD (RGN-SLOT)
                   MOVE 0 TO RGN-HARVEST-EVEN (RGN-SLOT)
                   MOVE 0 TO RGN-HARVEST-ODD (RGN-SLOT)
                   MOVE 'N' TO RGN-QUOTA-SWITCH (RGN-SLOT)
                   MOVE 0 TO RGN-QUOTA-EVEN (RGN-SLOT)
                   MOVE 0 TO RGN-QUOTA-ODD (RGN-SLOT)
               END-IF.

           FIND-TAG-REGION.
                       MARKED-COUNT * CAUGHT-COUNT
                       / RECAPTURED-COUNT
                   MOVE POPULATION-ESTIMATE TO FORMATTED-ESTIMATE
                   MOVE POPULATION-ESTIMATE
                       TO RGN-ESTIMATE (RGN-INDEX)
                   MOVE 'Y' TO RGN-ESTIMATE-SWITCH (RGN-INDEX)
                   STRING "RECAPTURE REGION " RGN-CODE (RGN-INDEX)
                       " " PRIOR-SEASON "/" CURRENT-SEASON
                       " MARKED " FORMATTED-MARKED
               END-IF.
               WRITE TREND-RPT-RECORD.

           WRITE-PROJECTION-REPORT.
               IF SEASON-ENTRIES > 0
                   MOVE SEASON-DATE (SEASON-ENTRIES) (1:4)
                       TO CURRENT-YEAR
                   COMPUTE NEXT-YEAR-NUMBER =
                       FUNCTION NUMVAL (CURRENT-YEAR) + 1
                   MOVE NEXT-YEAR-NUMBER TO NEXT-YEAR
                   PERFORM LOAD-SEASON-HARVEST
                   PERFORM LOAD-CURRENT-QUOTAS
                   MOVE SPACES TO TREND-RPT-RECORD
                   MOVE RECRUITMENT-PCT TO FORMATTED-PCT
                   MOVE MORTALITY-PCT TO FORMATTED-MORTALITY
                   STRING "POPULATION PROJECTION FOR SEASON " NEXT-YEAR
                       " RECRUITMENT " FORMATTED-PCT "%"
                       " MORTALITY " FORMATTED-MORTALITY "%"
                       DELIMITED BY SIZE INTO TREND-RPT-RECORD
                   WRITE TREND-RPT-RECORD
                   MOVE SPACES TO PROPOSED-QUOTA-RECORD
                   STRING "* proposed limits for " NEXT-YEAR
                       " from moosetrend " RUN-STAMP (1:8)
                       " - review before adopting"
                       DELIMITED BY SIZE INTO PROPOSED-QUOTA-RECORD
                   WRITE PROPOSED-QUOTA-RECORD
                   PERFORM PROJECT-ONE-REGION
                       VARYING RGN-INDEX FROM 1 BY 1
                       UNTIL RGN-INDEX > RGN-COUNT
                   DISPLAY "PROPOSED QUOTAS WRITTEN: " PROPOSED-COUNT
               END-IF.

      * harvest reported in the latest surveyed season's year; rows
      * for regions the history never mentioned are added so their
      * harvest still shows against them
           LOAD-SEASON-HARVEST.
               OPEN INPUT HARVEST-IN.
               IF HARVEST-STATUS = "00"
                   PERFORM READ-HARVEST-LINE
                   PERFORM LOAD-ONE-HARVEST UNTIL HARVEST-EOF
                   CLOSE HARVEST-IN
               END-IF.

           READ-HARVEST-LINE.
               READ HARVEST-IN INTO HARVEST-LINE
                   AT END SET HARVEST-EOF TO TRUE
               END-READ.

           LOAD-ONE-HARVEST.
               IF HARVEST-LINE = SPACES OR HARVEST-LINE (1:1) = '*'
                   CONTINUE
               ELSE
                   MOVE SPACES TO HRV-TAG
                   MOVE SPACES TO HRV-HUNTER
                   MOVE SPACES TO HIST-REGION
                   MOVE SPACES TO HRV-CLASS
                   MOVE SPACES TO HRV-DATE
                   UNSTRING FUNCTION TRIM (HARVEST-LINE)
                       DELIMITED BY ALL SPACE
                       INTO HRV-TAG, HRV-HUNTER, HIST-REGION,
                           HRV-CLASS, HRV-DATE
                   IF HRV-DATE (1:4) = CURRENT-YEAR
                       PERFORM RECORD-TAG-REGION
                       IF RGN-SLOT > 0
                           IF HRV-CLASS = 'E'
                               ADD 1 TO RGN-HARVEST-EVEN (RGN-SLOT)
                           ELSE
                               ADD 1 TO RGN-HARVEST-ODD (RGN-SLOT)
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-HARVEST-LINE.

           LOAD-CURRENT-QUOTAS.
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
                   IF QTA-SEASON-TOKEN = CURRENT-YEAR
                       MOVE QTA-REGION-TOKEN TO HIST-REGION
                       PERFORM RECORD-TAG-REGION
                       IF RGN-SLOT > 0
                           MOVE 'Y' TO RGN-QUOTA-SWITCH (RGN-SLOT)
                           COMPUTE RGN-QUOTA-EVEN (RGN-SLOT) =
                               FUNCTION NUMVAL (QTA-EVEN-TEXT)
                           COMPUTE RGN-QUOTA-ODD (RGN-SLOT) =
                               FUNCTION NUMVAL (QTA-ODD-TEXT)
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-QUOTA-LINE.

           PROJECT-ONE-REGION.
               IF RGN-HAS-ESTIMATE (RGN-INDEX)
                   PERFORM COMPUTE-REGION-PROJECTION
               ELSE
                   MOVE SPACES TO TREND-RPT-RECORD
                   STRING "REGION " RGN-CODE (RGN-INDEX)
                       " NO RECAPTURE ESTIMATE - NO PROJECTION"
                       DELIMITED BY SIZE INTO TREND-RPT-RECORD
                   WRITE TREND-RPT-RECORD
                   MOVE RGN-QUOTA-EVEN (RGN-INDEX) TO PROPOSED-EVEN
                   MOVE RGN-QUOTA-ODD (RGN-INDEX) TO PROPOSED-ODD
                   IF RGN-HAS-QUOTA (RGN-INDEX)
                       PERFORM WRITE-PROPOSED-QUOTA
                   END-IF
               END-IF.
               PERFORM WRITE-QUOTA-COMPARISON.

           COMPUTE-REGION-PROJECTION.
               COMPUTE POST-HARVEST = RGN-ESTIMATE (RGN-INDEX)
                   - RGN-HARVEST-EVEN (RGN-INDEX)
                   - RGN-HARVEST-ODD (RGN-INDEX).
               IF POST-HARVEST < 0
                   MOVE 0 TO POST-HARVEST
               END-IF.
               COMPUTE PROJECTED-HERD ROUNDED = POST-HARVEST
                   * (100 + RECRUITMENT-PCT - MORTALITY-PCT) / 100.
               IF RGN-EVEN (RGN-INDEX) + RGN-ODD (RGN-INDEX) > 0
                   COMPUTE EVEN-SHARE ROUNDED = RGN-EVEN (RGN-INDEX)
                       / (RGN-EVEN (RGN-INDEX) + RGN-ODD (RGN-INDEX))
               ELSE
                   MOVE 0.5 TO EVEN-SHARE
               END-IF.
               COMPUTE PROJECTED-EVEN ROUNDED =
                   PROJECTED-HERD * EVEN-SHARE.
               COMPUTE PROJECTED-ODD = PROJECTED-HERD - PROJECTED-EVEN.
               MOVE RGN-CODE (RGN-INDEX) TO HIST-REGION.
               MOVE 0 TO AREA-SLOT.
               PERFORM FIND-AREA-SLOT
                   VARYING AREA-INDEX FROM 1 BY 1
                   UNTIL AREA-INDEX > AREA-COUNT
                       OR AREA-SLOT > 0.
               IF AREA-SLOT > 0 AND TARGET-DENSITY > 0
                   COMPUTE TARGET-HERD ROUNDED =
                       AREA-SQKM (AREA-SLOT) * TARGET-DENSITY
                   MOVE "DENSITY" TO TARGET-BASIS-TEXT
               ELSE
                   MOVE RGN-ESTIMATE (RGN-INDEX) TO TARGET-HERD
                   MOVE "HOLD" TO TARGET-BASIS-TEXT
               END-IF.
               MOVE 0 TO SURPLUS.
               IF PROJECTED-HERD > TARGET-HERD
                   COMPUTE SURPLUS = PROJECTED-HERD - TARGET-HERD
               END-IF.
               COMPUTE PROPOSED-EVEN ROUNDED = SURPLUS * EVEN-SHARE.
               COMPUTE PROPOSED-ODD = SURPLUS - PROPOSED-EVEN.
               MOVE RGN-ESTIMATE (RGN-INDEX) TO FORMATTED-ESTIMATE.
               COMPUTE FORMATTED-HARVEST = RGN-HARVEST-EVEN (RGN-INDEX)
                   + RGN-HARVEST-ODD (RGN-INDEX).
               MOVE PROJECTED-HERD TO FORMATTED-HERD.
               MOVE PROJECTED-EVEN TO FORMATTED-PROJ-EVEN.
               MOVE PROJECTED-ODD TO FORMATTED-PROJ-ODD.
               MOVE TARGET-HERD TO FORMATTED-TARGET.
               MOVE SPACES TO TREND-RPT-RECORD.
               STRING "REGION " RGN-CODE (RGN-INDEX)
                   " ESTIMATE " FORMATTED-ESTIMATE
                   " HARVEST " FORMATTED-HARVEST
                   " PROJECTED " FORMATTED-HERD
                   " EVEN " FORMATTED-PROJ-EVEN
                   " ODD " FORMATTED-PROJ-ODD
                   " TARGET " FORMATTED-TARGET
                   " " TARGET-BASIS-TEXT
                   DELIMITED BY SIZE INTO TREND-RPT-RECORD.
               WRITE TREND-RPT-RECORD.
               PERFORM WRITE-PROPOSED-QUOTA.

           FIND-AREA-SLOT.
               IF AREA-REGION (AREA-INDEX) = HIST-REGION
                   MOVE AREA-INDEX TO AREA-SLOT
               END-IF.

           WRITE-PROPOSED-QUOTA.
               MOVE PROPOSED-EVEN TO FORMATTED-LIMIT-EVEN.
               MOVE PROPOSED-ODD TO FORMATTED-LIMIT-ODD.
               MOVE SPACES TO PROPOSED-QUOTA-RECORD.
               STRING RGN-CODE (RGN-INDEX) " " NEXT-YEAR
                   " " FUNCTION TRIM (FORMATTED-LIMIT-EVEN)
                   " " FUNCTION TRIM (FORMATTED-LIMIT-ODD)
                   DELIMITED BY SIZE INTO PROPOSED-QUOTA-RECORD.
               WRITE PROPOSED-QUOTA-RECORD.
               ADD 1 TO PROPOSED-COUNT.

           WRITE-QUOTA-COMPARISON.
               MOVE PROPOSED-EVEN TO FORMATTED-LIMIT-EVEN.
               MOVE PROPOSED-ODD TO FORMATTED-LIMIT-ODD.
               MOVE SPACES TO TREND-RPT-RECORD.
               EVALUATE TRUE
                   WHEN NOT RGN-HAS-ESTIMATE (RGN-INDEX)
                       AND NOT RGN-HAS-QUOTA (RGN-INDEX)
                       STRING "  NO CURRENT LIMITS - NONE PROPOSED"
                           DELIMITED BY SIZE INTO TREND-RPT-RECORD
                   WHEN NOT RGN-HAS-ESTIMATE (RGN-INDEX)
                       STRING "  PROPOSED EVEN " FORMATTED-LIMIT-EVEN
                           " ODD " FORMATTED-LIMIT-ODD
                           " CARRIED FORWARD FROM " CURRENT-YEAR
                           DELIMITED BY SIZE INTO TREND-RPT-RECORD
                   WHEN NOT RGN-HAS-QUOTA (RGN-INDEX)
                       STRING "  PROPOSED EVEN " FORMATTED-LIMIT-EVEN
                           " ODD " FORMATTED-LIMIT-ODD
                           " NO CURRENT LIMITS FOR " CURRENT-YEAR
                           DELIMITED BY SIZE INTO TREND-RPT-RECORD
                   WHEN OTHER
                       MOVE RGN-QUOTA-EVEN (RGN-INDEX)
                           TO FORMATTED-CUR-EVEN
                       MOVE RGN-QUOTA-ODD (RGN-INDEX)
                           TO FORMATTED-CUR-ODD
                       COMPUTE LIMIT-CHANGE =
                           PROPOSED-EVEN - RGN-QUOTA-EVEN (RGN-INDEX)
                       MOVE LIMIT-CHANGE TO FORMATTED-CHG-EVEN
                       COMPUTE LIMIT-CHANGE =
                           PROPOSED-ODD - RGN-QUOTA-ODD (RGN-INDEX)
                       MOVE LIMIT-CHANGE TO FORMATTED-CHG-ODD
                       STRING "  PROPOSED EVEN " FORMATTED-LIMIT-EVEN
                           " ODD " FORMATTED-LIMIT-ODD
                           " CURRENT EVEN " FORMATTED-CUR-EVEN
                           " ODD " FORMATTED-CUR-ODD
                           " CHANGE EVEN " FORMATTED-CHG-EVEN
                           " ODD " FORMATTED-CHG-ODD
                           DELIMITED BY SIZE INTO TREND-RPT-RECORD
               END-EVALUATE.
               WRITE TREND-RPT-RECORD.

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
               PERFORM WRITE-SUITE-LOG-RECORD.
               CLOSE HISTORY-IN.
               CLOSE TREND-RPT.
               CLOSE PROPOSED-QUOTA.
               CLOSE SUITE-LOG.

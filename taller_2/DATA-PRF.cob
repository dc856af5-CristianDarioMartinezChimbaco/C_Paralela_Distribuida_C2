       FILE SECTION.
       FD PERF-HISTORY
           DATA RECORD IS FD-PERF-REC.
       01 FD-PERF-REC          PIC X(500).
       FD PERF-PARMS
           DATA RECORD IS FD-PERF-PARM-REC.
       01 FD-PERF-PARM-REC     PIC X(80).
       01 WS-PARM-PCT-TXT      PIC X(10).
      ******************************************************************
      *    PERFHIST RECORD - MUST STAY IN STEP WITH DATA-DRV, WHICH
      *    WRITES IT. FORMAT 'S' RECORDS NAME EVERY STEP THEY TIME;
      *    RECORDS WRITTEN BEFORE THE CHAIN GREW PAST THIRTEEN STEPS
      *    HAVE A DIGIT IN THE FORMAT BYTE AND ARE READ THROUGH THE
      *    LEGACY VIEW AGAINST THE STEP LIST OF THAT TIME.
      ******************************************************************
       01 WS-PERF-REC.
           02 PERF-STAMP       PIC X(14).
           02 FILLER           PIC X(01).
           02 PERF-FORMAT      PIC X(01).
           02 FILLER           PIC X(01).
           02 PERF-TOTAL-SECS  PIC 9(07).
           02 FILLER           PIC X(01).
           02 PERF-STEP-NUM    PIC 9(02).
           02 FILLER           PIC X(01).
           02 PERF-STEP-ENTRY OCCURS 24 TIMES.
               03 PERF-STEP-NAME PIC X(12).
               03 PERF-STEP-SECS PIC 9(06).
               03 FILLER         PIC X(01).
       01 WS-LEGACY-PERF-REC REDEFINES WS-PERF-REC.
           02 LEG-STAMP        PIC X(14).
           02 FILLER           PIC X(01).
           02 LEG-STEP-ENTRY OCCURS 13 TIMES.
               03 LEG-STEP-SECS PIC 9(06).
               03 FILLER        PIC X(01).
           02 LEG-TOTAL-SECS   PIC 9(07).
           02 FILLER           PIC X(371).
       01 WS-LEGACY-COUNT      PIC 9(02) VALUE 13.
       01 WS-LEGACY-NAME-LIST.
           02 FILLER PIC X(12) VALUE 'ARCHIVE'.
           02 FILLER PIC X(12) VALUE 'FEEDEDIT'.
           02 FILLER PIC X(12) VALUE 'PARMCHECK'.
           02 FILLER PIC X(12) VALUE 'CONSOLIDATE'.
           02 FILLER PIC X(12) VALUE 'MERGE'.
           02 FILLER PIC X(12) VALUE 'RECONCILE'.
           02 FILLER PIC X(12) VALUE 'AGGREGATE'.
           02 FILLER PIC X(12) VALUE 'REPORT'.
           02 FILLER PIC X(12) VALUE 'CSVEXPORT'.
           02 FILLER PIC X(12) VALUE 'ANALYSIS'.
           02 FILLER PIC X(12) VALUE 'EPISODES'.
           02 FILLER PIC X(12) VALUE 'DRIFT'.
           02 FILLER PIC X(12) VALUE 'TURNOVER'.
       01 WS-LEGACY-NAME-TABLE REDEFINES WS-LEGACY-NAME-LIST.
           02 WS-LEGACY-NAME   PIC X(12) OCCURS 13 TIMES.
      ******************************************************************
      *    STEP NAMES - SEEDED IN DATA-DRV'S CURRENT CHAIN ORDER SO THE
      *    TREND READS TOP TO BOTTOM LIKE THE CHAIN; A STEP NAME FOUND
      *    IN PERFHIST THAT IS NOT HERE (ONE SINCE RETIRED, SAY) IS
      *    ADDED AT THE END AS IT TURNS UP.
      ******************************************************************
       01 WS-STEP-MAX          PIC 9(02) VALUE 24.
       01 WS-STEP-COUNT        PIC 9(02) VALUE 20.
       01 WS-STEP-NAME-LIST.
           02 FILLER PIC X(12) VALUE 'ARCHIVE'.
           02 FILLER PIC X(12) VALUE 'FEEDEDIT'.
           02 FILLER PIC X(12) VALUE 'CSVEXPORT'.
           02 FILLER PIC X(12) VALUE 'ANALYSIS'.
           02 FILLER PIC X(12) VALUE 'EPISODES'.
           02 FILLER PIC X(12) VALUE 'ZONEROLLUP'.
           02 FILLER PIC X(12) VALUE 'CORRELATE'.
           02 FILLER PIC X(12) VALUE 'FORECAST'.
           02 FILLER PIC X(12) VALUE 'SCORECARD'.
           02 FILLER PIC X(12) VALUE 'DRIFT'.
           02 FILLER PIC X(12) VALUE 'WORKORDER'.
           02 FILLER PIC X(12) VALUE 'WOAGING'.
           02 FILLER PIC X(12) VALUE 'BMSOUT'.
           02 FILLER PIC X(12) VALUE 'TURNOVER'.
           02 FILLER PIC X(48) VALUE SPACES.
       01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           02 WS-STEP-NAME     PIC X(12) OCCURS 24 TIMES.
      ******************************************************************
      *    STREAMING PER-STEP TREND AGGREGATES - TRD-RUNS COUNTS THE
      *    RUNS THAT TIMED THE STEP, SINCE A STEP ADDED LATER HAS NO
      *    FIGURES FOR THE RUNS BEFORE IT EXISTED.
      ******************************************************************
       01 WS-STEP-SUB          PIC 9(02).
       01 WS-REC-SUB           PIC 9(02).
       01 WS-REC-STEPS         PIC 9(02).
       01 WS-NAME-SUB          PIC 9(02).
       01 WS-TAKE-NAME         PIC X(12).
       01 WS-TAKE-SECS         PIC 9(06).
       01 WS-TAKE-TOTAL        PIC 9(07).
       01 WS-RUN-COUNT         PIC 9(05) VALUE 0.
       01 WS-FLAGGED-COUNT     PIC 9(05) VALUE 0.
       01 WS-TREND-TABLE.
           02 WS-TREND-STEP OCCURS 24 TIMES.
               03 TRD-RUNS       PIC 9(05).
               03 TRD-FIRST-SECS PIC 9(06).
               03 TRD-LAST-SECS  PIC 9(06).
               03 TRD-MAX-SECS   PIC 9(06).
       END-IF
       .
      ******************************************************************
      *    P003-TAKE-RUN-RECORD - A FORMAT 'S' RECORD IS TAKEN STEP
      *    BY STEP UNDER THE NAMES IT CARRIES; ANY OTHER IS AN OLD
      *    THIRTEEN-STEP RECORD, TAKEN UNDER THE LEGACY NAMES.
      ******************************************************************
       P003-TAKE-RUN-RECORD.
       IF PERF-FORMAT = 'S'
           MOVE PERF-TOTAL-SECS TO WS-TAKE-TOTAL
       ELSE
           MOVE LEG-TOTAL-SECS TO WS-TAKE-TOTAL
       END-IF
       IF (PERF-FORMAT = 'S' AND PERF-TOTAL-SECS NOT NUMERIC)
               OR (PERF-FORMAT NOT = 'S'
                   AND LEG-TOTAL-SECS NOT NUMERIC)
           CONTINUE
       ELSE
           ADD 1 TO WS-RUN-COUNT
           MOVE SPACES TO WS-RUN-LINE
           MOVE PERF-STAMP TO RUN-STAMP
           MOVE WS-TAKE-TOTAL TO RUN-TOTAL
           IF WS-TAKE-TOTAL NOT < WS-CUTOFF-SECS
               MOVE '** OVER WINDOW CUTOFF **' TO RUN-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               IF WS-TAKE-TOTAL NOT < WS-WARN-SECS
                   MOVE '** NEAR WINDOW CUTOFF **' TO RUN-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           WRITE FD-REPORT-LINE FROM WS-RUN-LINE
           IF PERF-FORMAT = 'S'
               MOVE 0 TO WS-REC-STEPS
               IF PERF-STEP-NUM NUMERIC
                   MOVE PERF-STEP-NUM TO WS-REC-STEPS
               END-IF
               IF WS-REC-STEPS > WS-STEP-MAX
                   MOVE WS-STEP-MAX TO WS-REC-STEPS
               END-IF
               PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-REC-STEPS
                   IF PERF-STEP-SECS(WS-REC-SUB) NUMERIC
                       MOVE PERF-STEP-NAME(WS-REC-SUB) TO WS-TAKE-NAME
                       MOVE PERF-STEP-SECS(WS-REC-SUB) TO WS-TAKE-SECS
                       PERFORM P006-TAKE-STEP-TIME
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-LEGACY-COUNT
                   IF LEG-STEP-SECS(WS-REC-SUB) NUMERIC
                       MOVE WS-LEGACY-NAME(WS-REC-SUB) TO WS-TAKE-NAME
                       MOVE LEG-STEP-SECS(WS-REC-SUB) TO WS-TAKE-SECS
                       PERFORM P006-TAKE-STEP-TIME
                   END-IF
               END-PERFORM
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-TAKE-STEP-TIME - FOLDS ONE STEP'S ELAPSED SECONDS INTO
      *    THE TREND ENTRY OF THE SAME NAME, OPENING A NEW ENTRY FOR A
      *    NAME NOT SEEN BEFORE WHILE THERE IS ROOM.
      ******************************************************************
       P006-TAKE-STEP-TIME.
       MOVE 0 TO WS-STEP-SUB
       PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > WS-STEP-COUNT
                   OR WS-STEP-SUB > 0
           IF WS-STEP-NAME(WS-NAME-SUB) = WS-TAKE-NAME
               MOVE WS-NAME-SUB TO WS-STEP-SUB
           END-IF
       END-PERFORM
       IF WS-STEP-SUB = 0 AND WS-STEP-COUNT < WS-STEP-MAX
               AND WS-TAKE-NAME NOT = SPACES
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-SUB
           MOVE WS-TAKE-NAME TO WS-STEP-NAME(WS-STEP-SUB)
       END-IF
       IF WS-STEP-SUB > 0
           IF TRD-RUNS(WS-STEP-SUB) = 0
               MOVE WS-TAKE-SECS TO TRD-FIRST-SECS(WS-STEP-SUB)
           END-IF
           ADD 1 TO TRD-RUNS(WS-STEP-SUB)
           MOVE WS-TAKE-SECS TO TRD-LAST-SECS(WS-STEP-SUB)
           ADD WS-TAKE-SECS TO TRD-SUM-SECS(WS-STEP-SUB)
           IF WS-TAKE-SECS > TRD-MAX-SECS(WS-STEP-SUB)
               MOVE WS-TAKE-SECS TO TRD-MAX-SECS(WS-STEP-SUB)
           END-IF
       END-IF
       .
      ******************************************************************
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO TRD-NAME
               MOVE TRD-FIRST-SECS(WS-STEP-SUB) TO TRD-FIRST
               MOVE TRD-LAST-SECS(WS-STEP-SUB)  TO TRD-LAST
               MOVE 0 TO WS-AVG-SECS
               IF TRD-RUNS(WS-STEP-SUB) > 0
                   COMPUTE WS-AVG-SECS =
                       TRD-SUM-SECS(WS-STEP-SUB)
                       / TRD-RUNS(WS-STEP-SUB)
               END-IF
               MOVE WS-AVG-SECS TO TRD-AVG
               MOVE TRD-MAX-SECS(WS-STEP-SUB)   TO TRD-MAX
               WRITE FD-REPORT-LINE FROM WS-TREND-LINE

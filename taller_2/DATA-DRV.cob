       01 FD-PART-MODE-REC   PIC X(01).
       FD PERF-HISTORY
           DATA RECORD IS FD-PERF-REC.
       01 FD-PERF-REC   PIC X(500).
      ******************************************************************
      *    RUN LOCK - ONE RECORD NAMING THE JOB THAT OWNS THE RUN AND
      *    WHEN IT STARTED, PLUS JOIN FLAGS FOR THE PRODUCER, THE
      *    CONSOLIDATE STEP PUTS THE PRODUCER IN THE BACKGROUND AND
      *    WAITS ON THE CONSUMER SIDE, WHICH FINISHES LAST.
      ******************************************************************
       01 WS-STEP-COUNT        PIC 9(02) VALUE 20.
       01 WS-STEP-DEF-LIST.
           02 FILLER PIC X(92) VALUE
               'ARCHIVE     ./DATA-ARC         '
               'EPISODES    ./DATA-EPI         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'ZONEROLLUP  ./DATA-ZON         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'CORRELATE   ./DATA-COR         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'FORECAST    ./DATA-FCS         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'SCORECARD   ./DATA-SCR         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'DRIFT       ./DATA-DRF         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'WORKORDER   ./DATA-WKO         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'WOAGING     ./DATA-WOA         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'BMSOUT      ./DATA-BMS         '
               & '                               '
               & '                              '.
           02 FILLER PIC X(92) VALUE
               'TURNOVER    ./DATA-TOV         '
               & '                               '
               & '                              '.
       01 WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEF-LIST.
           02 WS-STEP-DEF-ENTRY OCCURS 20 TIMES.
               03 WS-STEP-NAME    PIC X(12).
               03 WS-STEP-COMMAND PIC X(80).
      ******************************************************************
      *    AN OPERATOR (OR THE NEXT RERUN) ALWAYS SEES CURRENT TRUTH.
      ******************************************************************
       01 WS-STEP-STATE-TABLE.
           02 WS-STEP-STATE-ENTRY OCCURS 20 TIMES.
               03 WS-STEP-STATUS  PIC X(10).
               03 WS-STEP-START   PIC X(26).
               03 WS-STEP-END     PIC X(26).
      *    SECONDS AND THE TOTAL WINDOW. DATA-PRF REPORTS THE TREND
      *    OVER THAT HISTORY. THE LAYOUT MUST STAY IN STEP WITH
      *    DATA-PRF; A STEP WITHOUT USABLE TIMESTAMPS (SKIPPED ON A
      *    RESUMED RUN, SAY) RECORDS ZERO SECONDS. EACH RECORD NAMES
      *    ITS OWN STEPS (FORMAT 'S'), SO ADDING A STEP TO THE CHAIN
      *    DOES NOT MISALIGN THE TIMINGS OF EARLIER RUNS; RECORDS
      *    FROM BEFORE THAT CARRY A DIGIT WHERE THE FORMAT BYTE IS
      *    AND DATA-PRF READS THEM WITH THE OLD FIXED STEP LIST.
      ******************************************************************
       01 WS-PERF-REC.
           02 PERF-STAMP       PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PERF-FORMAT      PIC X(01) VALUE 'S'.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PERF-TOTAL-SECS  PIC 9(07).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PERF-STEP-NUM    PIC 9(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PERF-STEP-ENTRY OCCURS 24 TIMES.
               03 PERF-STEP-NAME PIC X(12).
               03 PERF-STEP-SECS PIC 9(06).
               03 FILLER         PIC X(01).
       01 WS-ELAPSED-SECS      PIC S9(07).
       01 WS-TOTAL-SECS        PIC 9(07).
       01 WS-STAMP-DAYS-1      PIC 9(09).
       MOVE SPACES TO WS-PERF-REC
       MOVE FUNCTION CURRENT-DATE TO WS-STAMP-ARG
       MOVE WS-STAMP-ARG(1:14) TO PERF-STAMP
       MOVE 'S' TO PERF-FORMAT
       MOVE WS-STEP-COUNT TO PERF-STEP-NUM
       MOVE 0 TO WS-TOTAL-SECS
       PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM P011-COMPUTE-STEP-ELAPSED
           MOVE WS-STEP-NAME(WS-STEP-SUB)
               TO PERF-STEP-NAME(WS-STEP-SUB)
           MOVE WS-ELAPSED-SECS TO PERF-STEP-SECS(WS-STEP-SUB)
           ADD WS-ELAPSED-SECS TO WS-TOTAL-SECS
       END-PERFORM

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-DSP.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    DAILY UNDISPOSITIONED ALERT REPORT. LISTS EVERY CRITICAL
      *    AND HIGH ALERT THAT HAS BEEN WAITING LONGER THAN THE
      *    OVERDUE LIMIT WITH NO DISPOSITION ON ALTDISP, SO AN ALERT
      *    NOBODY HAS LOOKED INTO CANNOT HIDE. COVERS THE LIVE
      *    ALERT-FILE (THE RUN NOT YET ARCHIVED) AND EVERY ARCHIVED
      *    RUN IN HISTORY NO OLDER THAN THE LOOKBACK, NEWEST FIRST.
      *    ALERTS RAISED INSIDE A MAINTENANCE WINDOW ARE SUPPRESSED
      *    AND NEED NO DISPOSITION; A SUPERSEDED RUN IS SKIPPED, ITS
      *    RESTATEMENT CARRIES THE ALERTS. DRIVEN BY THE DSPPARM
      *    POLICY LINE (OVERDUE-HOURS,LOOKBACK-DAYS); MISSING FILE
      *    LEAVES THE DEFAULTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-PARMS ASSIGN TO DSPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT ALERT-FILE ASSIGN TO ALERT-FILE
               FILE STATUS IS WS-STATUS-ALT.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT RUN-NUMBER-FILE ASSIGN TO ARCNUM
               FILE STATUS IS WS-STATUS-RUN.
           SELECT ALERT-DISP ASSIGN TO ALTDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-STATUS-DSP.
           SELECT REPORT-OUT ASSIGN TO DSPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DSP-PARMS
           DATA RECORD IS FD-DSP-PARM-REC.
       01 FD-DSP-PARM-REC      PIC X(80).
       FD ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS FD-ALERT-REC.
       01 FD-ALERT-REC         PIC X(143).
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. TYPE '0' = RUN STAMP, 'A' = ALERT.
      ******************************************************************
       FD HISTORY-FILE
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS FD-HISTORY-REC.
       01 FD-HISTORY-REC.
           02 HIST-KEY.
               03 HIST-RUN-NUM  PIC 9(05).
               03 HIST-REC-TYPE PIC X(01).
               03 HIST-SEQ      PIC 9(07).
           02 HIST-DATA         PIC X(207).
       FD RUN-NUMBER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS FD-RUN-NUMBER-REC.
       01 FD-RUN-NUMBER-REC    PIC 9(05).
      ******************************************************************
      *    ALERT DISPOSITION - MUST STAY IN STEP WITH DSP-MNT, WHICH
      *    RECORDS THEM. ONLY THE KEY MATTERS HERE.
      ******************************************************************
       FD ALERT-DISP
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FD-DISP-REC.
       01 FD-DISP-REC.
           02 DSP-KEY.
               03 DSP-RUN-NUM      PIC 9(05).
               03 DSP-LINEAGE.
                   04 DSP-SRC-FILE  PIC X(12).
                   04 DSP-CYCLE-NUM PIC 9(05).
                   04 DSP-SEQ-CYC   PIC 9(03).
               03 DSP-INDEX-NAME   PIC X(10).
               03 DSP-REASON       PIC X(10).
           02 FILLER           PIC X(155).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-RUN        PIC XX.
       01 WS-STATUS-DSP        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    DISPOSITION POLICY - ONE CSV LINE IN DSPPARM:
      *    OVERDUE-HOURS,LOOKBACK-DAYS. A CRITICAL OR HIGH ALERT WITH
      *    NO DISPOSITION AFTER OVERDUE-HOURS IS LISTED; ARCHIVED RUNS
      *    OLDER THAN LOOKBACK-DAYS ARE NOT EXAMINED. MISSING FILE
      *    LEAVES THE DEFAULTS OF 24 HOURS AND 7 DAYS.
      ******************************************************************
       01 WS-OVERDUE-HOURS     PIC 9(05) VALUE 24.
       01 WS-LOOKBACK-DAYS     PIC 9(05) VALUE 7.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-HOURS-TXT    PIC X(10).
       01 WS-PARM-DAYS-TXT     PIC X(10).
      ******************************************************************
      *    AGE WORK AREAS - NOW AND THE ALERT'S CAPTURE TIME IN
      *    SECONDS OF THE DAY.
      ******************************************************************
       01 WS-TODAY             PIC 9(08).
       01 WS-NOW-TIME.
           02 WS-NOW-HH        PIC 9(02).
           02 WS-NOW-MM        PIC 9(02).
           02 WS-NOW-SS        PIC 9(02).
       01 WS-ALERT-TIME.
           02 WS-ALT-HH        PIC 9(02).
           02 WS-ALT-MM        PIC 9(02).
           02 WS-ALT-SS        PIC 9(02).
       01 WS-AGE-SECS          PIC S9(11).
       01 WS-AGE-HOURS         PIC S9(07).
       01 WS-ARC-DATE          PIC 9(08).
       01 WS-ARC-AGE-DAYS      PIC S9(07).
      ******************************************************************
      *    RUN WALK - FROM THE LAST ARCHIVED RUN BACKWARDS UNTIL A RUN
      *    IS OLDER THAN THE LOOKBACK OR HAS BEEN PURGED.
      ******************************************************************
       01 WS-LAST-RUN          PIC 9(05) VALUE 0.
       01 WS-WALK-RUN          PIC 9(05).
       01 WS-CUR-RUN           PIC 9(05).
       01 WS-WALK-DONE         PIC X(01).
       01 WS-DISP-AVAILABLE    PIC X(01) VALUE 'N'.
       01 WS-DISP-FOUND        PIC X(01).
      ******************************************************************
      *    RUN STAMP VIEW - HIST-DATA OF THE TYPE '0' RECORD. MUST STAY
      *    IN STEP WITH WS-RUN-STAMP-REC IN DATA-ARC AND DATA-RSM.
      ******************************************************************
       01 WS-ARC-STAMP-REC.
           02 FILLER            PIC X(09).
           02 ARC-STAMP-TIMESTAMP PIC X(26).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-REVISION PIC 9(02).
           02 FILLER            PIC X(08).
           02 ARC-STAMP-BASE-RUN PIC 9(05).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-CAL-KEPT PIC X(01).
           02 FILLER            PIC X(15).
           02 ARC-STAMP-SUPERSEDED PIC 9(05).
           02 FILLER            PIC X(10).
           02 ARC-STAMP-RESTATED PIC X(26).
           02 FILLER            PIC X(90).
      ******************************************************************
      *    ALERT LAYOUT - MUST STAY IN STEP WITH WS-ALERT-REC IN
      *    INDEX/INDEX-P, WHICH WRITE IT.
      ******************************************************************
       01 WS-ALERT-REC.
           02 FILLER           PIC X(12).
           02 ALT-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ALT-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ALT-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ALT-INDEX-NUM    PIC 9(03)V99.
           02 ALT-WINDOW-FLAG  PIC X(01).
           02 ALT-REASON       PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-INDEX-NAME   PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 ALT-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 ALT-SEQ-IN-CYCLE PIC 9(03).
           02 FILLER           PIC X(05).
           02 ALT-TS-DATE      PIC 9(08).
           02 ALT-TS-TIME      PIC 9(06).
           02 FILLER           PIC X(05).
           02 ALT-SEVERITY     PIC X(08).
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01 WS-COUNT-EXAMINED    PIC 9(07) VALUE 0.
       01 WS-COUNT-DISPOSED    PIC 9(07) VALUE 0.
       01 WS-COUNT-SUPPRESSED  PIC 9(07) VALUE 0.
       01 WS-COUNT-WAITING     PIC 9(07) VALUE 0.
       01 WS-COUNT-OVERDUE     PIC 9(07) VALUE 0.
       01 WS-COUNT-OVD-CRIT    PIC 9(07) VALUE 0.
       01 WS-COUNT-OVD-HIGH    PIC 9(07) VALUE 0.
       01 WS-COUNT-RUNS        PIC 9(07) VALUE 0.
       01 WS-COUNT-SUPERSEDED  PIC 9(07) VALUE 0.
       01 WS-OLDEST-HOURS      PIC 9(07) VALUE 0.
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
           02 WS-CD-TIME       PIC 9(06).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(34) VALUE
               'UNDISPOSITIONED ALERT REPORT    '.
           02 HDR-DATE         PIC X(10).
       01 WS-COLUMN-LINE.
           02 FILLER           PIC X(50) VALUE
               '  RUN   STREAM       CYCLE SEQ INDEX      REASON  '.
           02 FILLER           PIC X(40) VALUE
               '   SEVERITY RAISED          AGE HRS'.
       01 WS-ALERT-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ALL-RUN          PIC X(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-STREAM       PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-CYCLE        PIC 9(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-SEQ          PIC 9(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-INDEX        PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-REASON       PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-SEVERITY     PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-DATE         PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-TIME         PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ALL-HOURS        PIC Z(06)9.
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-DSP PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       MOVE WS-CD-TIME TO WS-NOW-TIME.
       PERFORM P001-LOAD-PARMS.
       OPEN INPUT ALERT-DISP.
       IF WS-STATUS-DSP = "00"
           MOVE 'Y' TO WS-DISP-AVAILABLE
       END-IF.
       OPEN OUTPUT REPORT-OUT.
       MOVE WS-REPORT-DATE TO HDR-DATE.
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE.
       MOVE SPACES TO FD-REPORT-LINE.
       WRITE FD-REPORT-LINE.
       IF WS-DISP-AVAILABLE = 'N'
           MOVE '  NO ALTDISP YET - NO DISPOSITION HAS BEEN RECORDED'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF.
       WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE.
       PERFORM P002-SCAN-LIVE-ALERTS.
       PERFORM P003-SCAN-ARCHIVED-RUNS.
       IF WS-COUNT-OVERDUE = 0
           MOVE '  NO OVERDUE CRITICAL OR HIGH ALERTS'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF.
       PERFORM P007-WRITE-SUMMARY.
       CLOSE REPORT-OUT.
       IF WS-DISP-AVAILABLE = 'Y'
           CLOSE ALERT-DISP
       END-IF.
       DISPLAY "CRITICAL/HIGH ALERTS EXAMINED . . . . : "
               WS-COUNT-EXAMINED.
       DISPLAY "ALERTS WITH A DISPOSITION . . . . . . : "
               WS-COUNT-DISPOSED.
       DISPLAY "ALERTS OVERDUE A DISPOSITION  . . . . : "
               WS-COUNT-OVERDUE.
       DISPLAY "DISPOSITION REPORT WRITTEN TO DSPRPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT DSP-PARMS
       IF WS-STATUS-PRM = "00"
           READ DSP-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-HOURS-TXT WS-PARM-DAYS-TXT
               END-UNSTRING
               IF WS-PARM-HOURS-TXT NOT = SPACES
                   COMPUTE WS-OVERDUE-HOURS =
                       FUNCTION NUMVAL(WS-PARM-HOURS-TXT)
               END-IF
               IF WS-PARM-DAYS-TXT NOT = SPACES
                   COMPUTE WS-LOOKBACK-DAYS =
                       FUNCTION NUMVAL(WS-PARM-DAYS-TXT)
               END-IF
               DISPLAY "DSPPARM FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE DSP-PARMS
       END-IF
       .
      ******************************************************************
      *    P002-SCAN-LIVE-ALERTS - THE RUN NOT YET ARCHIVED, WHOSE
      *    DISPOSITIONS ARE STILL HELD UNDER RUN ZERO. INDEX HOLDS
      *    ALERT-FILE OPEN FOR OUTPUT WHILE THE JOB RUNS.
      ******************************************************************
       P002-SCAN-LIVE-ALERTS.
       MOVE 'F' TO EOF
       MOVE 0 TO WS-CUR-RUN
       OPEN INPUT ALERT-FILE
       EVALUATE WS-STATUS-ALT
           WHEN "00"
               PERFORM UNTIL EOF = 'T'
                   READ ALERT-FILE INTO WS-ALERT-REC
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           PERFORM P005-TAKE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           WHEN "61"
               MOVE '  ALERT-FILE IN USE BY THE JOB - LIVE RUN NOT '
                   & 'EXAMINED' TO FD-REPORT-LINE
               WRITE FD-REPORT-LINE
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       INITIALIZE EOF
       .
      ******************************************************************
      *    P003-SCAN-ARCHIVED-RUNS - NEWEST RUN FIRST, BACK TO THE
      *    FIRST RUN ARCHIVED BEFORE THE LOOKBACK OR MISSING FROM
      *    HISTORY (PURGED). NO ARCNUM MEANS NOTHING IS ARCHIVED.
      ******************************************************************
       P003-SCAN-ARCHIVED-RUNS.
       OPEN INPUT RUN-NUMBER-FILE
       IF WS-STATUS-RUN = "00"
           READ RUN-NUMBER-FILE INTO WS-LAST-RUN
               AT END MOVE 0 TO WS-LAST-RUN
           END-READ
           CLOSE RUN-NUMBER-FILE
       END-IF
       IF WS-LAST-RUN > 0
           OPEN INPUT HISTORY-FILE
           IF WS-STATUS-HST = "00"
               MOVE 'N' TO WS-WALK-DONE
               PERFORM VARYING WS-WALK-RUN FROM WS-LAST-RUN BY -1
                       UNTIL WS-WALK-RUN < 1 OR WS-WALK-DONE = 'Y'
                   PERFORM P004-TAKE-RUN
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-TAKE-RUN - READS THE RUN STAMP, THEN THE TYPE 'A'
      *    ALERTS THAT FOLLOW IT IN KEY ORDER. A RESTATEMENT KEEPS
      *    THE ARCHIVE TIMESTAMP OF THE RUN IT REPLACES, SO ITS AGE
      *    IS TAKEN FROM WHEN IT WAS RESTATED - THE SAME ORDER ITS
      *    RUN NUMBER WAS TAKEN IN.
      ******************************************************************
       P004-TAKE-RUN.
       MOVE 'F' TO EOF
       MOVE WS-WALK-RUN TO WS-CUR-RUN
       MOVE WS-WALK-RUN TO HIST-RUN-NUM
       MOVE '0' TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
       START HISTORY-FILE KEY NOT < HIST-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       IF EOF = 'F'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
           END-READ
       END-IF
       IF EOF = 'F'
           IF HIST-RUN-NUM NOT = WS-WALK-RUN
               OR HIST-REC-TYPE NOT = '0'
               MOVE 'T' TO EOF
           END-IF
       END-IF
       IF EOF = 'T'
           MOVE 'Y' TO WS-WALK-DONE
       ELSE
           MOVE HIST-DATA TO WS-ARC-STAMP-REC
           MOVE 0 TO WS-ARC-AGE-DAYS
           IF ARC-STAMP-REVISION NUMERIC AND ARC-STAMP-REVISION > 0
               MOVE ARC-STAMP-RESTATED(1:8) TO WS-ARC-DATE
           ELSE
               MOVE ARC-STAMP-TIMESTAMP(1:8) TO WS-ARC-DATE
           END-IF
           IF WS-ARC-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ARC-DATE) = 0
                   COMPUTE WS-ARC-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-ARC-DATE)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ARC-AGE-DAYS > WS-LOOKBACK-DAYS
                   MOVE 'Y' TO WS-WALK-DONE
               WHEN ARC-STAMP-SUPERSEDED IS NUMERIC
                       AND ARC-STAMP-SUPERSEDED > 0
                   ADD 1 TO WS-COUNT-SUPERSEDED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-RUNS
                   PERFORM UNTIL EOF = 'T'
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'T' TO EOF
                           NOT AT END
                               IF HIST-RUN-NUM NOT = WS-WALK-RUN
                                   OR HIST-REC-TYPE > 'A'
                                   MOVE 'T' TO EOF
                               ELSE
                                   MOVE HIST-DATA TO WS-ALERT-REC
                                   PERFORM P005-TAKE-ALERT
                               END-IF
                       END-READ
                   END-PERFORM
           END-EVALUATE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P005-TAKE-ALERT - CRITICAL AND HIGH ONLY. A SUPPRESSED
      *    ALERT IS COUNTED BUT NEEDS NO DISPOSITION.
      ******************************************************************
       P005-TAKE-ALERT.
       IF ALT-SEVERITY = 'CRITICAL' OR ALT-SEVERITY = 'HIGH'
           ADD 1 TO WS-COUNT-EXAMINED
           IF ALT-WINDOW-FLAG = 'W'
               ADD 1 TO WS-COUNT-SUPPRESSED
           ELSE
               PERFORM P006-CHECK-DISPOSITION
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-CHECK-DISPOSITION - AGE IN WHOLE HOURS FROM CAPTURE TO
      *    NOW; AN UNUSABLE CAPTURE DATE AGES AS ZERO.
      ******************************************************************
       P006-CHECK-DISPOSITION.
       MOVE 'N' TO WS-DISP-FOUND
       IF WS-DISP-AVAILABLE = 'Y'
           MOVE 'Y' TO WS-DISP-FOUND
           MOVE WS-CUR-RUN TO DSP-RUN-NUM
           MOVE ALT-SOURCE-FILE TO DSP-SRC-FILE
           MOVE ALT-CYCLE-NUM TO DSP-CYCLE-NUM
           MOVE ALT-SEQ-IN-CYCLE TO DSP-SEQ-CYC
           MOVE ALT-INDEX-NAME TO DSP-INDEX-NAME
           MOVE ALT-REASON TO DSP-REASON
           READ ALERT-DISP
               KEY IS DSP-KEY
               INVALID KEY
                   MOVE 'N' TO WS-DISP-FOUND
           END-READ
       END-IF
       IF WS-DISP-FOUND = 'Y'
           ADD 1 TO WS-COUNT-DISPOSED
       ELSE
           MOVE 0 TO WS-AGE-HOURS
           IF ALT-TS-DATE NUMERIC AND ALT-TS-TIME NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(ALT-TS-DATE) = 0
                   MOVE ALT-TS-TIME TO WS-ALERT-TIME
                   COMPUTE WS-AGE-SECS =
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                        - FUNCTION INTEGER-OF-DATE(ALT-TS-DATE))
                       * 86400
                       + (WS-NOW-HH * 3600 + WS-NOW-MM * 60
                          + WS-NOW-SS)
                       - (WS-ALT-HH * 3600 + WS-ALT-MM * 60
                          + WS-ALT-SS)
                   COMPUTE WS-AGE-HOURS = WS-AGE-SECS / 3600
               END-IF
           END-IF
           IF WS-AGE-HOURS < 0
               MOVE 0 TO WS-AGE-HOURS
           END-IF
           IF WS-AGE-HOURS < WS-OVERDUE-HOURS
               ADD 1 TO WS-COUNT-WAITING
           ELSE
               ADD 1 TO WS-COUNT-OVERDUE
               IF ALT-SEVERITY = 'CRITICAL'
                   ADD 1 TO WS-COUNT-OVD-CRIT
               ELSE
                   ADD 1 TO WS-COUNT-OVD-HIGH
               END-IF
               IF WS-AGE-HOURS > WS-OLDEST-HOURS
                   MOVE WS-AGE-HOURS TO WS-OLDEST-HOURS
               END-IF
               MOVE SPACES TO WS-ALERT-LINE
               IF WS-CUR-RUN = 0
                   MOVE 'LIVE' TO ALL-RUN
               ELSE
                   MOVE WS-CUR-RUN TO ALL-RUN
               END-IF
               MOVE ALT-SOURCE-FILE TO ALL-STREAM
               MOVE ALT-CYCLE-NUM TO ALL-CYCLE
               MOVE ALT-SEQ-IN-CYCLE TO ALL-SEQ
               MOVE ALT-INDEX-NAME TO ALL-INDEX
               MOVE ALT-REASON TO ALL-REASON
               MOVE ALT-SEVERITY TO ALL-SEVERITY
               MOVE ALT-TS-DATE TO ALL-DATE
               MOVE ALT-TS-TIME TO ALL-TIME
               MOVE WS-AGE-HOURS TO ALL-HOURS
               WRITE FD-REPORT-LINE FROM WS-ALERT-LINE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P007-WRITE-SUMMARY
      ******************************************************************
       P007-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OVERDUE LIMIT (HOURS)' TO SUM-LABEL
       MOVE WS-OVERDUE-HOURS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'LOOKBACK (DAYS)' TO SUM-LABEL
       MOVE WS-LOOKBACK-DAYS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ARCHIVED RUNS EXAMINED' TO SUM-LABEL
       MOVE WS-COUNT-RUNS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SUPERSEDED RUNS SKIPPED' TO SUM-LABEL
       MOVE WS-COUNT-SUPERSEDED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'CRITICAL/HIGH ALERTS' TO SUM-LABEL
       MOVE WS-COUNT-EXAMINED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SUPPRESSED IN A WINDOW' TO SUM-LABEL
       MOVE WS-COUNT-SUPPRESSED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'WITH A DISPOSITION' TO SUM-LABEL
       MOVE WS-COUNT-DISPOSED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'WAITING, NOT YET OVERDUE' TO SUM-LABEL
       MOVE WS-COUNT-WAITING TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OVERDUE CRITICAL' TO SUM-LABEL
       MOVE WS-COUNT-OVD-CRIT TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OVERDUE HIGH' TO SUM-LABEL
       MOVE WS-COUNT-OVD-HIGH TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OLDEST OVERDUE (HOURS)' TO SUM-LABEL
       MOVE WS-OLDEST-HOURS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       IF WS-COUNT-OVERDUE > 0
           MOVE '  OVERDUE ALERTS NEED A DISPOSITION - RECORD THEM IN '
               & 'DSP-MNT' TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .

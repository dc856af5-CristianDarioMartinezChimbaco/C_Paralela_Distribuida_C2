       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-SCR.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    SENSOR HEALTH SCORECARD STEP. RUNS AFTER FORECAST. THE
      *    SIGNS THAT A SENSOR IS GOING BAD ARE SPREAD OVER SIX
      *    PLACES: THE FEEDQUAR LINES DATA-EDT SET ASIDE, THE
      *    EXCEPTION-FILE REJECTS, THE ANOMALY-FILE HITS, THE GAPS,
      *    MISSING SLOTS AND DUPLICATES DATA-RCN LEAVES IN RCNSTRM,
      *    THE AGE OF THE STREAM'S CALIBRATION (CAL-UPD-STAMP IN
      *    CALMAST) AND THE STREAM'S TIME IN SERVICE (STR-INSERVICE
      *    IN STRMAST). THIS STEP TURNS THEM INTO ONE WEIGHTED SCORE
      *    PER STREAM - 100 LESS THE WEIGHTED PENALTIES, NEVER BELOW
      *    ZERO - KEEPS EACH RUN'S SCORES IN THE INDEXED SCRHIST SO
      *    THE TREND ACROSS RUNS CAN BE SEEN, AND PRINTS SCRRPT WITH
      *    THE STREAMS RANKED WORST FIRST. A STREAM BELOW THE FLOOR,
      *    OR DOWN BY AT LEAST THE DROP SINCE ITS LAST SCORED RUN, IS
      *    FLAGGED. THE RUN HAS NO NUMBER UNTIL DATA-ARC ARCHIVES IT
      *    AT THE START OF THE NEXT CHAIN (A RESTATEMENT CAN TAKE THE
      *    NEXT ARCNUM IN BETWEEN), SO ITS SCORES ARE FILED UNDER RUN
      *    ZERO AND DATA-ARC RENUMBERS THEM TO THE RUN IT ARCHIVES,
      *    AS IT DOES FOR FEEDREG AND WORKORD; A RERUN REPLACES THE
      *    RUN ZERO SCORES. DRIVEN BY THE SCRPARMS POLICY LINE;
      *    MISSING FILE LEAVES THE DEFAULTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN TO FEEDQUAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QUA.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE
               FILE STATUS IS WS-STATUS-EXC.
           SELECT ANOMALY-FILE ASSIGN TO ANOMALY-FILE
               FILE STATUS IS WS-STATUS-ANM.
           SELECT STREAM-FINDINGS ASSIGN TO RCNSTRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FND.
           SELECT CALIBRATION-MASTER ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-SOURCE-FILE
               FILE STATUS IS WS-STATUS-CAL.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT SCORE-PARMS ASSIGN TO SCRPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT SCORE-HISTORY ASSIGN TO SCRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-STATUS-SCH.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT REPORT-OUT ASSIGN TO SCRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD QUARANTINE-FILE
           DATA RECORD IS FD-QUARANTINE-REC.
       01 FD-QUARANTINE-REC    PIC X(110).
       FD EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS FD-EXCEPTION-REC.
       01 FD-EXCEPTION-REC     PIC X(94).
       FD ANOMALY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-REC.
       01 FD-ANOMALY-REC       PIC X(105).
       FD STREAM-FINDINGS
           DATA RECORD IS FD-FINDINGS-REC.
       01 FD-FINDINGS-REC      PIC X(80).
      ******************************************************************
      *    CALIBRATION MASTER - MUST STAY IN STEP WITH CAL-MNT, WHICH
      *    MAINTAINS IT. ONLY THE LAST UPDATE STAMP IS USED HERE.
      ******************************************************************
       FD CALIBRATION-MASTER
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS FD-CALIBRATION-REC.
       01 FD-CALIBRATION-REC.
           02 CAL-SOURCE-FILE  PIC X(12).
           02 CAL-TEMP-OFFSET  PIC S99V99.
           02 CAL-TEMP-SCALE   PIC 9V999.
           02 CAL-HUM-OFFSET   PIC S99V99.
           02 CAL-HUM-SCALE    PIC 9V999.
           02 CAL-CO2-OFFSET   PIC S9(03).
           02 CAL-CO2-SCALE    PIC 9V999.
           02 CAL-UPD-USER     PIC X(08).
           02 CAL-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(01).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. ONLY THE IN-SERVICE DATE IS USED HERE.
      ******************************************************************
       FD STREAM-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-STREAM-REC.
       01 FD-STREAM-REC.
           02 STR-STREAM-NAME  PIC X(12).
           02 STR-LOCATION     PIC X(20).
           02 STR-DESCRIPTION  PIC X(30).
           02 STR-INSERVICE    PIC 9(08).
           02 STR-STATUS       PIC X(01).
           02 STR-UPD-USER     PIC X(08).
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
       FD SCORE-PARMS
           DATA RECORD IS FD-SCORE-PARM-REC.
       01 FD-SCORE-PARM-REC    PIC X(80).
      ******************************************************************
      *    SCORE HISTORY - MUST STAY IN STEP WITH DATA-ARC. ONE RECORD
      *    PER STREAM PER SCORED RUN, KEYED BY STREAM THEN RUN SO A
      *    STREAM'S RUNS READ OLDEST FIRST, THE ONE NOT YET ARCHIVED
      *    (RUN ZERO) AHEAD OF THEM ALL.
      *    THE COMPONENTS ARE KEPT WITH THE SCORE SO AN OLD SCORE CAN
      *    STILL BE EXPLAINED AFTER THE POLICY CHANGES. FLAG F = BELOW
      *    FLOOR, D = SHARP DROP, B = BOTH, SPACE = NEITHER.
      ******************************************************************
       FD SCORE-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-SCORE-HIST-REC.
       01 FD-SCORE-HIST-REC.
           02 SCH-KEY.
               03 SCH-STREAM   PIC X(12).
               03 SCH-RUN-NUM  PIC 9(05).
           02 SCH-STAMP        PIC X(26).
           02 SCH-SCORE        PIC 9(03)V9.
           02 SCH-QUAR-COUNT   PIC 9(05).
           02 SCH-EXC-COUNT    PIC 9(05).
           02 SCH-ANOM-COUNT   PIC 9(05).
           02 SCH-GAP-COUNT    PIC 9(07).
           02 SCH-DUP-COUNT    PIC 9(07).
           02 SCH-CAL-DAYS     PIC 9(05).
           02 SCH-SVC-DAYS     PIC 9(05).
           02 SCH-FLAG         PIC X(01).
           02 FILLER           PIC X(13).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC         PIC X(100).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-QUA        PIC XX.
       01 WS-STATUS-EXC        PIC XX.
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-FND        PIC XX.
       01 WS-STATUS-CAL        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-SCH        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    SCORECARD POLICY - ONE CSV LINE IN SCRPARMS:
      *    QUAR-WT,EXC-WT,ANOM-WT,GAP-WT,DUP-WT,CAL-WT,AGE-WT,FLOOR,
      *    DROP. EACH WEIGHT IS THE POINTS TAKEN OFF PER QUARANTINED
      *    LINE, REJECT, ANOMALY, GAP OR MISSING SLOT, DUPLICATE, 30
      *    DAYS SINCE CALIBRATION AND YEAR IN SERVICE. A ZERO WEIGHT
      *    LEAVES THAT EVIDENCE OUT. A STREAM UNDER FLOOR, OR DOWN BY
      *    DROP OR MORE ON ITS LAST SCORED RUN, IS FLAGGED. MISSING
      *    FILE LEAVES THE DEFAULTS.
      ******************************************************************
       01 WS-QUAR-WEIGHT       PIC 9(02)V99 VALUE 1.00.
       01 WS-EXC-WEIGHT        PIC 9(02)V99 VALUE 1.00.
       01 WS-ANOM-WEIGHT       PIC 9(02)V99 VALUE 2.00.
       01 WS-GAP-WEIGHT        PIC 9(02)V99 VALUE 0.50.
       01 WS-DUP-WEIGHT        PIC 9(02)V99 VALUE 2.00.
       01 WS-CAL-WEIGHT        PIC 9(02)V99 VALUE 1.00.
       01 WS-AGE-WEIGHT        PIC 9(02)V99 VALUE 2.00.
       01 WS-SCORE-FLOOR       PIC 9(03) VALUE 60.
       01 WS-SCORE-DROP        PIC 9(03) VALUE 15.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-QUAR-TXT     PIC X(10).
       01 WS-PARM-EXC-TXT      PIC X(10).
       01 WS-PARM-ANOM-TXT     PIC X(10).
       01 WS-PARM-GAP-TXT      PIC X(10).
       01 WS-PARM-DUP-TXT      PIC X(10).
       01 WS-PARM-CAL-TXT      PIC X(10).
       01 WS-PARM-AGE-TXT      PIC X(10).
       01 WS-PARM-FLOOR-TXT    PIC X(10).
       01 WS-PARM-DROP-TXT     PIC X(10).
      ******************************************************************
      *    A STREAM WITH NO CALMAST ENTRY HAS NEVER BEEN CALIBRATED
      *    AND IS CHARGED AS IF ITS CALIBRATION WERE A YEAR OLD.
      ******************************************************************
       01 WS-CAL-NONE-DAYS     PIC 9(05) VALUE 365.
      ******************************************************************
      *    QUARANTINE RECORD - SAME SHAPE DATA-EDT WRITES. THE STREAM
      *    IS THE FIRST FIELD OF THE RAW CSV LINE.
      ******************************************************************
       01 WS-QUARANTINE-REC.
           02 QUAR-LINE-NUM    PIC 9(07).
           02 FILLER           PIC X(01).
           02 QUAR-REASON      PIC X(20).
           02 FILLER           PIC X(01).
           02 QUAR-LINE        PIC X(80).
       01 WS-QUAR-STREAM       PIC X(12).
      ******************************************************************
      *    EXCEPTION RECORD - SAME SHAPE INDEX WRITES
      *    (WS-EXCEPTION-REC); ONLY THE SOURCE FILE IS USED HERE.
      ******************************************************************
       01 WS-EXCEPTION-REC.
           02 FILLER           PIC X(12).
           02 EXC-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 EXC-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 EXC-CO2          PIC 9(03).
           02 FILLER           PIC X(01).
           02 EXC-REASON       PIC X(20).
           02 FILLER           PIC X(05).
           02 EXC-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 EXC-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 EXC-SEQ-IN-CYCLE PIC 9(03).
      ******************************************************************
      *    ANOMALY RECORD - SAME SHAPE INDEX WRITES (WS-ANOMALY-REC).
      ******************************************************************
       01 WS-ANOMALY-REC.
           02 FILLER           PIC X(12).
           02 ANM-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ANM-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ANM-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ANM-INDEX-NUM    PIC 9(03)V99.
           02 FILLER           PIC X(05).
           02 ANM-EXPECTED     PIC 9(03)V99.
           02 FILLER           PIC X(05).
           02 ANM-DEVIATION    PIC 9(03)V99.
           02 FILLER           PIC X(05).
           02 ANM-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 ANM-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 ANM-SEQ-IN-CYCLE PIC 9(03).
      ******************************************************************
      *    RECONCILIATION FINDINGS - SAME SHAPE DATA-RCN WRITES TO
      *    RCNSTRM (WS-FINDINGS-REC).
      ******************************************************************
       01 WS-FINDINGS-REC.
           02 FND-LABEL        PIC X(07).
           02 FND-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(06).
           02 FND-GAPS         PIC 9(09).
           02 FILLER           PIC X(09).
           02 FND-MISSING      PIC 9(09).
           02 FILLER           PIC X(12).
           02 FND-DUPLICATES   PIC 9(09).
      ******************************************************************
      *    PARALLEL DATA FILE STREAMS - MUST STAY IN STEP WITH THE
      *    TABLE IN DATA-INDEX AND INDEX.
      ******************************************************************
       01 WS-FILE-IDX          PIC 9(02).
       01 WS-FILE-SUB          PIC 9(02).
       01 WS-FILE-COUNT        PIC 9(02) VALUE 3.
       01 WS-FILE-NAME-LIST.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-01'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-02'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-03'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           02 WS-FILE-NAME-ENTRY PIC X(20) OCCURS 3 TIMES.
      ******************************************************************
      *    PER-STREAM EVIDENCE, SCORE AND TREND FOR THIS RUN. THE
      *    PREVIOUS SCORES ARE THE STREAM'S LAST THREE SCORED RUNS,
      *    NEWEST FIRST.
      ******************************************************************
       01 WS-STREAM-TABLE.
           02 WS-STREAM-ENTRY OCCURS 3 TIMES.
               03 STM-QUAR-COUNT  PIC 9(05).
               03 STM-EXC-COUNT   PIC 9(05).
               03 STM-ANOM-COUNT  PIC 9(05).
               03 STM-GAP-COUNT   PIC 9(07).
               03 STM-DUP-COUNT   PIC 9(07).
               03 STM-CAL-FOUND   PIC X(01).
               03 STM-CAL-DAYS    PIC 9(05).
               03 STM-SVC-DAYS    PIC 9(05).
               03 STM-SCORE       PIC 9(03)V9.
               03 STM-PREV-COUNT  PIC 9(01).
               03 STM-PREV-SCORE  PIC 9(03)V9 OCCURS 3 TIMES.
               03 STM-CHANGE      PIC S9(03)V9.
               03 STM-FLAG        PIC X(01).
               03 STM-RANKED      PIC X(01).
       01 WS-RUN-NUM           PIC 9(05) VALUE 0.
       01 WS-TODAY-NUM         PIC 9(08).
       01 WS-TODAY-INT         PIC 9(07).
       01 WS-DATE-NUM          PIC 9(08).
       01 WS-PENALTY           PIC 9(07)V99.
       01 WS-PREV-SUB          PIC 9(01).
       01 WS-RANK              PIC 9(02).
       01 WS-RANK-IDX          PIC 9(02).
       01 WS-SCH-ERROR         PIC X(01) VALUE 'N'.
       01 WS-SCAN-DONE         PIC X(01).
       01 WS-COUNT-QUAR        PIC 9(07) VALUE 0.
       01 WS-COUNT-EXC         PIC 9(07) VALUE 0.
       01 WS-COUNT-ANOM        PIC 9(07) VALUE 0.
       01 WS-COUNT-SCORED      PIC 9(05) VALUE 0.
       01 WS-COUNT-FLOOR       PIC 9(05) VALUE 0.
       01 WS-COUNT-DROP        PIC 9(05) VALUE 0.
       01 WS-COUNT-REPLACED    PIC 9(05) VALUE 0.
       01 WS-CURRENT-STAMP     PIC X(26).
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(34) VALUE
               'SENSOR HEALTH SCORECARD  '.
           02 HDR-DATE         PIC X(10).
           02 FILLER           PIC X(21) VALUE
               '  RUN PENDING ARCHIVE'.
       01 WS-POLICY-LINE.
           02 FILLER           PIC X(09) VALUE '  FLOOR  '.
           02 POL-FLOOR        PIC ZZ9.
           02 FILLER           PIC X(08) VALUE '  DROP  '.
           02 POL-DROP         PIC ZZ9.
           02 FILLER           PIC X(40) VALUE
               '  - WORST FIRST: VISIT FROM THE TOP DOWN'.
       01 WS-COLUMN-LINE.
           02 FILLER           PIC X(40) VALUE
               '  RANK  STREAM         SCORE     PREV1  '.
           02 FILLER           PIC X(40) VALUE
               'PREV2  PREV3   CHANGE  FLAG             '.
       01 WS-RANK-LINE.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RNK-RANK         PIC Z9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RNK-STREAM       PIC X(12).
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RNK-SCORE        PIC ZZ9.9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RNK-PREV-ENTRY OCCURS 3 TIMES.
               03 FILLER       PIC X(02).
               03 RNK-PREV     PIC X(05).
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RNK-CHANGE       PIC X(06).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RNK-FLAG         PIC X(22).
       01 WS-EVIDENCE-LINE.
           02 FILLER           PIC X(13) VALUE '        QUAR '.
           02 EVD-QUAR         PIC Z(04)9.
           02 FILLER           PIC X(06) VALUE '  EXC '.
           02 EVD-EXC          PIC Z(04)9.
           02 FILLER           PIC X(07) VALUE '  ANOM '.
           02 EVD-ANOM         PIC Z(04)9.
           02 FILLER           PIC X(07) VALUE '  GAPS '.
           02 EVD-GAPS         PIC Z(06)9.
           02 FILLER           PIC X(07) VALUE '  DUPS '.
           02 EVD-DUPS         PIC Z(06)9.
           02 FILLER           PIC X(11) VALUE '  CAL-DAYS '.
           02 EVD-CAL-DAYS     PIC X(05).
           02 FILLER           PIC X(10) VALUE '  SVC-YRS '.
           02 EVD-SVC-YRS      PIC Z9.9.
       01 WS-ED-SCORE          PIC ZZ9.9.
       01 WS-ED-CHANGE         PIC -ZZ9.9.
       01 WS-ED-DAYS           PIC Z(04)9.
       01 WS-SVC-YEARS         PIC 9(02)V9.
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID          PIC X(08) VALUE 'DATA-SCR'.
       01 WS-AUDIT-TIMESTAMP PIC X(26).
       01 WS-AUDIT-REC.
           02 AUD-JOB-ID      PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-TIMESTAMP   PIC X(26).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-EVENT       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-DETAIL      PIC X(40).
       01 WS-AUDIT-EVENT-ARG  PIC X(20).
       01 WS-AUDIT-DETAIL-ARG PIC X(40).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-SCR PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
       MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY-NUM.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       PERFORM P013-WRITE-AUDIT-RECORD.
       INITIALIZE WS-STREAM-TABLE.
       PERFORM P001-LOAD-PARMS.
       PERFORM P003-COUNT-QUARANTINE.
       PERFORM P004-COUNT-EXCEPTIONS.
       PERFORM P005-COUNT-ANOMALIES.
       PERFORM P006-READ-FINDINGS.
       PERFORM P007-READ-MASTERS.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           PERFORM P008-SCORE-STREAM
       END-PERFORM.
       OPEN OUTPUT REPORT-OUT.
       MOVE WS-REPORT-DATE TO HDR-DATE.
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE.
       MOVE SPACES TO FD-REPORT-LINE.
       WRITE FD-REPORT-LINE.
       PERFORM P009-OPEN-SCORE-HISTORY.
       IF WS-SCH-ERROR = 'N'
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM P010-TREND-STREAM
           END-PERFORM
           CLOSE SCORE-HISTORY
           PERFORM P011-WRITE-RANKING
       END-IF.
       CLOSE REPORT-OUT.
       DISPLAY "SCORED RUN  . . . . . . . . . . . . . : "
               WS-RUN-NUM " (PENDING ARCHIVE)".
       DISPLAY "QUARANTINED LINES READ  . . . . . . . : "
               WS-COUNT-QUAR.
       DISPLAY "EXCEPTIONS READ . . . . . . . . . . . : "
               WS-COUNT-EXC.
       DISPLAY "ANOMALIES READ  . . . . . . . . . . . : "
               WS-COUNT-ANOM.
       DISPLAY "STREAMS SCORED  . . . . . . . . . . . : "
               WS-COUNT-SCORED.
       DISPLAY "STREAMS BELOW FLOOR . . . . . . . . . : "
               WS-COUNT-FLOOR.
       DISPLAY "STREAMS WITH A SHARP DROP . . . . . . : "
               WS-COUNT-DROP.
       DISPLAY "SCORECARD WRITTEN TO SCRRPT".
       IF WS-SCH-ERROR = 'Y'
           MOVE 'JOB FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE 'SCRHIST UNAVAILABLE' TO WS-AUDIT-DETAIL-ARG
           PERFORM P013-WRITE-AUDIT-RECORD
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               ' FLOOR ' DELIMITED BY SIZE
               WS-COUNT-FLOOR DELIMITED BY SIZE
               ' DROP ' DELIMITED BY SIZE
               WS-COUNT-DROP DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P013-WRITE-AUDIT-RECORD
       END-IF
       CLOSE AUDIT-LOG
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT SCORE-PARMS
       IF WS-STATUS-PRM = "00"
           READ SCORE-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-QUAR-TXT WS-PARM-EXC-TXT
                        WS-PARM-ANOM-TXT WS-PARM-GAP-TXT
                        WS-PARM-DUP-TXT WS-PARM-CAL-TXT
                        WS-PARM-AGE-TXT WS-PARM-FLOOR-TXT
                        WS-PARM-DROP-TXT
               END-UNSTRING
               IF WS-PARM-QUAR-TXT NOT = SPACES
                   COMPUTE WS-QUAR-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-QUAR-TXT)
               END-IF
               IF WS-PARM-EXC-TXT NOT = SPACES
                   COMPUTE WS-EXC-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-EXC-TXT)
               END-IF
               IF WS-PARM-ANOM-TXT NOT = SPACES
                   COMPUTE WS-ANOM-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-ANOM-TXT)
               END-IF
               IF WS-PARM-GAP-TXT NOT = SPACES
                   COMPUTE WS-GAP-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-GAP-TXT)
               END-IF
               IF WS-PARM-DUP-TXT NOT = SPACES
                   COMPUTE WS-DUP-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-DUP-TXT)
               END-IF
               IF WS-PARM-CAL-TXT NOT = SPACES
                   COMPUTE WS-CAL-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-CAL-TXT)
               END-IF
               IF WS-PARM-AGE-TXT NOT = SPACES
                   COMPUTE WS-AGE-WEIGHT =
                       FUNCTION NUMVAL(WS-PARM-AGE-TXT)
               END-IF
               IF WS-PARM-FLOOR-TXT NOT = SPACES
                   COMPUTE WS-SCORE-FLOOR =
                       FUNCTION NUMVAL(WS-PARM-FLOOR-TXT)
               END-IF
               IF WS-PARM-DROP-TXT NOT = SPACES
                   COMPUTE WS-SCORE-DROP =
                       FUNCTION NUMVAL(WS-PARM-DROP-TXT)
               END-IF
               DISPLAY "SCRPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE SCORE-PARMS
       END-IF
       .
      ******************************************************************
      *    P003-COUNT-QUARANTINE - FEEDQUAR HOLDS THE LINES DATA-EDT
      *    SET ASIDE FROM THIS RUN'S FEED. A LINE WHOSE FIRST FIELD IS
      *    NOT ONE OF THE STREAMS IS COUNTED BUT CHARGED TO NO ONE.
      ******************************************************************
       P003-COUNT-QUARANTINE.
       MOVE 'F' TO EOF
       OPEN INPUT QUARANTINE-FILE
       IF WS-STATUS-QUA = "00"
           PERFORM UNTIL EOF = 'T'
               READ QUARANTINE-FILE INTO WS-QUARANTINE-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-QUAR
                       MOVE SPACES TO WS-QUAR-STREAM
                       UNSTRING QUAR-LINE DELIMITED BY ','
                           INTO WS-QUAR-STREAM
                       END-UNSTRING
                       PERFORM P012-FIND-STREAM-QUAR
               END-READ
           END-PERFORM
           CLOSE QUARANTINE-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P004-COUNT-EXCEPTIONS - EXCEPTION-FILE HOLDS THIS RUN'S
      *    REJECTS, EACH STAMPED WITH ITS SOURCE FILE.
      ******************************************************************
       P004-COUNT-EXCEPTIONS.
       MOVE 'F' TO EOF
       OPEN INPUT EXCEPTION-FILE
       IF WS-STATUS-EXC = "00"
           PERFORM UNTIL EOF = 'T'
               READ EXCEPTION-FILE INTO WS-EXCEPTION-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-EXC
                       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                           IF EXC-SOURCE-FILE =
                               WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                               ADD 1 TO STM-EXC-COUNT(WS-FILE-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P005-COUNT-ANOMALIES - ANOMALY-FILE HOLDS THE CURRENT RUN'S
      *    ANOMALIES ONLY, SO EVERY RECORD COUNTS.
      ******************************************************************
       P005-COUNT-ANOMALIES.
       MOVE 'F' TO EOF
       OPEN INPUT ANOMALY-FILE
       IF WS-STATUS-ANM = "00"
           PERFORM UNTIL EOF = 'T'
               READ ANOMALY-FILE INTO WS-ANOMALY-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ANOM
                       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                           IF ANM-SOURCE-FILE =
                               WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                               ADD 1 TO STM-ANOM-COUNT(WS-FILE-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ANOMALY-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P006-READ-FINDINGS - RCNSTRM CARRIES ONE LINE PER STREAM.
      *    A GAP AND A MISSING SLOT ARE BOTH DATA THAT NEVER ARRIVED,
      *    SO THEY ARE CHARGED TOGETHER; DUPLICATES ARE CHARGED APART.
      ******************************************************************
       P006-READ-FINDINGS.
       MOVE 'F' TO EOF
       OPEN INPUT STREAM-FINDINGS
       IF WS-STATUS-FND = "00"
           PERFORM UNTIL EOF = 'T'
               READ STREAM-FINDINGS INTO WS-FINDINGS-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                           IF FND-LABEL = 'STREAM '
                               AND FND-SOURCE-FILE =
                               WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                               AND FND-GAPS NUMERIC
                               AND FND-MISSING NUMERIC
                               AND FND-DUPLICATES NUMERIC
                               COMPUTE STM-GAP-COUNT(WS-FILE-SUB) =
                                   FND-GAPS + FND-MISSING
                               MOVE FND-DUPLICATES
                                   TO STM-DUP-COUNT(WS-FILE-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE STREAM-FINDINGS
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P007-READ-MASTERS - CALIBRATION AGE IN DAYS FROM THE LAST
      *    CALMAST UPDATE, AND DAYS IN SERVICE FROM THE STRMAST
      *    IN-SERVICE DATE. NO CALMAST ENTRY IS CHARGED AT THE
      *    NEVER-CALIBRATED AGE; NO IN-SERVICE DATE CHARGES NOTHING.
      ******************************************************************
       P007-READ-MASTERS.
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           MOVE 'N' TO STM-CAL-FOUND(WS-FILE-SUB)
           MOVE WS-CAL-NONE-DAYS TO STM-CAL-DAYS(WS-FILE-SUB)
       END-PERFORM
       OPEN INPUT CALIBRATION-MASTER
       IF WS-STATUS-CAL = "00"
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                   TO CAL-SOURCE-FILE
               READ CALIBRATION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-UPD-STAMP(1:8) NUMERIC
                           MOVE CAL-UPD-STAMP(1:8) TO WS-DATE-NUM
                           IF WS-DATE-NUM > 16010100
                                   AND WS-DATE-NUM NOT > WS-TODAY-NUM
                               MOVE 'Y' TO STM-CAL-FOUND(WS-FILE-SUB)
                               COMPUTE STM-CAL-DAYS(WS-FILE-SUB) =
                                   WS-TODAY-INT -
                                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-MASTER
       END-IF
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                   TO STR-STREAM-NAME
               READ STREAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STR-INSERVICE NUMERIC
                               AND STR-INSERVICE > 16010100
                               AND STR-INSERVICE NOT > WS-TODAY-NUM
                           MOVE STR-INSERVICE TO WS-DATE-NUM
                           COMPUTE STM-SVC-DAYS(WS-FILE-SUB) =
                               WS-TODAY-INT -
                               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       .
      ******************************************************************
      *    P008-SCORE-STREAM - 100 LESS EACH PIECE OF EVIDENCE TIMES
      *    ITS WEIGHT. CALIBRATION AGE IS CHARGED PER 30 DAYS AND TIME
      *    IN SERVICE PER YEAR, BOTH PRO RATA.
      ******************************************************************
       P008-SCORE-STREAM.
       COMPUTE WS-PENALTY ROUNDED =
             STM-QUAR-COUNT(WS-FILE-IDX) * WS-QUAR-WEIGHT
           + STM-EXC-COUNT(WS-FILE-IDX) * WS-EXC-WEIGHT
           + STM-ANOM-COUNT(WS-FILE-IDX) * WS-ANOM-WEIGHT
           + STM-GAP-COUNT(WS-FILE-IDX) * WS-GAP-WEIGHT
           + STM-DUP-COUNT(WS-FILE-IDX) * WS-DUP-WEIGHT
           + STM-CAL-DAYS(WS-FILE-IDX) * WS-CAL-WEIGHT / 30
           + STM-SVC-DAYS(WS-FILE-IDX) * WS-AGE-WEIGHT / 365
           ON SIZE ERROR
               MOVE 100 TO WS-PENALTY
       END-COMPUTE
       IF WS-PENALTY NOT < 100
           MOVE 0 TO STM-SCORE(WS-FILE-IDX)
       ELSE
           COMPUTE STM-SCORE(WS-FILE-IDX) ROUNDED = 100 - WS-PENALTY
       END-IF
       ADD 1 TO WS-COUNT-SCORED
       .
      ******************************************************************
      *    P009-OPEN-SCORE-HISTORY - A MISSING SCRHIST IS BUILT EMPTY;
      *    ONE THAT CANNOT BE OPENED AT ALL FAILS THE STEP, SINCE THE
      *    TREND WOULD OTHERWISE BREAK WITHOUT ANYONE NOTICING.
      ******************************************************************
       P009-OPEN-SCORE-HISTORY.
       OPEN I-O SCORE-HISTORY
       IF WS-STATUS-SCH = "35"
           OPEN OUTPUT SCORE-HISTORY
           IF WS-STATUS-SCH = "00"
               CLOSE SCORE-HISTORY
               OPEN I-O SCORE-HISTORY
           END-IF
       END-IF
       IF WS-STATUS-SCH NOT = "00"
           MOVE 'Y' TO WS-SCH-ERROR
           DISPLAY "SCRHIST COULD NOT BE OPENED - STATUS "
                   WS-STATUS-SCH
           MOVE '  SCRHIST COULD NOT BE OPENED - NO SCORECARD'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P010-TREND-STREAM - THE STREAM'S ARCHIVED RUNS (RUN ONE
      *    UP) ARE READ OLDEST FIRST AND THE LAST THREE KEPT, NEWEST
      *    IN SLOT ONE.
      *    THE CHANGE AND THE DROP FLAG ARE AGAINST THE NEWEST OF
      *    THEM. THEN THIS RUN'S SCORE IS STORED, REPLACING IT IF THE
      *    RUN WAS ALREADY SCORED.
      ******************************************************************
       P010-TREND-STREAM.
       MOVE 0 TO STM-PREV-COUNT(WS-FILE-IDX)
       MOVE 0 TO STM-CHANGE(WS-FILE-IDX)
       MOVE SPACE TO STM-FLAG(WS-FILE-IDX)
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO SCH-STREAM
       MOVE 1 TO SCH-RUN-NUM
       MOVE 'N' TO WS-SCAN-DONE
       START SCORE-HISTORY KEY IS NOT LESS THAN SCH-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ SCORE-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF SCH-STREAM NOT =
                           WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       MOVE STM-PREV-SCORE(WS-FILE-IDX, 2)
                           TO STM-PREV-SCORE(WS-FILE-IDX, 3)
                       MOVE STM-PREV-SCORE(WS-FILE-IDX, 1)
                           TO STM-PREV-SCORE(WS-FILE-IDX, 2)
                       MOVE SCH-SCORE
                           TO STM-PREV-SCORE(WS-FILE-IDX, 1)
                       IF STM-PREV-COUNT(WS-FILE-IDX) < 3
                           ADD 1 TO STM-PREV-COUNT(WS-FILE-IDX)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       IF STM-PREV-COUNT(WS-FILE-IDX) > 0
           COMPUTE STM-CHANGE(WS-FILE-IDX) =
               STM-SCORE(WS-FILE-IDX) - STM-PREV-SCORE(WS-FILE-IDX, 1)
           IF WS-SCORE-DROP > 0
                   AND STM-CHANGE(WS-FILE-IDX) NOT > 0 - WS-SCORE-DROP
               MOVE 'D' TO STM-FLAG(WS-FILE-IDX)
               ADD 1 TO WS-COUNT-DROP
           END-IF
       END-IF
       IF STM-SCORE(WS-FILE-IDX) < WS-SCORE-FLOOR
           ADD 1 TO WS-COUNT-FLOOR
           IF STM-FLAG(WS-FILE-IDX) = 'D'
               MOVE 'B' TO STM-FLAG(WS-FILE-IDX)
           ELSE
               MOVE 'F' TO STM-FLAG(WS-FILE-IDX)
           END-IF
       END-IF
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO SCH-STREAM
       MOVE WS-RUN-NUM TO SCH-RUN-NUM
       READ SCORE-HISTORY
           INVALID KEY
               MOVE 'N' TO WS-SCAN-DONE
           NOT INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-READ
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO SCH-STREAM
       MOVE WS-RUN-NUM TO SCH-RUN-NUM
       MOVE WS-CURRENT-STAMP TO SCH-STAMP
       MOVE STM-SCORE(WS-FILE-IDX) TO SCH-SCORE
       MOVE STM-QUAR-COUNT(WS-FILE-IDX) TO SCH-QUAR-COUNT
       MOVE STM-EXC-COUNT(WS-FILE-IDX) TO SCH-EXC-COUNT
       MOVE STM-ANOM-COUNT(WS-FILE-IDX) TO SCH-ANOM-COUNT
       MOVE STM-GAP-COUNT(WS-FILE-IDX) TO SCH-GAP-COUNT
       MOVE STM-DUP-COUNT(WS-FILE-IDX) TO SCH-DUP-COUNT
       MOVE STM-CAL-DAYS(WS-FILE-IDX) TO SCH-CAL-DAYS
       MOVE STM-SVC-DAYS(WS-FILE-IDX) TO SCH-SVC-DAYS
       MOVE STM-FLAG(WS-FILE-IDX) TO SCH-FLAG
       IF WS-SCAN-DONE = 'Y'
           REWRITE FD-SCORE-HIST-REC
           ADD 1 TO WS-COUNT-REPLACED
       ELSE
           WRITE FD-SCORE-HIST-REC
       END-IF
       IF WS-STATUS-SCH NOT = "00"
           DISPLAY "SCRHIST NOT UPDATED FOR "
                   SCH-STREAM " - STATUS " WS-STATUS-SCH
       END-IF
       .
      ******************************************************************
      *    P011-WRITE-RANKING - LOWEST SCORE FIRST. EACH PASS TAKES
      *    THE LOWEST STREAM NOT YET RANKED; A TIE GOES TO THE STREAM
      *    THAT DROPPED FURTHER. THE EVIDENCE LINE UNDER EACH STREAM
      *    SHOWS WHAT COST IT ITS POINTS.
      ******************************************************************
       P011-WRITE-RANKING.
       MOVE WS-SCORE-FLOOR TO POL-FLOOR
       MOVE WS-SCORE-DROP TO POL-DROP
       WRITE FD-REPORT-LINE FROM WS-POLICY-LINE
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE
       PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-FILE-COUNT
           MOVE 0 TO WS-RANK-IDX
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF STM-RANKED(WS-FILE-SUB) NOT = 'Y'
                   IF WS-RANK-IDX = 0
                       MOVE WS-FILE-SUB TO WS-RANK-IDX
                   ELSE
                       IF STM-SCORE(WS-FILE-SUB) <
                               STM-SCORE(WS-RANK-IDX)
                           OR (STM-SCORE(WS-FILE-SUB) =
                               STM-SCORE(WS-RANK-IDX)
                           AND STM-CHANGE(WS-FILE-SUB) <
                               STM-CHANGE(WS-RANK-IDX))
                           MOVE WS-FILE-SUB TO WS-RANK-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO STM-RANKED(WS-RANK-IDX)
           PERFORM P014-WRITE-RANK-LINE
       END-PERFORM
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE 'STREAMS SCORED' TO SUM-LABEL
       MOVE WS-COUNT-SCORED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'STREAMS BELOW FLOOR' TO SUM-LABEL
       MOVE WS-COUNT-FLOOR TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'STREAMS WITH A SHARP DROP' TO SUM-LABEL
       MOVE WS-COUNT-DROP TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'RUN SCORES REPLACED' TO SUM-LABEL
       MOVE WS-COUNT-REPLACED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       .
      ******************************************************************
      *    P012-FIND-STREAM-QUAR
      ******************************************************************
       P012-FIND-STREAM-QUAR.
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF WS-QUAR-STREAM = WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
               ADD 1 TO STM-QUAR-COUNT(WS-FILE-SUB)
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P013-WRITE-AUDIT-RECORD
      ******************************************************************
       P013-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P014-WRITE-RANK-LINE - PREVIOUS SCORES NOT YET ON FILE
      *    PRINT AS DASHES; SO DOES THE CHANGE ON A FIRST SCORING.
      ******************************************************************
       P014-WRITE-RANK-LINE.
       MOVE SPACES TO WS-RANK-LINE
       MOVE WS-RANK TO RNK-RANK
       MOVE WS-FILE-NAME-ENTRY(WS-RANK-IDX)(1:12) TO RNK-STREAM
       MOVE STM-SCORE(WS-RANK-IDX) TO RNK-SCORE
       PERFORM VARYING WS-PREV-SUB FROM 1 BY 1 UNTIL WS-PREV-SUB > 3
           IF WS-PREV-SUB > STM-PREV-COUNT(WS-RANK-IDX)
               MOVE '  ---' TO RNK-PREV(WS-PREV-SUB)
           ELSE
               MOVE STM-PREV-SCORE(WS-RANK-IDX, WS-PREV-SUB)
                   TO WS-ED-SCORE
               MOVE WS-ED-SCORE TO RNK-PREV(WS-PREV-SUB)
           END-IF
       END-PERFORM
       IF STM-PREV-COUNT(WS-RANK-IDX) = 0
           MOVE '   ---' TO RNK-CHANGE
       ELSE
           MOVE STM-CHANGE(WS-RANK-IDX) TO WS-ED-CHANGE
           MOVE WS-ED-CHANGE TO RNK-CHANGE
       END-IF
       EVALUATE STM-FLAG(WS-RANK-IDX)
           WHEN 'F'
               MOVE 'BELOW FLOOR' TO RNK-FLAG
           WHEN 'D'
               MOVE 'SHARP DROP' TO RNK-FLAG
           WHEN 'B'
               MOVE 'BELOW FLOOR SHARP DROP' TO RNK-FLAG
           WHEN OTHER
               MOVE SPACES TO RNK-FLAG
       END-EVALUATE
       WRITE FD-REPORT-LINE FROM WS-RANK-LINE
       MOVE STM-QUAR-COUNT(WS-RANK-IDX) TO EVD-QUAR
       MOVE STM-EXC-COUNT(WS-RANK-IDX) TO EVD-EXC
       MOVE STM-ANOM-COUNT(WS-RANK-IDX) TO EVD-ANOM
       MOVE STM-GAP-COUNT(WS-RANK-IDX) TO EVD-GAPS
       MOVE STM-DUP-COUNT(WS-RANK-IDX) TO EVD-DUPS
       IF STM-CAL-FOUND(WS-RANK-IDX) = 'Y'
           MOVE STM-CAL-DAYS(WS-RANK-IDX) TO WS-ED-DAYS
           MOVE WS-ED-DAYS TO EVD-CAL-DAYS
       ELSE
           MOVE ' NONE' TO EVD-CAL-DAYS
       END-IF
       COMPUTE WS-SVC-YEARS ROUNDED = STM-SVC-DAYS(WS-RANK-IDX) / 365
           ON SIZE ERROR
               MOVE 99.9 TO WS-SVC-YEARS
       END-COMPUTE
       MOVE WS-SVC-YEARS TO EVD-SVC-YRS
       WRITE FD-REPORT-LINE FROM WS-EVIDENCE-LINE
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RSM.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    ARCHIVED RUN RESTATEMENT. WHEN A SENSOR IS FOUND TO HAVE
      *    BEEN MIS-CALIBRATED, CAL-MNT PUTS THE CORRECT FACTORS INTO
      *    CALMAST, BUT EVERY RUN ALREADY ARCHIVED UNDER THE BAD
      *    FACTORS STILL CARRIES THE WRONG READINGS, ALERTS AND
      *    EPISODES. THIS UTILITY TAKES A RUN NUMBER FROM THE
      *    OPERATOR, BACKS THE FACTORS THE RUN WAS CONSOLIDATED UNDER
      *    (ITS TYPE 'C' RECORDS) OUT OF EVERY ARCHIVED READING,
      *    APPLIES THE CURRENT CALMAST FACTORS INSTEAD, AND REDOES
      *    WHAT INDEX AND DATA-EPI DID WITH THE RESULT: VALIDATION,
      *    EVERY INDEXDEF INDEX, THE GRADED AND HIGH-CO2 ALERTS, THE
      *    PER-STREAM ANOMALY WINDOWS AND THE EXCEEDANCE EPISODES.
      *    THE ORIGINAL RUN IS NEVER CHANGED APART FROM ITS STAMP:
      *    THE RESTATEMENT IS FILED AS A NEW RUN NUMBER FROM ARCNUM,
      *    ITS STAMP CARRYING THE NEXT REVISION, THE ORIGINAL RUN
      *    NUMBER AND ARCHIVE DATE, AND THE ORIGINAL STAMP IS MARKED
      *    SUPERSEDED BY IT. EXCEPTIONS AND GAP RECORDS ARE CARRIED
      *    FORWARD AS ARCHIVED; A READING THE CORRECTION PUSHES OVER
      *    THE CO2 CEILING BECOMES A NEW EXCEPTION. RSMRPT LISTS EACH
      *    STREAM BEFORE AND AFTER SO THE CHANGE CAN BE SIGNED OFF.
      *    THE CURRENT SIMPARMS AND INDEXDEF DRIVE THE RECOMPUTATION,
      *    AND THE ANOMALY WINDOWS START EMPTY AS THEY DO IN A FRESH
      *    CONSOLIDATION. RUN IT BETWEEN CHAINS, NEVER WHILE DATA-ARC
      *    IS TAKING A RUN NUMBER. A RESTATEMENT IS A NEW RUN AS FAR
      *    AS COMPLIANCE GOES: IT IS FILED PENDING SUPERVISOR SIGN-OFF
      *    (TYPE '1' IN HISTORY AND AN ENTRY ON SIGNOFF) AND IS NOT
      *    ROLLED UP OR EXTRACTED UNTIL SGN-MNT RECORDS IT APPROVED.
      *    EVERY ALTDISP DISPOSITION OF THE ORIGINAL RUN WHOSE ALERT
      *    STILL STANDS IN THE RESTATEMENT IS COPIED TO THE NEW RUN
      *    NUMBER, NOT YET ARCHIVED, SO AN ALERT ALREADY LOOKED INTO
      *    DOES NOT COME BACK AS OVERDUE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT RESTATE-WORK ASSIGN TO RSMWORK
               FILE STATUS IS WS-STATUS-WRK.
           SELECT RUN-NUMBER-FILE ASSIGN TO ARCNUM
               FILE STATUS IS WS-STATUS-RUN.
           SELECT CALIBRATION-MASTER ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-MAST-STREAM
               FILE STATUS IS WS-STATUS-CAL.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT PARAMETER-FILE ASSIGN TO SIMPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT INDEX-DEF-FILE ASSIGN TO INDEXDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IDF.
           SELECT REPORT-OUT ASSIGN TO RSMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT SIGN-OFF ASSIGN TO SIGNOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-KEY
               FILE STATUS IS WS-STATUS-SGN.
           SELECT ALERT-DISP ASSIGN TO ALTDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-STATUS-DSP.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. TYPE '0' = RUN STAMP, '1' = SUPERVISOR
      *    SIGN-OFF, 'A' = ALERT,
      *    'C' = CALIBRATION IN FORCE, 'D' = DATA-TOTAL RECORD,
      *    'E' = EXCEPTION, 'G' = GAP RECORD, 'N' = ANOMALY,
      *    'P' = EPISODE.
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
      ******************************************************************
      *    RESTATEMENT WORK FILE - FINISHED HISTORY IMAGES FOR THE NEW
      *    RUN, BUILT WHILE THE ORIGINAL RUN IS STILL BEING READ AND
      *    POSTED TO HISTORY ONLY ONCE THE WHOLE RUN HAS BEEN REDONE.
      ******************************************************************
       FD RESTATE-WORK
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS FD-WORK-REC.
       01 FD-WORK-REC          PIC X(220).
       FD RUN-NUMBER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS FD-RUN-NUMBER-REC.
       01 FD-RUN-NUMBER-REC    PIC 9(05).
      ******************************************************************
      *    CALIBRATION MASTER - MUST STAY IN STEP WITH CAL-MNT. READ
      *    INTO WS-CAL-ENTRY, THE SAME VIEW THE ARCHIVED TYPE 'C'
      *    RECORDS ARE UNPACKED THROUGH.
      ******************************************************************
       FD CALIBRATION-MASTER
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS FD-CALIBRATION-REC.
       01 FD-CALIBRATION-REC.
           02 CAL-MAST-STREAM  PIC X(12).
           02 FILLER           PIC X(58).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT.
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
       FD PARAMETER-FILE
           DATA RECORD IS FD-PARAMETER-REC.
       01 FD-PARAMETER-REC     PIC X(80).
       FD INDEX-DEF-FILE
           DATA RECORD IS FD-INDEX-DEF-REC.
       01 FD-INDEX-DEF-REC     PIC X(80).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(80).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC         PIC X(100).
      ******************************************************************
      *    RUN SIGN-OFF - MUST STAY IN STEP WITH DATA-TOV, DATA-ARC AND
      *    SGN-MNT.
      ******************************************************************
       FD SIGN-OFF
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FD-SIGN-REC.
       01 FD-SIGN-REC.
           02 SGN-KEY.
               03 SGN-RUN-NUM      PIC 9(05).
               03 SGN-SEQ          PIC 9(03).
           02 SGN-DECISION     PIC X(01).
           02 SGN-VERDICT      PIC X(16).
           02 SGN-REASON       PIC X(60).
           02 SGN-USER         PIC X(08).
           02 SGN-STAMP        PIC X(26).
           02 SGN-ARC-FLAG     PIC X(01).
           02 FILLER           PIC X(30).
      ******************************************************************
      *    ALERT DISPOSITION - MUST STAY IN STEP WITH DSP-MNT. THE RUN
      *    NUMBER, SEVERITY AND ARCHIVED FLAG ARE CHANGED HERE.
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
           02 DSP-SEVERITY     PIC X(08).
           02 DSP-ALERT-DATE   PIC 9(08).
           02 DSP-ALERT-TIME   PIC 9(06).
           02 DSP-CODE         PIC X(08).
           02 DSP-NOTE         PIC X(60).
           02 DSP-USER         PIC X(08).
           02 DSP-STAMP        PIC X(26).
           02 DSP-CHANGES      PIC 9(03).
           02 DSP-ARC-FLAG     PIC X(01).
           02 FILLER           PIC X(27).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-WRK        PIC XX.
       01 WS-STATUS-RUN        PIC XX.
       01 WS-STATUS-CAL        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-PARM       PIC XX.
       01 WS-STATUS-IDF        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-SGN        PIC XX.
       01 WS-STATUS-DSP        PIC XX.
       01 WS-SIGN-SAVE         PIC X(150).
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    RUN BEING RESTATED AND THE RUN NUMBER ITS RESTATEMENT IS
      *    FILED UNDER. ANY REFUSAL OR FAILURE SETS WS-RSM-ERROR AND
      *    THE JOB ENDS WITH RETURN CODE 8.
      ******************************************************************
       01 WS-RUN-NUM-TXT       PIC X(05).
       01 WS-ORIG-RUN-NUM      PIC 9(05) VALUE 0.
       01 WS-NEW-RUN-NUM       PIC 9(05) VALUE 0.
       01 WS-RSM-ERROR         PIC X(01) VALUE 'N'.
       01 WS-WORK-WRITE-ERROR  PIC X(01) VALUE 'N'.
       01 WS-HIST-WRITE-ERROR  PIC X(01) VALUE 'N'.
       01 WS-REFUSAL-TEXT      PIC X(40) VALUE SPACES.
      ******************************************************************
      *    TYPE '0' RUN STAMP - MUST STAY IN STEP WITH DATA-ARC'S
      *    WS-RUN-STAMP-REC.
      ******************************************************************
       01 WS-RUN-STAMP-REC.
           02 FILLER           PIC X(09) VALUE 'ARCHIVED '.
           02 STAMP-TIMESTAMP  PIC X(26).
           02 FILLER           PIC X(05) VALUE ' REV '.
           02 STAMP-REVISION   PIC 9(02) VALUE 0.
           02 FILLER           PIC X(08) VALUE ' OF RUN '.
           02 STAMP-BASE-RUN   PIC 9(05) VALUE 0.
           02 FILLER           PIC X(05) VALUE ' CAL '.
           02 STAMP-CAL-KEPT   PIC X(01) VALUE 'N'.
           02 FILLER           PIC X(15) VALUE ' SUPERSEDED BY '.
           02 STAMP-SUPERSEDED PIC 9(05) VALUE 0.
           02 FILLER           PIC X(10) VALUE ' RESTATED '.
           02 STAMP-RESTATED   PIC X(26) VALUE SPACES.
       01 WS-NEW-REVISION      PIC 9(02) VALUE 0.
      ******************************************************************
      *    HISTORY IMAGE BUILT FOR THE WORK FILE - THE CALLER SETS
      *    THE TYPE, SEQUENCE AND DATA; THE RUN IS ALWAYS THE NEW ONE.
      ******************************************************************
       01 WS-WORK-HIST-REC.
           02 WRK-RUN-NUM      PIC 9(05).
           02 WRK-REC-TYPE     PIC X(01).
           02 WRK-SEQ          PIC 9(07).
           02 WRK-DATA         PIC X(207).
       01 WS-SEQ-ALERTS        PIC 9(07) VALUE 0.
       01 WS-SEQ-CALS          PIC 9(07) VALUE 0.
       01 WS-SEQ-EXCEPTIONS    PIC 9(07) VALUE 0.
       01 WS-SEQ-GAPS          PIC 9(07) VALUE 0.
       01 WS-SEQ-ANOMALIES     PIC 9(07) VALUE 0.
       01 WS-SEQ-EPISODES      PIC 9(07) VALUE 0.
       01 WS-COUNT-READINGS    PIC 9(07) VALUE 0.
       01 WS-COUNT-RESTATED    PIC 9(07) VALUE 0.
       01 WS-COUNT-NEW-EXC     PIC 9(07) VALUE 0.
       01 WS-COUNT-UNMATCHED   PIC 9(07) VALUE 0.
       01 WS-COUNT-POSTED      PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP-CARRIED PIC 9(07) VALUE 0.
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
       01 WS-FIND-SOURCE       PIC X(12).
       01 WS-STR-VIEW-TABLE.
           02 WS-STR-VIEW OCCURS 3 TIMES.
               03 STR-LOC-NAME    PIC X(20).
      ******************************************************************
      *    CALIBRATION FACTORS PER STREAM, TWO SETS: SET 1 IS WHAT THE
      *    RUN WAS CONSOLIDATED UNDER (ITS ARCHIVED TYPE 'C' RECORDS),
      *    SET 2 IS THE CORRECTED FACTORS NOW IN CALMAST. A STREAM
      *    WITHOUT AN ENTRY IN A SET WAS (OR WILL BE) LEFT UNCHANGED.
      *    THE TABLE IS INITIALIZED BEFORE LOADING SO TWO IDENTICAL
      *    SETS COMPARE EQUAL BYTE FOR BYTE.
      ******************************************************************
       01 WS-CAL-WORK          PIC S9(05)V99.
       01 WS-CAL-SIDE          PIC 9(01).
       01 WS-CAL-TABLE.
           02 WS-CAL-SET OCCURS 2 TIMES.
               03 WS-CAL-STREAM OCCURS 3 TIMES.
                   04 WS-CAL-PRESENT     PIC X(01).
                   04 WS-CAL-TEMP-OFFSET PIC S99V99.
                   04 WS-CAL-TEMP-SCALE  PIC 9V999.
                   04 WS-CAL-HUM-OFFSET  PIC S99V99.
                   04 WS-CAL-HUM-SCALE   PIC 9V999.
                   04 WS-CAL-CO2-OFFSET  PIC S9(03).
                   04 WS-CAL-CO2-SCALE   PIC 9V999.
       01 WS-CAL-ENTRY.
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
      *    SIMPARMS AND INDEXDEF - SAME FIELDS, DEFAULTS AND FALLBACK
      *    AS INDEX, SO A RESTATED RUN IS GRADED EXACTLY AS A FRESH
      *    CONSOLIDATION WOULD BE TODAY.
      ******************************************************************
       01 WS-WEIGHT-TEMP       PIC 9V99 VALUE 0.4.
       01 WS-WEIGHT-HUM        PIC 9V99 VALUE 0.3.
       01 WS-WEIGHT-CO2        PIC 9V99 VALUE 0.3.
       01 WS-INDEX-THRESHOLD   PIC 99V99 VALUE 20.00.
       01 WS-CO2-THRESHOLD     PIC 9(03) VALUE 85.
       01 WS-CO2-CEILING       PIC 9(03) VALUE 95.
       01 WS-VALID-FLAG        PIC X(01) VALUE 'Y'.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-CYCLE-TXT    PIC X(10).
       01 WS-PARM-RPC-TXT      PIC X(10).
       01 WS-PARM-MULT1-TXT    PIC X(10).
       01 WS-PARM-MULT2-TXT    PIC X(10).
       01 WS-PARM-WGT-TEMP-TXT PIC X(10).
       01 WS-PARM-WGT-HUM-TXT  PIC X(10).
       01 WS-PARM-WGT-CO2-TXT  PIC X(10).
       01 WS-PARM-IDX-THR-TXT  PIC X(10).
       01 WS-PARM-CO2-THR-TXT  PIC X(10).
       01 WS-PARM-ANOM-TXT     PIC X(10).
       01 WS-IDX-DEF-COUNT     PIC 9(01) VALUE 0.
       01 WS-IDX-DEF-MAX       PIC 9(01) VALUE 5.
       01 WS-IDX-SUB           PIC 9(01).
       01 WS-IDX-DEF-TABLE.
           02 WS-IDX-DEF-ENTRY OCCURS 5 TIMES.
               03 WS-IDX-NAME      PIC X(10).
               03 WS-IDX-WGT-TEMP  PIC 9V99.
               03 WS-IDX-WGT-HUM   PIC 9V99.
               03 WS-IDX-WGT-CO2   PIC 9V99.
               03 WS-IDX-THR-WARN  PIC 9(03)V99.
               03 WS-IDX-THR-HIGH  PIC 9(03)V99.
               03 WS-IDX-THR-CRIT  PIC 9(03)V99.
       01 WS-IDX-VALUE-TABLE.
           02 WS-IDX-VALUE     PIC 9(03)V99 OCCURS 5 TIMES.
       01 WS-IDX-WORK          PIC S9(04)V99.
       01 WS-IDXDEF-LINE       PIC X(80).
       01 WS-IDXDEF-NAME-TXT   PIC X(10).
       01 WS-IDXDEF-WT-TXT     PIC X(10).
       01 WS-IDXDEF-WH-TXT     PIC X(10).
       01 WS-IDXDEF-WC-TXT     PIC X(10).
       01 WS-IDXDEF-THR-TXT    PIC X(10).
       01 WS-IDXDEF-WRN-TXT    PIC X(10).
       01 WS-IDXDEF-CRT-TXT    PIC X(10).
      ******************************************************************
      *    ARCHIVED DATA-TOTAL RECORD - MUST STAY IN STEP WITH INDEX'S
      *    FD-OUT-TOTAL-REC, WHICH DATA-ARC ARCHIVES UNDER TYPE 'D'.
      ******************************************************************
       01 WS-TOTAL-REC.
           02 TOTAL-SEQ-NUM    PIC 9(07).
           02 TOTAL-LINEAGE-KEY.
               03 TOTAL-SRC-FILE   PIC X(12).
               03 TOTAL-CYCLE-NUM  PIC 9(05).
               03 TOTAL-SEQ-CYC    PIC 9(03).
           02 TOTAL-READING    PIC X(104).
           02 TOTAL-IDX-COUNT  PIC 9(01).
           02 TOTAL-IDX-ENTRY OCCURS 5 TIMES.
               03 TOTAL-IDX-NAME  PIC X(10).
               03 TOTAL-IDX-VALUE PIC 9(03)V99.
      ******************************************************************
      *    READING LAYOUT - MUST STAY IN STEP WITH INDEX'S
      *    WS-IN-OUT-DATA-REC.
      ******************************************************************
       01 WS-IN-OUT-DATA-REC.
           02 FILLER           PIC X(12) VALUE 'TEMPERATURE '.
           02 TEMPERATURE      PIC S99V99 VALUE ZEROS.
           02 FILLER           PIC X(10) VALUE ' HUMIDITY '.
           02 HUMIDITY         PIC 99V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' CO2 '.
           02 CO2              PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 INDEX-NUM        PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 REC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 REC-CYCLE-NUM    PIC 9(05) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SEQ '.
           02 REC-SEQ-IN-CYCLE PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' TS  '.
           02 REC-TS-DATE      PIC 9(08) VALUE ZEROS.
           02 REC-TS-TIME      PIC 9(06) VALUE ZEROS.
      ******************************************************************
      *    ALERT, EXCEPTION AND ANOMALY LAYOUTS - MUST STAY IN STEP
      *    WITH INDEX'S WS-ALERT-REC, WS-EXCEPTION-REC AND
      *    WS-ANOMALY-REC. THE ARCHIVED ORIGINALS ARE UNPACKED THROUGH
      *    THE SAME VIEWS FOR THE BEFORE FIGURES.
      ******************************************************************
       01 WS-ALERT-REC.
           02 FILLER           PIC X(12) VALUE 'TEMPERATURE '.
           02 ALT-TEMPERATURE  PIC S99V99 VALUE ZEROS.
           02 FILLER           PIC X(10) VALUE ' HUMIDITY '.
           02 ALT-HUMIDITY     PIC 99V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' CO2 '.
           02 ALT-CO2          PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 ALT-INDEX-NUM    PIC 9(03)V99 VALUE ZEROS.
           02 ALT-WINDOW-FLAG  PIC X(01) VALUE ' '.
           02 ALT-REASON       PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' IDX '.
           02 ALT-INDEX-NAME   PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 ALT-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 ALT-CYCLE-NUM    PIC 9(05) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SEQ '.
           02 ALT-SEQ-IN-CYCLE PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' TS  '.
           02 ALT-TS-DATE      PIC 9(08) VALUE ZEROS.
           02 ALT-TS-TIME      PIC 9(06) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SEV '.
           02 ALT-SEVERITY     PIC X(08) VALUE SPACES.
       01 WS-ALERT-REASON-ARG   PIC X(10).
       01 WS-ALERT-IDX-NAME-ARG PIC X(10).
       01 WS-ALERT-VALUE-ARG    PIC 9(03)V99.
       01 WS-ALERT-SEV-ARG      PIC X(08).
       01 WS-EXCEPTION-REC.
           02 FILLER           PIC X(12) VALUE 'TEMPERATURE '.
           02 EXC-TEMPERATURE  PIC S99V99 VALUE ZEROS.
           02 FILLER           PIC X(10) VALUE ' HUMIDITY '.
           02 EXC-HUMIDITY     PIC 99V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' CO2 '.
           02 EXC-CO2          PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(01) VALUE ' '.
           02 EXC-REASON       PIC X(20) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 EXC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 EXC-CYCLE-NUM    PIC 9(05) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SEQ '.
           02 EXC-SEQ-IN-CYCLE PIC 9(03) VALUE ZEROS.
      ******************************************************************
      *    MOVING-AVERAGE ANOMALY DETECTION - SAME WINDOW, FACTOR AND
      *    RULE AS INDEX'S P018-CHECK-ANOMALY.
      ******************************************************************
       01 WS-ANOM-WINDOW       PIC 9(02) VALUE 20.
       01 WS-ANOM-FACTOR       PIC 9(02)V99 VALUE 3.00.
       01 WS-ANOM-SUB          PIC 9(02).
       01 WS-ANOM-AVG          PIC 9(03)V99.
       01 WS-ANOM-MAD          PIC 9(03)V99.
       01 WS-ANOM-DIFF         PIC 9(03)V99.
       01 WS-ANOM-DEV-SUM      PIC 9(07)V99.
       01 WS-ANOM-TABLE.
           02 WS-ANOM-STREAM OCCURS 3 TIMES.
               03 ANOM-FILL-COUNT PIC 9(02).
               03 ANOM-NEXT-SLOT  PIC 9(02).
               03 ANOM-WINDOW-SUM PIC 9(07)V99.
               03 ANOM-VALUE      PIC 9(03)V99 OCCURS 20 TIMES.
       01 WS-ANOMALY-REC.
           02 FILLER           PIC X(12) VALUE 'TEMPERATURE '.
           02 ANM-TEMPERATURE  PIC S99V99 VALUE ZEROS.
           02 FILLER           PIC X(10) VALUE ' HUMIDITY '.
           02 ANM-HUMIDITY     PIC 99V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' CO2 '.
           02 ANM-CO2          PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 ANM-INDEX-NUM    PIC 9(03)V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' EXP '.
           02 ANM-EXPECTED     PIC 9(03)V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' DEV '.
           02 ANM-DEVIATION    PIC 9(03)V99 VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 ANM-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 ANM-CYCLE-NUM    PIC 9(05) VALUE ZEROS.
           02 FILLER           PIC X(05) VALUE ' SEQ '.
           02 ANM-SEQ-IN-CYCLE PIC 9(03) VALUE ZEROS.
      ******************************************************************
      *    EPISODE STATE - SAME GROUPING AS DATA-EPI: ONE OPEN EPISODE
      *    PER STREAM AND SEVERITY BAND, EXTENDED BY AN ALERT AT MOST
      *    ONE CYCLE PAST ITS LAST CYCLE. ALERTS FROM READINGS INSIDE
      *    A MAINTENANCE WINDOW GO TO THE FOURTH (SUPPRESS) BAND.
      ******************************************************************
       01 WS-SEV-IDX           PIC 9(01).
       01 WS-SEV-COUNT         PIC 9(01) VALUE 3.
       01 WS-SEV-SUPPRESS      PIC 9(01) VALUE 4.
       01 WS-SEV-NAME-LIST.
           02 FILLER           PIC X(08) VALUE 'WARNING '.
           02 FILLER           PIC X(08) VALUE 'HIGH    '.
           02 FILLER           PIC X(08) VALUE 'CRITICAL'.
           02 FILLER           PIC X(08) VALUE 'SUPPRESS'.
       01 WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAME-LIST.
           02 WS-SEV-NAME      PIC X(08) OCCURS 4 TIMES.
       01 WS-EPI-STATE-TABLE.
           02 WS-EPI-STREAM OCCURS 3 TIMES.
               03 WS-EPI-SEV-STATE OCCURS 4 TIMES.
                   04 EPI-ACTIVE      PIC X(01).
                   04 EPI-START-CYC   PIC 9(05).
                   04 EPI-LAST-CYC    PIC 9(05).
                   04 EPI-ALERT-COUNT PIC 9(07).
                   04 EPI-PEAK-IDX    PIC 9(03)V99.
                   04 EPI-PEAK-CO2    PIC 9(03).
                   04 EPI-START-DATE  PIC 9(08).
                   04 EPI-START-TIME  PIC 9(06).
                   04 EPI-END-DATE    PIC 9(08).
                   04 EPI-END-TIME    PIC 9(06).
       01 WS-EPI-DURATION      PIC 9(05).
       01 WS-EPI-MINUTES       PIC S9(09).
       01 WS-EPI-START-DAYS    PIC 9(09).
       01 WS-EPI-END-DAYS      PIC 9(09).
       01 WS-TS-TIME-VIEW.
           02 WS-TS-HOUR       PIC 9(02).
           02 WS-TS-MINUTE     PIC 9(02).
           02 WS-TS-SECOND     PIC 9(02).
      ******************************************************************
      *    EPISODE RECORD - MUST STAY IN STEP WITH DATA-EPI'S
      *    WS-EPISODE-REC, WHICH DATA-ARC ARCHIVES UNDER TYPE 'P'.
      ******************************************************************
       01 WS-EPISODE-REC.
           02 FILLER           PIC X(07) VALUE 'STREAM '.
           02 EPR-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05) VALUE ' LOC '.
           02 EPR-LOCATION     PIC X(20).
           02 FILLER           PIC X(05) VALUE ' SEV '.
           02 EPR-SEVERITY     PIC X(08).
           02 FILLER           PIC X(06) VALUE ' FROM '.
           02 EPR-START-CYC    PIC 9(05).
           02 FILLER           PIC X(04) VALUE ' TO '.
           02 EPR-END-CYC      PIC 9(05).
           02 FILLER           PIC X(05) VALUE ' DUR '.
           02 EPR-DURATION     PIC 9(05).
           02 FILLER           PIC X(08) VALUE ' ALERTS '.
           02 EPR-ALERT-COUNT  PIC 9(07).
           02 FILLER           PIC X(10) VALUE ' PEAK-IDX '.
           02 EPR-PEAK-IDX     PIC ZZ9.99.
           02 FILLER           PIC X(10) VALUE ' PEAK-CO2 '.
           02 EPR-PEAK-CO2     PIC 9(03).
           02 FILLER           PIC X(09) VALUE ' FROM-TS '.
           02 EPR-START-DATE   PIC 9(08).
           02 FILLER           PIC X(01) VALUE '.'.
           02 EPR-START-TIME   PIC 9(06).
           02 FILLER           PIC X(07) VALUE ' TO-TS '.
           02 EPR-END-DATE     PIC 9(08).
           02 FILLER           PIC X(01) VALUE '.'.
           02 EPR-END-TIME     PIC 9(06).
           02 FILLER           PIC X(06) VALUE ' MINS '.
           02 EPR-MINUTES      PIC 9(07).
      ******************************************************************
      *    BEFORE/AFTER FIGURES PER STREAM - SIDE 1 IS THE RUN AS
      *    ARCHIVED, SIDE 2 THE RESTATEMENT.
      ******************************************************************
       01 WS-FIG-SIDE          PIC 9(01).
       01 WS-FIG-TABLE.
           02 WS-FIG-STREAM OCCURS 3 TIMES.
               03 WS-FIG-SET OCCURS 2 TIMES.
                   04 FIG-READINGS    PIC 9(07).
                   04 FIG-SUM-TEMP    PIC S9(09)V99.
                   04 FIG-SUM-HUM     PIC 9(09)V99.
                   04 FIG-SUM-CO2     PIC 9(09).
                   04 FIG-SUM-IDX     PIC 9(09)V99.
                   04 FIG-ALERTS      PIC 9(07) OCCURS 3 TIMES.
                   04 FIG-ANOMALIES   PIC 9(07).
                   04 FIG-EXCEPTIONS  PIC 9(07).
                   04 FIG-EPISODES    PIC 9(07).
                   04 FIG-EXC-CYCLES  PIC 9(07).
                   04 FIG-EXC-MINUTES PIC 9(07).
       01 WS-AVG-TABLE.
           02 WS-AVG-SET OCCURS 2 TIMES.
               03 WS-AVG-TEMP  PIC S9(03)V99.
               03 WS-AVG-HUM   PIC 9(03)V99.
               03 WS-AVG-CO2   PIC 9(03)V99.
               03 WS-AVG-IDX   PIC 9(03)V99.
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(30) VALUE
               'CALIBRATION RESTATEMENT'.
           02 HDR-DATE         PIC X(10).
       01 WS-HDR-RUN-LINE.
           02 FILLER           PIC X(04) VALUE 'RUN '.
           02 HDR-ORIG-RUN     PIC 9(05).
           02 FILLER           PIC X(17) VALUE ' RESTATED AS RUN '.
           02 HDR-NEW-RUN      PIC 9(05).
           02 FILLER           PIC X(10) VALUE ' REVISION '.
           02 HDR-REVISION     PIC 9(02).
           02 FILLER           PIC X(08) VALUE ' OF RUN '.
           02 HDR-BASE-RUN     PIC 9(05).
       01 WS-RPT-STREAM-LINE.
           02 FILLER           PIC X(07) VALUE 'STREAM '.
           02 RPT-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05) VALUE ' LOC '.
           02 RPT-LOCATION     PIC X(20).
       01 WS-RPT-CAL-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 RPT-CAL-LABEL    PIC X(16).
           02 RPT-CAL-DETAIL.
               03 FILLER       PIC X(06) VALUE 'TEMP *'.
               03 RPT-T-SCALE  PIC 9.999.
               03 FILLER       PIC X(01) VALUE SPACE.
               03 RPT-T-OFFSET PIC +99.99.
               03 FILLER       PIC X(07) VALUE '  HUM *'.
               03 RPT-H-SCALE  PIC 9.999.
               03 FILLER       PIC X(01) VALUE SPACE.
               03 RPT-H-OFFSET PIC +99.99.
               03 FILLER       PIC X(07) VALUE '  CO2 *'.
               03 RPT-C-SCALE  PIC 9.999.
               03 FILLER       PIC X(01) VALUE SPACE.
               03 RPT-C-OFFSET PIC +999.
       01 WS-RPT-COLUMN-LINE.
           02 FILLER           PIC X(30) VALUE SPACES.
           02 FILLER           PIC X(11) VALUE '     BEFORE'.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 FILLER           PIC X(11) VALUE '      AFTER'.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 FILLER           PIC X(11) VALUE '     CHANGE'.
       01 WS-RPT-COUNT-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 RPT-CNT-LABEL    PIC X(26).
           02 RPT-CNT-BEFORE   PIC Z(10)9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RPT-CNT-AFTER    PIC Z(10)9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RPT-CNT-CHANGE   PIC -(10)9.
       01 WS-RPT-AVG-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 RPT-AVG-LABEL    PIC X(26).
           02 RPT-AVG-BEFORE   PIC -(07)9.99.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RPT-AVG-AFTER    PIC -(07)9.99.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 RPT-AVG-CHANGE   PIC -(07)9.99.
       01 WS-CNT-BEFORE        PIC 9(07).
       01 WS-CNT-AFTER         PIC 9(07).
       01 WS-AVG-BEFORE        PIC S9(03)V99.
       01 WS-AVG-AFTER         PIC S9(03)V99.
      ******************************************************************
      *    RUN AUDIT TRAIL - ONE RECORD AT JOB START/END, ONE FOR A
      *    REFUSAL AND ONE FOR EACH NON-ZERO FILE STATUS THAT STOPS
      *    THE RESTATEMENT.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'DATA-RSM'.
       01 WS-AUDIT-TIMESTAMP   PIC X(26).
       01 WS-AUDIT-REC.
           02 AUD-JOB-ID       PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-TIMESTAMP    PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-EVENT        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-DETAIL       PIC X(40).
       01 WS-AUDIT-EVENT-ARG   PIC X(20).
       01 WS-AUDIT-DETAIL-ARG  PIC X(40).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-RSM PROGRAM".
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       PERFORM P033-WRITE-AUDIT-RECORD.
       DISPLAY "ENTER ARCHIVED RUN NUMBER TO RESTATE: "
           WITH NO ADVANCING.
       ACCEPT WS-RUN-NUM-TXT FROM CONSOLE.
       IF WS-RUN-NUM-TXT NOT NUMERIC
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'RUN NUMBER NOT NUMERIC' TO WS-REFUSAL-TEXT
       ELSE
           MOVE WS-RUN-NUM-TXT TO WS-ORIG-RUN-NUM
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       INITIALIZE WS-CAL-TABLE WS-FIG-TABLE WS-EPI-STATE-TABLE
                  WS-ANOM-TABLE.
       IF WS-RSM-ERROR = 'N'
           PERFORM P001-LOAD-PARAMETERS
           PERFORM P002-LOAD-INDEX-DEFS
           PERFORM P003-LOAD-STREAM-MASTER
           PERFORM P004-LOAD-CORRECTED-CAL
           PERFORM P005-CHECK-RUN-STAMP
       END-IF.
      ******************************************************************
      *    THE NEW RUN NUMBER IS TAKEN AND WRITTEN BACK TO ARCNUM
      *    BEFORE ANYTHING IS BUILT UNDER IT, SO A RESTATEMENT THAT
      *    DIES PART WAY THROUGH POSTING CAN NEVER HAND THE SAME
      *    NUMBER TO THE NEXT ARCHIVE STEP. THE STAMP IS POSTED LAST:
      *    UNTIL IT IS THERE THE NEW RUN IS AN UNSTAMPED RUN THAT NO
      *    ROLLUP WILL FOLD IN, AND THE ORIGINAL STAYS CURRENT.
      ******************************************************************
       IF WS-RSM-ERROR = 'N'
           PERFORM P007-NEXT-RUN-NUMBER
       END-IF.
       IF WS-RSM-ERROR = 'N'
           PERFORM P008-WALK-ORIGINAL-RUN
       END-IF.
       IF WS-RSM-ERROR = 'N'
           PERFORM P028-POST-RESTATEMENT
       END-IF.
       IF WS-RSM-ERROR = 'Y'
           IF WS-REFUSAL-TEXT NOT = SPACES
               DISPLAY "RESTATEMENT REFUSED - " WS-REFUSAL-TEXT
               MOVE 'RESTATE REFUSED' TO WS-AUDIT-EVENT-ARG
               MOVE WS-REFUSAL-TEXT TO WS-AUDIT-DETAIL-ARG
               PERFORM P033-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "RESTATEMENT FAILED - SEE MESSAGES ABOVE; "
                       "RUN " WS-ORIG-RUN-NUM " IS STILL CURRENT"
           END-IF
           MOVE 'JOB FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
               WS-ORIG-RUN-NUM DELIMITED BY SIZE
               ' NOT RESTATED' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           CLOSE AUDIT-LOG
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM P030-WRITE-RESTATEMENT-REPORT
           DISPLAY "RUN RESTATED . . . . . . . . . . . . : "
                   WS-ORIG-RUN-NUM
           DISPLAY "FILED AS RUN NUMBER . . . . . . . . . : "
                   WS-NEW-RUN-NUM
           DISPLAY "REVISION  . . . . . . . . . . . . . . : "
                   WS-NEW-REVISION
           DISPLAY "READINGS RECALCULATED . . . . . . . . : "
                   WS-COUNT-RESTATED
           DISPLAY "READINGS NOW REJECTED . . . . . . . . : "
                   WS-COUNT-NEW-EXC
           DISPLAY "ALERTS AFTER RESTATEMENT  . . . . . . : "
                   WS-SEQ-ALERTS
           DISPLAY "ANOMALIES AFTER RESTATEMENT . . . . . : "
                   WS-SEQ-ANOMALIES
           DISPLAY "EPISODES AFTER RESTATEMENT  . . . . . : "
                   WS-SEQ-EPISODES
           IF WS-COUNT-UNMATCHED > 0
               DISPLAY "READINGS OF UNKNOWN STREAMS CARRIED  : "
                       WS-COUNT-UNMATCHED
           END-IF
           DISPLAY "DISPOSITIONS CARRIED FORWARD  . . . . : "
                   WS-COUNT-DISP-CARRIED
           PERFORM P040-QUEUE-SIGN-OFF
           DISPLAY "BEFORE/AFTER LISTING WRITTEN TO RSMRPT"
           MOVE 'RUN RESTATED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
               WS-ORIG-RUN-NUM DELIMITED BY SIZE
               ' AS RUN ' DELIMITED BY SIZE
               WS-NEW-RUN-NUM DELIMITED BY SIZE
               ' REV ' DELIMITED BY SIZE
               WS-NEW-REVISION DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
               WS-NEW-RUN-NUM DELIMITED BY SIZE
               ' RECORDS ' DELIMITED BY SIZE
               WS-COUNT-POSTED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           CLOSE AUDIT-LOG
       END-IF.
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARAMETERS - SAME SIMPARMS LINE AND FIELDS AS
      *    INDEX: WEIGHTS, INDEX THRESHOLD, CO2 THRESHOLD AND ANOMALY
      *    FACTOR.
      ******************************************************************
       P001-LOAD-PARAMETERS.
       OPEN INPUT PARAMETER-FILE
       IF WS-STATUS-PARM = "00"
           READ PARAMETER-FILE INTO WS-PARM-LINE
           IF WS-STATUS-PARM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-CYCLE-TXT WS-PARM-RPC-TXT
                        WS-PARM-MULT1-TXT WS-PARM-MULT2-TXT
                        WS-PARM-WGT-TEMP-TXT WS-PARM-WGT-HUM-TXT
                        WS-PARM-WGT-CO2-TXT WS-PARM-IDX-THR-TXT
                        WS-PARM-CO2-THR-TXT WS-PARM-ANOM-TXT
               END-UNSTRING
               COMPUTE WS-WEIGHT-TEMP =
                   FUNCTION NUMVAL(WS-PARM-WGT-TEMP-TXT)
               COMPUTE WS-WEIGHT-HUM =
                   FUNCTION NUMVAL(WS-PARM-WGT-HUM-TXT)
               COMPUTE WS-WEIGHT-CO2 =
                   FUNCTION NUMVAL(WS-PARM-WGT-CO2-TXT)
               IF WS-PARM-IDX-THR-TXT NOT = SPACES
                   COMPUTE WS-INDEX-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-IDX-THR-TXT)
               END-IF
               IF WS-PARM-CO2-THR-TXT NOT = SPACES
                   COMPUTE WS-CO2-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-CO2-THR-TXT)
               END-IF
               IF WS-PARM-ANOM-TXT NOT = SPACES
                   COMPUTE WS-ANOM-FACTOR =
                       FUNCTION NUMVAL(WS-PARM-ANOM-TXT)
               END-IF
               DISPLAY "SIMPARMS FOUND - USING EXTERNALIZED PARAMETERS"
           END-IF
           CLOSE PARAMETER-FILE
       END-IF
       .
      ******************************************************************
      *    P002-LOAD-INDEX-DEFS - SAME INDEXDEF MASTER AND COMPOSITE
      *    FALLBACK AS INDEX'S P011-LOAD-INDEX-DEFS.
      ******************************************************************
       P002-LOAD-INDEX-DEFS.
       MOVE 0 TO WS-IDX-DEF-COUNT
       OPEN INPUT INDEX-DEF-FILE
       IF WS-STATUS-IDF = "00"
           PERFORM UNTIL WS-STATUS-IDF NOT = "00"
                   OR WS-IDX-DEF-COUNT = WS-IDX-DEF-MAX
               READ INDEX-DEF-FILE INTO WS-IDXDEF-LINE
                   NOT AT END
                       PERFORM P002-PARSE-INDEX-DEF
               END-READ
           END-PERFORM
           CLOSE INDEX-DEF-FILE
       END-IF
       IF WS-IDX-DEF-COUNT = 0
           MOVE 1 TO WS-IDX-DEF-COUNT
           MOVE 'COMPOSITE ' TO WS-IDX-NAME(1)
           MOVE WS-WEIGHT-TEMP TO WS-IDX-WGT-TEMP(1)
           MOVE WS-WEIGHT-HUM  TO WS-IDX-WGT-HUM(1)
           MOVE WS-WEIGHT-CO2  TO WS-IDX-WGT-CO2(1)
           MOVE WS-INDEX-THRESHOLD TO WS-IDX-THR-WARN(1)
           MOVE WS-INDEX-THRESHOLD TO WS-IDX-THR-HIGH(1)
           MOVE 0 TO WS-IDX-THR-CRIT(1)
       ELSE
           DISPLAY "INDEXDEF FOUND - " WS-IDX-DEF-COUNT
                   " INDEX DEFINITIONS LOADED"
       END-IF
       .
      ******************************************************************
      *    P002-PARSE-INDEX-DEF - UNPACKS ONE INDEXDEF LINE INTO THE
      *    NEXT FREE WS-IDX-DEF-TABLE ENTRY. BLANK LINES ARE SKIPPED.
      ******************************************************************
       P002-PARSE-INDEX-DEF.
       IF WS-IDXDEF-LINE NOT = SPACES
           MOVE SPACES TO WS-IDXDEF-WRN-TXT WS-IDXDEF-CRT-TXT
           UNSTRING WS-IDXDEF-LINE DELIMITED BY ','
               INTO WS-IDXDEF-NAME-TXT WS-IDXDEF-WT-TXT
                    WS-IDXDEF-WH-TXT WS-IDXDEF-WC-TXT
                    WS-IDXDEF-THR-TXT WS-IDXDEF-WRN-TXT
                    WS-IDXDEF-CRT-TXT
           END-UNSTRING
           ADD 1 TO WS-IDX-DEF-COUNT
           MOVE WS-IDXDEF-NAME-TXT TO WS-IDX-NAME(WS-IDX-DEF-COUNT)
           COMPUTE WS-IDX-WGT-TEMP(WS-IDX-DEF-COUNT) =
               FUNCTION NUMVAL(WS-IDXDEF-WT-TXT)
           COMPUTE WS-IDX-WGT-HUM(WS-IDX-DEF-COUNT) =
               FUNCTION NUMVAL(WS-IDXDEF-WH-TXT)
           COMPUTE WS-IDX-WGT-CO2(WS-IDX-DEF-COUNT) =
               FUNCTION NUMVAL(WS-IDXDEF-WC-TXT)
           COMPUTE WS-IDX-THR-HIGH(WS-IDX-DEF-COUNT) =
               FUNCTION NUMVAL(WS-IDXDEF-THR-TXT)
           IF WS-IDXDEF-WRN-TXT NOT = SPACES
               COMPUTE WS-IDX-THR-WARN(WS-IDX-DEF-COUNT) =
                   FUNCTION NUMVAL(WS-IDXDEF-WRN-TXT)
           ELSE
               MOVE WS-IDX-THR-HIGH(WS-IDX-DEF-COUNT)
                   TO WS-IDX-THR-WARN(WS-IDX-DEF-COUNT)
           END-IF
           IF WS-IDXDEF-CRT-TXT NOT = SPACES
               COMPUTE WS-IDX-THR-CRIT(WS-IDX-DEF-COUNT) =
                   FUNCTION NUMVAL(WS-IDXDEF-CRT-TXT)
           ELSE
               MOVE 0 TO WS-IDX-THR-CRIT(WS-IDX-DEF-COUNT)
           END-IF
       END-IF
       .
      ******************************************************************
      *    P003-LOAD-STREAM-MASTER - LOCATIONS FOR THE EPISODE RECORDS
      *    AND THE REPORT. A MISSING MASTER LEAVES THEM BLANK.
      ******************************************************************
       P003-LOAD-STREAM-MASTER.
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           MOVE SPACES TO STR-LOC-NAME(WS-FILE-SUB)
       END-PERFORM
       MOVE 'F' TO EOF
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           PERFORM UNTIL EOF = 'T'
               READ STREAM-MASTER
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE STR-STREAM-NAME TO WS-FIND-SOURCE
                       PERFORM P032-FIND-STREAM
                       IF WS-FILE-IDX > 0
                           MOVE STR-LOCATION
                               TO STR-LOC-NAME(WS-FILE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       .
      ******************************************************************
      *    P004-LOAD-CORRECTED-CAL - THE CURRENT CALMAST ENTRIES ARE
      *    THE CORRECTED FACTORS (SET 2). NO CALMAST MEANS THE
      *    CORRECTION IS TO RUN EVERY STREAM UNCALIBRATED.
      ******************************************************************
       P004-LOAD-CORRECTED-CAL.
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           MOVE 'N' TO WS-CAL-PRESENT(1, WS-FILE-SUB)
           MOVE 'N' TO WS-CAL-PRESENT(2, WS-FILE-SUB)
       END-PERFORM
       MOVE 2 TO WS-CAL-SIDE
       MOVE 'F' TO EOF
       OPEN INPUT CALIBRATION-MASTER
       IF WS-STATUS-CAL = "00"
           PERFORM UNTIL EOF = 'T'
               READ CALIBRATION-MASTER INTO WS-CAL-ENTRY
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P004-TAKE-CAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-MASTER
       ELSE
           DISPLAY "NO CALMAST FOUND - RESTATING WITH NO CALIBRATION"
       END-IF
       .
      ******************************************************************
      *    P004-TAKE-CAL-ENTRY - FILES WS-CAL-ENTRY UNDER ITS STREAM IN
      *    THE SET NAMED BY WS-CAL-SIDE.
      ******************************************************************
       P004-TAKE-CAL-ENTRY.
       MOVE CAL-SOURCE-FILE TO WS-FIND-SOURCE
       PERFORM P032-FIND-STREAM
       IF WS-FILE-IDX > 0
           MOVE 'Y' TO WS-CAL-PRESENT(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-TEMP-OFFSET
               TO WS-CAL-TEMP-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-TEMP-SCALE
               TO WS-CAL-TEMP-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-HUM-OFFSET
               TO WS-CAL-HUM-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-HUM-SCALE
               TO WS-CAL-HUM-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-CO2-OFFSET
               TO WS-CAL-CO2-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
           MOVE CAL-CO2-SCALE
               TO WS-CAL-CO2-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
       END-IF
       .
      ******************************************************************
      *    P005-CHECK-RUN-STAMP - A RUN CAN ONLY BE RESTATED WHEN ITS
      *    STAMP SAYS ITS CALIBRATION WAS ARCHIVED WITH IT (WITHOUT
      *    THE OLD FACTORS THERE IS NOTHING TO BACK OUT) AND NOTHING
      *    HAS SUPERSEDED IT YET - A LATER REVISION IS RESTATED IN
      *    ITS PLACE. FACTORS UNCHANGED SINCE THE RUN ARE REFUSED TOO.
      ******************************************************************
       P005-CHECK-RUN-STAMP.
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST NOT = "00"
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'NO HISTORY FILE FOUND' TO WS-REFUSAL-TEXT
       ELSE
           MOVE WS-ORIG-RUN-NUM TO HIST-RUN-NUM
           MOVE '0' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           READ HISTORY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RSM-ERROR
                   STRING 'RUN ' DELIMITED BY SIZE
                       WS-ORIG-RUN-NUM DELIMITED BY SIZE
                       ' HAS NO RUN STAMP' DELIMITED BY SIZE
                       INTO WS-REFUSAL-TEXT
               NOT INVALID KEY
                   MOVE HIST-DATA TO WS-RUN-STAMP-REC
           END-READ
           IF WS-RSM-ERROR = 'N'
               EVALUATE TRUE
                   WHEN STAMP-CAL-KEPT NOT = 'Y'
                       MOVE 'Y' TO WS-RSM-ERROR
                       MOVE 'RUN ARCHIVED WITHOUT ITS CALIBRATION'
                           TO WS-REFUSAL-TEXT
                   WHEN STAMP-SUPERSEDED NUMERIC
                           AND STAMP-SUPERSEDED > 0
                       MOVE 'Y' TO WS-RSM-ERROR
                       STRING 'ALREADY SUPERSEDED BY RUN '
                           DELIMITED BY SIZE
                           STAMP-SUPERSEDED DELIMITED BY SIZE
                           INTO WS-REFUSAL-TEXT
                   WHEN OTHER
                       PERFORM P006-LOAD-ARCHIVED-CAL
               END-EVALUATE
           END-IF
           CLOSE HISTORY-FILE
       END-IF
       .
      ******************************************************************
      *    P006-LOAD-ARCHIVED-CAL - THE RUN'S TYPE 'C' RECORDS ARE THE
      *    FACTORS IT WAS CONSOLIDATED UNDER (SET 1). NONE AT ALL
      *    MEANS NO STREAM WAS CALIBRATED WHEN THE RUN WAS MADE.
      ******************************************************************
       P006-LOAD-ARCHIVED-CAL.
       MOVE 1 TO WS-CAL-SIDE
       MOVE 'F' TO EOF
       MOVE WS-ORIG-RUN-NUM TO HIST-RUN-NUM
       MOVE 'C' TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
       START HISTORY-FILE KEY NOT < HIST-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF HIST-RUN-NUM NOT = WS-ORIG-RUN-NUM
                           OR HIST-REC-TYPE NOT = 'C'
                       MOVE 'T' TO EOF
                   ELSE
                       MOVE HIST-DATA(1:70) TO WS-CAL-ENTRY
                       PERFORM P004-TAKE-CAL-ENTRY
                   END-IF
           END-READ
       END-PERFORM
       IF WS-CAL-SET(1) = WS-CAL-SET(2)
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'CALIBRATION UNCHANGED SINCE THE RUN'
               TO WS-REFUSAL-TEXT
       END-IF
       .
      ******************************************************************
      *    P007-NEXT-RUN-NUMBER - TAKES THE NEXT RUN NUMBER FROM ARCNUM
      *    THE SAME WAY DATA-ARC DOES AND SAVES IT BACK AT ONCE.
      ******************************************************************
       P007-NEXT-RUN-NUMBER.
       MOVE 0 TO WS-NEW-RUN-NUM
       OPEN INPUT RUN-NUMBER-FILE
       IF WS-STATUS-RUN = "00"
           READ RUN-NUMBER-FILE INTO WS-NEW-RUN-NUM
               AT END MOVE 0 TO WS-NEW-RUN-NUM
           END-READ
           CLOSE RUN-NUMBER-FILE
       END-IF
       ADD 1 TO WS-NEW-RUN-NUM
       OPEN OUTPUT RUN-NUMBER-FILE
       IF WS-STATUS-RUN = "00"
           WRITE FD-RUN-NUMBER-REC FROM WS-NEW-RUN-NUM
           CLOSE RUN-NUMBER-FILE
       ELSE
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'ARCNUM STATUS=' DELIMITED BY SIZE
               WS-STATUS-RUN DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           DISPLAY "ARCNUM COULD NOT BE UPDATED - STATUS "
                   WS-STATUS-RUN
       END-IF
       .
      ******************************************************************
      *    P008-WALK-ORIGINAL-RUN - PASS ONE. READS THE ORIGINAL RUN
      *    IN KEY ORDER ('A' < 'C' < 'D' < 'E' < 'G' < 'N' < 'P') AND
      *    BUILDS EVERY RECORD OF THE RESTATEMENT IN RSMWORK. SINCE
      *    ALL THE READINGS COME BEFORE THE ARCHIVED EXCEPTIONS, THE
      *    READINGS THE CORRECTION NEWLY REJECTS TAKE THE FIRST
      *    EXCEPTION SEQUENCES AND THE CARRIED ONES FOLLOW THEM.
      ******************************************************************
       P008-WALK-ORIGINAL-RUN.
       OPEN OUTPUT RESTATE-WORK
       IF WS-STATUS-WRK NOT = "00"
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RSMWORK STATUS=' DELIMITED BY SIZE
               WS-STATUS-WRK DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           DISPLAY "RSMWORK OPEN FAILED - STATUS " WS-STATUS-WRK
       ELSE
           MOVE 'F' TO EOF
           OPEN INPUT HISTORY-FILE
           MOVE WS-ORIG-RUN-NUM TO HIST-RUN-NUM
           MOVE 'A' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF HIST-RUN-NUM NOT = WS-ORIG-RUN-NUM
                           MOVE 'T' TO EOF
                       ELSE
                           PERFORM P009-TAKE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM P025-CLOSE-OPEN-EPISODES
           PERFORM P026-FILE-CORRECTED-CAL
           CLOSE RESTATE-WORK
           IF WS-WORK-WRITE-ERROR = 'Y'
               MOVE 'Y' TO WS-RSM-ERROR
           END-IF
       END-IF
       .
      ******************************************************************
      *    P009-TAKE-HISTORY-RECORD - ALERTS, ANOMALIES AND EPISODES
      *    OF THE ORIGINAL RUN ONLY FEED THE BEFORE FIGURES (THEIR
      *    RESTATED COUNTERPARTS ARE REGENERATED FROM THE READINGS);
      *    EXCEPTIONS AND GAPS ARE CARRIED FORWARD; THE OLD TYPE 'C'
      *    RECORDS ARE REPLACED BY THE CORRECTED FACTORS.
      ******************************************************************
       P009-TAKE-HISTORY-RECORD.
       EVALUATE HIST-REC-TYPE
           WHEN 'A'
               MOVE HIST-DATA(1:143) TO WS-ALERT-REC
               MOVE ALT-SOURCE-FILE TO WS-FIND-SOURCE
               PERFORM P032-FIND-STREAM
               IF WS-FILE-IDX > 0
                   PERFORM P034-SEVERITY-INDEX
                   ADD 1 TO FIG-ALERTS(WS-FILE-IDX, 1, WS-SEV-IDX)
               END-IF
           WHEN 'D'
               PERFORM P010-RESTATE-READING
           WHEN 'E'
               MOVE HIST-DATA(1:94) TO WS-EXCEPTION-REC
               MOVE EXC-SOURCE-FILE TO WS-FIND-SOURCE
               PERFORM P032-FIND-STREAM
               IF WS-FILE-IDX > 0
                   ADD 1 TO FIG-EXCEPTIONS(WS-FILE-IDX, 1)
                   ADD 1 TO FIG-EXCEPTIONS(WS-FILE-IDX, 2)
               END-IF
               ADD 1 TO WS-SEQ-EXCEPTIONS
               MOVE 'E' TO WRK-REC-TYPE
               MOVE WS-SEQ-EXCEPTIONS TO WRK-SEQ
               MOVE HIST-DATA TO WRK-DATA
               PERFORM P027-WRITE-WORK-RECORD
           WHEN 'G'
               ADD 1 TO WS-SEQ-GAPS
               MOVE 'G' TO WRK-REC-TYPE
               MOVE WS-SEQ-GAPS TO WRK-SEQ
               MOVE HIST-DATA TO WRK-DATA
               PERFORM P027-WRITE-WORK-RECORD
           WHEN 'N'
               MOVE HIST-DATA(1:105) TO WS-ANOMALY-REC
               MOVE ANM-SOURCE-FILE TO WS-FIND-SOURCE
               PERFORM P032-FIND-STREAM
               IF WS-FILE-IDX > 0
                   ADD 1 TO FIG-ANOMALIES(WS-FILE-IDX, 1)
               END-IF
           WHEN 'P'
               MOVE HIST-DATA(1:200) TO WS-EPISODE-REC
               MOVE EPR-SOURCE-FILE TO WS-FIND-SOURCE
               PERFORM P032-FIND-STREAM
               IF WS-FILE-IDX > 0 AND EPR-SEVERITY NOT = 'SUPPRESS'
                   ADD 1 TO FIG-EPISODES(WS-FILE-IDX, 1)
                   IF EPR-DURATION NUMERIC
                       ADD EPR-DURATION
                           TO FIG-EXC-CYCLES(WS-FILE-IDX, 1)
                   END-IF
                   IF EPR-MINUTES NUMERIC
                       ADD EPR-MINUTES
                           TO FIG-EXC-MINUTES(WS-FILE-IDX, 1)
                   END-IF
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P010-RESTATE-READING - ONE ARCHIVED DATA-TOTAL RECORD: TAKE
      *    ITS BEFORE FIGURES, BACK OUT THE OLD FACTORS, APPLY THE NEW
      *    ONES AND HANDLE THE RESULT EXACTLY AS INDEX'S P017 DOES. THE
      *    RECORD KEEPS ITS TOTAL-SEQ-NUM AND LINEAGE. A READING OF A
      *    STREAM THIS SUITE NO LONGER RUNS IS CARRIED AS ARCHIVED.
      ******************************************************************
       P010-RESTATE-READING.
       ADD 1 TO WS-COUNT-READINGS
       MOVE HIST-DATA TO WS-TOTAL-REC
       MOVE TOTAL-READING TO WS-IN-OUT-DATA-REC
       MOVE REC-SOURCE-FILE TO WS-FIND-SOURCE
       PERFORM P032-FIND-STREAM
       IF WS-FILE-IDX = 0
           ADD 1 TO WS-COUNT-UNMATCHED
           MOVE 'D' TO WRK-REC-TYPE
           MOVE HIST-SEQ TO WRK-SEQ
           MOVE HIST-DATA TO WRK-DATA
           PERFORM P027-WRITE-WORK-RECORD
       ELSE
           ADD 1 TO FIG-READINGS(WS-FILE-IDX, 1)
           IF TEMPERATURE NUMERIC AND HUMIDITY NUMERIC
                   AND CO2 NUMERIC AND INDEX-NUM NUMERIC
               ADD TEMPERATURE TO FIG-SUM-TEMP(WS-FILE-IDX, 1)
               ADD HUMIDITY    TO FIG-SUM-HUM(WS-FILE-IDX, 1)
               ADD CO2         TO FIG-SUM-CO2(WS-FILE-IDX, 1)
               ADD INDEX-NUM   TO FIG-SUM-IDX(WS-FILE-IDX, 1)
           END-IF
           PERFORM P011-BACK-OUT-CALIBRATION
           PERFORM P012-APPLY-CALIBRATION
           PERFORM P013-VALIDATE-READING
           IF WS-VALID-FLAG = 'Y'
               PERFORM P015-CALCULATE-INDEX
               MOVE WS-IN-OUT-DATA-REC TO TOTAL-READING
               MOVE WS-IDX-DEF-COUNT TO TOTAL-IDX-COUNT
               PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                       UNTIL WS-IDX-SUB > WS-IDX-DEF-MAX
                   IF WS-IDX-SUB > WS-IDX-DEF-COUNT
                       MOVE SPACES TO TOTAL-IDX-NAME(WS-IDX-SUB)
                       MOVE ZEROS  TO TOTAL-IDX-VALUE(WS-IDX-SUB)
                   ELSE
                       MOVE WS-IDX-NAME(WS-IDX-SUB)
                           TO TOTAL-IDX-NAME(WS-IDX-SUB)
                       MOVE WS-IDX-VALUE(WS-IDX-SUB)
                           TO TOTAL-IDX-VALUE(WS-IDX-SUB)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-COUNT-RESTATED
               MOVE 'D' TO WRK-REC-TYPE
               MOVE HIST-SEQ TO WRK-SEQ
               MOVE WS-TOTAL-REC TO WRK-DATA
               PERFORM P027-WRITE-WORK-RECORD
           ELSE
               PERFORM P014-WRITE-EXCEPTION-RECORD
           END-IF
       END-IF
       .
      ******************************************************************
      *    P011-BACK-OUT-CALIBRATION - TURNS THE ARCHIVED VALUE BACK
      *    INTO THE RAW READING: (VALUE - OLD OFFSET) / OLD SCALE,
      *    ROUNDED TO THE FIELD'S PRECISION AND CLAMPED TO ITS RANGE.
      *    A ZERO OLD SCALE FLATTENED EVERY READING TO THE OFFSET, SO
      *    THAT MEASUREMENT CANNOT BE RECOVERED AND IS LEFT AS IS. A
      *    VALUE THE OLD CORRECTION HAD CLAMPED COMES BACK AS THE
      *    CLAMPED LIMIT RUN BACKWARD, NOT THE ORIGINAL READING.
      ******************************************************************
       P011-BACK-OUT-CALIBRATION.
       IF WS-CAL-PRESENT(1, WS-FILE-IDX) = 'Y'
           IF TEMPERATURE NUMERIC
                   AND WS-CAL-TEMP-SCALE(1, WS-FILE-IDX) > 0
               COMPUTE WS-CAL-WORK ROUNDED =
                   (TEMPERATURE - WS-CAL-TEMP-OFFSET(1, WS-FILE-IDX))
                   / WS-CAL-TEMP-SCALE(1, WS-FILE-IDX)
               IF WS-CAL-WORK < -99.99
                   MOVE -99.99 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 99.99
                   MOVE 99.99 TO WS-CAL-WORK
               END-IF
               MOVE WS-CAL-WORK TO TEMPERATURE
           END-IF
           IF HUMIDITY NUMERIC
                   AND WS-CAL-HUM-SCALE(1, WS-FILE-IDX) > 0
               COMPUTE WS-CAL-WORK ROUNDED =
                   (HUMIDITY - WS-CAL-HUM-OFFSET(1, WS-FILE-IDX))
                   / WS-CAL-HUM-SCALE(1, WS-FILE-IDX)
               IF WS-CAL-WORK < 0
                   MOVE 0 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 99.99
                   MOVE 99.99 TO WS-CAL-WORK
               END-IF
               MOVE WS-CAL-WORK TO HUMIDITY
           END-IF
           IF CO2 NUMERIC
                   AND WS-CAL-CO2-SCALE(1, WS-FILE-IDX) > 0
               COMPUTE WS-CAL-WORK ROUNDED =
                   (CO2 - WS-CAL-CO2-OFFSET(1, WS-FILE-IDX))
                   / WS-CAL-CO2-SCALE(1, WS-FILE-IDX)
               IF WS-CAL-WORK < 0
                   MOVE 0 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 999
                   MOVE 999 TO WS-CAL-WORK
               END-IF
               COMPUTE CO2 ROUNDED = WS-CAL-WORK
           END-IF
       END-IF
       .
      ******************************************************************
      *    P012-APPLY-CALIBRATION - SAME CORRECTION AND CLAMPS AS
      *    INDEX'S P023-APPLY-CALIBRATION, WITH THE CORRECTED FACTORS.
      ******************************************************************
       P012-APPLY-CALIBRATION.
       IF WS-CAL-PRESENT(2, WS-FILE-IDX) = 'Y'
           IF TEMPERATURE NUMERIC
               COMPUTE WS-CAL-WORK =
                   TEMPERATURE * WS-CAL-TEMP-SCALE(2, WS-FILE-IDX)
                   + WS-CAL-TEMP-OFFSET(2, WS-FILE-IDX)
               IF WS-CAL-WORK < -99.99
                   MOVE -99.99 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 99.99
                   MOVE 99.99 TO WS-CAL-WORK
               END-IF
               MOVE WS-CAL-WORK TO TEMPERATURE
           END-IF
           IF HUMIDITY NUMERIC
               COMPUTE WS-CAL-WORK =
                   HUMIDITY * WS-CAL-HUM-SCALE(2, WS-FILE-IDX)
                   + WS-CAL-HUM-OFFSET(2, WS-FILE-IDX)
               IF WS-CAL-WORK < 0
                   MOVE 0 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 99.99
                   MOVE 99.99 TO WS-CAL-WORK
               END-IF
               MOVE WS-CAL-WORK TO HUMIDITY
           END-IF
           IF CO2 NUMERIC
               COMPUTE WS-CAL-WORK =
                   CO2 * WS-CAL-CO2-SCALE(2, WS-FILE-IDX)
                   + WS-CAL-CO2-OFFSET(2, WS-FILE-IDX)
               IF WS-CAL-WORK < 0
                   MOVE 0 TO WS-CAL-WORK
               END-IF
               IF WS-CAL-WORK > 999
                   MOVE 999 TO WS-CAL-WORK
               END-IF
               MOVE WS-CAL-WORK TO CO2
           END-IF
       END-IF
       .
      ******************************************************************
      *    P013-VALIDATE-READING - SAME RULES AS INDEX'S P007.
      ******************************************************************
       P013-VALIDATE-READING.
       MOVE 'Y' TO WS-VALID-FLAG
       IF NOT (TEMPERATURE NUMERIC AND HUMIDITY NUMERIC
               AND CO2 NUMERIC)
           MOVE 'N' TO WS-VALID-FLAG
       END-IF
       IF CO2 > WS-CO2-CEILING
           MOVE 'N' TO WS-VALID-FLAG
       END-IF
       .
      ******************************************************************
      *    P014-WRITE-EXCEPTION-RECORD - A READING THE CORRECTED
      *    FACTORS NOW REJECT LEAVES THE RESTATED READINGS AND IS
      *    FILED AS AN EXCEPTION, AS INDEX WOULD HAVE FILED IT.
      ******************************************************************
       P014-WRITE-EXCEPTION-RECORD.
       ADD 1 TO WS-COUNT-NEW-EXC
       ADD 1 TO FIG-EXCEPTIONS(WS-FILE-IDX, 2)
       MOVE TEMPERATURE TO EXC-TEMPERATURE
       MOVE HUMIDITY    TO EXC-HUMIDITY
       MOVE CO2         TO EXC-CO2
       IF CO2 NUMERIC AND CO2 > WS-CO2-CEILING
           MOVE 'CO2 OVER CEILING' TO EXC-REASON
       ELSE
           MOVE 'NON-NUMERIC FIELD' TO EXC-REASON
       END-IF
       MOVE REC-SOURCE-FILE  TO EXC-SOURCE-FILE
       MOVE REC-CYCLE-NUM    TO EXC-CYCLE-NUM
       MOVE REC-SEQ-IN-CYCLE TO EXC-SEQ-IN-CYCLE
       ADD 1 TO WS-SEQ-EXCEPTIONS
       MOVE 'E' TO WRK-REC-TYPE
       MOVE WS-SEQ-EXCEPTIONS TO WRK-SEQ
       MOVE WS-EXCEPTION-REC TO WRK-DATA
       PERFORM P027-WRITE-WORK-RECORD
       .
      ******************************************************************
      *    P015-CALCULATE-INDEX - EVERY DEFINED INDEX, ITS GRADED
      *    ALERT, THE ANOMALY CHECK AND THE HIGH-CO2 ALERT, IN THE
      *    SAME ORDER AS INDEX'S P002-CALCULATE-INDEX.
      ******************************************************************
       P015-CALCULATE-INDEX.
       PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-IDX-DEF-COUNT
           COMPUTE WS-IDX-WORK =
                (TEMPERATURE * WS-IDX-WGT-TEMP(WS-IDX-SUB))
              + (HUMIDITY * WS-IDX-WGT-HUM(WS-IDX-SUB))
              + (CO2 * WS-IDX-WGT-CO2(WS-IDX-SUB))
           END-COMPUTE
           IF WS-IDX-WORK < 0
               MOVE 0 TO WS-IDX-WORK
           END-IF
           MOVE WS-IDX-WORK TO WS-IDX-VALUE(WS-IDX-SUB)
           MOVE WS-IDX-VALUE(WS-IDX-SUB) TO WS-ALERT-VALUE-ARG
           PERFORM P016-GRADE-INDEX-VALUE
           IF WS-ALERT-SEV-ARG NOT = SPACES
               MOVE 'HIGH-INDEX' TO WS-ALERT-REASON-ARG
               MOVE WS-IDX-NAME(WS-IDX-SUB)
                   TO WS-ALERT-IDX-NAME-ARG
               PERFORM P017-WRITE-ALERT-RECORD
           END-IF
       END-PERFORM
       MOVE WS-IDX-VALUE(1) TO INDEX-NUM
       PERFORM P018-CHECK-ANOMALY
       IF CO2 > WS-CO2-THRESHOLD
           MOVE 'HIGH-CO2 ' TO WS-ALERT-REASON-ARG
           MOVE WS-IDX-NAME(1) TO WS-ALERT-IDX-NAME-ARG
           MOVE WS-IDX-VALUE(1) TO WS-ALERT-VALUE-ARG
           MOVE 'HIGH    ' TO WS-ALERT-SEV-ARG
           PERFORM P017-WRITE-ALERT-RECORD
       END-IF
       ADD 1 TO FIG-READINGS(WS-FILE-IDX, 2)
       ADD TEMPERATURE TO FIG-SUM-TEMP(WS-FILE-IDX, 2)
       ADD HUMIDITY    TO FIG-SUM-HUM(WS-FILE-IDX, 2)
       ADD CO2         TO FIG-SUM-CO2(WS-FILE-IDX, 2)
       ADD INDEX-NUM   TO FIG-SUM-IDX(WS-FILE-IDX, 2)
       .
      ******************************************************************
      *    P016-GRADE-INDEX-VALUE - SAME BANDS AS INDEX'S P032.
      ******************************************************************
       P016-GRADE-INDEX-VALUE.
       MOVE SPACES TO WS-ALERT-SEV-ARG
       EVALUATE TRUE
           WHEN WS-IDX-THR-CRIT(WS-IDX-SUB) > 0
                   AND WS-ALERT-VALUE-ARG >
                       WS-IDX-THR-CRIT(WS-IDX-SUB)
               MOVE 'CRITICAL' TO WS-ALERT-SEV-ARG
           WHEN WS-ALERT-VALUE-ARG > WS-IDX-THR-HIGH(WS-IDX-SUB)
               MOVE 'HIGH    ' TO WS-ALERT-SEV-ARG
           WHEN WS-ALERT-VALUE-ARG > WS-IDX-THR-WARN(WS-IDX-SUB)
               MOVE 'WARNING ' TO WS-ALERT-SEV-ARG
       END-EVALUATE
       .
      ******************************************************************
      *    P017-WRITE-ALERT-RECORD - FILES THE REGENERATED ALERT AND
      *    FOLDS IT INTO ITS STREAM'S EPISODES AS DATA-EPI WOULD. A
      *    RESTATEMENT IS HISTORY, SO NOTHING GOES TO ALERTLIVE. A
      *    READING ARCHIVED AS IN-WINDOW KEEPS ITS ALERTS SUPPRESSED.
      ******************************************************************
       P017-WRITE-ALERT-RECORD.
       MOVE TEMPERATURE TO ALT-TEMPERATURE
       MOVE HUMIDITY    TO ALT-HUMIDITY
       MOVE CO2         TO ALT-CO2
       MOVE WS-ALERT-VALUE-ARG    TO ALT-INDEX-NUM
       MOVE WS-ALERT-REASON-ARG   TO ALT-REASON
       MOVE WS-ALERT-IDX-NAME-ARG TO ALT-INDEX-NAME
       MOVE REC-SOURCE-FILE  TO ALT-SOURCE-FILE
       MOVE REC-CYCLE-NUM    TO ALT-CYCLE-NUM
       MOVE REC-SEQ-IN-CYCLE TO ALT-SEQ-IN-CYCLE
       MOVE REC-TS-DATE      TO ALT-TS-DATE
       MOVE REC-TS-TIME      TO ALT-TS-TIME
       MOVE WS-ALERT-SEV-ARG TO ALT-SEVERITY
       IF REC-READING-FLAG = 'W'
           MOVE 'W' TO ALT-WINDOW-FLAG
       ELSE
           MOVE SPACE TO ALT-WINDOW-FLAG
       END-IF
       ADD 1 TO WS-SEQ-ALERTS
       MOVE 'A' TO WRK-REC-TYPE
       MOVE WS-SEQ-ALERTS TO WRK-SEQ
       MOVE SPACES TO WRK-DATA
       MOVE WS-ALERT-REC TO WRK-DATA
       PERFORM P027-WRITE-WORK-RECORD
       PERFORM P034-SEVERITY-INDEX
       ADD 1 TO FIG-ALERTS(WS-FILE-IDX, 2, WS-SEV-IDX)
       IF ALT-WINDOW-FLAG = 'W'
           MOVE WS-SEV-SUPPRESS TO WS-SEV-IDX
       END-IF
       PERFORM P021-FOLD-INTO-EPISODE
       .
      ******************************************************************
      *    P018-CHECK-ANOMALY - SAME RULE AS INDEX'S P018: ONCE THE
      *    STREAM'S WINDOW IS FULL, A PRIMARY INDEX FURTHER FROM THE
      *    WINDOW AVERAGE THAN THE FACTOR TIMES THE WINDOW'S MEAN
      *    ABSOLUTE DEVIATION IS AN ANOMALY.
      ******************************************************************
       P018-CHECK-ANOMALY.
       IF ANOM-FILL-COUNT(WS-FILE-IDX) = WS-ANOM-WINDOW
           COMPUTE WS-ANOM-AVG =
               ANOM-WINDOW-SUM(WS-FILE-IDX) / WS-ANOM-WINDOW
           MOVE 0 TO WS-ANOM-DEV-SUM
           PERFORM VARYING WS-ANOM-SUB FROM 1 BY 1
                   UNTIL WS-ANOM-SUB > WS-ANOM-WINDOW
               IF ANOM-VALUE(WS-FILE-IDX, WS-ANOM-SUB) > WS-ANOM-AVG
                   ADD ANOM-VALUE(WS-FILE-IDX, WS-ANOM-SUB)
                       TO WS-ANOM-DEV-SUM
                   SUBTRACT WS-ANOM-AVG FROM WS-ANOM-DEV-SUM
               ELSE
                   ADD WS-ANOM-AVG TO WS-ANOM-DEV-SUM
                   SUBTRACT ANOM-VALUE(WS-FILE-IDX, WS-ANOM-SUB)
                       FROM WS-ANOM-DEV-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-ANOM-MAD = WS-ANOM-DEV-SUM / WS-ANOM-WINDOW
           IF WS-IDX-VALUE(1) > WS-ANOM-AVG
               COMPUTE WS-ANOM-DIFF = WS-IDX-VALUE(1) - WS-ANOM-AVG
           ELSE
               COMPUTE WS-ANOM-DIFF = WS-ANOM-AVG - WS-IDX-VALUE(1)
           END-IF
           IF WS-ANOM-MAD > 0
               AND WS-ANOM-DIFF > WS-ANOM-FACTOR * WS-ANOM-MAD
               PERFORM P019-WRITE-ANOMALY-RECORD
           END-IF
       END-IF
       PERFORM P020-PUSH-WINDOW-VALUE
       .
      ******************************************************************
      *    P019-WRITE-ANOMALY-RECORD
      ******************************************************************
       P019-WRITE-ANOMALY-RECORD.
       ADD 1 TO FIG-ANOMALIES(WS-FILE-IDX, 2)
       MOVE TEMPERATURE TO ANM-TEMPERATURE
       MOVE HUMIDITY    TO ANM-HUMIDITY
       MOVE CO2         TO ANM-CO2
       MOVE WS-IDX-VALUE(1) TO ANM-INDEX-NUM
       MOVE WS-ANOM-AVG  TO ANM-EXPECTED
       MOVE WS-ANOM-DIFF TO ANM-DEVIATION
       MOVE REC-SOURCE-FILE  TO ANM-SOURCE-FILE
       MOVE REC-CYCLE-NUM    TO ANM-CYCLE-NUM
       MOVE REC-SEQ-IN-CYCLE TO ANM-SEQ-IN-CYCLE
       ADD 1 TO WS-SEQ-ANOMALIES
       MOVE 'N' TO WRK-REC-TYPE
       MOVE WS-SEQ-ANOMALIES TO WRK-SEQ
       MOVE SPACES TO WRK-DATA
       MOVE WS-ANOMALY-REC TO WRK-DATA
       PERFORM P027-WRITE-WORK-RECORD
       .
      ******************************************************************
      *    P020-PUSH-WINDOW-VALUE - ROLLS THE CURRENT PRIMARY-INDEX
      *    VALUE INTO THE STREAM'S RING, DISPLACING THE OLDEST VALUE
      *    ONCE THE WINDOW IS FULL.
      ******************************************************************
       P020-PUSH-WINDOW-VALUE.
       COMPUTE WS-ANOM-SUB = ANOM-NEXT-SLOT(WS-FILE-IDX) + 1
       IF WS-ANOM-SUB > WS-ANOM-WINDOW
           MOVE 1 TO WS-ANOM-SUB
       END-IF
       IF ANOM-FILL-COUNT(WS-FILE-IDX) = WS-ANOM-WINDOW
           SUBTRACT ANOM-VALUE(WS-FILE-IDX, WS-ANOM-SUB)
               FROM ANOM-WINDOW-SUM(WS-FILE-IDX)
       ELSE
           ADD 1 TO ANOM-FILL-COUNT(WS-FILE-IDX)
       END-IF
       MOVE WS-IDX-VALUE(1) TO ANOM-VALUE(WS-FILE-IDX, WS-ANOM-SUB)
       ADD WS-IDX-VALUE(1) TO ANOM-WINDOW-SUM(WS-FILE-IDX)
       MOVE WS-ANOM-SUB TO ANOM-NEXT-SLOT(WS-FILE-IDX)
       .
      ******************************************************************
      *    P021-FOLD-INTO-EPISODE - SAME RULE AS DATA-EPI'S P003.
      ******************************************************************
       P021-FOLD-INTO-EPISODE.
       IF EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX) NOT = 'Y'
           MOVE 'Y' TO EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-CYCLE-NUM TO EPI-START-CYC(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-CYCLE-NUM TO EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-ALERT-COUNT(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-PEAK-IDX(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-PEAK-CO2(WS-FILE-IDX, WS-SEV-IDX)
           PERFORM P022-SEED-EPISODE-STAMP
       ELSE
           IF ALT-CYCLE-NUM > EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX) + 1
               PERFORM P023-CLOSE-EPISODE
               MOVE 'Y' TO EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX)
               MOVE ALT-CYCLE-NUM
                   TO EPI-START-CYC(WS-FILE-IDX, WS-SEV-IDX)
               MOVE ALT-CYCLE-NUM
                   TO EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)
               MOVE 0 TO EPI-ALERT-COUNT(WS-FILE-IDX, WS-SEV-IDX)
               MOVE 0 TO EPI-PEAK-IDX(WS-FILE-IDX, WS-SEV-IDX)
               MOVE 0 TO EPI-PEAK-CO2(WS-FILE-IDX, WS-SEV-IDX)
               PERFORM P022-SEED-EPISODE-STAMP
           ELSE
               IF ALT-CYCLE-NUM > EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)
                   MOVE ALT-CYCLE-NUM
                       TO EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)
               END-IF
           END-IF
       END-IF
       ADD 1 TO EPI-ALERT-COUNT(WS-FILE-IDX, WS-SEV-IDX)
       IF ALT-TS-DATE NUMERIC AND ALT-TS-TIME NUMERIC
               AND ALT-TS-DATE > 0
           MOVE ALT-TS-DATE TO EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-TS-TIME TO EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX)
       END-IF
       IF ALT-INDEX-NUM > EPI-PEAK-IDX(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-INDEX-NUM TO EPI-PEAK-IDX(WS-FILE-IDX, WS-SEV-IDX)
       END-IF
       IF ALT-CO2 > EPI-PEAK-CO2(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-CO2 TO EPI-PEAK-CO2(WS-FILE-IDX, WS-SEV-IDX)
       END-IF
       .
      ******************************************************************
      *    P022-SEED-EPISODE-STAMP - SAME AS DATA-EPI'S P007.
      ******************************************************************
       P022-SEED-EPISODE-STAMP.
       IF ALT-TS-DATE NUMERIC AND ALT-TS-TIME NUMERIC
               AND ALT-TS-DATE > 0
           MOVE ALT-TS-DATE TO EPI-START-DATE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-TS-TIME TO EPI-START-TIME(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-TS-DATE TO EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE ALT-TS-TIME TO EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX)
       ELSE
           MOVE 0 TO EPI-START-DATE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-START-TIME(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX)
           MOVE 0 TO EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX)
       END-IF
       .
      ******************************************************************
      *    P023-CLOSE-EPISODE - FILES THE EPISODE RECORD IN DATA-EPI'S
      *    LAYOUT AND ADDS IT TO THE STREAM'S AFTER FIGURES.
      ******************************************************************
       P023-CLOSE-EPISODE.
       COMPUTE WS-EPI-DURATION =
           EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)
           - EPI-START-CYC(WS-FILE-IDX, WS-SEV-IDX) + 1
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
           TO EPR-SOURCE-FILE
       MOVE STR-LOC-NAME(WS-FILE-IDX)    TO EPR-LOCATION
       MOVE WS-SEV-NAME(WS-SEV-IDX)      TO EPR-SEVERITY
       MOVE EPI-START-CYC(WS-FILE-IDX, WS-SEV-IDX)   TO EPR-START-CYC
       MOVE EPI-LAST-CYC(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-END-CYC
       MOVE WS-EPI-DURATION              TO EPR-DURATION
       MOVE EPI-ALERT-COUNT(WS-FILE-IDX, WS-SEV-IDX) TO EPR-ALERT-COUNT
       MOVE EPI-PEAK-IDX(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-PEAK-IDX
       MOVE EPI-PEAK-CO2(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-PEAK-CO2
       PERFORM P024-COMPUTE-EPISODE-MINUTES
       MOVE EPI-START-DATE(WS-FILE-IDX, WS-SEV-IDX)  TO EPR-START-DATE
       MOVE EPI-START-TIME(WS-FILE-IDX, WS-SEV-IDX)  TO EPR-START-TIME
       MOVE EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-END-DATE
       MOVE EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-END-TIME
       MOVE WS-EPI-MINUTES               TO EPR-MINUTES
       ADD 1 TO WS-SEQ-EPISODES
       MOVE 'P' TO WRK-REC-TYPE
       MOVE WS-SEQ-EPISODES TO WRK-SEQ
       MOVE SPACES TO WRK-DATA
       MOVE WS-EPISODE-REC TO WRK-DATA
       PERFORM P027-WRITE-WORK-RECORD
       IF WS-SEV-IDX NOT = WS-SEV-SUPPRESS
           ADD 1 TO FIG-EPISODES(WS-FILE-IDX, 2)
           ADD WS-EPI-DURATION TO FIG-EXC-CYCLES(WS-FILE-IDX, 2)
           ADD WS-EPI-MINUTES  TO FIG-EXC-MINUTES(WS-FILE-IDX, 2)
       END-IF
       MOVE 'N' TO EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX)
       .
      ******************************************************************
      *    P024-COMPUTE-EPISODE-MINUTES - SAME AS DATA-EPI'S P008.
      ******************************************************************
       P024-COMPUTE-EPISODE-MINUTES.
       MOVE 0 TO WS-EPI-MINUTES
       IF EPI-START-DATE(WS-FILE-IDX, WS-SEV-IDX) > 0
               AND EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX) > 0
           COMPUTE WS-EPI-START-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   EPI-START-DATE(WS-FILE-IDX, WS-SEV-IDX))
           COMPUTE WS-EPI-END-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   EPI-END-DATE(WS-FILE-IDX, WS-SEV-IDX))
           COMPUTE WS-EPI-MINUTES =
               (WS-EPI-END-DAYS - WS-EPI-START-DAYS) * 1440
           MOVE EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX) TO WS-TS-TIME-VIEW
           COMPUTE WS-EPI-MINUTES = WS-EPI-MINUTES
               + (WS-TS-HOUR * 60) + WS-TS-MINUTE
           MOVE EPI-START-TIME(WS-FILE-IDX, WS-SEV-IDX)
               TO WS-TS-TIME-VIEW
           COMPUTE WS-EPI-MINUTES = WS-EPI-MINUTES
               - (WS-TS-HOUR * 60) - WS-TS-MINUTE
           IF WS-EPI-MINUTES < 0
               MOVE 0 TO WS-EPI-MINUTES
           END-IF
       END-IF
       .
      ******************************************************************
      *    P025-CLOSE-OPEN-EPISODES - THE END OF THE RUN CLOSES
      *    WHATEVER EPISODES ARE STILL RUNNING.
      ******************************************************************
       P025-CLOSE-OPEN-EPISODES.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > WS-SEV-SUPPRESS
               IF EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX) = 'Y'
                   PERFORM P023-CLOSE-EPISODE
               END-IF
           END-PERFORM
       END-PERFORM
       .
      ******************************************************************
      *    P026-FILE-CORRECTED-CAL - THE RESTATEMENT'S TYPE 'C'
      *    RECORDS ARE THE CALMAST ENTRIES IT WAS MADE UNDER, SO A
      *    LATER CORRECTION CAN RESTATE THE RESTATEMENT IN TURN.
      ******************************************************************
       P026-FILE-CORRECTED-CAL.
       MOVE 'F' TO EOF
       OPEN INPUT CALIBRATION-MASTER
       IF WS-STATUS-CAL = "00"
           PERFORM UNTIL EOF = 'T'
               READ CALIBRATION-MASTER
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ-CALS
                       MOVE 'C' TO WRK-REC-TYPE
                       MOVE WS-SEQ-CALS TO WRK-SEQ
                       MOVE SPACES TO WRK-DATA
                       MOVE FD-CALIBRATION-REC TO WRK-DATA
                       PERFORM P027-WRITE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CALIBRATION-MASTER
       END-IF
       .
      ******************************************************************
      *    P027-WRITE-WORK-RECORD - WRITES THE IMAGE THE CALLER BUILT
      *    UNDER THE NEW RUN NUMBER AND AUDITS THE FIRST FAILURE.
      ******************************************************************
       P027-WRITE-WORK-RECORD.
       MOVE WS-NEW-RUN-NUM TO WRK-RUN-NUM
       WRITE FD-WORK-REC FROM WS-WORK-HIST-REC
       IF WS-STATUS-WRK NOT = "00" AND WS-WORK-WRITE-ERROR = 'N'
           MOVE 'Y' TO WS-WORK-WRITE-ERROR
           MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RSMWORK STATUS=' DELIMITED BY SIZE
               WS-STATUS-WRK DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           DISPLAY "RSMWORK WRITE FAILED - STATUS " WS-STATUS-WRK
       END-IF
       .
      ******************************************************************
      *    P028-POST-RESTATEMENT - PASS TWO. POSTS EVERY WORK IMAGE TO
      *    HISTORY UNDER THE NEW RUN NUMBER, THEN THE NEW STAMP, THEN
      *    MARKS THE ORIGINAL SUPERSEDED AND CARRIES ITS DISPOSITIONS
      *    ACROSS. THE NEW STAMP KEEPS THE ORIGINAL ARCHIVE TIMESTAMP,
      *    SO THE RESTATEMENT FALLS IN THE SAME REPORTING PERIOD AS THE
      *    RUN IT REPLACES.
      ******************************************************************
       P028-POST-RESTATEMENT.
       OPEN I-O HISTORY-FILE
       IF WS-STATUS-HST NOT = "00"
           MOVE 'Y' TO WS-RSM-ERROR
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'HISTORY STATUS=' DELIMITED BY SIZE
               WS-STATUS-HST DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           DISPLAY "HISTORY OPEN FAILED - STATUS " WS-STATUS-HST
       ELSE
           MOVE 'F' TO EOF
           OPEN INPUT RESTATE-WORK
           PERFORM UNTIL EOF = 'T'
               READ RESTATE-WORK INTO FD-HISTORY-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P029-WRITE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTATE-WORK
           IF WS-HIST-WRITE-ERROR = 'N'
               PERFORM P041-BUILD-SIGN-OFF
               MOVE WS-NEW-RUN-NUM TO HIST-RUN-NUM
               MOVE '1' TO HIST-REC-TYPE
               MOVE 0 TO HIST-SEQ
               MOVE SPACES TO HIST-DATA
               MOVE FD-SIGN-REC TO HIST-DATA
               MOVE FD-SIGN-REC TO WS-SIGN-SAVE
               PERFORM P029-WRITE-HISTORY-RECORD
           END-IF
           IF WS-HIST-WRITE-ERROR = 'N'
               COMPUTE WS-NEW-REVISION = STAMP-REVISION + 1
               MOVE WS-NEW-REVISION TO STAMP-REVISION
               MOVE 'Y' TO STAMP-CAL-KEPT
               MOVE 0 TO STAMP-SUPERSEDED
               MOVE FUNCTION CURRENT-DATE TO STAMP-RESTATED
               MOVE WS-NEW-RUN-NUM TO HIST-RUN-NUM
               MOVE '0' TO HIST-REC-TYPE
               MOVE 0 TO HIST-SEQ
               MOVE SPACES TO HIST-DATA
               MOVE WS-RUN-STAMP-REC TO HIST-DATA
               PERFORM P029-WRITE-HISTORY-RECORD
           END-IF
           IF WS-HIST-WRITE-ERROR = 'N'
               PERFORM P031-MARK-ORIGINAL-SUPERSEDED
           END-IF
           IF WS-HIST-WRITE-ERROR = 'N'
               PERFORM P042-CARRY-DISPOSITIONS
           END-IF
           CLOSE HISTORY-FILE
           IF WS-HIST-WRITE-ERROR = 'Y'
               MOVE 'Y' TO WS-RSM-ERROR
           END-IF
       END-IF
       .
      ******************************************************************
      *    P029-WRITE-HISTORY-RECORD - WRITES THE BUILT HISTORY RECORD
      *    AND AUDITS THE FIRST NON-ZERO STATUS, AS DATA-ARC DOES.
      ******************************************************************
       P029-WRITE-HISTORY-RECORD.
       WRITE FD-HISTORY-REC
       IF WS-STATUS-HST = "00"
           ADD 1 TO WS-COUNT-POSTED
       ELSE
           IF WS-HIST-WRITE-ERROR = 'N'
               MOVE 'Y' TO WS-HIST-WRITE-ERROR
               MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'HISTORY STATUS=' DELIMITED BY SIZE
                   WS-STATUS-HST DELIMITED BY SIZE
                   ' RUN=' DELIMITED BY SIZE
                   WS-NEW-RUN-NUM DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P033-WRITE-AUDIT-RECORD
               DISPLAY "HISTORY WRITE FAILED - STATUS " WS-STATUS-HST
           END-IF
       END-IF
       .
      ******************************************************************
      *    P031-MARK-ORIGINAL-SUPERSEDED - REWRITES THE ORIGINAL RUN'S
      *    STAMP WITH THE RUN NUMBER THAT NOW STANDS IN ITS PLACE.
      ******************************************************************
       P031-MARK-ORIGINAL-SUPERSEDED.
       MOVE WS-ORIG-RUN-NUM TO HIST-RUN-NUM
       MOVE '0' TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
       READ HISTORY-FILE
           INVALID KEY
               MOVE 'Y' TO WS-HIST-WRITE-ERROR
           NOT INVALID KEY
               MOVE HIST-DATA TO WS-RUN-STAMP-REC
               MOVE WS-NEW-RUN-NUM TO STAMP-SUPERSEDED
               MOVE WS-RUN-STAMP-REC TO HIST-DATA
               REWRITE FD-HISTORY-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-WRITE-ERROR
               END-REWRITE
       END-READ
       IF WS-HIST-WRITE-ERROR = 'Y'
           MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'STAMP OF RUN ' DELIMITED BY SIZE
               WS-ORIG-RUN-NUM DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               WS-STATUS-HST DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P033-WRITE-AUDIT-RECORD
           DISPLAY "ORIGINAL STAMP NOT MARKED - STATUS " WS-STATUS-HST
       END-IF
       .
      ******************************************************************
      *    P030-WRITE-RESTATEMENT-REPORT - RSMRPT: THE FACTORS AND THE
      *    BEFORE/AFTER FIGURES FOR EVERY STREAM.
      ******************************************************************
       P030-WRITE-RESTATEMENT-REPORT.
       OPEN OUTPUT REPORT-OUT
       MOVE WS-REPORT-DATE TO HDR-DATE
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
       MOVE WS-ORIG-RUN-NUM TO HDR-ORIG-RUN
       MOVE WS-NEW-RUN-NUM  TO HDR-NEW-RUN
       MOVE WS-NEW-REVISION TO HDR-REVISION
       MOVE STAMP-BASE-RUN  TO HDR-BASE-RUN
       WRITE FD-REPORT-LINE FROM WS-HDR-RUN-LINE
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           PERFORM P035-WRITE-STREAM-BLOCK
       END-PERFORM
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-RPT-COUNT-LINE
       MOVE 'READINGS ARCHIVED' TO RPT-CNT-LABEL
       MOVE WS-COUNT-READINGS TO RPT-CNT-BEFORE
       MOVE WS-COUNT-RESTATED TO RPT-CNT-AFTER
       COMPUTE RPT-CNT-CHANGE = WS-COUNT-RESTATED - WS-COUNT-READINGS
       WRITE FD-REPORT-LINE FROM WS-RPT-COUNT-LINE
       IF WS-COUNT-UNMATCHED > 0
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE 'UNKNOWN STREAMS CARRIED' TO RPT-CNT-LABEL
           MOVE WS-COUNT-UNMATCHED TO RPT-CNT-AFTER
           WRITE FD-REPORT-LINE FROM WS-RPT-COUNT-LINE
       END-IF
       CLOSE REPORT-OUT
       .
      ******************************************************************
      *    P032-FIND-STREAM - LINES WS-FIND-SOURCE UP WITH ITS PRODUCER
      *    STREAM; ZERO WHEN THE STREAM IS NOT IN THE TABLE.
      ******************************************************************
       P032-FIND-STREAM.
       MOVE 0 TO WS-FILE-IDX
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF WS-FIND-SOURCE = WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
               MOVE WS-FILE-SUB TO WS-FILE-IDX
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P033-WRITE-AUDIT-RECORD - APPENDS ONE LINE TO AUDIT-LOG
      *    IDENTIFYING THIS JOB, CARRYING WHATEVER EVENT/DETAIL THE
      *    CALLER MOVED INTO WS-AUDIT-EVENT-ARG / WS-AUDIT-DETAIL-ARG.
      ******************************************************************
       P033-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P034-SEVERITY-INDEX - ALT-SEVERITY TO ITS BAND, AS DATA-EPI
      *    MAPS IT (ANYTHING UNRECOGNISED COUNTS AS HIGH).
      ******************************************************************
       P034-SEVERITY-INDEX.
       EVALUATE ALT-SEVERITY
           WHEN 'WARNING '
               MOVE 1 TO WS-SEV-IDX
           WHEN 'CRITICAL'
               MOVE 3 TO WS-SEV-IDX
           WHEN OTHER
               MOVE 2 TO WS-SEV-IDX
       END-EVALUATE
       .
      ******************************************************************
      *    P035-WRITE-STREAM-BLOCK - ONE STREAM'S FACTORS AND FIGURES.
      ******************************************************************
       P035-WRITE-STREAM-BLOCK.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO RPT-SOURCE-FILE
       MOVE STR-LOC-NAME(WS-FILE-IDX) TO RPT-LOCATION
       WRITE FD-REPORT-LINE FROM WS-RPT-STREAM-LINE
       MOVE 1 TO WS-CAL-SIDE
       MOVE 'FACTORS AS RUN' TO RPT-CAL-LABEL
       PERFORM P036-WRITE-FACTOR-LINE
       MOVE 2 TO WS-CAL-SIDE
       MOVE 'FACTORS NOW' TO RPT-CAL-LABEL
       PERFORM P036-WRITE-FACTOR-LINE
       WRITE FD-REPORT-LINE FROM WS-RPT-COLUMN-LINE
       MOVE 'READINGS' TO RPT-CNT-LABEL
       MOVE FIG-READINGS(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-READINGS(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       PERFORM VARYING WS-FIG-SIDE FROM 1 BY 1 UNTIL WS-FIG-SIDE > 2
           IF FIG-READINGS(WS-FILE-IDX, WS-FIG-SIDE) > 0
               COMPUTE WS-AVG-TEMP(WS-FIG-SIDE) ROUNDED =
                   FIG-SUM-TEMP(WS-FILE-IDX, WS-FIG-SIDE)
                   / FIG-READINGS(WS-FILE-IDX, WS-FIG-SIDE)
               COMPUTE WS-AVG-HUM(WS-FIG-SIDE) ROUNDED =
                   FIG-SUM-HUM(WS-FILE-IDX, WS-FIG-SIDE)
                   / FIG-READINGS(WS-FILE-IDX, WS-FIG-SIDE)
               COMPUTE WS-AVG-CO2(WS-FIG-SIDE) ROUNDED =
                   FIG-SUM-CO2(WS-FILE-IDX, WS-FIG-SIDE)
                   / FIG-READINGS(WS-FILE-IDX, WS-FIG-SIDE)
               COMPUTE WS-AVG-IDX(WS-FIG-SIDE) ROUNDED =
                   FIG-SUM-IDX(WS-FILE-IDX, WS-FIG-SIDE)
                   / FIG-READINGS(WS-FILE-IDX, WS-FIG-SIDE)
           ELSE
               MOVE 0 TO WS-AVG-TEMP(WS-FIG-SIDE)
                         WS-AVG-HUM(WS-FIG-SIDE)
                         WS-AVG-CO2(WS-FIG-SIDE)
                         WS-AVG-IDX(WS-FIG-SIDE)
           END-IF
       END-PERFORM
       PERFORM P038-WRITE-AVERAGE-LINES
       MOVE 'WARNING ALERTS' TO RPT-CNT-LABEL
       MOVE FIG-ALERTS(WS-FILE-IDX, 1, 1) TO WS-CNT-BEFORE
       MOVE FIG-ALERTS(WS-FILE-IDX, 2, 1) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'HIGH ALERTS' TO RPT-CNT-LABEL
       MOVE FIG-ALERTS(WS-FILE-IDX, 1, 2) TO WS-CNT-BEFORE
       MOVE FIG-ALERTS(WS-FILE-IDX, 2, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'CRITICAL ALERTS' TO RPT-CNT-LABEL
       MOVE FIG-ALERTS(WS-FILE-IDX, 1, 3) TO WS-CNT-BEFORE
       MOVE FIG-ALERTS(WS-FILE-IDX, 2, 3) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'ANOMALIES' TO RPT-CNT-LABEL
       MOVE FIG-ANOMALIES(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-ANOMALIES(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'EXCEPTIONS' TO RPT-CNT-LABEL
       MOVE FIG-EXCEPTIONS(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-EXCEPTIONS(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'EPISODES' TO RPT-CNT-LABEL
       MOVE FIG-EPISODES(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-EPISODES(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'EXCEEDANCE CYCLES' TO RPT-CNT-LABEL
       MOVE FIG-EXC-CYCLES(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-EXC-CYCLES(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       MOVE 'EXCEEDANCE MINUTES' TO RPT-CNT-LABEL
       MOVE FIG-EXC-MINUTES(WS-FILE-IDX, 1) TO WS-CNT-BEFORE
       MOVE FIG-EXC-MINUTES(WS-FILE-IDX, 2) TO WS-CNT-AFTER
       PERFORM P037-WRITE-COUNT-LINE
       .
      ******************************************************************
      *    P036-WRITE-FACTOR-LINE - SCALE AND OFFSET PER MEASUREMENT
      *    FOR THE SET IN WS-CAL-SIDE.
      ******************************************************************
       P036-WRITE-FACTOR-LINE.
       IF WS-CAL-PRESENT(WS-CAL-SIDE, WS-FILE-IDX) = 'Y'
           MOVE WS-CAL-TEMP-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-T-SCALE
           MOVE WS-CAL-TEMP-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-T-OFFSET
           MOVE WS-CAL-HUM-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-H-SCALE
           MOVE WS-CAL-HUM-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-H-OFFSET
           MOVE WS-CAL-CO2-SCALE(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-C-SCALE
           MOVE WS-CAL-CO2-OFFSET(WS-CAL-SIDE, WS-FILE-IDX)
               TO RPT-C-OFFSET
           WRITE FD-REPORT-LINE FROM WS-RPT-CAL-LINE
       ELSE
           MOVE SPACES TO FD-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
               RPT-CAL-LABEL DELIMITED BY SIZE
               'NOT CALIBRATED' DELIMITED BY SIZE
               INTO FD-REPORT-LINE
           END-STRING
           WRITE FD-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P037-WRITE-COUNT-LINE
      ******************************************************************
       P037-WRITE-COUNT-LINE.
       MOVE WS-CNT-BEFORE TO RPT-CNT-BEFORE
       MOVE WS-CNT-AFTER  TO RPT-CNT-AFTER
       COMPUTE RPT-CNT-CHANGE = WS-CNT-AFTER - WS-CNT-BEFORE
       WRITE FD-REPORT-LINE FROM WS-RPT-COUNT-LINE
       .
      ******************************************************************
      *    P038-WRITE-AVERAGE-LINES - AVERAGE TEMPERATURE, HUMIDITY,
      *    CO2 AND PRIMARY INDEX OVER THE STREAM'S READINGS.
      ******************************************************************
       P038-WRITE-AVERAGE-LINES.
       MOVE 'AVERAGE TEMPERATURE' TO RPT-AVG-LABEL
       MOVE WS-AVG-TEMP(1) TO WS-AVG-BEFORE
       MOVE WS-AVG-TEMP(2) TO WS-AVG-AFTER
       PERFORM P039-WRITE-AVERAGE-LINE
       MOVE 'AVERAGE HUMIDITY' TO RPT-AVG-LABEL
       MOVE WS-AVG-HUM(1) TO WS-AVG-BEFORE
       MOVE WS-AVG-HUM(2) TO WS-AVG-AFTER
       PERFORM P039-WRITE-AVERAGE-LINE
       MOVE 'AVERAGE CO2' TO RPT-AVG-LABEL
       MOVE WS-AVG-CO2(1) TO WS-AVG-BEFORE
       MOVE WS-AVG-CO2(2) TO WS-AVG-AFTER
       PERFORM P039-WRITE-AVERAGE-LINE
       MOVE 'AVERAGE PRIMARY INDEX' TO RPT-AVG-LABEL
       MOVE WS-AVG-IDX(1) TO WS-AVG-BEFORE
       MOVE WS-AVG-IDX(2) TO WS-AVG-AFTER
       PERFORM P039-WRITE-AVERAGE-LINE
       .
      ******************************************************************
      *    P039-WRITE-AVERAGE-LINE
      ******************************************************************
       P039-WRITE-AVERAGE-LINE.
       MOVE WS-AVG-BEFORE TO RPT-AVG-BEFORE
       MOVE WS-AVG-AFTER  TO RPT-AVG-AFTER
       COMPUTE RPT-AVG-CHANGE = WS-AVG-AFTER - WS-AVG-BEFORE
       WRITE FD-REPORT-LINE FROM WS-RPT-AVG-LINE
       .
      ******************************************************************
      *    P040-QUEUE-SIGN-OFF - THE PENDING ENTRY JUST FILED IN
      *    HISTORY GOES ON SIGNOFF TOO, ALREADY MARKED ARCHIVED, SO
      *    SGN-MNT FINDS THE RESTATEMENT WAITING. A MISSING SIGNOFF IS
      *    BUILT EMPTY FOR IT.
      ******************************************************************
       P040-QUEUE-SIGN-OFF.
       OPEN I-O SIGN-OFF
       IF WS-STATUS-SGN NOT = "00"
           OPEN OUTPUT SIGN-OFF
           IF WS-STATUS-SGN = "00"
               CLOSE SIGN-OFF
               OPEN I-O SIGN-OFF
           END-IF
       END-IF
       IF WS-STATUS-SGN = "00"
           MOVE WS-SIGN-SAVE TO FD-SIGN-REC
           WRITE FD-SIGN-REC
               INVALID KEY
                   DISPLAY "SIGNOFF ENTRY NOT WRITTEN - STATUS "
                           WS-STATUS-SGN
               NOT INVALID KEY
                   DISPLAY "RESTATEMENT QUEUED FOR SUPERVISOR SIGN-OFF"
           END-WRITE
           CLOSE SIGN-OFF
       ELSE
           DISPLAY "SIGNOFF COULD NOT BE OPENED - STATUS "
                   WS-STATUS-SGN
       END-IF
       .
      ******************************************************************
      *    P041-BUILD-SIGN-OFF - THE RESTATEMENT'S FIRST SIGN-OFF
      *    ENTRY: PENDING, NAMING THE RUN IT RESTATES.
      ******************************************************************
       P041-BUILD-SIGN-OFF.
       MOVE SPACES TO FD-SIGN-REC
       MOVE WS-NEW-RUN-NUM TO SGN-RUN-NUM
       MOVE 0 TO SGN-SEQ
       MOVE 'P' TO SGN-DECISION
       MOVE 'RESTATED' TO SGN-VERDICT
       STRING 'RESTATEMENT OF RUN ' DELIMITED BY SIZE
           WS-ORIG-RUN-NUM DELIMITED BY SIZE
           ' - AWAITING SUPERVISOR SIGN-OFF' DELIMITED BY SIZE
           INTO SGN-REASON
       MOVE 'DATA-RSM' TO SGN-USER
       MOVE FUNCTION CURRENT-DATE TO SGN-STAMP
       MOVE 'Y' TO SGN-ARC-FLAG
       .
      ******************************************************************
      *    P042-CARRY-DISPOSITIONS - WALKS THE NEW RUN'S TYPE 'A'
      *    ALERTS JUST POSTED AND LOOKS EACH ONE UP ON ALTDISP UNDER
      *    THE ORIGINAL RUN. NO ALTDISP MEANS NOTHING WAS DISPOSED.
      ******************************************************************
       P042-CARRY-DISPOSITIONS.
       OPEN I-O ALERT-DISP
       IF WS-STATUS-DSP = "00"
           MOVE 'F' TO EOF
           MOVE WS-NEW-RUN-NUM TO HIST-RUN-NUM
           MOVE 'A' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF HIST-RUN-NUM NOT = WS-NEW-RUN-NUM
                           OR HIST-REC-TYPE NOT = 'A'
                           MOVE 'T' TO EOF
                       ELSE
                           MOVE HIST-DATA(1:143) TO WS-ALERT-REC
                           PERFORM P043-CARRY-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE EOF
           CLOSE ALERT-DISP
       END-IF
       .
      ******************************************************************
      *    P043-CARRY-DISPOSITION - THE SAME STREAM, CYCLE, SEQUENCE,
      *    INDEX AND REASON UNDER THE ORIGINAL RUN IS THE DISPOSITION
      *    OF THIS ALERT. THE COPY TAKES THE RESTATED SEVERITY AND IS
      *    LEFT FOR DATA-ARC TO FILE UNDER THE NEW RUN.
      ******************************************************************
       P043-CARRY-DISPOSITION.
       MOVE WS-ORIG-RUN-NUM TO DSP-RUN-NUM
       MOVE ALT-SOURCE-FILE TO DSP-SRC-FILE
       MOVE ALT-CYCLE-NUM TO DSP-CYCLE-NUM
       MOVE ALT-SEQ-IN-CYCLE TO DSP-SEQ-CYC
       MOVE ALT-INDEX-NAME TO DSP-INDEX-NAME
       MOVE ALT-REASON TO DSP-REASON
       READ ALERT-DISP
           KEY IS DSP-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE WS-NEW-RUN-NUM TO DSP-RUN-NUM
               MOVE ALT-SEVERITY TO DSP-SEVERITY
               MOVE 'N' TO DSP-ARC-FLAG
               WRITE FD-DISP-REC
                   INVALID KEY
                       DISPLAY "DISPOSITION NOT CARRIED - STATUS "
                               WS-STATUS-DSP
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-DISP-CARRIED
               END-WRITE
       END-READ
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-WKO.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    SENSOR MAINTENANCE WORK-ORDER STEP. RUNS AFTER DRIFT. THE
      *    ANOMALY-FILE INDEX WRITES AND THE FLAGS DATA-DRF PRINTS IN
      *    DRIFTRPT BOTH SAY A SENSOR NEEDS ATTENTION, BUT NEITHER
      *    MAKES ANYONE GO OUT AND FIX IT. THIS STEP COUNTS EACH
      *    STREAM'S ANOMALIES FOR THE RUN AND ITS DRIFT FLAGS FOR THE
      *    NEWEST RUN DATA-DRF COMPARED, AND OPENS A WORK ORDER ON THE
      *    WORKORD FILE FOR ANY STREAM AT OR OVER EITHER THRESHOLD -
      *    UNLESS THE STREAM ALREADY HAS ONE OPEN, IN WHICH CASE THE
      *    NEW EVIDENCE IS ONLY REPORTED AGAINST THAT ORDER. EACH ORDER
      *    CARRIES THE STREAM, ITS STRMAST LOCATION, THE EVIDENCE AND
      *    THE OPEN DATE; ITS RUN NUMBER STAYS ZERO UNTIL DATA-ARC
      *    ARCHIVES THE CONSOLIDATION THAT RAISED IT (THE SAME WAY
      *    FEEDREG ENTRIES ARE TIED TO THEIR RUN). WO-MNT RECORDS THE
      *    WORK AND CLOSES ORDERS, CAL-MNT LINKS A RECALIBRATION TO
      *    THE STREAM'S OPEN ORDER, AND DATA-WOA AGES WHAT IS STILL
      *    OPEN. DRIVEN BY THE WOPARMS POLICY LINE
      *    (ANOMALY-COUNT,DRIFT-FLAGS); MISSING FILE LEAVES THE
      *    DEFAULTS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOMALY-FILE ASSIGN TO ANOMALY-FILE
               FILE STATUS IS WS-STATUS-ANM.
           SELECT DRIFT-REPORT ASSIGN TO DRIFTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DRF.
           SELECT WO-PARMS ASSIGN TO WOPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               ALTERNATE RECORD KEY IS WO-STREAM-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-WKO.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT WO-AUDIT ASSIGN TO WOAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WAU.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT REPORT-OUT ASSIGN TO WORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ANOMALY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-REC.
       01 FD-ANOMALY-REC       PIC X(105).
       FD DRIFT-REPORT
           DATA RECORD IS FD-DRIFT-LINE.
       01 FD-DRIFT-LINE        PIC X(100).
       FD WO-PARMS
           DATA RECORD IS FD-WO-PARM-REC.
       01 FD-WO-PARM-REC       PIC X(80).
      ******************************************************************
      *    WORK ORDER - MUST STAY IN STEP WITH WO-MNT, DATA-WOA,
      *    CAL-MNT AND DATA-ARC. KEYED BY ORDER NUMBER, WITH THE
      *    STREAM AS A DUPLICATE ALTERNATE KEY SO A STREAM'S ORDERS
      *    CAN BE FOUND DIRECTLY. STATUS O = OPEN, C = CLOSED. RUN
      *    ZERO MEANS THE RAISING RUN IS NOT ARCHIVED YET. TRIGGER IS
      *    ANOMALY, DRIFT OR BOTH; DRIFT RUN IS THE ARCHIVED RUN THE
      *    DRIFT FLAGS CAME FROM. THE CAL FIELDS ARE SET BY CAL-MNT
      *    WHEN THE STREAM IS RECALIBRATED WHILE THE ORDER IS OPEN.
      ******************************************************************
       FD WORK-ORDER-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS FD-WORK-ORDER-REC.
       01 FD-WORK-ORDER-REC.
           02 WO-NUMBER        PIC 9(06).
           02 WO-STREAM-NAME   PIC X(12).
           02 WO-STATUS        PIC X(01).
           02 WO-LOCATION      PIC X(20).
           02 WO-RUN-NUM       PIC 9(05).
           02 WO-TRIGGER       PIC X(08).
           02 WO-ANOM-COUNT    PIC 9(05).
           02 WO-DRIFT-COUNT   PIC 9(03).
           02 WO-DRIFT-RUN     PIC 9(05).
           02 WO-EVIDENCE      PIC X(60).
           02 WO-OPEN-DATE     PIC 9(08).
           02 WO-OPEN-TIME     PIC 9(06).
           02 WO-CAL-STAMP     PIC X(26).
           02 WO-CAL-USER      PIC X(08).
           02 WO-CAL-COUNT     PIC 9(03).
           02 WO-WORK-DONE     PIC X(60).
           02 WO-TECHNICIAN    PIC X(08).
           02 WO-CLOSE-DATE    PIC 9(08).
           02 WO-UPD-USER      PIC X(08).
           02 WO-UPD-STAMP     PIC X(26).
           02 FILLER           PIC X(14).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. ONLY THE LOCATION IS TAKEN FROM IT HERE.
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
       FD WO-AUDIT
           DATA RECORD IS FD-WO-AUDIT-REC.
       01 FD-WO-AUDIT-REC      PIC X(120).
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
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-DRF        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-WKO        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-WAU        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    WORK-ORDER POLICY - ONE CSV LINE IN WOPARMS:
      *    ANOMALY-COUNT,DRIFT-FLAGS. A STREAM WITH AT LEAST THAT MANY
      *    ANOMALIES IN THE RUN, OR AT LEAST THAT MANY DRIFT FLAGS IN
      *    THE NEWEST COMPARED RUN, GETS A WORK ORDER. A ZERO SWITCHES
      *    THAT TRIGGER OFF. MISSING FILE LEAVES THE DEFAULTS.
      ******************************************************************
       01 WS-ANOM-LIMIT        PIC 9(05) VALUE 5.
       01 WS-DRIFT-LIMIT       PIC 9(03) VALUE 1.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-ANOM-TXT     PIC X(10).
       01 WS-PARM-DRIFT-TXT    PIC X(10).
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
      *    DRIFTRPT LINES - SAME SHAPES DATA-DRF PRINTS. A RUN HEADER
      *    STARTS EACH COMPARED RUN, A STREAM'S AVERAGES LINE NAMES THE
      *    STREAM, AND THE DRIFT FLAGS THAT FOLLOW BELONG TO IT.
      ******************************************************************
       01 WS-DRF-RUN-HDR.
           02 DRH-LABEL        PIC X(04).
           02 DRH-RUN-NUM      PIC X(05).
           02 FILLER           PIC X(91).
       01 WS-DRF-AVG-LINE.
           02 DRA-INDENT       PIC X(02).
           02 DRA-STREAM       PIC X(12).
           02 FILLER           PIC X(86).
       01 WS-DRF-FLAG-LINE.
           02 DRL-INDENT       PIC X(04).
           02 DRL-LABEL        PIC X(09).
           02 DRL-NAME         PIC X(11).
           02 FILLER           PIC X(76).
       01 WS-DRIFT-RUN         PIC 9(05) VALUE 0.
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
      *    PER-STREAM EVIDENCE FOR THIS RUN AND THE STREAM'S OPEN
      *    ORDER, IF IT HAS ONE.
      ******************************************************************
       01 WS-STREAM-TABLE.
           02 WS-STREAM-ENTRY OCCURS 3 TIMES.
               03 STM-ANOM-COUNT  PIC 9(05).
               03 STM-MAX-DEV     PIC 9(03)V99.
               03 STM-DRIFT-COUNT PIC 9(03).
               03 STM-DRIFT-FIRST PIC X(11).
               03 STM-OPEN-WO     PIC 9(06).
       01 WS-LAST-WO-NUM       PIC 9(06) VALUE 0.
       01 WS-NEW-WO-NUM        PIC 9(06) VALUE 0.
       01 WS-TRIGGER           PIC X(08).
       01 WS-WKO-ERROR         PIC X(01) VALUE 'N'.
       01 WS-COUNT-ANOMALIES   PIC 9(07) VALUE 0.
       01 WS-COUNT-DRIFT       PIC 9(05) VALUE 0.
       01 WS-COUNT-OPENED      PIC 9(05) VALUE 0.
       01 WS-COUNT-ALREADY     PIC 9(05) VALUE 0.
       01 WS-COUNT-STILL-OPEN  PIC 9(05) VALUE 0.
       01 WS-ED-DEV            PIC ZZ9.99.
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
               'SENSOR MAINTENANCE WORK ORDERS  '.
           02 HDR-DATE         PIC X(10).
       01 WS-STREAM-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SLN-STREAM       PIC X(12).
           02 FILLER           PIC X(07) VALUE '  ANOM '.
           02 SLN-ANOM         PIC Z(04)9.
           02 FILLER           PIC X(08) VALUE '  DRIFT '.
           02 SLN-DRIFT        PIC ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SLN-ACTION       PIC X(30).
       01 WS-EVIDENCE-LINE.
           02 FILLER           PIC X(16) VALUE SPACES.
           02 EVL-TEXT         PIC X(60).
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    WORK-ORDER AUDIT LINE - SAME SHAPE WO-MNT WRITES.
      ******************************************************************
       01 WS-WO-AUDIT-REC.
           02 OAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-DETAIL      PIC X(62).
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID          PIC X(08) VALUE 'DATA-WKO'.
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
       DISPLAY "WELCOME TO DATA-WKO PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
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
       PERFORM P008-WRITE-AUDIT-RECORD.
       INITIALIZE WS-STREAM-TABLE.
       PERFORM P001-LOAD-PARMS.
       PERFORM P002-COUNT-ANOMALIES.
       PERFORM P003-READ-DRIFT-REPORT.
       OPEN OUTPUT REPORT-OUT.
       MOVE WS-REPORT-DATE TO HDR-DATE.
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE.
       MOVE SPACES TO FD-REPORT-LINE.
       WRITE FD-REPORT-LINE.
       PERFORM P004-OPEN-WORK-ORDERS.
       IF WS-WKO-ERROR = 'N'
           PERFORM P005-SCAN-OPEN-ORDERS
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM P006-DECIDE-STREAM
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           PERFORM P011-WRITE-SUMMARY
       END-IF.
       CLOSE REPORT-OUT.
       DISPLAY "ANOMALIES READ  . . . . . . . . . . . : "
               WS-COUNT-ANOMALIES.
       DISPLAY "DRIFT FLAGS READ  . . . . . . . . . . : "
               WS-COUNT-DRIFT.
       DISPLAY "WORK ORDERS OPENED  . . . . . . . . . : "
               WS-COUNT-OPENED.
       DISPLAY "STREAMS WITH AN ORDER ALREADY OPEN  . : "
               WS-COUNT-ALREADY.
       DISPLAY "WORK-ORDER REPORT WRITTEN TO WORPT".
       IF WS-WKO-ERROR = 'Y'
           MOVE 'JOB FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE 'WORKORD UNAVAILABLE' TO WS-AUDIT-DETAIL-ARG
           PERFORM P008-WRITE-AUDIT-RECORD
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'OPENED ' DELIMITED BY SIZE
               WS-COUNT-OPENED DELIMITED BY SIZE
               ' ALREADY OPEN ' DELIMITED BY SIZE
               WS-COUNT-ALREADY DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P008-WRITE-AUDIT-RECORD
       END-IF
       CLOSE AUDIT-LOG
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT WO-PARMS
       IF WS-STATUS-PRM = "00"
           READ WO-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-ANOM-TXT WS-PARM-DRIFT-TXT
               END-UNSTRING
               IF WS-PARM-ANOM-TXT NOT = SPACES
                   COMPUTE WS-ANOM-LIMIT =
                       FUNCTION NUMVAL(WS-PARM-ANOM-TXT)
               END-IF
               IF WS-PARM-DRIFT-TXT NOT = SPACES
                   COMPUTE WS-DRIFT-LIMIT =
                       FUNCTION NUMVAL(WS-PARM-DRIFT-TXT)
               END-IF
               DISPLAY "WOPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE WO-PARMS
       END-IF
       .
      ******************************************************************
      *    P002-COUNT-ANOMALIES - ANOMALY-FILE HOLDS THE CURRENT RUN'S
      *    ANOMALIES ONLY (INDEX OPENS IT OUTPUT, OR TRIMS IT ON A
      *    RESTART), SO EVERY RECORD COUNTS. THE LARGEST DEVIATION IS
      *    KEPT AS EVIDENCE.
      ******************************************************************
       P002-COUNT-ANOMALIES.
       MOVE 'F' TO EOF
       OPEN INPUT ANOMALY-FILE
       IF WS-STATUS-ANM = "00"
           PERFORM UNTIL EOF = 'T'
               READ ANOMALY-FILE INTO WS-ANOMALY-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ANOMALIES
                       PERFORM P009-FIND-ANOMALY-STREAM
               END-READ
           END-PERFORM
           CLOSE ANOMALY-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P009-FIND-ANOMALY-STREAM
      ******************************************************************
       P009-FIND-ANOMALY-STREAM.
       MOVE 0 TO WS-FILE-IDX
       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF ANM-SOURCE-FILE = WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
               MOVE WS-FILE-SUB TO WS-FILE-IDX
           END-IF
       END-PERFORM
       IF WS-FILE-IDX > 0
           ADD 1 TO STM-ANOM-COUNT(WS-FILE-IDX)
           IF ANM-DEVIATION NUMERIC
                   AND ANM-DEVIATION > STM-MAX-DEV(WS-FILE-IDX)
               MOVE ANM-DEVIATION TO STM-MAX-DEV(WS-FILE-IDX)
           END-IF
       END-IF
       .
      ******************************************************************
      *    P003-READ-DRIFT-REPORT - DATA-DRF PRINTS ITS RUNS OLDEST
      *    FIRST, SO EVERY RUN HEADER CLEARS THE FLAGS GATHERED SO
      *    FAR AND ONLY THE NEWEST COMPARED RUN'S FLAGS ARE LEFT AT
      *    THE END. OLDER FLAGS WERE ALREADY ACTED ON WHEN THOSE RUNS
      *    WERE NEWEST. NO DRIFTRPT MEANS NO DRIFT EVIDENCE.
      ******************************************************************
       P003-READ-DRIFT-REPORT.
       MOVE 'F' TO EOF
       MOVE 0 TO WS-FILE-IDX
       OPEN INPUT DRIFT-REPORT
       IF WS-STATUS-DRF = "00"
           PERFORM UNTIL EOF = 'T'
               READ DRIFT-REPORT
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P010-TAKE-DRIFT-LINE
               END-READ
           END-PERFORM
           CLOSE DRIFT-REPORT
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P010-TAKE-DRIFT-LINE
      ******************************************************************
       P010-TAKE-DRIFT-LINE.
       MOVE FD-DRIFT-LINE TO WS-DRF-RUN-HDR
       MOVE FD-DRIFT-LINE TO WS-DRF-AVG-LINE
       MOVE FD-DRIFT-LINE TO WS-DRF-FLAG-LINE
       IF DRH-LABEL = 'RUN ' AND DRH-RUN-NUM NUMERIC
           MOVE DRH-RUN-NUM TO WS-DRIFT-RUN
           MOVE 0 TO WS-FILE-IDX
           MOVE 0 TO WS-COUNT-DRIFT
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE 0 TO STM-DRIFT-COUNT(WS-FILE-SUB)
               MOVE SPACES TO STM-DRIFT-FIRST(WS-FILE-SUB)
           END-PERFORM
       ELSE
           IF DRL-INDENT = SPACES AND DRL-LABEL = 'DRIFT -  '
               IF WS-FILE-IDX > 0
                   ADD 1 TO WS-COUNT-DRIFT
                   ADD 1 TO STM-DRIFT-COUNT(WS-FILE-IDX)
                   IF STM-DRIFT-FIRST(WS-FILE-IDX) = SPACES
                       MOVE DRL-NAME TO STM-DRIFT-FIRST(WS-FILE-IDX)
                   END-IF
               END-IF
           ELSE
               IF DRA-INDENT = SPACES AND DRA-STREAM NOT = SPACES
                   MOVE 0 TO WS-FILE-IDX
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > WS-FILE-COUNT
                       IF DRA-STREAM =
                               WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                           MOVE WS-FILE-SUB TO WS-FILE-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-OPEN-WORK-ORDERS - A MISSING WORKORD IS BUILT EMPTY;
      *    ONE THAT CANNOT BE OPENED AT ALL FAILS THE STEP, SINCE THE
      *    FINDINGS WOULD OTHERWISE GO UNTRACKED WITHOUT ANYONE
      *    NOTICING.
      ******************************************************************
       P004-OPEN-WORK-ORDERS.
       OPEN I-O WORK-ORDER-FILE
       IF WS-STATUS-WKO = "35"
           OPEN OUTPUT WORK-ORDER-FILE
           IF WS-STATUS-WKO = "00"
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF
       END-IF
       IF WS-STATUS-WKO NOT = "00"
           MOVE 'Y' TO WS-WKO-ERROR
           DISPLAY "WORKORD COULD NOT BE OPENED - STATUS "
                   WS-STATUS-WKO
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'WORKORD STATUS=' DELIMITED BY SIZE
               WS-STATUS-WKO DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P008-WRITE-AUDIT-RECORD
           MOVE '  WORKORD COULD NOT BE OPENED - NO ORDERS RAISED'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P005-SCAN-OPEN-ORDERS - ONE PASS IN ORDER-NUMBER SEQUENCE
      *    FINDS THE LAST NUMBER ISSUED AND EACH STREAM'S OPEN ORDER.
      ******************************************************************
       P005-SCAN-OPEN-ORDERS.
       MOVE 'F' TO EOF
       MOVE 0 TO WO-NUMBER
       START WORK-ORDER-FILE KEY NOT < WO-NUMBER
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   MOVE WO-NUMBER TO WS-LAST-WO-NUM
                   IF WO-STATUS = 'O'
                       ADD 1 TO WS-COUNT-STILL-OPEN
                       PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                           IF WO-STREAM-NAME =
                               WS-FILE-NAME-ENTRY(WS-FILE-SUB)(1:12)
                               MOVE WO-NUMBER
                                   TO STM-OPEN-WO(WS-FILE-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM
       INITIALIZE EOF
       .
      ******************************************************************
      *    P006-DECIDE-STREAM - ONE REPORT LINE PER STREAM SAYING WHAT
      *    WAS DONE WITH ITS EVIDENCE.
      ******************************************************************
       P006-DECIDE-STREAM.
       MOVE SPACES TO WS-TRIGGER
       IF WS-ANOM-LIMIT > 0
               AND STM-ANOM-COUNT(WS-FILE-IDX) NOT < WS-ANOM-LIMIT
           MOVE 'ANOMALY ' TO WS-TRIGGER
       END-IF
       IF WS-DRIFT-LIMIT > 0
               AND STM-DRIFT-COUNT(WS-FILE-IDX) NOT < WS-DRIFT-LIMIT
           IF WS-TRIGGER = SPACES
               MOVE 'DRIFT   ' TO WS-TRIGGER
           ELSE
               MOVE 'BOTH    ' TO WS-TRIGGER
           END-IF
       END-IF
       MOVE SPACES TO WS-STREAM-LINE
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO SLN-STREAM
       MOVE STM-ANOM-COUNT(WS-FILE-IDX) TO SLN-ANOM
       MOVE STM-DRIFT-COUNT(WS-FILE-IDX) TO SLN-DRIFT
       IF WS-TRIGGER = SPACES
           MOVE 'BELOW THRESHOLD' TO SLN-ACTION
       ELSE
           IF STM-OPEN-WO(WS-FILE-IDX) > 0
               ADD 1 TO WS-COUNT-ALREADY
               STRING 'ORDER ' DELIMITED BY SIZE
                   STM-OPEN-WO(WS-FILE-IDX) DELIMITED BY SIZE
                   ' ALREADY OPEN' DELIMITED BY SIZE
                   INTO SLN-ACTION
           ELSE
               PERFORM P007-RAISE-ORDER
           END-IF
       END-IF
       WRITE FD-REPORT-LINE FROM WS-STREAM-LINE
       IF WS-TRIGGER NOT = SPACES
           MOVE SPACES TO WS-EVIDENCE-LINE
           PERFORM P012-BUILD-EVIDENCE
           WRITE FD-REPORT-LINE FROM WS-EVIDENCE-LINE
       END-IF
       .
      ******************************************************************
      *    P012-BUILD-EVIDENCE - ANOMALY COUNT AND PEAK DEVIATION, AND
      *    THE DRIFT FLAG COUNT WITH THE RUN IT CAME FROM AND THE
      *    FIRST MEASUREMENT FLAGGED.
      ******************************************************************
       P012-BUILD-EVIDENCE.
       MOVE STM-MAX-DEV(WS-FILE-IDX) TO WS-ED-DEV
       MOVE SPACES TO EVL-TEXT
       IF STM-DRIFT-COUNT(WS-FILE-IDX) > 0
           STRING 'ANOM ' DELIMITED BY SIZE
               STM-ANOM-COUNT(WS-FILE-IDX) DELIMITED BY SIZE
               ' MAXDEV ' DELIMITED BY SIZE
               WS-ED-DEV DELIMITED BY SIZE
               ' DRIFT ' DELIMITED BY SIZE
               STM-DRIFT-COUNT(WS-FILE-IDX)(2:2) DELIMITED BY SIZE
               ' IN RUN ' DELIMITED BY SIZE
               WS-DRIFT-RUN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STM-DRIFT-FIRST(WS-FILE-IDX) DELIMITED BY SIZE
               INTO EVL-TEXT
           END-STRING
       ELSE
           STRING 'ANOM ' DELIMITED BY SIZE
               STM-ANOM-COUNT(WS-FILE-IDX) DELIMITED BY SIZE
               ' MAXDEV ' DELIMITED BY SIZE
               WS-ED-DEV DELIMITED BY SIZE
               ' NO DRIFT FLAGS' DELIMITED BY SIZE
               INTO EVL-TEXT
           END-STRING
       END-IF
       .
      ******************************************************************
      *    P007-RAISE-ORDER - TAKES THE NEXT ORDER NUMBER AND WRITES
      *    THE ORDER. THE RUN IS LEFT AT ZERO FOR DATA-ARC TO FILL IN.
      ******************************************************************
       P007-RAISE-ORDER.
       COMPUTE WS-NEW-WO-NUM = WS-LAST-WO-NUM + 1
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
       MOVE SPACES TO FD-WORK-ORDER-REC
       MOVE WS-NEW-WO-NUM TO WO-NUMBER
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO WO-STREAM-NAME
       MOVE 'O' TO WO-STATUS
       PERFORM P013-LOOKUP-LOCATION
       MOVE 0 TO WO-RUN-NUM
       MOVE WS-TRIGGER TO WO-TRIGGER
       MOVE STM-ANOM-COUNT(WS-FILE-IDX) TO WO-ANOM-COUNT
       MOVE STM-DRIFT-COUNT(WS-FILE-IDX) TO WO-DRIFT-COUNT
       MOVE 0 TO WO-DRIFT-RUN
       IF STM-DRIFT-COUNT(WS-FILE-IDX) > 0
           MOVE WS-DRIFT-RUN TO WO-DRIFT-RUN
       END-IF
       PERFORM P012-BUILD-EVIDENCE
       MOVE EVL-TEXT TO WO-EVIDENCE
       MOVE WS-CURRENT-STAMP(1:8) TO WO-OPEN-DATE
       MOVE WS-CURRENT-STAMP(9:6) TO WO-OPEN-TIME
       MOVE 0 TO WO-CAL-COUNT
       MOVE 0 TO WO-CLOSE-DATE
       MOVE WS-JOB-ID TO WO-UPD-USER
       MOVE WS-CURRENT-STAMP TO WO-UPD-STAMP
       WRITE FD-WORK-ORDER-REC
           INVALID KEY
               DISPLAY "WORKORD WRITE FAILED - STATUS " WS-STATUS-WKO
               MOVE 'WRITE FAILED - SEE AUDITLOG' TO SLN-ACTION
               MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'WORKORD STATUS=' DELIMITED BY SIZE
                   WS-STATUS-WKO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WO-STREAM-NAME DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P008-WRITE-AUDIT-RECORD
           NOT INVALID KEY
               MOVE WS-NEW-WO-NUM TO WS-LAST-WO-NUM
               MOVE WS-NEW-WO-NUM TO STM-OPEN-WO(WS-FILE-IDX)
               ADD 1 TO WS-COUNT-OPENED
               ADD 1 TO WS-COUNT-STILL-OPEN
               STRING 'OPENED ORDER ' DELIMITED BY SIZE
                   WS-NEW-WO-NUM DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-TRIGGER DELIMITED BY SPACE
                   INTO SLN-ACTION
               MOVE 'WORK ORDER OPENED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'ORDER ' DELIMITED BY SIZE
                   WS-NEW-WO-NUM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WO-STREAM-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TRIGGER DELIMITED BY SPACE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P008-WRITE-AUDIT-RECORD
               MOVE 'OPEN    ' TO OAUD-ACTION
               PERFORM P014-WRITE-WO-AUDIT
       END-WRITE
       .
      ******************************************************************
      *    P013-LOOKUP-LOCATION - A STREAM STRMAST DOES NOT KNOW STILL
      *    GETS ITS ORDER; THE LOCATION SAYS SO INSTEAD.
      ******************************************************************
       P013-LOOKUP-LOCATION.
       MOVE 'NOT ON STRMAST' TO WO-LOCATION
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           MOVE WO-STREAM-NAME TO STR-STREAM-NAME
           READ STREAM-MASTER
               NOT INVALID KEY
                   MOVE STR-LOCATION TO WO-LOCATION
           END-READ
           CLOSE STREAM-MASTER
       END-IF
       .
      ******************************************************************
      *    P011-WRITE-SUMMARY
      ******************************************************************
       P011-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ANOMALY THRESHOLD PER STREAM' TO SUM-LABEL
       MOVE WS-ANOM-LIMIT TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'DRIFT FLAG THRESHOLD' TO SUM-LABEL
       MOVE WS-DRIFT-LIMIT TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'NEWEST DRIFT RUN COMPARED' TO SUM-LABEL
       MOVE WS-DRIFT-RUN TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'WORK ORDERS OPENED' TO SUM-LABEL
       MOVE WS-COUNT-OPENED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'STREAMS WITH AN ORDER OPEN' TO SUM-LABEL
       MOVE WS-COUNT-ALREADY TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ORDERS OPEN AFTER THIS STEP' TO SUM-LABEL
       MOVE WS-COUNT-STILL-OPEN TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       IF WS-COUNT-STILL-OPEN > 0
           MOVE '  RECORD THE WORK AND CLOSE ORDERS WITH WO-MNT'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P008-WRITE-AUDIT-RECORD
      ******************************************************************
       P008-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P014-WRITE-WO-AUDIT - THE ORDER AS OPENED GOES TO WOAUDIT
      *    UNDER THE STEP'S NAME, SO THE ORDER'S WHOLE LIFE IS IN ONE
      *    TRAIL WITH THE TECHNICIAN'S CHANGES FROM WO-MNT.
      ******************************************************************
       P014-WRITE-WO-AUDIT.
       OPEN EXTEND WO-AUDIT
       IF WS-STATUS-WAU NOT = "00"
           OPEN OUTPUT WO-AUDIT
       END-IF
       IF WS-STATUS-WAU = "00"
           MOVE WO-UPD-STAMP TO OAUD-TIMESTAMP
           MOVE WS-JOB-ID TO OAUD-USER
           MOVE WO-STREAM-NAME TO OAUD-KEY
           MOVE SPACES TO OAUD-DETAIL
           STRING 'ORDER ' DELIMITED BY SIZE
               WO-NUMBER DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               WO-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WO-TRIGGER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WO-LOCATION DELIMITED BY SIZE
               INTO OAUD-DETAIL
           END-STRING
           WRITE FD-WO-AUDIT-REC FROM WS-WO-AUDIT-REC
           CLOSE WO-AUDIT
       END-IF
       .

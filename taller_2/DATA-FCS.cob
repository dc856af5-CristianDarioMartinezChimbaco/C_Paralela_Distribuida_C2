       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-FCS.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    TIME-TO-THRESHOLD FORECAST. AN ALERT ONLY FIRES ONCE A
      *    READING HAS ALREADY CROSSED AN INDEXDEF BAND, WHICH IS TOO
      *    LATE FOR THE OCCUPANTS. THIS STEP READS THE CYCSTATS FILE
      *    DATA-AGG BUILDS AND FITS A STRAIGHT-LINE TREND (LEAST
      *    SQUARES OVER THE LAST FEW CYCLES) TO EACH STREAM'S AVERAGE
      *    AND PEAK INDEX, TEMPERATURE AND CO2. FROM THE TREND IT
      *    WORKS OUT HOW MANY CYCLES, AND HOW MANY MINUTES OF CAPTURE
      *    TIME, ARE LEFT BEFORE EACH SERIES REACHES ITS WARNING, HIGH
      *    AND CRITICAL BANDS. THE MINUTES PER CYCLE ARE MEASURED PER
      *    STREAM FROM THE CAPTURE STAMPS IN DATA-TOTAL. EVERY SERIES
      *    GOES TO FCSTFILE; FCSTRPT RANKS THE STREAMS BY THEIR
      *    NEAREST PROJECTED BREACH, AND EVERY STREAM DUE TO BREACH
      *    WITHIN THE HORIZON GETS A LINE IN OPERNOTE SO THE DUTY
      *    OPERATOR CAN CALL FACILITIES BEFORE THE ALERT FIRES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATS-FILE ASSIGN TO CYCSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STATUS-STA.
           SELECT INPUT-DATA-TOTAL ASSIGN TO DATA-TOTAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOTAL-SEQ-NUM
               ALTERNATE RECORD KEY IS TOTAL-LINEAGE-KEY
               FILE STATUS IS WS-STATUS-DTL.
           SELECT PARAMETER-FILE ASSIGN TO SIMPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT INDEX-DEF-FILE ASSIGN TO INDEXDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IDF.
           SELECT FCST-PARMS ASSIGN TO FCSTPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT PROJECTION-FILE ASSIGN TO FCSTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRJ.
           SELECT OPERATOR-NOTES ASSIGN TO OPERNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPN.
           SELECT REPORT-OUT ASSIGN TO FCSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CYCLE STATISTICS - MUST STAY IN STEP WITH DATA-AGG, WHICH
      *    BUILDS THEM.
      ******************************************************************
       FD CYCLE-STATS-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS FD-CYCLE-STATS-REC.
       01 FD-CYCLE-STATS-REC.
           02 STAT-KEY.
               03 STAT-SOURCE-FILE PIC X(12).
               03 STAT-CYCLE-NUM   PIC 9(05).
           02 STAT-COUNT       PIC 9(05).
           02 STAT-MIN-TEMP    PIC S99V99.
           02 STAT-MAX-TEMP    PIC S99V99.
           02 STAT-AVG-TEMP    PIC S99V99.
           02 STAT-MIN-HUM     PIC 99V99.
           02 STAT-MAX-HUM     PIC 99V99.
           02 STAT-AVG-HUM     PIC 99V99.
           02 STAT-MIN-CO2     PIC 9(03).
           02 STAT-MAX-CO2     PIC 9(03).
           02 STAT-AVG-CO2     PIC 9(03).
           02 STAT-MIN-IDX     PIC 9(03)V99.
           02 STAT-MAX-IDX     PIC 9(03)V99.
           02 STAT-AVG-IDX     PIC 9(03)V99.
           02 STAT-LOCATION    PIC X(20).
      ******************************************************************
      *    CONSOLIDATED READINGS - MUST STAY IN STEP WITH DATA-AGG.
      *    ONLY THE CAPTURE STAMPS ARE USED HERE.
      ******************************************************************
       FD INPUT-DATA-TOTAL
           RECORD CONTAINS 207 CHARACTERS
           DATA RECORD IS FD-OUT-TOTAL-REC.
       01 FD-OUT-TOTAL-REC.
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
       FD PARAMETER-FILE
           DATA RECORD IS FD-PARAMETER-REC.
       01 FD-PARAMETER-REC     PIC X(80).
       FD INDEX-DEF-FILE
           DATA RECORD IS FD-INDEX-DEF-REC.
       01 FD-INDEX-DEF-REC     PIC X(80).
       FD FCST-PARMS
           DATA RECORD IS FD-FCST-PARM-REC.
       01 FD-FCST-PARM-REC     PIC X(80).
       FD PROJECTION-FILE
           DATA RECORD IS FD-PROJECTION-REC.
       01 FD-PROJECTION-REC    PIC X(250).
       FD OPERATOR-NOTES
           DATA RECORD IS FD-OPER-NOTE-REC.
       01 FD-OPER-NOTE-REC     PIC X(120).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-STA        PIC XX.
       01 WS-STATUS-DTL        PIC XX.
       01 WS-STATUS-PARM       PIC XX.
       01 WS-STATUS-IDF        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-PRJ        PIC XX.
       01 WS-STATUS-OPN        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    READING LAYOUT - SAME SHAPE DATA-INDEX/INDEX WRITE.
      ******************************************************************
       01 WS-IN-OUT-DATA-REC.
           02 FILLER           PIC X(12).
           02 TEMPERATURE      PIC S99V99.
           02 FILLER           PIC X(10).
           02 HUMIDITY         PIC 99V99.
           02 FILLER           PIC X(05).
           02 CO2              PIC 9(03).
           02 FILLER           PIC X(07).
           02 INDEX-NUM        PIC 99V99.
           02 FILLER           PIC X(01).
           02 FILLER           PIC X(05).
           02 REC-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 REC-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 REC-SEQ-IN-CYCLE PIC 9(03).
           02 FILLER           PIC X(05).
           02 REC-TS-DATE      PIC 9(08).
           02 REC-TS-TIME      PIC 9(06).
       01 WS-TS-TIME-VIEW.
           02 WS-TS-HOUR       PIC 9(02).
           02 WS-TS-MINUTE     PIC 9(02).
           02 WS-TS-SECOND     PIC 9(02).
       01 WS-TS-DAYS           PIC 9(07).
       01 WS-TS-MINUTES        PIC 9(09).
      ******************************************************************
      *    PRIMARY INDEX BANDS - INDEXDEF'S FIRST DEFINITION IS THE
      *    INDEX CYCSTATS AVERAGES. SAME FIELDS AND FALLBACK AS INDEX:
      *    NO INDEXDEF MEANS THE SIMPARMS THRESHOLD IS BOTH THE
      *    WARNING AND THE HIGH BAND, AND A MISSING CRITICAL BAND IS
      *    DISABLED. THE SIMPARMS CO2 THRESHOLD IS THE CO2 FALLBACK
      *    IN THE SAME WAY.
      ******************************************************************
       01 WS-INDEX-THRESHOLD   PIC 99V99 VALUE 20.00.
       01 WS-CO2-THRESHOLD     PIC 9(03) VALUE 85.
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
       01 WS-IDX-NAME          PIC X(10) VALUE 'COMPOSITE'.
       01 WS-IDX-DEF-FOUND     PIC X(01) VALUE 'N'.
       01 WS-IDXDEF-LINE       PIC X(80).
       01 WS-IDXDEF-NAME-TXT   PIC X(10).
       01 WS-IDXDEF-WT-TXT     PIC X(10).
       01 WS-IDXDEF-WH-TXT     PIC X(10).
       01 WS-IDXDEF-WC-TXT     PIC X(10).
       01 WS-IDXDEF-THR-TXT    PIC X(10).
       01 WS-IDXDEF-WRN-TXT    PIC X(10).
       01 WS-IDXDEF-CRT-TXT    PIC X(10).
      ******************************************************************
      *    FORECAST POLICY - ONE CSV LINE IN FCSTPARMS:
      *    WINDOW-CYCLES,HORIZON-CYCLES,TEMP-WARN,TEMP-HIGH,TEMP-CRIT,
      *    CO2-WARN,CO2-HIGH,CO2-CRIT. THE WINDOW IS HOW MANY OF THE
      *    LATEST CYCLES THE TREND IS FITTED TO (3 TO 20); A STREAM
      *    PROJECTED TO BREACH WITHIN THE HORIZON IS NOTED IN
      *    OPERNOTE. TEMPERATURE HAS NO BAND ANYWHERE ELSE IN THE
      *    SUITE, SO IT IS ONLY PROJECTED WHEN ITS BANDS ARE GIVEN
      *    HERE. A ZERO OR MISSING BAND IS NOT PROJECTED.
      ******************************************************************
       01 WS-WINDOW            PIC 9(02) VALUE 6.
       01 WS-WINDOW-MAX        PIC 9(02) VALUE 20.
       01 WS-HORIZON           PIC 9(05) VALUE 4.
       01 WS-FCST-LINE         PIC X(80).
       01 WS-FCST-WINDOW-TXT   PIC X(10).
       01 WS-FCST-HORIZON-TXT  PIC X(10).
       01 WS-FCST-TEMP-WRN-TXT PIC X(10).
       01 WS-FCST-TEMP-HGH-TXT PIC X(10).
       01 WS-FCST-TEMP-CRT-TXT PIC X(10).
       01 WS-FCST-CO2-WRN-TXT  PIC X(10).
       01 WS-FCST-CO2-HGH-TXT  PIC X(10).
       01 WS-FCST-CO2-CRT-TXT  PIC X(10).
      ******************************************************************
      *    BANDS BY MEASURE (1 INDEX, 2 TEMPERATURE, 3 CO2) AND LEVEL
      *    (1 WARNING, 2 HIGH, 3 CRITICAL).
      ******************************************************************
       01 WS-BAND-TABLE.
           02 WS-BAND-MEASURE OCCURS 3 TIMES.
               03 WS-BAND-VALUE    PIC S9(04)V99 OCCURS 3 TIMES.
       01 WS-BAND-NAME-LIST.
           02 FILLER           PIC X(08) VALUE 'WARNING '.
           02 FILLER           PIC X(08) VALUE 'HIGH    '.
           02 FILLER           PIC X(08) VALUE 'CRITICAL'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-LIST.
           02 WS-BAND-NAME     PIC X(08) OCCURS 3 TIMES.
       01 WS-BAND-IDX          PIC 9(01).
      ******************************************************************
      *    SERIES - SIX PER STREAM: AVERAGE AND PEAK OF EACH MEASURE.
      ******************************************************************
       01 WS-SERIES-NAME-LIST.
           02 FILLER           PIC X(10) VALUE 'INDEX AVG '.
           02 FILLER           PIC X(10) VALUE 'INDEX PEAK'.
           02 FILLER           PIC X(10) VALUE 'TEMP AVG  '.
           02 FILLER           PIC X(10) VALUE 'TEMP PEAK '.
           02 FILLER           PIC X(10) VALUE 'CO2 AVG   '.
           02 FILLER           PIC X(10) VALUE 'CO2 PEAK  '.
       01 WS-SERIES-NAME-TABLE REDEFINES WS-SERIES-NAME-LIST.
           02 WS-SERIES-NAME   PIC X(10) OCCURS 6 TIMES.
       01 WS-SERIES-IDX        PIC 9(01).
       01 WS-MEASURE-IDX       PIC 9(01).
      ******************************************************************
      *    STREAMS - CAPTURE TIME SPAN FROM DATA-TOTAL, THEN THE
      *    NEAREST PROJECTED BREACH OVER ALL SIX SERIES. 99999 CYCLES
      *    MEANS NO BREACH IS PROJECTED.
      ******************************************************************
       01 WS-STREAM-MAX        PIC 9(03) VALUE 50.
       01 WS-STREAM-COUNT      PIC 9(03) VALUE 0.
       01 WS-STREAM-TABLE.
           02 WS-STREAM-ENTRY OCCURS 50 TIMES.
               03 STM-NAME         PIC X(12).
               03 STM-FIRST-MIN    PIC 9(09).
               03 STM-FIRST-CYC    PIC 9(05).
               03 STM-LAST-MIN     PIC 9(09).
               03 STM-LAST-TS-CYC  PIC 9(05).
               03 STM-MIN-PER-CYC  PIC 9(05)V99.
               03 STM-LAST-CYC     PIC 9(05).
               03 STM-POINTS       PIC 9(02).
               03 STM-BEST-CYC     PIC 9(05).
               03 STM-BEST-MIN     PIC 9(07).
               03 STM-BEST-SERIES  PIC 9(01).
               03 STM-BEST-BAND    PIC 9(01).
               03 STM-OVER-BAND    PIC 9(01).
               03 STM-RANKED       PIC X(01).
       01 WS-STREAM-IDX        PIC 9(03).
       01 WS-STREAM-FOUND      PIC 9(03).
       01 WS-LINK-NAME         PIC X(12).
      ******************************************************************
      *    TREND WINDOW FOR THE STREAM BEING READ - CYCSTATS COMES IN
      *    KEY ORDER, SO A STREAM'S CYCLES ARRIVE TOGETHER AND IN
      *    ORDER. WHEN THE WINDOW IS FULL THE OLDEST CYCLE DROPS OFF.
      ******************************************************************
       01 WS-CUR-STREAM        PIC X(12) VALUE SPACES.
       01 WS-POINT-COUNT       PIC 9(02) VALUE 0.
       01 WS-POINT-TABLE.
           02 WS-POINT OCCURS 20 TIMES.
               03 PNT-CYCLE        PIC 9(05).
               03 PNT-VALUE        PIC S9(04)V99 OCCURS 6 TIMES.
       01 WS-POINT-IDX         PIC 9(02).
      ******************************************************************
      *    LEAST-SQUARES WORK FIELDS. X IS THE CYCLE COUNTED FROM THE
      *    FIRST CYCLE IN THE WINDOW; THE LEVEL IS THE FITTED VALUE AT
      *    THE LATEST CYCLE.
      ******************************************************************
       01 WS-FIT-X             PIC S9(05).
       01 WS-SUM-X             PIC S9(07).
       01 WS-SUM-XX            PIC S9(09).
       01 WS-SUM-Y             PIC S9(07)V99.
       01 WS-SUM-XY            PIC S9(11)V99.
       01 WS-FIT-DENOM         PIC S9(11).
       01 WS-FIT-SLOPE         PIC S9(05)V9(04).
       01 WS-FIT-LEVEL         PIC S9(07)V9(04).
       01 WS-FIT-STATUS        PIC X(10).
       01 WS-CYC-TO-BAND       PIC S9(09)V9(04).
       01 WS-CYC-WHOLE         PIC 9(09).
       01 WS-MIN-TO-BAND       PIC 9(11).
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01 WS-COUNT-STATS       PIC 9(07) VALUE 0.
       01 WS-COUNT-SERIES      PIC 9(07) VALUE 0.
       01 WS-COUNT-FEW         PIC 9(05) VALUE 0.
       01 WS-COUNT-PROJECTED   PIC 9(05) VALUE 0.
       01 WS-COUNT-NOTES       PIC 9(05) VALUE 0.
       01 WS-RANK              PIC 9(03) VALUE 0.
      ******************************************************************
      *    PROJECTION RECORD - ONE PER STREAM AND SERIES. PER BAND,
      *    CYCLES AND MINUTES TO REACH IT: ZERO WHEN THE FITTED LEVEL
      *    IS ALREADY AT OR OVER THE BAND, 99999 / 9999999 WHEN NO
      *    BREACH IS PROJECTED (BAND NOT SET, TREND NOT RISING, TOO
      *    FEW CYCLES) OR, FOR THE MINUTES, THE CAPTURE TIME PER
      *    CYCLE IS NOT KNOWN.
      ******************************************************************
       01 WS-PROJECTION-REC.
           02 FILLER           PIC X(07) VALUE 'STREAM '.
           02 PRJ-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(08) VALUE ' SERIES '.
           02 PRJ-SERIES       PIC X(10).
           02 FILLER           PIC X(08) VALUE ' POINTS '.
           02 PRJ-POINTS       PIC 9(02).
           02 FILLER           PIC X(10) VALUE ' LAST-CYC '.
           02 PRJ-LAST-CYC     PIC 9(05).
           02 FILLER           PIC X(07) VALUE ' LEVEL '.
           02 PRJ-LEVEL        PIC S9(04)V99.
           02 FILLER           PIC X(07) VALUE ' SLOPE '.
           02 PRJ-SLOPE        PIC S9(03)V9(04).
           02 FILLER           PIC X(13) VALUE ' MIN-PER-CYC '.
           02 PRJ-MIN-PER-CYC  PIC 9(05)V99.
           02 PRJ-BAND OCCURS 3 TIMES.
               03 PRJ-BAND-TAG     PIC X(06).
               03 PRJ-BAND-VALUE   PIC S9(04)V99.
               03 FILLER           PIC X(05).
               03 PRJ-BAND-CYC     PIC 9(05).
               03 FILLER           PIC X(05).
               03 PRJ-BAND-MIN     PIC 9(07).
           02 FILLER           PIC X(08) VALUE ' STATUS '.
           02 PRJ-STATUS       PIC X(10).
      ******************************************************************
      *    OPERATOR NOTIFICATION LINE - SAME SHAPE ALERT-MON WRITES.
      ******************************************************************
       01 WS-NOTE-TIMESTAMP    PIC X(26).
       01 WS-OPER-NOTE-REC.
           02 NOTE-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 NOTE-TEXT        PIC X(93).
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
               'TIME-TO-THRESHOLD EARLY WARNING'.
           02 HDR-DATE         PIC X(10).
       01 WS-POLICY-LINE.
           02 FILLER           PIC X(20) VALUE 'TREND OVER THE LAST '.
           02 POL-WINDOW       PIC Z9.
           02 FILLER           PIC X(27) VALUE
               ' CYCLES - NOTE WHEN WITHIN '.
           02 POL-HORIZON      PIC ZZZZ9.
           02 FILLER           PIC X(07) VALUE ' CYCLES'.
       01 WS-COLUMN-LINE       PIC X(100).
       01 WS-RANK-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RNK-RANK         PIC ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RNK-STREAM       PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RNK-LAST-CYC     PIC ZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RNK-SERIES       PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RNK-BAND         PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RNK-CYCLES       PIC X(05).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RNK-MINUTES      PIC X(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 RNK-NOTE         PIC X(30).
       01 WS-EDIT-CYCLES       PIC ZZZZ9.
       01 WS-EDIT-MINUTES      PIC Z(07)9.
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-FCS PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       INITIALIZE WS-STREAM-TABLE WS-BAND-TABLE.
       PERFORM P001-LOAD-PARAMETERS.
       PERFORM P002-LOAD-INDEX-BAND.
       PERFORM P003-LOAD-FORECAST-POLICY.
       PERFORM P004-MEASURE-CAPTURE-TIME.
       OPEN OUTPUT PROJECTION-FILE.
       PERFORM P007-READ-CYCLE-STATS.
       CLOSE PROJECTION-FILE.
       PERFORM P012-WRITE-REPORT.
       DISPLAY "CYCSTATS RECORDS READ . . . . . . . . : "
               WS-COUNT-STATS.
       DISPLAY "SERIES PROJECTED  . . . . . . . . . . : "
               WS-COUNT-SERIES.
       DISPLAY "STREAMS WITH A BREACH PROJECTED . . . : "
               WS-COUNT-PROJECTED.
       DISPLAY "OPERNOTE LINES WRITTEN  . . . . . . . : "
               WS-COUNT-NOTES.
       DISPLAY "FORECAST WRITTEN TO FCSTFILE AND FCSTRPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARAMETERS - THE INDEX AND CO2 THRESHOLDS FROM
      *    THE SIMPARMS LINE, AS THE FALLBACK BANDS.
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
                        WS-PARM-CO2-THR-TXT
               END-UNSTRING
               IF WS-PARM-IDX-THR-TXT NOT = SPACES
                   COMPUTE WS-INDEX-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-IDX-THR-TXT)
               END-IF
               IF WS-PARM-CO2-THR-TXT NOT = SPACES
                   COMPUTE WS-CO2-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-CO2-THR-TXT)
               END-IF
               DISPLAY "SIMPARMS FOUND - USING EXTERNALIZED PARAMETERS"
           END-IF
           CLOSE PARAMETER-FILE
       END-IF
       .
      ******************************************************************
      *    P002-LOAD-INDEX-BAND - THE FIRST NON-BLANK INDEXDEF LINE IS
      *    THE PRIMARY INDEX.
      ******************************************************************
       P002-LOAD-INDEX-BAND.
       MOVE WS-INDEX-THRESHOLD TO WS-BAND-VALUE(1, 1)
       MOVE WS-INDEX-THRESHOLD TO WS-BAND-VALUE(1, 2)
       MOVE 0 TO WS-BAND-VALUE(1, 3)
       OPEN INPUT INDEX-DEF-FILE
       IF WS-STATUS-IDF = "00"
           PERFORM UNTIL WS-STATUS-IDF NOT = "00"
                   OR WS-IDX-DEF-FOUND = 'Y'
               READ INDEX-DEF-FILE INTO WS-IDXDEF-LINE
                   NOT AT END
                       IF WS-IDXDEF-LINE NOT = SPACES
                           PERFORM P002-PARSE-INDEX-DEF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-DEF-FILE
       END-IF
       IF WS-IDX-DEF-FOUND = 'Y'
           DISPLAY "INDEXDEF FOUND - INDEX BANDS FROM " WS-IDX-NAME
       END-IF
       .
      ******************************************************************
      *    P002-PARSE-INDEX-DEF - SAME FIELDS AND DEFAULTS AS INDEX'S
      *    P011-PARSE-INDEX-DEF.
      ******************************************************************
       P002-PARSE-INDEX-DEF.
       MOVE 'Y' TO WS-IDX-DEF-FOUND
       MOVE SPACES TO WS-IDXDEF-WRN-TXT WS-IDXDEF-CRT-TXT
       UNSTRING WS-IDXDEF-LINE DELIMITED BY ','
           INTO WS-IDXDEF-NAME-TXT WS-IDXDEF-WT-TXT
                WS-IDXDEF-WH-TXT WS-IDXDEF-WC-TXT
                WS-IDXDEF-THR-TXT WS-IDXDEF-WRN-TXT
                WS-IDXDEF-CRT-TXT
       END-UNSTRING
       MOVE WS-IDXDEF-NAME-TXT TO WS-IDX-NAME
       COMPUTE WS-BAND-VALUE(1, 2) = FUNCTION NUMVAL(WS-IDXDEF-THR-TXT)
       IF WS-IDXDEF-WRN-TXT NOT = SPACES
           COMPUTE WS-BAND-VALUE(1, 1) =
               FUNCTION NUMVAL(WS-IDXDEF-WRN-TXT)
       ELSE
           MOVE WS-BAND-VALUE(1, 2) TO WS-BAND-VALUE(1, 1)
       END-IF
       IF WS-IDXDEF-CRT-TXT NOT = SPACES
           COMPUTE WS-BAND-VALUE(1, 3) =
               FUNCTION NUMVAL(WS-IDXDEF-CRT-TXT)
       ELSE
           MOVE 0 TO WS-BAND-VALUE(1, 3)
       END-IF
       .
      ******************************************************************
      *    P003-LOAD-FORECAST-POLICY - THE CO2 BANDS START FROM THE
      *    SIMPARMS THRESHOLD; TEMPERATURE BANDS ONLY EXIST HERE.
      ******************************************************************
       P003-LOAD-FORECAST-POLICY.
       MOVE WS-CO2-THRESHOLD TO WS-BAND-VALUE(3, 1)
       MOVE WS-CO2-THRESHOLD TO WS-BAND-VALUE(3, 2)
       MOVE 0 TO WS-BAND-VALUE(3, 3)
       OPEN INPUT FCST-PARMS
       IF WS-STATUS-PRM = "00"
           READ FCST-PARMS INTO WS-FCST-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-FCST-LINE DELIMITED BY ','
                   INTO WS-FCST-WINDOW-TXT WS-FCST-HORIZON-TXT
                        WS-FCST-TEMP-WRN-TXT WS-FCST-TEMP-HGH-TXT
                        WS-FCST-TEMP-CRT-TXT WS-FCST-CO2-WRN-TXT
                        WS-FCST-CO2-HGH-TXT WS-FCST-CO2-CRT-TXT
               END-UNSTRING
               IF WS-FCST-WINDOW-TXT NOT = SPACES
                   COMPUTE WS-WINDOW =
                       FUNCTION NUMVAL(WS-FCST-WINDOW-TXT)
               END-IF
               IF WS-FCST-HORIZON-TXT NOT = SPACES
                   COMPUTE WS-HORIZON =
                       FUNCTION NUMVAL(WS-FCST-HORIZON-TXT)
               END-IF
               IF WS-FCST-TEMP-WRN-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(2, 1) =
                       FUNCTION NUMVAL(WS-FCST-TEMP-WRN-TXT)
               END-IF
               IF WS-FCST-TEMP-HGH-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(2, 2) =
                       FUNCTION NUMVAL(WS-FCST-TEMP-HGH-TXT)
               END-IF
               IF WS-FCST-TEMP-CRT-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(2, 3) =
                       FUNCTION NUMVAL(WS-FCST-TEMP-CRT-TXT)
               END-IF
               IF WS-FCST-CO2-WRN-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(3, 1) =
                       FUNCTION NUMVAL(WS-FCST-CO2-WRN-TXT)
               END-IF
               IF WS-FCST-CO2-HGH-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(3, 2) =
                       FUNCTION NUMVAL(WS-FCST-CO2-HGH-TXT)
               END-IF
               IF WS-FCST-CO2-CRT-TXT NOT = SPACES
                   COMPUTE WS-BAND-VALUE(3, 3) =
                       FUNCTION NUMVAL(WS-FCST-CO2-CRT-TXT)
               END-IF
               DISPLAY "FCSTPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE FCST-PARMS
       END-IF
       IF WS-WINDOW < 3
           MOVE 3 TO WS-WINDOW
       END-IF
       IF WS-WINDOW > WS-WINDOW-MAX
           MOVE WS-WINDOW-MAX TO WS-WINDOW
       END-IF
       .
      ******************************************************************
      *    P004-MEASURE-CAPTURE-TIME - EARLIEST AND LATEST CAPTURE
      *    STAMP OF EACH STREAM, WITH THEIR CYCLES. THE SPAN BETWEEN
      *    THEM OVER THE CYCLES BETWEEN THEM IS THE STREAM'S MINUTES
      *    PER CYCLE. READINGS WITHOUT A USABLE STAMP ARE SKIPPED.
      ******************************************************************
       P004-MEASURE-CAPTURE-TIME.
       MOVE 'F' TO EOF
       OPEN INPUT INPUT-DATA-TOTAL
       IF WS-STATUS-DTL = "00"
           PERFORM UNTIL EOF = 'T'
               READ INPUT-DATA-TOTAL NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE TOTAL-READING TO WS-IN-OUT-DATA-REC
                       PERFORM P005-TAKE-STAMP
               END-READ
           END-PERFORM
           CLOSE INPUT-DATA-TOTAL
       ELSE
           DISPLAY "NO DATA-TOTAL FOUND - CAPTURE TIME NOT KNOWN"
       END-IF
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
           IF STM-LAST-TS-CYC(WS-STREAM-IDX) >
              STM-FIRST-CYC(WS-STREAM-IDX)
              AND STM-LAST-MIN(WS-STREAM-IDX) >
                  STM-FIRST-MIN(WS-STREAM-IDX)
               COMPUTE STM-MIN-PER-CYC(WS-STREAM-IDX) ROUNDED =
                   (STM-LAST-MIN(WS-STREAM-IDX)
                    - STM-FIRST-MIN(WS-STREAM-IDX))
                   / (STM-LAST-TS-CYC(WS-STREAM-IDX)
                    - STM-FIRST-CYC(WS-STREAM-IDX))
                   ON SIZE ERROR
                       MOVE 0 TO STM-MIN-PER-CYC(WS-STREAM-IDX)
               END-COMPUTE
           END-IF
       END-PERFORM
       INITIALIZE EOF
       .
      ******************************************************************
      *    P005-TAKE-STAMP
      ******************************************************************
       P005-TAKE-STAMP.
       IF REC-TS-DATE NUMERIC AND REC-TS-TIME NUMERIC
          AND REC-TS-DATE > 0
           COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(REC-TS-DATE)
           IF WS-TS-DAYS > 0
               MOVE TOTAL-SRC-FILE TO WS-LINK-NAME
               PERFORM P006-FIND-STREAM
               MOVE REC-TS-TIME TO WS-TS-TIME-VIEW
               COMPUTE WS-TS-MINUTES = WS-TS-DAYS * 1440
                   + (WS-TS-HOUR * 60) + WS-TS-MINUTE
               IF WS-STREAM-FOUND > 0
                   IF STM-FIRST-MIN(WS-STREAM-FOUND) = 0
                      OR WS-TS-MINUTES < STM-FIRST-MIN(WS-STREAM-FOUND)
                       MOVE WS-TS-MINUTES
                           TO STM-FIRST-MIN(WS-STREAM-FOUND)
                       MOVE TOTAL-CYCLE-NUM
                           TO STM-FIRST-CYC(WS-STREAM-FOUND)
                   END-IF
                   IF WS-TS-MINUTES > STM-LAST-MIN(WS-STREAM-FOUND)
                       MOVE WS-TS-MINUTES
                           TO STM-LAST-MIN(WS-STREAM-FOUND)
                       MOVE TOTAL-CYCLE-NUM
                           TO STM-LAST-TS-CYC(WS-STREAM-FOUND)
                   END-IF
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-FIND-STREAM - ADDS WS-LINK-NAME THE FIRST TIME IT IS
      *    SEEN. WS-STREAM-FOUND IS ZERO ONLY WHEN THE TABLE IS FULL.
      ******************************************************************
       P006-FIND-STREAM.
       MOVE 0 TO WS-STREAM-FOUND
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
                  OR WS-STREAM-FOUND > 0
           IF STM-NAME(WS-STREAM-IDX) = WS-LINK-NAME
               MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
           END-IF
       END-PERFORM
       IF WS-STREAM-FOUND = 0 AND WS-STREAM-COUNT < WS-STREAM-MAX
           ADD 1 TO WS-STREAM-COUNT
           MOVE WS-STREAM-COUNT TO WS-STREAM-FOUND
           MOVE WS-LINK-NAME TO STM-NAME(WS-STREAM-FOUND)
           MOVE 99999 TO STM-BEST-CYC(WS-STREAM-FOUND)
           MOVE 'N' TO STM-RANKED(WS-STREAM-FOUND)
       END-IF
       .
      ******************************************************************
      *    P007-READ-CYCLE-STATS - EACH CHANGE OF STREAM FITS THE
      *    WINDOW JUST FILLED.
      ******************************************************************
       P007-READ-CYCLE-STATS.
       MOVE 'F' TO EOF
       OPEN INPUT CYCLE-STATS-FILE
       IF WS-STATUS-STA = "00"
           PERFORM UNTIL EOF = 'T'
               READ CYCLE-STATS-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-STATS
                       IF STAT-SOURCE-FILE NOT = WS-CUR-STREAM
                           PERFORM P009-FIT-STREAM
                           MOVE STAT-SOURCE-FILE TO WS-CUR-STREAM
                           MOVE 0 TO WS-POINT-COUNT
                       END-IF
                       PERFORM P008-TAKE-CYCLE
               END-READ
           END-PERFORM
           PERFORM P009-FIT-STREAM
           CLOSE CYCLE-STATS-FILE
       ELSE
           DISPLAY "NO CYCSTATS FOUND - NOTHING TO FORECAST"
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P008-TAKE-CYCLE
      ******************************************************************
       P008-TAKE-CYCLE.
       IF WS-POINT-COUNT = WS-WINDOW
           PERFORM VARYING WS-POINT-IDX FROM 2 BY 1
                   UNTIL WS-POINT-IDX > WS-POINT-COUNT
               MOVE WS-POINT(WS-POINT-IDX)
                   TO WS-POINT(WS-POINT-IDX - 1)
           END-PERFORM
       ELSE
           ADD 1 TO WS-POINT-COUNT
       END-IF
       MOVE STAT-CYCLE-NUM TO PNT-CYCLE(WS-POINT-COUNT)
       MOVE STAT-AVG-IDX   TO PNT-VALUE(WS-POINT-COUNT, 1)
       MOVE STAT-MAX-IDX   TO PNT-VALUE(WS-POINT-COUNT, 2)
       MOVE STAT-AVG-TEMP  TO PNT-VALUE(WS-POINT-COUNT, 3)
       MOVE STAT-MAX-TEMP  TO PNT-VALUE(WS-POINT-COUNT, 4)
       MOVE STAT-AVG-CO2   TO PNT-VALUE(WS-POINT-COUNT, 5)
       MOVE STAT-MAX-CO2   TO PNT-VALUE(WS-POINT-COUNT, 6)
       .
      ******************************************************************
      *    P009-FIT-STREAM - ALL SIX SERIES OF THE STREAM IN THE
      *    WINDOW.
      ******************************************************************
       P009-FIT-STREAM.
       IF WS-CUR-STREAM NOT = SPACES AND WS-POINT-COUNT > 0
           MOVE WS-CUR-STREAM TO WS-LINK-NAME
           PERFORM P006-FIND-STREAM
           IF WS-STREAM-FOUND > 0
               MOVE PNT-CYCLE(WS-POINT-COUNT)
                   TO STM-LAST-CYC(WS-STREAM-FOUND)
               MOVE WS-POINT-COUNT TO STM-POINTS(WS-STREAM-FOUND)
               IF WS-POINT-COUNT < 3
                   ADD 1 TO WS-COUNT-FEW
               END-IF
               PERFORM VARYING WS-SERIES-IDX FROM 1 BY 1
                       UNTIL WS-SERIES-IDX > 6
                   PERFORM P010-FIT-SERIES
               END-PERFORM
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-FIT-SERIES - SLOPE = (N.SXY - SX.SY) / (N.SXX - SX.SX)
      *    PER CYCLE; THE LEVEL IS THE LINE'S VALUE AT THE LATEST
      *    CYCLE. CYCLES TO A BAND ARE (BAND - LEVEL) / SLOPE, ROUNDED
      *    UP TO A WHOLE CYCLE.
      ******************************************************************
       P010-FIT-SERIES.
       COMPUTE WS-MEASURE-IDX = (WS-SERIES-IDX + 1) / 2
       MOVE 0 TO WS-SUM-X WS-SUM-XX WS-SUM-Y WS-SUM-XY
       MOVE 0 TO WS-FIT-SLOPE WS-FIT-LEVEL
       PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT
           COMPUTE WS-FIT-X =
               PNT-CYCLE(WS-POINT-IDX) - PNT-CYCLE(1)
           ADD WS-FIT-X TO WS-SUM-X
           COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X
           ADD PNT-VALUE(WS-POINT-IDX, WS-SERIES-IDX) TO WS-SUM-Y
           COMPUTE WS-SUM-XY = WS-SUM-XY
               + WS-FIT-X * PNT-VALUE(WS-POINT-IDX, WS-SERIES-IDX)
       END-PERFORM
       COMPUTE WS-FIT-DENOM =
           WS-POINT-COUNT * WS-SUM-XX - WS-SUM-X * WS-SUM-X
       IF WS-FIT-DENOM NOT = 0
           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-POINT-COUNT * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
               / WS-FIT-DENOM
               ON SIZE ERROR
                   MOVE 0 TO WS-FIT-SLOPE
           END-COMPUTE
       END-IF
       COMPUTE WS-FIT-LEVEL ROUNDED =
           WS-SUM-Y / WS-POINT-COUNT
           + WS-FIT-SLOPE * (WS-FIT-X - WS-SUM-X / WS-POINT-COUNT)
       EVALUATE TRUE
           WHEN WS-POINT-COUNT < 3
               MOVE 'FEW CYCLES' TO WS-FIT-STATUS
           WHEN WS-BAND-VALUE(WS-MEASURE-IDX, 1) = 0
                AND WS-BAND-VALUE(WS-MEASURE-IDX, 2) = 0
                AND WS-BAND-VALUE(WS-MEASURE-IDX, 3) = 0
               MOVE 'NO BANDS' TO WS-FIT-STATUS
           WHEN WS-FIT-SLOPE > 0
               MOVE 'RISING' TO WS-FIT-STATUS
           WHEN OTHER
               MOVE 'NOT RISING' TO WS-FIT-STATUS
       END-EVALUATE
       MOVE STM-NAME(WS-STREAM-FOUND) TO PRJ-SOURCE-FILE
       MOVE WS-SERIES-NAME(WS-SERIES-IDX) TO PRJ-SERIES
       MOVE WS-POINT-COUNT TO PRJ-POINTS
       MOVE STM-LAST-CYC(WS-STREAM-FOUND) TO PRJ-LAST-CYC
       MOVE WS-FIT-LEVEL TO PRJ-LEVEL
       MOVE WS-FIT-SLOPE TO PRJ-SLOPE
       MOVE STM-MIN-PER-CYC(WS-STREAM-FOUND) TO PRJ-MIN-PER-CYC
       MOVE WS-FIT-STATUS TO PRJ-STATUS
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 3
           PERFORM P011-PROJECT-BAND
       END-PERFORM
       WRITE FD-PROJECTION-REC FROM WS-PROJECTION-REC
       ADD 1 TO WS-COUNT-SERIES
       .
      ******************************************************************
      *    P011-PROJECT-BAND - ALSO KEEPS THE STREAM'S NEAREST BREACH
      *    STILL TO COME AND THE HIGHEST BAND IT IS ALREADY OVER.
      ******************************************************************
       P011-PROJECT-BAND.
       EVALUATE WS-BAND-IDX
           WHEN 1
               MOVE ' WARN ' TO PRJ-BAND-TAG(WS-BAND-IDX)
           WHEN 2
               MOVE ' HIGH ' TO PRJ-BAND-TAG(WS-BAND-IDX)
           WHEN OTHER
               MOVE ' CRIT ' TO PRJ-BAND-TAG(WS-BAND-IDX)
       END-EVALUATE
       MOVE ' CYC ' TO PRJ-BAND(WS-BAND-IDX)(13:5)
       MOVE ' MIN ' TO PRJ-BAND(WS-BAND-IDX)(23:5)
       MOVE WS-BAND-VALUE(WS-MEASURE-IDX, WS-BAND-IDX)
           TO PRJ-BAND-VALUE(WS-BAND-IDX)
       MOVE 99999 TO PRJ-BAND-CYC(WS-BAND-IDX)
       MOVE 9999999 TO PRJ-BAND-MIN(WS-BAND-IDX)
       IF WS-BAND-VALUE(WS-MEASURE-IDX, WS-BAND-IDX) > 0
          AND WS-POINT-COUNT NOT < 3
           IF WS-FIT-LEVEL NOT <
              WS-BAND-VALUE(WS-MEASURE-IDX, WS-BAND-IDX)
               MOVE 0 TO PRJ-BAND-CYC(WS-BAND-IDX)
               MOVE 0 TO PRJ-BAND-MIN(WS-BAND-IDX)
               IF WS-BAND-IDX > STM-OVER-BAND(WS-STREAM-FOUND)
                   MOVE WS-BAND-IDX TO STM-OVER-BAND(WS-STREAM-FOUND)
               END-IF
           ELSE
               IF WS-FIT-SLOPE > 0
                   COMPUTE WS-CYC-TO-BAND =
                       (WS-BAND-VALUE(WS-MEASURE-IDX, WS-BAND-IDX)
                        - WS-FIT-LEVEL) / WS-FIT-SLOPE
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CYC-TO-BAND
                   END-COMPUTE
                   MOVE WS-CYC-TO-BAND TO WS-CYC-WHOLE
                   IF WS-CYC-WHOLE < WS-CYC-TO-BAND
                       ADD 1 TO WS-CYC-WHOLE
                   END-IF
                   IF WS-CYC-WHOLE < 99999
                       MOVE WS-CYC-WHOLE TO PRJ-BAND-CYC(WS-BAND-IDX)
                       IF STM-MIN-PER-CYC(WS-STREAM-FOUND) > 0
                           COMPUTE WS-MIN-TO-BAND ROUNDED =
                               WS-CYC-WHOLE
                               * STM-MIN-PER-CYC(WS-STREAM-FOUND)
                           IF WS-MIN-TO-BAND < 9999999
                               MOVE WS-MIN-TO-BAND
                                   TO PRJ-BAND-MIN(WS-BAND-IDX)
                           END-IF
                       END-IF
                       IF WS-CYC-WHOLE < STM-BEST-CYC(WS-STREAM-FOUND)
                           MOVE WS-CYC-WHOLE
                               TO STM-BEST-CYC(WS-STREAM-FOUND)
                           MOVE PRJ-BAND-MIN(WS-BAND-IDX)
                               TO STM-BEST-MIN(WS-STREAM-FOUND)
                           MOVE WS-SERIES-IDX
                               TO STM-BEST-SERIES(WS-STREAM-FOUND)
                           MOVE WS-BAND-IDX
                               TO STM-BEST-BAND(WS-STREAM-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P012-WRITE-REPORT - STREAMS WITH A PROJECTED BREACH, NEAREST
      *    FIRST, THEN THE REST. EACH STREAM DUE WITHIN THE HORIZON IS
      *    NOTED IN OPERNOTE AS ITS LINE IS WRITTEN.
      ******************************************************************
       P012-WRITE-REPORT.
       OPEN OUTPUT REPORT-OUT
       MOVE WS-REPORT-DATE TO HDR-DATE
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
       MOVE WS-WINDOW TO POL-WINDOW
       MOVE WS-HORIZON TO POL-HORIZON
       WRITE FD-REPORT-LINE FROM WS-POLICY-LINE
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-COLUMN-LINE
       MOVE 'RANK'    TO WS-COLUMN-LINE(2:4)
       MOVE 'STREAM'  TO WS-COLUMN-LINE(8:6)
       MOVE 'LAST'    TO WS-COLUMN-LINE(21:4)
       MOVE 'SERIES'  TO WS-COLUMN-LINE(28:6)
       MOVE 'BAND'    TO WS-COLUMN-LINE(39:4)
       MOVE 'CYCLE'   TO WS-COLUMN-LINE(48:5)
       MOVE 'MINUTES' TO WS-COLUMN-LINE(55:7)
       MOVE 'NOTE'    TO WS-COLUMN-LINE(64:4)
       WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE
       MOVE 0 TO WS-RANK
       MOVE 1 TO WS-STREAM-FOUND
       PERFORM UNTIL WS-STREAM-FOUND = 0
           MOVE 0 TO WS-STREAM-FOUND
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               IF STM-RANKED(WS-STREAM-IDX) = 'N'
                  AND STM-BEST-CYC(WS-STREAM-IDX) < 99999
                   IF WS-STREAM-FOUND = 0
                       MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
                   ELSE
                       IF STM-BEST-CYC(WS-STREAM-IDX) <
                          STM-BEST-CYC(WS-STREAM-FOUND)
                           MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STREAM-FOUND > 0
               MOVE 'Y' TO STM-RANKED(WS-STREAM-FOUND)
               ADD 1 TO WS-RANK
               ADD 1 TO WS-COUNT-PROJECTED
               PERFORM P013-WRITE-RANK-LINE
           END-IF
       END-PERFORM
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
           IF STM-RANKED(WS-STREAM-IDX) = 'N'
              AND STM-POINTS(WS-STREAM-IDX) > 0
               MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
               PERFORM P013-WRITE-RANK-LINE
           END-IF
       END-PERFORM
       IF WS-COUNT-SERIES = 0
           MOVE '  NO CYCLE STATISTICS TO FORECAST' TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SERIES PROJECTED' TO SUM-LABEL
       MOVE WS-COUNT-SERIES TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'STREAMS WITH A BREACH AHEAD' TO SUM-LABEL
       MOVE WS-COUNT-PROJECTED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'DUE WITHIN HORIZON (OPERNOTE)' TO SUM-LABEL
       MOVE WS-COUNT-NOTES TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'STREAMS WITH TOO FEW CYCLES' TO SUM-LABEL
       MOVE WS-COUNT-FEW TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       CLOSE REPORT-OUT
       .
      ******************************************************************
      *    P013-WRITE-RANK-LINE - ONE LINE FOR STREAM WS-STREAM-FOUND.
      *    UNRANKED STREAMS SHOW WHY THERE IS NO BREACH AHEAD.
      ******************************************************************
       P013-WRITE-RANK-LINE.
       MOVE SPACES TO WS-RANK-LINE
       MOVE STM-NAME(WS-STREAM-FOUND) TO RNK-STREAM
       MOVE STM-LAST-CYC(WS-STREAM-FOUND) TO RNK-LAST-CYC
       IF STM-RANKED(WS-STREAM-FOUND) = 'Y'
           MOVE WS-RANK TO RNK-RANK
           MOVE WS-SERIES-NAME(STM-BEST-SERIES(WS-STREAM-FOUND))
               TO RNK-SERIES
           MOVE WS-BAND-NAME(STM-BEST-BAND(WS-STREAM-FOUND))
               TO RNK-BAND
           MOVE STM-BEST-CYC(WS-STREAM-FOUND) TO WS-EDIT-CYCLES
           MOVE WS-EDIT-CYCLES TO RNK-CYCLES
           IF STM-BEST-MIN(WS-STREAM-FOUND) < 9999999
               MOVE STM-BEST-MIN(WS-STREAM-FOUND) TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO RNK-MINUTES
           ELSE
               MOVE ' UNKNOWN' TO RNK-MINUTES
           END-IF
           IF STM-BEST-CYC(WS-STREAM-FOUND) NOT > WS-HORIZON
               MOVE 'WITHIN HORIZON - OPERNOTE' TO RNK-NOTE
               PERFORM P014-WRITE-OPER-NOTE
           END-IF
       ELSE
           EVALUATE TRUE
               WHEN STM-POINTS(WS-STREAM-FOUND) < 3
                   MOVE 'TOO FEW CYCLES TO FIT' TO RNK-NOTE
               WHEN OTHER
                   MOVE 'NO BREACH PROJECTED' TO RNK-NOTE
           END-EVALUATE
       END-IF
       IF STM-OVER-BAND(WS-STREAM-FOUND) > 0
           MOVE SPACES TO RNK-NOTE
           STRING 'ALREADY OVER ' DELIMITED BY SIZE
                  WS-BAND-NAME(STM-OVER-BAND(WS-STREAM-FOUND))
                      DELIMITED BY SPACE
                  INTO RNK-NOTE
           END-STRING
           IF STM-RANKED(WS-STREAM-FOUND) = 'Y'
              AND STM-BEST-CYC(WS-STREAM-FOUND) NOT > WS-HORIZON
               MOVE '+ NOTED' TO RNK-NOTE(23:7)
           END-IF
       END-IF
       WRITE FD-REPORT-LINE FROM WS-RANK-LINE
       .
      ******************************************************************
      *    P014-WRITE-OPER-NOTE - SAME FILE AND LINE SHAPE ALERT-MON
      *    USES FOR ITS ESCALATIONS.
      ******************************************************************
       P014-WRITE-OPER-NOTE.
       OPEN EXTEND OPERATOR-NOTES
       IF WS-STATUS-OPN NOT = "00"
           OPEN OUTPUT OPERATOR-NOTES
       END-IF
       IF WS-STATUS-OPN = "00"
           MOVE FUNCTION CURRENT-DATE TO WS-NOTE-TIMESTAMP
           MOVE WS-NOTE-TIMESTAMP TO NOTE-TIMESTAMP
           MOVE SPACES TO NOTE-TEXT
           STRING 'FORECAST ' DELIMITED BY SIZE
               STM-NAME(WS-STREAM-FOUND) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               RNK-SERIES DELIMITED BY SIZE
               ' REACHES ' DELIMITED BY SIZE
               RNK-BAND DELIMITED BY SPACE
               ' IN ' DELIMITED BY SIZE
               STM-BEST-CYC(WS-STREAM-FOUND) DELIMITED BY SIZE
               ' CYCLES /' DELIMITED BY SIZE
               RNK-MINUTES DELIMITED BY SIZE
               ' MIN AFTER CYCLE ' DELIMITED BY SIZE
               STM-LAST-CYC(WS-STREAM-FOUND) DELIMITED BY SIZE
               INTO NOTE-TEXT
           END-STRING
           WRITE FD-OPER-NOTE-REC FROM WS-OPER-NOTE-REC
           CLOSE OPERATOR-NOTES
           ADD 1 TO WS-COUNT-NOTES
       END-IF
       .

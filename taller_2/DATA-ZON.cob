       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-ZON.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    SITE/ZONE ROLLUP. RUNS AFTER THE EPISODES STEP. FACILITIES
      *    MANAGES BY FLOOR, NOT BY SENSOR FILE NAME, SO THIS STEP
      *    TAKES EACH STREAM'S ZONE LINK FROM STRMAST AND ROLLS THE
      *    RUN UP THROUGH EVERY LEVEL OF THE ZONEMAST HIERARCHY - SITE,
      *    BUILDING, FLOOR AND ROOM: AVERAGE AND PEAK INDEX FROM
      *    CYCSTATS, ALERT COUNTS BY SEVERITY FROM ALERT-FILE, AND
      *    EXCEEDANCE MINUTES FROM THE EPISODES DATA-EPI JUST WROTE
      *    (SUPPRESSED EPISODES ARE MAINTENANCE TIME AND DO NOT
      *    COUNT). IT ALSO RAISES A ZONE ALERT FOR EVERY CYCLE IN
      *    WHICH A ZONE'S AVERAGE INDEX - THE READINGS OF ALL ITS
      *    STREAMS TOGETHER, NOT ANY SINGLE SENSOR - IS OVER THE
      *    WARNING BAND OF THE PRIMARY INDEXDEF INDEX, GRADED WITH
      *    THE SAME BANDS THE STREAM ALERTS USE. ZONE ALERTS GO TO
      *    ZONEALRT AND THE ROLLUP TO ZONRPT. A STREAM WITH NO VALID
      *    ZONE IS ROLLED UP UNDER "NO ZONE" SO ITS FIGURES ARE NOT
      *    LOST.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-STATS-FILE ASSIGN TO CYCSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STATUS-STA.
           SELECT ALERT-FILE ASSIGN TO ALERT-FILE
               FILE STATUS IS WS-STATUS-ALT.
           SELECT EPISODES-FILE ASSIGN TO EPISODES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EPI.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT ZONE-MASTER ASSIGN TO ZONEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODE
               FILE STATUS IS WS-STATUS-ZON.
           SELECT PARAMETER-FILE ASSIGN TO SIMPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT INDEX-DEF-FILE ASSIGN TO INDEXDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IDF.
           SELECT ZONE-WORK ASSIGN TO ZONWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZW-KEY
               FILE STATUS IS WS-STATUS-WRK.
           SELECT ZONE-ALERT-FILE ASSIGN TO ZONEALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ZAL.
           SELECT REPORT-OUT ASSIGN TO ZONRPT
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
       FD ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS FD-ALERT-REC.
       01 FD-ALERT-REC         PIC X(143).
       FD EPISODES-FILE
           DATA RECORD IS FD-EPISODE-REC.
       01 FD-EPISODE-REC       PIC X(200).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. THE LOCATION BYTES CARRY THE ZONE CODE.
      ******************************************************************
       FD STREAM-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-STREAM-REC.
       01 FD-STREAM-REC.
           02 STR-STREAM-NAME  PIC X(12).
           02 STR-LOCATION.
               03 STR-ZONE-CODE    PIC X(16).
               03 FILLER           PIC X(04).
           02 STR-DESCRIPTION  PIC X(30).
           02 STR-INSERVICE    PIC 9(08).
           02 STR-STATUS       PIC X(01).
           02 STR-UPD-USER     PIC X(08).
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    ZONE MASTER - MUST STAY IN STEP WITH ZON-MNT, WHICH
      *    MAINTAINS IT. ONLY READ HERE.
      ******************************************************************
       FD ZONE-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-ZONE-REC.
       01 FD-ZONE-REC.
           02 ZON-CODE.
               03 ZON-SITE         PIC X(04).
               03 ZON-BUILDING     PIC X(04).
               03 ZON-FLOOR        PIC X(04).
               03 ZON-ROOM         PIC X(04).
           02 ZON-LEVEL        PIC X(01).
           02 ZON-NAME         PIC X(30).
           02 ZON-STATUS       PIC X(01).
           02 ZON-UPD-USER     PIC X(08).
           02 ZON-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(18).
       FD PARAMETER-FILE
           DATA RECORD IS FD-PARAMETER-REC.
       01 FD-PARAMETER-REC     PIC X(80).
       FD INDEX-DEF-FILE
           DATA RECORD IS FD-INDEX-DEF-REC.
       01 FD-INDEX-DEF-REC     PIC X(80).
      ******************************************************************
      *    ZONE CYCLE WORK FILE - ONE RECORD PER ZONE AND CYCLE,
      *    SUMMING THE READINGS OF EVERY STREAM IN THE ZONE. KEY
      *    ORDER BRINGS EACH ZONE'S CYCLES BACK TOGETHER, IN ORDER.
      ******************************************************************
       FD ZONE-WORK
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS FD-ZONE-WORK-REC.
       01 FD-ZONE-WORK-REC.
           02 ZW-KEY.
               03 ZW-LEVEL         PIC 9(01).
               03 ZW-CODE          PIC X(16).
               03 ZW-CYCLE-NUM     PIC 9(05).
           02 ZW-IDX-SUM       PIC 9(09)V99.
           02 ZW-READINGS      PIC 9(07).
           02 ZW-STREAMS       PIC 9(03).
           02 ZW-PEAK-IDX      PIC 9(03)V99.
           02 FILLER           PIC X(12).
       FD ZONE-ALERT-FILE
           DATA RECORD IS FD-ZONE-ALERT-REC.
       01 FD-ZONE-ALERT-REC    PIC X(120).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-STA        PIC XX.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-EPI        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-ZON        PIC XX.
       01 WS-STATUS-PARM       PIC XX.
       01 WS-STATUS-IDF        PIC XX.
       01 WS-STATUS-WRK        PIC XX.
       01 WS-STATUS-ZAL        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    ALERT RECORD LAYOUT - MUST STAY IN STEP WITH INDEX'S
      *    WS-ALERT-REC.
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
      *    EPISODE RECORD - MUST STAY IN STEP WITH DATA-EPI'S
      *    WS-EPISODE-REC.
      ******************************************************************
       01 WS-EPISODE-REC.
           02 FILLER           PIC X(07).
           02 EPR-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 EPR-LOCATION     PIC X(20).
           02 FILLER           PIC X(05).
           02 EPR-SEVERITY     PIC X(08).
           02 FILLER           PIC X(06).
           02 EPR-START-CYC    PIC 9(05).
           02 FILLER           PIC X(04).
           02 EPR-END-CYC      PIC 9(05).
           02 FILLER           PIC X(05).
           02 EPR-DURATION     PIC 9(05).
           02 FILLER           PIC X(08).
           02 EPR-ALERT-COUNT  PIC 9(07).
           02 FILLER           PIC X(10).
           02 EPR-PEAK-IDX-TXT PIC X(06).
           02 FILLER           PIC X(10).
           02 EPR-PEAK-CO2     PIC 9(03).
           02 FILLER           PIC X(09).
           02 EPR-START-DATE   PIC 9(08).
           02 FILLER           PIC X(01).
           02 EPR-START-TIME   PIC 9(06).
           02 FILLER           PIC X(07).
           02 EPR-END-DATE     PIC 9(08).
           02 FILLER           PIC X(01).
           02 EPR-END-TIME     PIC 9(06).
           02 FILLER           PIC X(06).
           02 EPR-MINUTES      PIC 9(07).
      ******************************************************************
      *    PRIMARY INDEX BANDS - INDEXDEF'S FIRST DEFINITION IS THE
      *    INDEX CYCSTATS AVERAGES. SAME FIELDS AND FALLBACK AS INDEX:
      *    NO INDEXDEF MEANS THE SIMPARMS THRESHOLD IS BOTH THE
      *    WARNING AND THE HIGH BAND, AND A MISSING CRITICAL BAND IS
      *    DISABLED.
      ******************************************************************
       01 WS-INDEX-THRESHOLD   PIC 99V99 VALUE 20.00.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-CYCLE-TXT    PIC X(10).
       01 WS-PARM-RPC-TXT      PIC X(10).
       01 WS-PARM-MULT1-TXT    PIC X(10).
       01 WS-PARM-MULT2-TXT    PIC X(10).
       01 WS-PARM-WGT-TEMP-TXT PIC X(10).
       01 WS-PARM-WGT-HUM-TXT  PIC X(10).
       01 WS-PARM-WGT-CO2-TXT  PIC X(10).
       01 WS-PARM-IDX-THR-TXT  PIC X(10).
       01 WS-IDX-NAME          PIC X(10) VALUE 'COMPOSITE'.
       01 WS-IDX-THR-WARN      PIC 9(03)V99.
       01 WS-IDX-THR-HIGH      PIC 9(03)V99.
       01 WS-IDX-THR-CRIT      PIC 9(03)V99.
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
      *    LEVELS OF THE HIERARCHY - LEVEL 0 IS THE "NO ZONE" BUCKET.
      ******************************************************************
       01 WS-LEVEL-LIST.
           02 FILLER           PIC X(09) VALUE 'SSITE    '.
           02 FILLER           PIC X(09) VALUE 'BBUILDING'.
           02 FILLER           PIC X(09) VALUE 'FFLOOR   '.
           02 FILLER           PIC X(09) VALUE 'RROOM    '.
       01 WS-LEVEL-TABLE REDEFINES WS-LEVEL-LIST.
           02 WS-LEVEL-ENTRY OCCURS 4 TIMES.
               03 LVL-CODE         PIC X(01).
               03 LVL-NAME         PIC X(08).
       01 WS-LEVEL-IDX         PIC 9(01).
       01 WS-LEVEL-DEPTH       PIC 9(01).
       01 WS-CODE-LEN          PIC 9(02).
      ******************************************************************
      *    STREAMS AND THE ZONE NODES EACH ONE ROLLS UP INTO, ONE PER
      *    LEVEL FROM THE SITE DOWN. A STREAM THAT TURNS UP IN THE
      *    RUN WITHOUT A STRMAST ENTRY IS ADDED WITH NO ZONE.
      ******************************************************************
       01 WS-STREAM-MAX        PIC 9(03) VALUE 50.
       01 WS-STREAM-COUNT      PIC 9(03) VALUE 0.
       01 WS-STREAM-TABLE.
           02 WS-STREAM-ENTRY OCCURS 50 TIMES.
               03 STV-NAME         PIC X(12).
               03 STV-ZONE         PIC X(16).
               03 STV-NODE         PIC 9(03) OCCURS 4 TIMES.
       01 WS-STREAM-IDX        PIC 9(03).
       01 WS-STREAM-FOUND      PIC 9(03).
       01 WS-LINK-NAME         PIC X(12).
       01 WS-LINK-ZONE         PIC X(16).
      ******************************************************************
      *    ZONE NODES - ONE PER ZONE REACHED BY AT LEAST ONE STREAM,
      *    WITH THE RUN'S FIGURES FOR EVERYTHING BELOW IT. SEVERITY
      *    COUNTS ARE WARNING, HIGH, CRITICAL AND SUPPRESSED.
      ******************************************************************
       01 WS-NODE-MAX          PIC 9(03) VALUE 200.
       01 WS-NODE-COUNT        PIC 9(03) VALUE 0.
       01 WS-NODE-TABLE.
           02 WS-NODE-ENTRY OCCURS 200 TIMES.
               03 NOD-LEVEL        PIC 9(01).
               03 NOD-CODE         PIC X(16).
               03 NOD-NAME         PIC X(30).
               03 NOD-STREAMS      PIC 9(03).
               03 NOD-IDX-SUM      PIC 9(09)V99.
               03 NOD-READINGS     PIC 9(07).
               03 NOD-PEAK-IDX     PIC 9(03)V99.
               03 NOD-SEV-COUNT    PIC 9(07) OCCURS 4 TIMES.
               03 NOD-EXC-MINUTES  PIC 9(07).
               03 NOD-ZONE-ALERTS  PIC 9(05).
       01 WS-NODE-IDX          PIC 9(03).
       01 WS-NODE-FOUND        PIC 9(03).
       01 WS-NODE-LEVEL        PIC 9(01).
       01 WS-NODE-CODE         PIC X(16).
       01 WS-NODE-OVERFLOW     PIC X(01) VALUE 'N'.
       01 WS-SEV-IDX           PIC 9(01).
       01 WS-AVG-IDX           PIC 9(03)V99.
       01 WS-ZONE-SEVERITY     PIC X(08).
       01 WS-ZONE-BAND         PIC 9(03)V99.
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01 WS-COUNT-STATS       PIC 9(07) VALUE 0.
       01 WS-COUNT-ALERTS      PIC 9(07) VALUE 0.
       01 WS-COUNT-EPISODES    PIC 9(07) VALUE 0.
       01 WS-COUNT-ZONE-ALERTS PIC 9(07) VALUE 0.
       01 WS-COUNT-UNZONED     PIC 9(03) VALUE 0.
       01 WS-COUNT-EMPTY-ZONES PIC 9(05) VALUE 0.
      ******************************************************************
      *    ZONE ALERT RECORD
      ******************************************************************
       01 WS-ZONE-ALERT-REC.
           02 FILLER           PIC X(05) VALUE 'ZONE '.
           02 ZAL-CODE         PIC X(16).
           02 FILLER           PIC X(05) VALUE ' LVL '.
           02 ZAL-LEVEL        PIC X(01).
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 ZAL-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05) VALUE ' IDX '.
           02 ZAL-INDEX-NAME   PIC X(10).
           02 FILLER           PIC X(09) VALUE ' AVG-IDX '.
           02 ZAL-AVG-IDX      PIC 9(03)V99.
           02 FILLER           PIC X(06) VALUE ' BAND '.
           02 ZAL-BAND         PIC 9(03)V99.
           02 FILLER           PIC X(09) VALUE ' STREAMS '.
           02 ZAL-STREAMS      PIC 9(03).
           02 FILLER           PIC X(06) VALUE ' RDGS '.
           02 ZAL-READINGS     PIC 9(07).
           02 FILLER           PIC X(05) VALUE ' SEV '.
           02 ZAL-SEVERITY     PIC X(08).
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(32) VALUE
               'SITE/ZONE ROLLUP REPORT       '.
           02 HDR-DATE         PIC X(10).
       01 WS-BAND-LINE.
           02 FILLER           PIC X(15) VALUE 'PRIMARY INDEX '.
           02 BND-NAME         PIC X(10).
           02 FILLER           PIC X(10) VALUE ' WARNING '.
           02 BND-WARN         PIC ZZ9.99.
           02 FILLER           PIC X(07) VALUE ' HIGH '.
           02 BND-HIGH         PIC ZZ9.99.
           02 FILLER           PIC X(11) VALUE ' CRITICAL '.
           02 BND-CRIT         PIC ZZ9.99.
       01 WS-SECTION-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SEC-TITLE        PIC X(60).
       01 WS-ZONE-ALERT-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ZAR-LEVEL        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ZAR-CODE         PIC X(16).
           02 FILLER           PIC X(07) VALUE ' CYCLE '.
           02 ZAR-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(06) VALUE '  AVG '.
           02 ZAR-AVG-IDX      PIC ZZ9.99.
           02 FILLER           PIC X(10) VALUE '  STREAMS '.
           02 ZAR-STREAMS      PIC ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ZAR-SEVERITY     PIC X(08).
       01 WS-COLUMN-LINE-1.
           02 FILLER           PIC X(50) VALUE
               'LEVEL    ZONE             NAME               STR  '.
           02 FILLER           PIC X(50) VALUE
               'AVG    PEAK  WARN  HIGH  CRIT  SUPP  EXC-MIN ZALRT'.
       01 WS-ROLLUP-LINE.
           02 RL-LEVEL         PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-CODE          PIC X(16).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-NAME          PIC X(18).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-STREAMS       PIC ZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-AVG-IDX       PIC ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-PEAK-IDX      PIC ZZ9.99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-WARN          PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-HIGH          PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-CRIT          PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-SUPP          PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-MINUTES       PIC Z(06)9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RL-ZONE-ALERTS   PIC ZZZZ9.
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-ZON PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       PERFORM P001-LOAD-PARAMETERS.
       PERFORM P002-LOAD-INDEX-BAND.
       INITIALIZE WS-NODE-TABLE.
       OPEN INPUT ZONE-MASTER.
       IF WS-STATUS-ZON NOT = "00"
           DISPLAY "NO ZONEMAST FOUND - EVERY STREAM ROLLS UP "
                   "UNDER NO ZONE"
       END-IF.
       PERFORM P003-LOAD-STREAMS.
       OPEN OUTPUT ZONE-WORK.
       IF WS-STATUS-WRK = "00"
           CLOSE ZONE-WORK
           OPEN I-O ZONE-WORK
       END-IF.
       IF WS-STATUS-WRK NOT = "00"
           DISPLAY "ZONWORK OPEN FAILED - STATUS " WS-STATUS-WRK
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM P007-ROLL-CYCLE-STATS
           PERFORM P010-ROLL-ALERTS
           PERFORM P012-ROLL-EPISODES
           OPEN OUTPUT REPORT-OUT
           MOVE WS-REPORT-DATE TO HDR-DATE
           WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
           MOVE WS-IDX-NAME TO BND-NAME
           MOVE WS-IDX-THR-WARN TO BND-WARN
           MOVE WS-IDX-THR-HIGH TO BND-HIGH
           MOVE WS-IDX-THR-CRIT TO BND-CRIT
           WRITE FD-REPORT-LINE FROM WS-BAND-LINE
           PERFORM P014-RAISE-ZONE-ALERTS
           CLOSE ZONE-WORK
           PERFORM P016-WRITE-ROLLUP
           PERFORM P018-WRITE-SUMMARY
           CLOSE REPORT-OUT
       END-IF.
       IF WS-STATUS-ZON = "00"
           CLOSE ZONE-MASTER
       END-IF.
       DISPLAY "CYCLE STATISTICS ROLLED UP  . . . . . : "
               WS-COUNT-STATS.
       DISPLAY "ALERTS ROLLED UP  . . . . . . . . . . : "
               WS-COUNT-ALERTS.
       DISPLAY "ZONES IN THE ROLLUP . . . . . . . . . : "
               WS-NODE-COUNT.
       DISPLAY "STREAMS WITH NO ZONE  . . . . . . . . : "
               WS-COUNT-UNZONED.
       DISPLAY "ZONE ALERTS RAISED  . . . . . . . . . : "
               WS-COUNT-ZONE-ALERTS.
       IF WS-NODE-OVERFLOW = 'Y'
           DISPLAY "MORE THAN 200 ZONES IN USE - LATER ZONES NOT "
                   "ROLLED UP"
       END-IF.
       DISPLAY "ZONE ROLLUP WRITTEN TO ZONRPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARAMETERS - ONLY THE INDEX THRESHOLD IS NEEDED
      *    FROM THE SIMPARMS LINE, AS THE FALLBACK BAND.
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
               END-UNSTRING
               IF WS-PARM-IDX-THR-TXT NOT = SPACES
                   COMPUTE WS-INDEX-THRESHOLD =
                       FUNCTION NUMVAL(WS-PARM-IDX-THR-TXT)
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
       MOVE WS-INDEX-THRESHOLD TO WS-IDX-THR-WARN
       MOVE WS-INDEX-THRESHOLD TO WS-IDX-THR-HIGH
       MOVE 0 TO WS-IDX-THR-CRIT
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
           DISPLAY "INDEXDEF FOUND - ZONE BANDS FROM " WS-IDX-NAME
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
       COMPUTE WS-IDX-THR-HIGH = FUNCTION NUMVAL(WS-IDXDEF-THR-TXT)
       IF WS-IDXDEF-WRN-TXT NOT = SPACES
           COMPUTE WS-IDX-THR-WARN =
               FUNCTION NUMVAL(WS-IDXDEF-WRN-TXT)
       ELSE
           MOVE WS-IDX-THR-HIGH TO WS-IDX-THR-WARN
       END-IF
       IF WS-IDXDEF-CRT-TXT NOT = SPACES
           COMPUTE WS-IDX-THR-CRIT =
               FUNCTION NUMVAL(WS-IDXDEF-CRT-TXT)
       ELSE
           MOVE 0 TO WS-IDX-THR-CRIT
       END-IF
       .
      ******************************************************************
      *    P003-LOAD-STREAMS - EVERY STRMAST STREAM IS LINKED TO ITS
      *    ZONE NODES UP FRONT, SO THE ROLLUP SHOWS HOW MANY STREAMS
      *    EACH ZONE HOLDS EVEN WHEN ONE REPORTED NOTHING THIS RUN.
      ******************************************************************
       P003-LOAD-STREAMS.
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ STREAM-MASTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF STR-STATUS NOT = 'R'
                           MOVE STR-STREAM-NAME TO WS-LINK-NAME
                           MOVE STR-ZONE-CODE TO WS-LINK-ZONE
                           PERFORM P004-LINK-STREAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       .
      ******************************************************************
      *    P004-LINK-STREAM - THE ZONE MUST BE ON ZONEMAST; ITS LEVEL
      *    SAYS HOW MANY PARTS OF THE CODE ARE IN USE, AND THE STREAM
      *    JOINS THE NODE FOR EACH OF THEM. ANYTHING ELSE - NO LINK,
      *    AN OLD FREE-TEXT LOCATION, AN UNKNOWN CODE - IS NO ZONE.
      ******************************************************************
       P004-LINK-STREAM.
       IF WS-STREAM-COUNT < WS-STREAM-MAX
           ADD 1 TO WS-STREAM-COUNT
           MOVE WS-STREAM-COUNT TO WS-STREAM-FOUND
           MOVE WS-LINK-NAME TO STV-NAME(WS-STREAM-FOUND)
           MOVE WS-LINK-ZONE TO STV-ZONE(WS-STREAM-FOUND)
           MOVE 0 TO STV-NODE(WS-STREAM-FOUND, 1)
                     STV-NODE(WS-STREAM-FOUND, 2)
                     STV-NODE(WS-STREAM-FOUND, 3)
                     STV-NODE(WS-STREAM-FOUND, 4)
           MOVE 0 TO WS-LEVEL-DEPTH
           IF WS-STATUS-ZON = "00" AND WS-LINK-ZONE NOT = SPACES
               MOVE WS-LINK-ZONE TO ZON-CODE
               READ ZONE-MASTER
                   KEY IS ZON-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                               UNTIL WS-LEVEL-IDX > 4
                           IF LVL-CODE(WS-LEVEL-IDX) = ZON-LEVEL
                               MOVE WS-LEVEL-IDX TO WS-LEVEL-DEPTH
                           END-IF
                       END-PERFORM
               END-READ
           END-IF
           IF WS-LEVEL-DEPTH = 0
               ADD 1 TO WS-COUNT-UNZONED
               MOVE 0 TO WS-NODE-LEVEL
               MOVE '(NO ZONE)' TO WS-NODE-CODE
               PERFORM P005-FIND-NODE
               MOVE WS-NODE-FOUND TO STV-NODE(WS-STREAM-FOUND, 1)
           ELSE
               PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                       UNTIL WS-LEVEL-IDX > WS-LEVEL-DEPTH
                   MOVE WS-LEVEL-IDX TO WS-NODE-LEVEL
                   COMPUTE WS-CODE-LEN = WS-LEVEL-IDX * 4
                   MOVE SPACES TO WS-NODE-CODE
                   MOVE WS-LINK-ZONE(1:WS-CODE-LEN)
                       TO WS-NODE-CODE(1:WS-CODE-LEN)
                   PERFORM P005-FIND-NODE
                   MOVE WS-NODE-FOUND
                       TO STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 4
               IF STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX) > 0
                   MOVE STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX)
                       TO WS-NODE-IDX
                   ADD 1 TO NOD-STREAMS(WS-NODE-IDX)
               END-IF
           END-PERFORM
       ELSE
           MOVE 0 TO WS-STREAM-FOUND
       END-IF
       .
      ******************************************************************
      *    P005-FIND-NODE - FINDS OR ADDS THE NODE FOR WS-NODE-LEVEL
      *    AND WS-NODE-CODE, NAMED FROM ZONEMAST. ZERO WHEN THE TABLE
      *    IS FULL.
      ******************************************************************
       P005-FIND-NODE.
       MOVE 0 TO WS-NODE-FOUND
       PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT
                  OR WS-NODE-FOUND > 0
           IF NOD-LEVEL(WS-NODE-IDX) = WS-NODE-LEVEL
              AND NOD-CODE(WS-NODE-IDX) = WS-NODE-CODE
               MOVE WS-NODE-IDX TO WS-NODE-FOUND
           END-IF
       END-PERFORM
       IF WS-NODE-FOUND = 0
           IF WS-NODE-COUNT < WS-NODE-MAX
               ADD 1 TO WS-NODE-COUNT
               MOVE WS-NODE-COUNT TO WS-NODE-FOUND
               MOVE WS-NODE-LEVEL TO NOD-LEVEL(WS-NODE-FOUND)
               MOVE WS-NODE-CODE TO NOD-CODE(WS-NODE-FOUND)
               MOVE 'STREAMS WITH NO ZONE' TO NOD-NAME(WS-NODE-FOUND)
               IF WS-NODE-LEVEL > 0
                   MOVE SPACES TO NOD-NAME(WS-NODE-FOUND)
                   MOVE WS-NODE-CODE TO ZON-CODE
                   READ ZONE-MASTER
                       KEY IS ZON-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ZON-NAME TO NOD-NAME(WS-NODE-FOUND)
                   END-READ
               END-IF
           ELSE
               MOVE 'Y' TO WS-NODE-OVERFLOW
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-FIND-STREAM - A STREAM NOT ON STRMAST IS ADDED WITH NO
      *    ZONE THE FIRST TIME IT TURNS UP.
      ******************************************************************
       P006-FIND-STREAM.
       MOVE 0 TO WS-STREAM-FOUND
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
                  OR WS-STREAM-FOUND > 0
           IF STV-NAME(WS-STREAM-IDX) = WS-LINK-NAME
               MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
           END-IF
       END-PERFORM
       IF WS-STREAM-FOUND = 0
           MOVE SPACES TO WS-LINK-ZONE
           PERFORM P004-LINK-STREAM
       END-IF
       .
      ******************************************************************
      *    P007-ROLL-CYCLE-STATS - EACH STREAM'S CYCLE FEEDS THE RUN
      *    TOTALS OF EVERY NODE ABOVE IT AND THAT NODE'S RECORD FOR
      *    THE CYCLE ON ZONWORK. THE INDEX SUM IS WEIGHTED BY THE
      *    READING COUNT, SO A ZONE AVERAGE IS THE AVERAGE OF ALL ITS
      *    READINGS, NOT OF ITS STREAMS.
      ******************************************************************
       P007-ROLL-CYCLE-STATS.
       OPEN INPUT CYCLE-STATS-FILE
       IF WS-STATUS-STA NOT = "00"
           DISPLAY "NO CYCSTATS FOUND - NO INDEX FIGURES TO ROLL UP"
       ELSE
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ CYCLE-STATS-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-STATS
                       PERFORM P008-TAKE-CYCLE-STAT
               END-READ
           END-PERFORM
           CLOSE CYCLE-STATS-FILE
       END-IF
       .
      ******************************************************************
      *    P008-TAKE-CYCLE-STAT
      ******************************************************************
       P008-TAKE-CYCLE-STAT.
       MOVE STAT-SOURCE-FILE TO WS-LINK-NAME
       PERFORM P006-FIND-STREAM
       IF WS-STREAM-FOUND > 0 AND STAT-COUNT > 0
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 4
               IF STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX) > 0
                   MOVE STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX)
                       TO WS-NODE-IDX
                   COMPUTE NOD-IDX-SUM(WS-NODE-IDX) =
                       NOD-IDX-SUM(WS-NODE-IDX)
                       + STAT-AVG-IDX * STAT-COUNT
                   ADD STAT-COUNT TO NOD-READINGS(WS-NODE-IDX)
                   IF STAT-MAX-IDX > NOD-PEAK-IDX(WS-NODE-IDX)
                       MOVE STAT-MAX-IDX TO NOD-PEAK-IDX(WS-NODE-IDX)
                   END-IF
                   PERFORM P009-POST-ZONE-CYCLE
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P009-POST-ZONE-CYCLE - ADDS THE STREAM'S CYCLE TO THE
      *    NODE'S ZONWORK RECORD FOR THAT CYCLE, CREATING IT ON THE
      *    FIRST STREAM.
      ******************************************************************
       P009-POST-ZONE-CYCLE.
       MOVE NOD-LEVEL(WS-NODE-IDX) TO ZW-LEVEL
       MOVE NOD-CODE(WS-NODE-IDX) TO ZW-CODE
       MOVE STAT-CYCLE-NUM TO ZW-CYCLE-NUM
       READ ZONE-WORK
           KEY IS ZW-KEY
           INVALID KEY
               MOVE SPACES TO FD-ZONE-WORK-REC(23:38)
               COMPUTE ZW-IDX-SUM = STAT-AVG-IDX * STAT-COUNT
               MOVE STAT-COUNT TO ZW-READINGS
               MOVE 1 TO ZW-STREAMS
               MOVE STAT-MAX-IDX TO ZW-PEAK-IDX
               WRITE FD-ZONE-WORK-REC
                   INVALID KEY
                       DISPLAY "ZONWORK WRITE FAILED - STATUS "
                               WS-STATUS-WRK
               END-WRITE
           NOT INVALID KEY
               COMPUTE ZW-IDX-SUM = ZW-IDX-SUM
                   + STAT-AVG-IDX * STAT-COUNT
               ADD STAT-COUNT TO ZW-READINGS
               ADD 1 TO ZW-STREAMS
               IF STAT-MAX-IDX > ZW-PEAK-IDX
                   MOVE STAT-MAX-IDX TO ZW-PEAK-IDX
               END-IF
               REWRITE FD-ZONE-WORK-REC
                   INVALID KEY
                       DISPLAY "ZONWORK REWRITE FAILED - STATUS "
                               WS-STATUS-WRK
               END-REWRITE
       END-READ
       .
      ******************************************************************
      *    P010-ROLL-ALERTS - SUPPRESSED ALERTS (RAISED INSIDE A
      *    MAINTENANCE WINDOW) ARE COUNTED APART FROM THE SEVERITIES.
      ******************************************************************
       P010-ROLL-ALERTS.
       OPEN INPUT ALERT-FILE
       IF WS-STATUS-ALT = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ ALERT-FILE INTO WS-ALERT-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ALERTS
                       PERFORM P011-TAKE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
       END-IF
       .
      ******************************************************************
      *    P011-TAKE-ALERT
      ******************************************************************
       P011-TAKE-ALERT.
       EVALUATE TRUE
           WHEN ALT-WINDOW-FLAG = 'W'
               MOVE 4 TO WS-SEV-IDX
           WHEN ALT-SEVERITY = 'CRITICAL'
               MOVE 3 TO WS-SEV-IDX
           WHEN ALT-SEVERITY = 'HIGH    '
               MOVE 2 TO WS-SEV-IDX
           WHEN OTHER
               MOVE 1 TO WS-SEV-IDX
       END-EVALUATE
       MOVE ALT-SOURCE-FILE TO WS-LINK-NAME
       PERFORM P006-FIND-STREAM
       IF WS-STREAM-FOUND > 0
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 4
               IF STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX) > 0
                   MOVE STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX)
                       TO WS-NODE-IDX
                   ADD 1 TO NOD-SEV-COUNT(WS-NODE-IDX, WS-SEV-IDX)
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P012-ROLL-EPISODES - EXCEEDANCE MINUTES ARE THE WALL-CLOCK
      *    MINUTES OF THE STREAM'S EXCEEDANCE EPISODES. SUPPRESS
      *    EPISODES ARE MAINTENANCE TIME AND ARE LEFT OUT.
      ******************************************************************
       P012-ROLL-EPISODES.
       OPEN INPUT EPISODES-FILE
       IF WS-STATUS-EPI = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ EPISODES-FILE INTO WS-EPISODE-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF EPR-SEVERITY NOT = 'SUPPRESS'
                          AND EPR-MINUTES NUMERIC
                           ADD 1 TO WS-COUNT-EPISODES
                           PERFORM P013-TAKE-EPISODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EPISODES-FILE
       END-IF
       .
      ******************************************************************
      *    P013-TAKE-EPISODE
      ******************************************************************
       P013-TAKE-EPISODE.
       MOVE EPR-SOURCE-FILE TO WS-LINK-NAME
       PERFORM P006-FIND-STREAM
       IF WS-STREAM-FOUND > 0
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 4
               IF STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX) > 0
                   MOVE STV-NODE(WS-STREAM-FOUND, WS-LEVEL-IDX)
                       TO WS-NODE-IDX
                   ADD EPR-MINUTES TO NOD-EXC-MINUTES(WS-NODE-IDX)
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P014-RAISE-ZONE-ALERTS - READS ZONWORK BACK IN KEY ORDER
      *    AND GRADES EVERY ZONE CYCLE'S AVERAGE INDEX AGAINST THE
      *    PRIMARY INDEX BANDS. THE "NO ZONE" BUCKET IS NOT A PLACE
      *    AND RAISES NO ZONE ALERT.
      ******************************************************************
       P014-RAISE-ZONE-ALERTS.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SECTION-LINE
       MOVE 'ZONE ALERTS - ZONE AVERAGE OVER THE WARNING BAND'
           TO SEC-TITLE
       WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
       OPEN OUTPUT ZONE-ALERT-FILE
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO ZW-KEY
       START ZONE-WORK KEY NOT < ZW-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ ZONE-WORK NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF ZW-LEVEL > 0 AND ZW-READINGS > 0
                       PERFORM P015-TAKE-ZONE-CYCLE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ZONE-ALERT-FILE
       IF WS-COUNT-ZONE-ALERTS = 0
           MOVE '  NO ZONE AVERAGE CROSSED THE WARNING BAND'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P015-TAKE-ZONE-CYCLE - SAME BANDS AND ORDER AS INDEX'S
      *    P032-GRADE-INDEX-VALUE. THE ALERT CARRIES THE BAND THE
      *    ZONE AVERAGE ACTUALLY CROSSED.
      ******************************************************************
       P015-TAKE-ZONE-CYCLE.
       COMPUTE WS-AVG-IDX ROUNDED = ZW-IDX-SUM / ZW-READINGS
       MOVE SPACES TO WS-ZONE-SEVERITY
       EVALUATE TRUE
           WHEN WS-IDX-THR-CRIT > 0
                   AND WS-AVG-IDX > WS-IDX-THR-CRIT
               MOVE 'CRITICAL' TO WS-ZONE-SEVERITY
               MOVE WS-IDX-THR-CRIT TO WS-ZONE-BAND
           WHEN WS-AVG-IDX > WS-IDX-THR-HIGH
               MOVE 'HIGH    ' TO WS-ZONE-SEVERITY
               MOVE WS-IDX-THR-HIGH TO WS-ZONE-BAND
           WHEN WS-AVG-IDX > WS-IDX-THR-WARN
               MOVE 'WARNING ' TO WS-ZONE-SEVERITY
               MOVE WS-IDX-THR-WARN TO WS-ZONE-BAND
       END-EVALUATE
       IF WS-ZONE-SEVERITY NOT = SPACES
           ADD 1 TO WS-COUNT-ZONE-ALERTS
           MOVE ZW-LEVEL TO WS-NODE-LEVEL
           MOVE ZW-CODE TO WS-NODE-CODE
           PERFORM P005-FIND-NODE
           IF WS-NODE-FOUND > 0
               ADD 1 TO NOD-ZONE-ALERTS(WS-NODE-FOUND)
           END-IF
           MOVE ZW-CODE TO ZAL-CODE
           MOVE LVL-CODE(ZW-LEVEL) TO ZAL-LEVEL
           MOVE ZW-CYCLE-NUM TO ZAL-CYCLE-NUM
           MOVE WS-IDX-NAME TO ZAL-INDEX-NAME
           MOVE WS-AVG-IDX TO ZAL-AVG-IDX
           MOVE WS-ZONE-BAND TO ZAL-BAND
           MOVE ZW-STREAMS TO ZAL-STREAMS
           MOVE ZW-READINGS TO ZAL-READINGS
           MOVE WS-ZONE-SEVERITY TO ZAL-SEVERITY
           WRITE FD-ZONE-ALERT-REC FROM WS-ZONE-ALERT-REC
           MOVE LVL-NAME(ZW-LEVEL) TO ZAR-LEVEL
           MOVE ZW-CODE TO ZAR-CODE
           MOVE ZW-CYCLE-NUM TO ZAR-CYCLE-NUM
           MOVE WS-AVG-IDX TO ZAR-AVG-IDX
           MOVE ZW-STREAMS TO ZAR-STREAMS
           MOVE WS-ZONE-SEVERITY TO ZAR-SEVERITY
           WRITE FD-REPORT-LINE FROM WS-ZONE-ALERT-LINE
       END-IF
       .
      ******************************************************************
      *    P016-WRITE-ROLLUP - WALKS ZONEMAST IN KEY ORDER, WHICH PUTS
      *    EVERY ZONE DIRECTLY UNDER ITS PARENT, SO THE ROLLUP READS
      *    SITE, BUILDING, FLOOR, ROOM. ZONES NO STREAM IS LINKED TO
      *    ARE ONLY COUNTED. THE "NO ZONE" BUCKET COMES LAST.
      ******************************************************************
       P016-WRITE-ROLLUP.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SECTION-LINE
       MOVE 'ZONE ROLLUP' TO SEC-TITLE
       WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
       WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE-1
       IF WS-STATUS-ZON = "00"
           MOVE 'F' TO EOF
           MOVE LOW-VALUES TO ZON-CODE
           START ZONE-MASTER KEY NOT < ZON-CODE
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ ZONE-MASTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE 0 TO WS-NODE-FOUND
                       PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                               UNTIL WS-NODE-IDX > WS-NODE-COUNT
                                  OR WS-NODE-FOUND > 0
                           IF NOD-LEVEL(WS-NODE-IDX) > 0
                              AND NOD-CODE(WS-NODE-IDX) = ZON-CODE
                               MOVE WS-NODE-IDX TO WS-NODE-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-NODE-FOUND > 0
                           PERFORM P017-WRITE-ROLLUP-LINE
                       ELSE
                           ADD 1 TO WS-COUNT-EMPTY-ZONES
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
               UNTIL WS-NODE-IDX > WS-NODE-COUNT
           IF NOD-LEVEL(WS-NODE-IDX) = 0
               MOVE WS-NODE-IDX TO WS-NODE-FOUND
               PERFORM P017-WRITE-ROLLUP-LINE
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P017-WRITE-ROLLUP-LINE - ONE LINE FOR THE NODE AT
      *    WS-NODE-FOUND.
      ******************************************************************
       P017-WRITE-ROLLUP-LINE.
       MOVE SPACES TO WS-ROLLUP-LINE
       IF NOD-LEVEL(WS-NODE-FOUND) = 0
           MOVE 'NO ZONE' TO RL-LEVEL
       ELSE
           MOVE LVL-NAME(NOD-LEVEL(WS-NODE-FOUND)) TO RL-LEVEL
       END-IF
       MOVE NOD-CODE(WS-NODE-FOUND) TO RL-CODE
       MOVE NOD-NAME(WS-NODE-FOUND) TO RL-NAME
       MOVE NOD-STREAMS(WS-NODE-FOUND) TO RL-STREAMS
       IF NOD-READINGS(WS-NODE-FOUND) > 0
           COMPUTE WS-AVG-IDX ROUNDED =
               NOD-IDX-SUM(WS-NODE-FOUND) / NOD-READINGS(WS-NODE-FOUND)
       ELSE
           MOVE 0 TO WS-AVG-IDX
       END-IF
       MOVE WS-AVG-IDX TO RL-AVG-IDX
       MOVE NOD-PEAK-IDX(WS-NODE-FOUND) TO RL-PEAK-IDX
       MOVE NOD-SEV-COUNT(WS-NODE-FOUND, 1) TO RL-WARN
       MOVE NOD-SEV-COUNT(WS-NODE-FOUND, 2) TO RL-HIGH
       MOVE NOD-SEV-COUNT(WS-NODE-FOUND, 3) TO RL-CRIT
       MOVE NOD-SEV-COUNT(WS-NODE-FOUND, 4) TO RL-SUPP
       MOVE NOD-EXC-MINUTES(WS-NODE-FOUND) TO RL-MINUTES
       MOVE NOD-ZONE-ALERTS(WS-NODE-FOUND) TO RL-ZONE-ALERTS
       WRITE FD-REPORT-LINE FROM WS-ROLLUP-LINE
       .
      ******************************************************************
      *    P018-WRITE-SUMMARY
      ******************************************************************
       P018-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'CYCLE STATISTICS ROLLED UP' TO SUM-LABEL
       MOVE WS-COUNT-STATS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ALERTS ROLLED UP' TO SUM-LABEL
       MOVE WS-COUNT-ALERTS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'EXCEEDANCE EPISODES ROLLED UP' TO SUM-LABEL
       MOVE WS-COUNT-EPISODES TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'STREAMS WITH NO ZONE' TO SUM-LABEL
       MOVE WS-COUNT-UNZONED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ZONES WITH NO STREAMS' TO SUM-LABEL
       MOVE WS-COUNT-EMPTY-ZONES TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ZONE ALERTS RAISED' TO SUM-LABEL
       MOVE WS-COUNT-ZONE-ALERTS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       .

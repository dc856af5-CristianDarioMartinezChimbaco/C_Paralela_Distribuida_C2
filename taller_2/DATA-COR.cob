       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-COR.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    CROSS-STREAM ALERT CORRELATION. RUNS AFTER THE ZONEROLLUP
      *    STEP. DATA-ANL AND DATA-EPI LOOK AT EVERY STREAM ON ITS OWN,
      *    SO TWO STREAMS GOING HIGH TOGETHER (A REAL VENTILATION
      *    EVENT) AND ONE STREAM ALERTING ALONE FOR HOURS (ALMOST
      *    ALWAYS THE SENSOR) LOOKED THE SAME. THIS STEP GROUPS EACH
      *    STREAM'S ALERTS INTO ALERTING PERIODS - A CONTINUOUS RUN OF
      *    ALERTING CYCLES - AND LINES THE PERIODS UP BY CYCLE AND
      *    CAPTURE TIMESTAMP AGAINST THE OTHER STREAMS THAT SHARE ITS
      *    LOCATION. A PERIOD ANOTHER STREAM IN THE SAME LOCATION WAS
      *    ALSO ALERTING THROUGH IS A SITE-WIDE EVENT; ONE NO
      *    NEIGHBOUR SHARED IS ISOLATED, AND ISOLATED WITH AN
      *    ANOMALY-FILE DEVIATION ON THE SAME STREAM INSIDE IT
      *    (ISOL-ANOM) IS A LIKELY SENSOR FAULT. EACH PERIOD GOES TO
      *    CORRFILE WITH ITS CLASS, WHICH THE TURNOVER SHEET PICKS
      *    UP, AND THE CORRPT REPORT LISTS THEM WITH COUNTS PER
      *    STREAM. THE LOCATION IS THE STREAM'S ZONEMAST ZONE TAKEN
      *    DOWN TO THE LEVEL IN THE CORPARMS POLICY LINE (S, B, F OR
      *    R; DEFAULT B, THE BUILDING). A LOCATION NOT ON ZONEMAST IS
      *    MATCHED AS TEXT. ALERTS SUPPRESSED BY A MAINTENANCE WINDOW
      *    FORM NO PERIOD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO ALERT-FILE
               FILE STATUS IS WS-STATUS-ALT.
           SELECT ANOMALY-FILE ASSIGN TO ANOMALY-FILE
               FILE STATUS IS WS-STATUS-ANM.
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
           SELECT COR-PARMS ASSIGN TO CORPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT CORRELATION-FILE ASSIGN TO CORRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COR.
           SELECT REPORT-OUT ASSIGN TO CORRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS FD-ALERT-REC.
       01 FD-ALERT-REC         PIC X(143).
       FD ANOMALY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-REC.
       01 FD-ANOMALY-REC       PIC X(105).
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
       FD COR-PARMS
           DATA RECORD IS FD-COR-PARM-REC.
       01 FD-COR-PARM-REC      PIC X(80).
       FD CORRELATION-FILE
           DATA RECORD IS FD-CORRELATION-REC.
       01 FD-CORRELATION-REC   PIC X(200).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-ZON        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-COR        PIC XX.
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
      *    ANOMALY RECORD LAYOUT - MUST STAY IN STEP WITH INDEX'S
      *    WS-ANOMALY-REC.
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
      *    CORRELATION POLICY - ONE CSV LINE IN CORPARMS: GROUP-LEVEL
      *    (S SITE, B BUILDING, F FLOOR, R ROOM). STREAMS WHOSE ZONES
      *    MEET AT THAT LEVEL ARE NEIGHBOURS.
      ******************************************************************
       01 WS-GROUP-LEVEL       PIC X(01) VALUE 'B'.
       01 WS-GROUP-DEPTH       PIC 9(01) VALUE 2.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-LEVEL-TXT    PIC X(10).
       01 WS-LEVEL-CODES       PIC X(04) VALUE 'SBFR'.
       01 WS-LEVEL-IDX         PIC 9(01).
       01 WS-ZONE-DEPTH        PIC 9(01).
       01 WS-CODE-LEN          PIC 9(02).
      ******************************************************************
      *    STREAMS - NAME, LOCATION GROUP, AND THE PERIOD CURRENTLY
      *    OPEN FOR IT WHILE THE ALERTS ARE READ. A STREAM THAT TURNS
      *    UP WITHOUT A STRMAST ENTRY IS A GROUP OF ITS OWN. ONCE THE
      *    TABLE IS FULL THE ALERTS OF ANY FURTHER STREAM ARE COUNTED
      *    IN WS-STREAM-OVERFLOW INSTEAD OF BEING CORRELATED.
      ******************************************************************
       01 WS-STREAM-MAX        PIC 9(03) VALUE 50.
       01 WS-STREAM-COUNT      PIC 9(03) VALUE 0.
       01 WS-STREAM-OVERFLOW   PIC 9(07) VALUE 0.
       01 WS-STREAM-TABLE.
           02 WS-STREAM-ENTRY OCCURS 50 TIMES.
               03 STV-NAME         PIC X(12).
               03 STV-GROUP        PIC X(20).
               03 STV-PEERS        PIC 9(03).
               03 STV-OPEN-PER     PIC 9(04).
               03 STV-CLASS-COUNT  PIC 9(05) OCCURS 3 TIMES.
       01 WS-STREAM-IDX        PIC 9(03).
       01 WS-STREAM-SUB        PIC 9(03).
       01 WS-STREAM-FOUND      PIC 9(03).
       01 WS-LINK-NAME         PIC X(12).
       01 WS-LINK-GROUP        PIC X(20).
      ******************************************************************
      *    ALERTING PERIODS. WITHIN A STREAM THE ALERTS ARRIVE IN
      *    CYCLE ORDER, SO A CYCLE AT MOST ONE PAST THE OPEN PERIOD'S
      *    LAST CYCLE EXTENDS IT AND ANYTHING LATER STARTS THE NEXT -
      *    THE SAME RULE DATA-EPI USES FOR EPISODES, BUT ACROSS ALL
      *    SEVERITIES. THE STAMPS ARE YYYYMMDDHHMMSS, ZERO WHEN THE
      *    ALERTS CARRY NO CAPTURE TIME.
      ******************************************************************
       01 WS-PERIOD-MAX        PIC 9(04) VALUE 2000.
       01 WS-PERIOD-COUNT      PIC 9(04) VALUE 0.
       01 WS-PERIOD-OVERFLOW   PIC X(01) VALUE 'N'.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 2000 TIMES.
               03 PER-STREAM       PIC 9(03).
               03 PER-START-CYC    PIC 9(05).
               03 PER-END-CYC      PIC 9(05).
               03 PER-START-TS     PIC 9(14).
               03 PER-END-TS       PIC 9(14).
               03 PER-ALERTS       PIC 9(05).
               03 PER-PEAK-RANK    PIC 9(01).
               03 PER-PEAK-IDX     PIC 9(03)V99.
               03 PER-ANOMALIES    PIC 9(05).
               03 PER-WITH         PIC 9(03).
               03 PER-CLASS        PIC 9(01).
       01 WS-PER-IDX           PIC 9(04).
       01 WS-PER-SUB           PIC 9(04).
       01 WS-PER-OVERLAP       PIC X(01).
       01 WS-ALERT-TS          PIC 9(14).
       01 WS-ALERT-RANK        PIC 9(01).
      ******************************************************************
      *    SEVERITY RANKS AND CLASSES
      ******************************************************************
       01 WS-RANK-NAME-LIST.
           02 FILLER           PIC X(08) VALUE 'WARNING '.
           02 FILLER           PIC X(08) VALUE 'HIGH    '.
           02 FILLER           PIC X(08) VALUE 'CRITICAL'.
       01 WS-RANK-NAME-TABLE REDEFINES WS-RANK-NAME-LIST.
           02 WS-RANK-NAME     PIC X(08) OCCURS 3 TIMES.
       01 WS-CLASS-NAME-LIST.
           02 FILLER           PIC X(10) VALUE 'SITE-WIDE '.
           02 FILLER           PIC X(10) VALUE 'ISOLATED  '.
           02 FILLER           PIC X(10) VALUE 'ISOL-ANOM '.
       01 WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-LIST.
           02 WS-CLASS-NAME    PIC X(10) OCCURS 3 TIMES.
       01 WS-CLASS-IDX         PIC 9(01).
       01 WS-CLASS-TOTALS.
           02 WS-CLASS-TOTAL   PIC 9(07) OCCURS 3 TIMES.
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01 WS-COUNT-ALERTS      PIC 9(07) VALUE 0.
       01 WS-COUNT-SUPPRESSED  PIC 9(07) VALUE 0.
       01 WS-COUNT-ANOMALIES   PIC 9(07) VALUE 0.
       01 WS-COUNT-NO-PEERS    PIC 9(05) VALUE 0.
      ******************************************************************
      *    CORRELATION RECORD - ONE PER ALERTING PERIOD. DATA-TOV
      *    READS IT; ITS VIEW THERE MUST STAY IN STEP WITH THIS.
      ******************************************************************
       01 WS-CORRELATION-REC.
           02 FILLER           PIC X(07) VALUE 'STREAM '.
           02 COR-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(07) VALUE ' GROUP '.
           02 COR-GROUP        PIC X(20).
           02 FILLER           PIC X(06) VALUE ' FROM '.
           02 COR-START-CYC    PIC 9(05).
           02 FILLER           PIC X(04) VALUE ' TO '.
           02 COR-END-CYC      PIC 9(05).
           02 FILLER           PIC X(09) VALUE ' FROM-TS '.
           02 COR-START-TS     PIC 9(14).
           02 FILLER           PIC X(07) VALUE ' TO-TS '.
           02 COR-END-TS       PIC 9(14).
           02 FILLER           PIC X(08) VALUE ' ALERTS '.
           02 COR-ALERTS       PIC 9(05).
           02 FILLER           PIC X(06) VALUE ' PEAK '.
           02 COR-PEAK-SEV     PIC X(08).
           02 FILLER           PIC X(07) VALUE ' PEERS '.
           02 COR-PEERS        PIC 9(03).
           02 FILLER           PIC X(06) VALUE ' WITH '.
           02 COR-WITH         PIC 9(03).
           02 FILLER           PIC X(06) VALUE ' ANOM '.
           02 COR-ANOMALIES    PIC 9(05).
           02 FILLER           PIC X(07) VALUE ' CLASS '.
           02 COR-CLASS        PIC X(10).
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
               'CROSS-STREAM ALERT CORRELATION'.
           02 HDR-DATE         PIC X(10).
       01 WS-LEVEL-LINE.
           02 FILLER           PIC X(36) VALUE
               'NEIGHBOURS SHARE THE ZONE DOWN TO '.
           02 LVL-TEXT         PIC X(08).
       01 WS-COLUMN-LINE.
           02 FILLER           PIC X(50) VALUE
               'STREAM       GROUP                FROM    TO  ALER'.
           02 FILLER           PIC X(40) VALUE
               'T  PEAK    PEER WITH ANOM CLASS'.
       01 WS-PERIOD-LINE.
           02 PRL-STREAM       PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-GROUP        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-START-CYC    PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-END-CYC      PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-ALERTS       PIC ZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PRL-PEAK-SEV     PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-PEERS        PIC ZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PRL-WITH         PIC ZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-ANOMALIES    PIC ZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PRL-CLASS        PIC X(10).
       01 WS-STREAM-SUM-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SSL-STREAM       PIC X(12).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SSL-SITE-WIDE    PIC Z(06)9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 SSL-ISOLATED     PIC Z(06)9.
           02 FILLER           PIC X(03) VALUE SPACES.
           02 SSL-ISOL-ANOM    PIC Z(06)9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SSL-TAG          PIC X(24).
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-TAG          PIC X(24).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-COR PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       PERFORM P001-LOAD-PARMS.
       INITIALIZE WS-STREAM-TABLE WS-CLASS-TOTALS.
       PERFORM P002-LOAD-STREAMS.
       PERFORM P005-BUILD-PERIODS.
       PERFORM P008-MATCH-ANOMALIES.
       PERFORM P010-CLASSIFY-PERIODS.
       OPEN OUTPUT CORRELATION-FILE.
       OPEN OUTPUT REPORT-OUT.
       MOVE WS-REPORT-DATE TO HDR-DATE.
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE.
       EVALUATE WS-GROUP-LEVEL
           WHEN 'S'
               MOVE 'SITE' TO LVL-TEXT
           WHEN 'F'
               MOVE 'FLOOR' TO LVL-TEXT
           WHEN 'R'
               MOVE 'ROOM' TO LVL-TEXT
           WHEN OTHER
               MOVE 'BUILDING' TO LVL-TEXT
       END-EVALUATE.
       WRITE FD-REPORT-LINE FROM WS-LEVEL-LINE.
       MOVE SPACES TO FD-REPORT-LINE.
       WRITE FD-REPORT-LINE.
       WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE.
       PERFORM P012-WRITE-PERIODS.
       IF WS-PERIOD-COUNT = 0
           MOVE '  NO ALERTING PERIODS IN THIS RUN' TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF.
       PERFORM P013-WRITE-SUMMARY.
       CLOSE REPORT-OUT.
       CLOSE CORRELATION-FILE.
       DISPLAY "ALERTS READ . . . . . . . . . . . . . : "
               WS-COUNT-ALERTS.
       DISPLAY "SUPPRESSED ALERTS LEFT OUT  . . . . . : "
               WS-COUNT-SUPPRESSED.
       DISPLAY "ALERTING PERIODS  . . . . . . . . . . : "
               WS-PERIOD-COUNT.
       DISPLAY "  SITE-WIDE . . . . . . . . . . . . . : "
               WS-CLASS-TOTAL(1).
       DISPLAY "  ISOLATED  . . . . . . . . . . . . . : "
               WS-CLASS-TOTAL(2).
       DISPLAY "  ISOLATED WITH ANOMALY . . . . . . . : "
               WS-CLASS-TOTAL(3).
       IF WS-PERIOD-OVERFLOW = 'Y'
           DISPLAY "MORE THAN 2000 ALERTING PERIODS - LATER ALERTS "
                   "NOT CORRELATED"
           MOVE 4 TO RETURN-CODE
       END-IF.
       IF WS-STREAM-OVERFLOW > 0
           DISPLAY "MORE THAN 50 STREAMS - ALERTS NOT CORRELATED : "
                   WS-STREAM-OVERFLOW
           MOVE 4 TO RETURN-CODE
       END-IF.
       DISPLAY "CORRELATION WRITTEN TO CORRFILE AND CORRPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT COR-PARMS
       IF WS-STATUS-PRM = "00"
           READ COR-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-LEVEL-TXT
               END-UNSTRING
               IF WS-PARM-LEVEL-TXT(1:1) = 'S' OR 'B' OR 'F' OR 'R'
                   MOVE WS-PARM-LEVEL-TXT(1:1) TO WS-GROUP-LEVEL
               END-IF
               DISPLAY "CORPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE COR-PARMS
       END-IF
       PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1 UNTIL WS-LEVEL-IDX > 4
           IF WS-LEVEL-CODES(WS-LEVEL-IDX:1) = WS-GROUP-LEVEL
               MOVE WS-LEVEL-IDX TO WS-GROUP-DEPTH
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P002-LOAD-STREAMS - ACTIVE STRMAST STREAMS WITH THEIR
      *    LOCATION GROUP, THEN THE NUMBER OF NEIGHBOURS EACH HAS.
      ******************************************************************
       P002-LOAD-STREAMS.
       OPEN INPUT ZONE-MASTER
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ STREAM-MASTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF STR-STATUS NOT = 'R'
                           PERFORM P003-TAKE-STREAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       IF WS-STATUS-ZON = "00"
           CLOSE ZONE-MASTER
       END-IF
       .
      ******************************************************************
      *    P003-TAKE-STREAM - A ZONE ON ZONEMAST IS CUT DOWN TO THE
      *    GROUP LEVEL (OR KEPT WHOLE WHEN IT STOPS ABOVE IT); ANY
      *    OTHER LOCATION TEXT IS TAKEN AS IT STANDS. A STREAM WITH
      *    NO LOCATION AT ALL IS ITS OWN GROUP.
      ******************************************************************
       P003-TAKE-STREAM.
       MOVE STR-STREAM-NAME TO WS-LINK-NAME
       MOVE STR-LOCATION TO WS-LINK-GROUP
       MOVE 0 TO WS-ZONE-DEPTH
       IF WS-STATUS-ZON = "00" AND STR-ZONE-CODE NOT = SPACES
           MOVE STR-ZONE-CODE TO ZON-CODE
           READ ZONE-MASTER
               KEY IS ZON-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                           UNTIL WS-LEVEL-IDX > 4
                       IF WS-LEVEL-CODES(WS-LEVEL-IDX:1) = ZON-LEVEL
                           MOVE WS-LEVEL-IDX TO WS-ZONE-DEPTH
                       END-IF
                   END-PERFORM
           END-READ
       END-IF
       IF WS-ZONE-DEPTH > WS-GROUP-DEPTH
           COMPUTE WS-CODE-LEN = WS-GROUP-DEPTH * 4
           MOVE SPACES TO WS-LINK-GROUP
           MOVE STR-ZONE-CODE(1:WS-CODE-LEN)
               TO WS-LINK-GROUP(1:WS-CODE-LEN)
       END-IF
       IF WS-LINK-GROUP = SPACES
           MOVE WS-LINK-NAME TO WS-LINK-GROUP
       END-IF
       PERFORM P004-ADD-STREAM
       .
      ******************************************************************
      *    P004-ADD-STREAM - ADDS WS-LINK-NAME IN WS-LINK-GROUP AND
      *    RECOUNTS THE NEIGHBOURS OF EVERY STREAM IN THAT GROUP.
      ******************************************************************
       P004-ADD-STREAM.
       MOVE 0 TO WS-STREAM-FOUND
       IF WS-STREAM-COUNT < WS-STREAM-MAX
           ADD 1 TO WS-STREAM-COUNT
           MOVE WS-STREAM-COUNT TO WS-STREAM-FOUND
           MOVE WS-LINK-NAME TO STV-NAME(WS-STREAM-FOUND)
           MOVE WS-LINK-GROUP TO STV-GROUP(WS-STREAM-FOUND)
           MOVE 0 TO STV-OPEN-PER(WS-STREAM-FOUND)
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               IF STV-GROUP(WS-STREAM-IDX) = WS-LINK-GROUP
                  AND WS-STREAM-IDX NOT = WS-STREAM-FOUND
                   ADD 1 TO STV-PEERS(WS-STREAM-IDX)
                   ADD 1 TO STV-PEERS(WS-STREAM-FOUND)
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P005-BUILD-PERIODS
      ******************************************************************
       P005-BUILD-PERIODS.
       OPEN INPUT ALERT-FILE
       IF WS-STATUS-ALT = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ ALERT-FILE INTO WS-ALERT-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ALERTS
                       IF ALT-WINDOW-FLAG = 'W'
                           ADD 1 TO WS-COUNT-SUPPRESSED
                       ELSE
                           PERFORM P006-TAKE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
       ELSE
           DISPLAY "NO ALERT-FILE FOUND - NOTHING TO CORRELATE"
       END-IF
       .
      ******************************************************************
      *    P006-TAKE-ALERT - EXTENDS THE STREAM'S OPEN PERIOD OR
      *    STARTS A NEW ONE. AN ALERT WHOSE STREAM FOUND NO ROOM IN
      *    THE STREAM TABLE IS COUNTED AS OVERFLOW.
      ******************************************************************
       P006-TAKE-ALERT.
       MOVE ALT-SOURCE-FILE TO WS-LINK-NAME
       PERFORM P007-FIND-STREAM
       IF ALT-TS-DATE NUMERIC AND ALT-TS-TIME NUMERIC
           COMPUTE WS-ALERT-TS = ALT-TS-DATE * 1000000 + ALT-TS-TIME
       ELSE
           MOVE 0 TO WS-ALERT-TS
       END-IF
       EVALUATE ALT-SEVERITY
           WHEN 'CRITICAL'
               MOVE 3 TO WS-ALERT-RANK
           WHEN 'HIGH    '
               MOVE 2 TO WS-ALERT-RANK
           WHEN OTHER
               MOVE 1 TO WS-ALERT-RANK
       END-EVALUATE
       IF WS-STREAM-FOUND > 0
           MOVE STV-OPEN-PER(WS-STREAM-FOUND) TO WS-PER-IDX
           IF WS-PER-IDX > 0
               IF ALT-CYCLE-NUM > PER-END-CYC(WS-PER-IDX) + 1
                   MOVE 0 TO WS-PER-IDX
               END-IF
           END-IF
           IF WS-PER-IDX = 0
               IF WS-PERIOD-COUNT < WS-PERIOD-MAX
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE WS-PERIOD-COUNT TO WS-PER-IDX
                   INITIALIZE WS-PERIOD-ENTRY(WS-PER-IDX)
                   MOVE WS-STREAM-FOUND TO PER-STREAM(WS-PER-IDX)
                   MOVE ALT-CYCLE-NUM TO PER-START-CYC(WS-PER-IDX)
                   MOVE WS-ALERT-TS TO PER-START-TS(WS-PER-IDX)
                   MOVE WS-PER-IDX TO STV-OPEN-PER(WS-STREAM-FOUND)
               ELSE
                   MOVE 'Y' TO WS-PERIOD-OVERFLOW
               END-IF
           END-IF
       ELSE
           ADD 1 TO WS-STREAM-OVERFLOW
           MOVE 0 TO WS-PER-IDX
       END-IF
       IF WS-PER-IDX > 0
           MOVE ALT-CYCLE-NUM TO PER-END-CYC(WS-PER-IDX)
           IF WS-ALERT-TS > PER-END-TS(WS-PER-IDX)
               MOVE WS-ALERT-TS TO PER-END-TS(WS-PER-IDX)
           END-IF
           IF PER-START-TS(WS-PER-IDX) = 0
               MOVE WS-ALERT-TS TO PER-START-TS(WS-PER-IDX)
           END-IF
           ADD 1 TO PER-ALERTS(WS-PER-IDX)
           IF WS-ALERT-RANK > PER-PEAK-RANK(WS-PER-IDX)
               MOVE WS-ALERT-RANK TO PER-PEAK-RANK(WS-PER-IDX)
           END-IF
           IF ALT-INDEX-NUM > PER-PEAK-IDX(WS-PER-IDX)
               MOVE ALT-INDEX-NUM TO PER-PEAK-IDX(WS-PER-IDX)
           END-IF
       END-IF
       .
      ******************************************************************
      *    P007-FIND-STREAM - A STREAM NOT ON STRMAST IS ADDED AS A
      *    GROUP OF ITS OWN THE FIRST TIME IT TURNS UP.
      ******************************************************************
       P007-FIND-STREAM.
       MOVE 0 TO WS-STREAM-FOUND
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
                  OR WS-STREAM-FOUND > 0
           IF STV-NAME(WS-STREAM-IDX) = WS-LINK-NAME
               MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
           END-IF
       END-PERFORM
       IF WS-STREAM-FOUND = 0
           MOVE WS-LINK-NAME TO WS-LINK-GROUP
           PERFORM P004-ADD-STREAM
       END-IF
       .
      ******************************************************************
      *    P008-MATCH-ANOMALIES - AN ANOMALY COUNTS AGAINST THE PERIOD
      *    OF THE SAME STREAM WHOSE CYCLES IT FALLS IN.
      ******************************************************************
       P008-MATCH-ANOMALIES.
       OPEN INPUT ANOMALY-FILE
       IF WS-STATUS-ANM = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ ANOMALY-FILE INTO WS-ANOMALY-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-ANOMALIES
                       PERFORM P009-TAKE-ANOMALY
               END-READ
           END-PERFORM
           CLOSE ANOMALY-FILE
       END-IF
       .
      ******************************************************************
      *    P009-TAKE-ANOMALY
      ******************************************************************
       P009-TAKE-ANOMALY.
       MOVE 0 TO WS-STREAM-FOUND
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
                  OR WS-STREAM-FOUND > 0
           IF STV-NAME(WS-STREAM-IDX) = ANM-SOURCE-FILE
               MOVE WS-STREAM-IDX TO WS-STREAM-FOUND
           END-IF
       END-PERFORM
       IF WS-STREAM-FOUND > 0
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
               IF PER-STREAM(WS-PER-IDX) = WS-STREAM-FOUND
                  AND ANM-CYCLE-NUM NOT < PER-START-CYC(WS-PER-IDX)
                  AND ANM-CYCLE-NUM NOT > PER-END-CYC(WS-PER-IDX)
                   ADD 1 TO PER-ANOMALIES(WS-PER-IDX)
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P010-CLASSIFY-PERIODS - COUNTS THE NEIGHBOURS THAT WERE
      *    ALERTING THROUGH SOME PART OF EACH PERIOD. ONE OR MORE
      *    MAKES IT SITE-WIDE; NONE MAKES IT ISOLATED, OR ISOL-ANOM
      *    WHEN THE STREAM ALSO DEVIATED FROM ITS OWN RECENT AVERAGE.
      ******************************************************************
       P010-CLASSIFY-PERIODS.
       PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PERIOD-COUNT
           MOVE 0 TO PER-WITH(WS-PER-IDX)
           MOVE PER-STREAM(WS-PER-IDX) TO WS-STREAM-FOUND
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               IF WS-STREAM-SUB NOT = WS-STREAM-FOUND
                  AND STV-GROUP(WS-STREAM-SUB) =
                      STV-GROUP(WS-STREAM-FOUND)
                   PERFORM P011-CHECK-NEIGHBOUR
                   IF WS-PER-OVERLAP = 'Y'
                       ADD 1 TO PER-WITH(WS-PER-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PER-WITH(WS-PER-IDX) > 0
                   MOVE 1 TO PER-CLASS(WS-PER-IDX)
               WHEN PER-ANOMALIES(WS-PER-IDX) > 0
                   MOVE 3 TO PER-CLASS(WS-PER-IDX)
               WHEN OTHER
                   MOVE 2 TO PER-CLASS(WS-PER-IDX)
           END-EVALUATE
           MOVE PER-CLASS(WS-PER-IDX) TO WS-CLASS-IDX
           ADD 1 TO WS-CLASS-TOTAL(WS-CLASS-IDX)
           ADD 1 TO STV-CLASS-COUNT(WS-STREAM-FOUND, WS-CLASS-IDX)
           IF STV-PEERS(WS-STREAM-FOUND) = 0
               ADD 1 TO WS-COUNT-NO-PEERS
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P011-CHECK-NEIGHBOUR - DOES ANY PERIOD OF STREAM
      *    WS-STREAM-SUB OVERLAP PERIOD WS-PER-IDX? THE CYCLES MUST
      *    OVERLAP, AND WHEN BOTH PERIODS CARRY CAPTURE STAMPS THE
      *    CAPTURE TIMES MUST TOO.
      ******************************************************************
       P011-CHECK-NEIGHBOUR.
       MOVE 'N' TO WS-PER-OVERLAP
       PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
                  OR WS-PER-OVERLAP = 'Y'
           IF PER-STREAM(WS-PER-SUB) = WS-STREAM-SUB
              AND PER-START-CYC(WS-PER-SUB) NOT >
                  PER-END-CYC(WS-PER-IDX)
              AND PER-END-CYC(WS-PER-SUB) NOT <
                  PER-START-CYC(WS-PER-IDX)
               MOVE 'Y' TO WS-PER-OVERLAP
               IF PER-START-TS(WS-PER-SUB) > 0
                  AND PER-START-TS(WS-PER-IDX) > 0
                   IF PER-START-TS(WS-PER-SUB) >
                      PER-END-TS(WS-PER-IDX)
                      OR PER-END-TS(WS-PER-SUB) <
                         PER-START-TS(WS-PER-IDX)
                       MOVE 'N' TO WS-PER-OVERLAP
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P012-WRITE-PERIODS - ONE CORRFILE RECORD AND ONE REPORT
      *    LINE PER PERIOD.
      ******************************************************************
       P012-WRITE-PERIODS.
       PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PERIOD-COUNT
           MOVE PER-STREAM(WS-PER-IDX) TO WS-STREAM-FOUND
           MOVE PER-CLASS(WS-PER-IDX) TO WS-CLASS-IDX
           MOVE STV-NAME(WS-STREAM-FOUND) TO COR-SOURCE-FILE
           MOVE STV-GROUP(WS-STREAM-FOUND) TO COR-GROUP
           MOVE PER-START-CYC(WS-PER-IDX) TO COR-START-CYC
           MOVE PER-END-CYC(WS-PER-IDX) TO COR-END-CYC
           MOVE PER-START-TS(WS-PER-IDX) TO COR-START-TS
           MOVE PER-END-TS(WS-PER-IDX) TO COR-END-TS
           MOVE PER-ALERTS(WS-PER-IDX) TO COR-ALERTS
           MOVE WS-RANK-NAME(PER-PEAK-RANK(WS-PER-IDX))
               TO COR-PEAK-SEV
           MOVE STV-PEERS(WS-STREAM-FOUND) TO COR-PEERS
           MOVE PER-WITH(WS-PER-IDX) TO COR-WITH
           MOVE PER-ANOMALIES(WS-PER-IDX) TO COR-ANOMALIES
           MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO COR-CLASS
           WRITE FD-CORRELATION-REC FROM WS-CORRELATION-REC
           MOVE STV-NAME(WS-STREAM-FOUND) TO PRL-STREAM
           MOVE STV-GROUP(WS-STREAM-FOUND) TO PRL-GROUP
           MOVE PER-START-CYC(WS-PER-IDX) TO PRL-START-CYC
           MOVE PER-END-CYC(WS-PER-IDX) TO PRL-END-CYC
           MOVE PER-ALERTS(WS-PER-IDX) TO PRL-ALERTS
           MOVE COR-PEAK-SEV TO PRL-PEAK-SEV
           MOVE STV-PEERS(WS-STREAM-FOUND) TO PRL-PEERS
           MOVE PER-WITH(WS-PER-IDX) TO PRL-WITH
           MOVE PER-ANOMALIES(WS-PER-IDX) TO PRL-ANOMALIES
           MOVE COR-CLASS TO PRL-CLASS
           WRITE FD-REPORT-LINE FROM WS-PERIOD-LINE
       END-PERFORM
       .
      ******************************************************************
      *    P013-WRITE-SUMMARY - PERIODS PER STREAM AND CLASS, THEN THE
      *    TOTALS. A STREAM WITH ISOLATED-PLUS-ANOMALY PERIODS IS
      *    FLAGGED FOR A SENSOR CHECK.
      ******************************************************************
       P013-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE '  STREAM        SITE-WIDE   ISOLATED  ISOL-ANOM'
           TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
           MOVE SPACES TO SSL-TAG
           MOVE STV-NAME(WS-STREAM-IDX) TO SSL-STREAM
           MOVE STV-CLASS-COUNT(WS-STREAM-IDX, 1) TO SSL-SITE-WIDE
           MOVE STV-CLASS-COUNT(WS-STREAM-IDX, 2) TO SSL-ISOLATED
           MOVE STV-CLASS-COUNT(WS-STREAM-IDX, 3) TO SSL-ISOL-ANOM
           IF STV-CLASS-COUNT(WS-STREAM-IDX, 3) > 0
               MOVE 'CHECK SENSOR' TO SSL-TAG
           END-IF
           IF STV-PEERS(WS-STREAM-IDX) = 0
               MOVE 'NO NEIGHBOUR TO COMPARE' TO SSL-TAG
           END-IF
           WRITE FD-REPORT-LINE FROM WS-STREAM-SUM-LINE
       END-PERFORM
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ALERTING PERIODS' TO SUM-LABEL
       MOVE WS-PERIOD-COUNT TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SITE-WIDE EVENTS' TO SUM-LABEL
       MOVE WS-CLASS-TOTAL(1) TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ISOLATED STREAM EVENTS' TO SUM-LABEL
       MOVE WS-CLASS-TOTAL(2) TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'ISOLATED WITH ANOMALY' TO SUM-LABEL
       MOVE WS-CLASS-TOTAL(3) TO SUM-VALUE
       MOVE 'LIKELY SENSOR FAULT' TO SUM-TAG
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'PERIODS WITH NO NEIGHBOUR' TO SUM-LABEL
       MOVE WS-COUNT-NO-PEERS TO SUM-VALUE
       MOVE 'CLASSED WITHOUT PEERS' TO SUM-TAG
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SUPPRESSED ALERTS LEFT OUT' TO SUM-LABEL
       MOVE WS-COUNT-SUPPRESSED TO SUM-VALUE
       MOVE 'MAINTENANCE WINDOW' TO SUM-TAG
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       IF WS-STREAM-OVERFLOW > 0
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'ALERTS NOT CORRELATED' TO SUM-LABEL
           MOVE WS-STREAM-OVERFLOW TO SUM-VALUE
           MOVE 'MORE THAN 50 STREAMS' TO SUM-TAG
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       END-IF
       .

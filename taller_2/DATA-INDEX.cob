           SELECT SENSOR-FEED ASSIGN TO SENSOR-FEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FEED.
           SELECT FEED-ROUTE ASSIGN TO FEEDRTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-STATUS-RTE.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
       01 FD-MESSAGE-REC   PIC X(02).
       FD CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS FD-CHECKPOINT-REC.
       01 FD-CHECKPOINT-REC   PIC X(41).
       FD SENSOR-FEED
           DATA RECORD IS FD-SENSOR-FEED-REC.
       01 FD-SENSOR-FEED-REC   PIC X(80).
      ******************************************************************
      *    FEED ROUTING WORK FILE - SENSOR-FEED REBUILT AT STARTUP AS
      *    ONE QUEUE PER STREAM, KEYED BY STREAM NAME + ARRIVAL NUMBER
      *    WITHIN THAT STREAM, SO EACH STREAM FILE IS BUILT FROM ITS
      *    OWN LINES IN THE ORDER THE STATION SENT THEM NO MATTER HOW
      *    THE STREAMS ARE INTERLEAVED IN THE FEED.
      ******************************************************************
       FD FEED-ROUTE
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS FD-FEED-ROUTE-REC.
       01 FD-FEED-ROUTE-REC.
           02 RTE-KEY.
               03 RTE-STREAM    PIC X(12).
               03 RTE-ARRIVAL   PIC 9(07).
           02 RTE-LINE          PIC X(80).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
       01 WS-STATUS-MSP    PIC XX.
       01 WS-STATUS-PMO    PIC XX.
       01 WS-STATUS-ALV    PIC XX.
       01 WS-STATUS-RTE    PIC XX.
       01 EOF              PIC X(01) VALUE 'F'.
      ******************************************************************
      *    DRIVER-CHILD MARKER - DATA-DRV LAUNCHES ITS CHILDREN WITH
      ******************************************************************
      *    REAL SENSOR FEED INPUT MODE - IF SENSOR-FEED IS PRESENT AT
      *    STARTUP, READINGS ARE MAPPED FROM ITS CSV LINES INSTEAD OF
      *    BEING SYNTHESIZED WITH FUNCTION RANDOM. EACH LINE NAMES ITS
      *    STREAM (STREAM,DATE,TIME,TEMPERATURE,HUMIDITY,CO2, AS
      *    DATA-EDT VALIDATED IT) AND IS ROUTED TO THAT STREAM'S FILE
      *    ONLY. ONCE A STREAM'S LINES RUN OUT, EVERY REMAINING SLOT
      *    OF THE RUN IS WRITTEN AS AN EXPLICIT GAP RECORD (READING
      *    FLAG 'G', ZERO MEASUREMENTS AND STAMP) - A LIVE RUN NEVER
      *    MAKES UP A VALUE. RANDOM GENERATION IS LEFT ONLY FOR A
      *    SIMULATION RUN WITH NO SENSOR-FEED AT ALL, AND EVERY SUCH
      *    READING CARRIES FLAG 'S' SO IT CAN NEVER PASS FOR A
      *    MEASURED ONE.
      ******************************************************************
       01 WS-INPUT-MODE       PIC X(01) VALUE 'R'.
       01 WS-FEED-LINE        PIC X(80).
       01 WS-FEED-STREAM-TXT  PIC X(20).
       01 WS-FEED-DATE-TXT    PIC X(08).
       01 WS-FEED-TIME-TXT    PIC X(08).
       01 WS-FEED-TEMP-TXT    PIC X(08).
       01 WS-FEED-HUM-TXT     PIC X(08).
       01 WS-FEED-CO2-TXT     PIC X(08).
       01 WS-ROUTE-IDX        PIC 9(02).
       01 WS-FEED-COUNT-READ  PIC 9(07) VALUE 0.
       01 WS-FEED-UNROUTED    PIC 9(07) VALUE 0.
       01 WS-FEED-STREAM-TABLE.
           02 WS-FEED-STREAM OCCURS 3 TIMES.
               03 FST-ARRIVALS    PIC 9(07).
               03 FST-NEXT        PIC 9(07).
               03 FST-GAPS        PIC 9(09).
      ******************************************************************
      *    CAPTURE TIMESTAMP - IN LIVE FEED MODE THE STATION STAMP IS
      *    TAKEN FROM THE FEED LINE (FIELDS 1 AND 2, AS DATA-EDT
      *    THE CHECKPOINT CARRIES THE CUMULATIVE RECORDS-WRITTEN COUNT
      *    NEXT TO THE CYCLE SO A RESUMED RUN'S 'JOB END' AUDIT COUNT
      *    COVERS THE WHOLE JOB, NOT JUST THE TAIL AFTER THE RESTART -
      *    THE RECONCILIATION STEP BALANCES AGAINST THAT NUMBER. THE
      *    PER-STREAM GAP COUNTS TRAVEL WITH IT FOR THE SAME REASON -
      *    THE 'STREAM GAPS' AUDIT LINES MUST COVER THE GAPS WRITTEN
      *    BEFORE THE RESTART OR RECONCILIATION SEES A MISMATCH
      *    AGAINST THE GAP FILE.
      ******************************************************************
       01 WS-CYCLE                 PIC 9(05) VALUE 0.
       01 WS-START-CYCLE           PIC 9(05) VALUE 0.
       01 WS-CHECKPOINT-REC.
           02 CKP-CYCLE            PIC 9(05).
           02 CKP-WRITTEN          PIC 9(09).
           02 CKP-GAPS             PIC 9(09) OCCURS 3 TIMES.
       01 NUM-RAND-DEC     PIC 9(01)V9(10).
       01 MULTIPLICATOR    PIC 999V99.
       01 NUM-RAND         PIC 99V99.
      ******************************************************************
      *    READING LAYOUT - CARRIES LINEAGE (SOURCE FILE, CYCLE AND
      *    SEQUENCE WITHIN THE CYCLE) SO A DATA-TOTAL ROW CAN BE TRACED
      *    BACK TO THE PRODUCER THAT WROTE IT. REC-READING-FLAG SAYS
      *    WHAT THE READING IS: SPACE = MEASURED (FROM THE FEED),
      *    'S' = SIMULATED (NO FEED), 'G' = GAP (THE STREAM'S FEED HAD
      *    NO READING FOR THE SLOT). INDEX AND INDEX-P LATER MARK A
      *    MEASURED READING 'W' WHEN IT WAS CAPTURED INSIDE A PLANNED
      *    MAINTENANCE WINDOW.
      ******************************************************************
       01 WS-OUT-DATA-REC.
           02 FILLER           PIC X(12) VALUE "TEMPERATURE ".
           02 CO2               PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE " INDEX ".
           02 INDEX-NUM         PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG  PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE " SRC ".
           02 REC-SOURCE-FILE   PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE " CYC ".
           PERFORM P024-AUDIT-STREAM-COUNTS
       END-IF.
       IF WS-INPUT-MODE = 'F'
           CLOSE FEED-ROUTE
           PERFORM P028-AUDIT-STREAM-GAPS
       END-IF.
       PERFORM P022-LEAVE-RUN-LOCK.
       MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
       MOVE FUNCTION CURRENT-DATE TO WS-STAMP-NOW
       MOVE WS-STAMP-NOW(1:8) TO REC-TS-DATE
       MOVE WS-STAMP-NOW(9:6) TO REC-TS-TIME
       MOVE 'S' TO REC-READING-FLAG
       MOVE WS-MULTIPLICATOR-1 TO MULTIPLICATOR
       PERFORM P001-GENERATE-RAMDOM
       MOVE NUM-RAND TO TEMPERATURE
       P008-WRITE-CHECKPOINT.
       MOVE WS-CYCLE TO CKP-CYCLE
       MOVE WS-TOTAL-RECORDS-WRITTEN TO CKP-WRITTEN
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 3
           MOVE FST-GAPS(WS-FILE-IDX) TO CKP-GAPS(WS-FILE-IDX)
       END-PERFORM
       OPEN OUTPUT CHECKPOINT-FILE
       IF WS-STATUS-CKPT = "00"
           WRITE FD-CHECKPOINT-REC FROM WS-CHECKPOINT-REC
       END-IF
       .
      ******************************************************************
      *    P009-OPEN-SENSOR-FEED - WHEN A SENSOR-FEED IS PRESENT THE
      *    WHOLE FEED IS SORTED INTO THE FEEDRTE ROUTING FILE BEFORE
      *    THE FIRST BLOCK IS BUILT. A LINE NAMING A STREAM THIS RUN
      *    DOES NOT BUILD (UNKNOWN, OR RETIRED SINCE DATA-EDT PASSED
      *    IT) IS COUNTED AND AUDITED RATHER THAN FORCED INTO ANOTHER
      *    STREAM'S FILE. ON A RESUMED RUN EACH STREAM'S QUEUE PICKS
      *    UP AT THE FIRST SLOT OF THE RESUMED CYCLE, AND ITS GAP
      *    COUNT AT THE TOTAL THE CHECKPOINT CARRIED. A FEEDRTE THAT
      *    CANNOT BE OPENED ENDS THE STEP WITH RETURN CODE 8 BEFORE
      *    ANY BLOCK IS BUILT, THE CHECKPOINT UNTOUCHED.
      ******************************************************************
       P009-OPEN-SENSOR-FEED.
       INITIALIZE WS-FEED-STREAM-TABLE
       IF WS-PART-MODE NOT = 'P'
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 3
               MOVE CKP-GAPS(WS-FILE-IDX) TO FST-GAPS(WS-FILE-IDX)
           END-PERFORM
       END-IF
       OPEN INPUT SENSOR-FEED
       IF WS-STATUS-FEED = "00"
           OPEN OUTPUT FEED-ROUTE
           IF WS-STATUS-RTE NOT = "00"
               DISPLAY "FEEDRTE OPEN FAILED - STATUS " WS-STATUS-RTE
               MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'FEEDRTE STATUS=' DELIMITED BY SIZE
                   WS-STATUS-RTE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P011-WRITE-AUDIT-RECORD
               CLOSE SENSOR-FEED
               PERFORM P022-LEAVE-RUN-LOCK
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ SENSOR-FEED INTO WS-FEED-LINE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT-READ
                       PERFORM P026-ROUTE-FEED-LINE
               END-READ
           END-PERFORM
           INITIALIZE EOF
           CLOSE SENSOR-FEED
           CLOSE FEED-ROUTE
           OPEN INPUT FEED-ROUTE
           MOVE 'F' TO WS-INPUT-MODE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               COMPUTE FST-NEXT(WS-FILE-IDX) =
                   (WS-START-CYCLE - 1) * WS-RECORDS-PER-CYCLE + 1
           END-PERFORM
           DISPLAY "SENSOR-FEED FOUND - RUNNING IN LIVE FEED MODE"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               DISPLAY "FEED LINES ROUTED TO "
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                       " . . : " FST-ARRIVALS(WS-FILE-IDX)
           END-PERFORM
           IF WS-FEED-UNROUTED > 0
               DISPLAY "FEED LINES FOR NO ACTIVE STREAM . . . : "
                       WS-FEED-UNROUTED
               MOVE 'FEED UNROUTED' TO WS-AUDIT-EVENT-ARG
               MOVE WS-FEED-UNROUTED TO WS-AUDIT-DETAIL-ARG
               PERFORM P011-WRITE-AUDIT-RECORD
           END-IF
       ELSE
           MOVE 'R' TO WS-INPUT-MODE
       END-IF
       .
      ******************************************************************
      *    P026-ROUTE-FEED-LINE - QUEUES ONE FEED LINE UNDER ITS
      *    STREAM WITH THE NEXT ARRIVAL NUMBER FOR THAT STREAM.
      ******************************************************************
       P026-ROUTE-FEED-LINE.
       MOVE SPACES TO WS-FEED-STREAM-TXT
       UNSTRING WS-FEED-LINE DELIMITED BY ','
           INTO WS-FEED-STREAM-TXT
       END-UNSTRING
       MOVE 0 TO WS-ROUTE-IDX
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF WS-FEED-STREAM-TXT = WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                   AND STR-ACTIVE-FLAG(WS-FILE-IDX) = 'Y'
               MOVE WS-FILE-IDX TO WS-ROUTE-IDX
           END-IF
       END-PERFORM
       IF WS-ROUTE-IDX = 0
           ADD 1 TO WS-FEED-UNROUTED
       ELSE
           ADD 1 TO FST-ARRIVALS(WS-ROUTE-IDX)
           MOVE WS-FILE-NAME-ENTRY(WS-ROUTE-IDX)(1:12) TO RTE-STREAM
           MOVE FST-ARRIVALS(WS-ROUTE-IDX) TO RTE-ARRIVAL
           MOVE WS-FEED-LINE TO RTE-LINE
           WRITE FD-FEED-ROUTE-REC
       END-IF
       .
      ******************************************************************
      *    P010-READ-SENSOR-FEED - TAKES THE NEXT QUEUED LINE FOR THE
      *    STREAM BEING BUILT (WS-FILE-IDX) AND MAPS ITS SIX FIELDS
      *    (STREAM,DATE,TIME,TEMPERATURE,HUMIDITY,CO2). A STREAM WITH
      *    NOTHING LEFT IN ITS QUEUE GETS A GAP RECORD INSTEAD.
      ******************************************************************
       P010-READ-SENSOR-FEED.
       MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12) TO RTE-STREAM
       MOVE FST-NEXT(WS-FILE-IDX) TO RTE-ARRIVAL
       READ FEED-ROUTE
           INVALID KEY
               PERFORM P027-BUILD-GAP-RECORD
           NOT INVALID KEY
               ADD 1 TO FST-NEXT(WS-FILE-IDX)
               MOVE RTE-LINE TO WS-FEED-LINE
               MOVE SPACES TO WS-FEED-STREAM-TXT
                              WS-FEED-DATE-TXT WS-FEED-TIME-TXT
                              WS-FEED-TEMP-TXT WS-FEED-HUM-TXT
                              WS-FEED-CO2-TXT
               UNSTRING WS-FEED-LINE DELIMITED BY ','
                   INTO WS-FEED-STREAM-TXT
                        WS-FEED-DATE-TXT WS-FEED-TIME-TXT
                        WS-FEED-TEMP-TXT WS-FEED-HUM-TXT
                        WS-FEED-CO2-TXT
               END-UNSTRING
               COMPUTE REC-TS-DATE = FUNCTION NUMVAL(WS-FEED-DATE-TXT)
               COMPUTE REC-TS-TIME = FUNCTION NUMVAL(WS-FEED-TIME-TXT)
               COMPUTE TEMPERATURE = FUNCTION NUMVAL(WS-FEED-TEMP-TXT)
               COMPUTE HUMIDITY = FUNCTION NUMVAL(WS-FEED-HUM-TXT)
               COMPUTE CO2 = FUNCTION NUMVAL(WS-FEED-CO2-TXT)
       END-READ
       .
      ******************************************************************
      *    P027-BUILD-GAP-RECORD - THE SLOT STAYS IN THE STREAM FILE
      *    SO LINEAGE COVERAGE IS UNBROKEN, BUT IT IS FLAGGED 'G' WITH
      *    ZERO MEASUREMENTS AND A ZERO STAMP; INDEX SETS IT ASIDE TO
      *    GAP-FILE INSTEAD OF CONSOLIDATING IT. THE FIRST GAP OF EACH
      *    STREAM IS AUDITED WITH THE CYCLE WHERE ITS FEED RAN OUT.
      ******************************************************************
       P027-BUILD-GAP-RECORD.
       MOVE 'G' TO REC-READING-FLAG
       MOVE 0 TO TEMPERATURE HUMIDITY CO2 INDEX-NUM
       MOVE 0 TO REC-TS-DATE REC-TS-TIME
       IF FST-GAPS(WS-FILE-IDX) = 0
           DISPLAY "SENSOR-FEED EXHAUSTED FOR "
                   WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                   " AT CYCLE " WS-CYCLE
                   " - REMAINING SLOTS WRITTEN AS GAPS"
           MOVE 'FEED EXHAUSTED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
               TO WS-AUDIT-DETAIL-ARG(1:12)
           MOVE WS-CYCLE TO WS-AUDIT-DETAIL-ARG(14:5)
           PERFORM P011-WRITE-AUDIT-RECORD
       END-IF
       ADD 1 TO FST-GAPS(WS-FILE-IDX)
       .
      ******************************************************************
      *    P028-AUDIT-STREAM-GAPS - ONE 'STREAM GAPS' AUDIT LINE PER
      *    STREAM THAT RAN SHORT ON A LIVE FEED RUN: STREAM NAME IN
      *    COLUMNS 1-12, 9-DIGIT GAP COUNT FROM COLUMN 14, THE SAME
      *    SHAPE AS 'STREAM WRITTEN'.
      ******************************************************************
       P028-AUDIT-STREAM-GAPS.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF FST-GAPS(WS-FILE-IDX) > 0
               DISPLAY "GAP RECORDS WRITTEN FOR "
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                       " . : " FST-GAPS(WS-FILE-IDX)
               MOVE 'STREAM GAPS' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                   TO WS-AUDIT-DETAIL-ARG(1:12)
               MOVE FST-GAPS(WS-FILE-IDX)
                   TO WS-AUDIT-DETAIL-ARG(14:9)
               PERFORM P011-WRITE-AUDIT-RECORD
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P011-WRITE-AUDIT-RECORD - APPENDS ONE LINE TO AUDIT-LOG
      *    IDENTIFYING THIS JOB, CARRYING WHATEVER EVENT/DETAIL THE
      *    CALLER MOVED INTO WS-AUDIT-EVENT-ARG / WS-AUDIT-DETAIL-ARG.

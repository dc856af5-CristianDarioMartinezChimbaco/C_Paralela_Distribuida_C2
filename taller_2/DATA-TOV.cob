      *    (FROM THE AUDIT TRAIL AND THE FILES THEMSELVES), AND THE
      *    ALERT, ANOMALY AND EPISODE COUNTS. THE MORNING OPERATOR
      *    READS ONE PAGE, NOT SIX FILES, TO DECIDE WHETHER TO HAND
      *    THE RUN TO THE BUSINESS. THE ALERTING PERIODS DATA-COR
      *    CLASSED IN CORRFILE ARE COUNTED AS SITE-WIDE, ISOLATED OR
      *    ISOLATED WITH AN ANOMALY, AND THE LAST ONES - THE LIKELY
      *    SENSOR FAULTS - ARE LISTED BY STREAM. THE VERDICT IS NOT
      *    THE LAST WORD: THE RUN IS QUEUED ON SIGNOFF AS PENDING, AND
      *    IT DOES NOT COUNT FOR COMPLIANCE (DATA-MCS, DATA-EXT) UNTIL
      *    A SUPERVISOR APPROVES IT IN SGN-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EPISODES-FILE ASSIGN TO EPISODES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EPI.
           SELECT CORRELATION-FILE ASSIGN TO CORRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COR.
           SELECT REPORT-OUT ASSIGN TO TURNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
           SELECT SIGN-OFF ASSIGN TO SIGNOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-KEY
               FILE STATUS IS WS-STATUS-SGN.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       FD EPISODES-FILE
           DATA RECORD IS FD-EPISODE-REC.
       01 FD-EPISODE-REC       PIC X(200).
       FD CORRELATION-FILE
           DATA RECORD IS FD-CORRELATION-REC.
       01 FD-CORRELATION-REC   PIC X(200).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    RUN SIGN-OFF - ONE RECORD PER EVENT, KEYED BY RUN NUMBER AND
      *    A SEQUENCE WITHIN THE RUN; THE HIGHEST SEQUENCE IS THE
      *    RUN'S CURRENT STATE. DECISION P PENDING, A APPROVED,
      *    R REJECTED, H HELD. RUN ZERO IS THE RUN NOT YET ARCHIVED.
      *    ARC 'N' MEANS THE EVENT HAS NOT YET BEEN CARRIED INTO
      *    HISTORY. MUST STAY IN STEP WITH SGN-MNT, DATA-ARC AND
      *    DATA-RSM.
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
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EXC        PIC XX.
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-EPI        PIC XX.
       01 WS-STATUS-COR        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 WS-STATUS-SGN        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    RUNCTL RECORD LAYOUT - MUST STAY IN STEP WITH DATA-DRV.
       01 WS-COUNT-ALERTS      PIC 9(07) VALUE 0.
       01 WS-COUNT-ANOMALIES   PIC 9(07) VALUE 0.
       01 WS-COUNT-EPISODES    PIC 9(07) VALUE 0.
       01 WS-COUNT-SUPP-EPI    PIC 9(07) VALUE 0.
       01 WS-COUNT-COR-SITE    PIC 9(07) VALUE 0.
       01 WS-COUNT-COR-ISOL    PIC 9(07) VALUE 0.
       01 WS-COUNT-COR-ANOM    PIC 9(07) VALUE 0.
       01 WS-COR-FOUND         PIC X(01) VALUE 'N'.
       01 WS-PRODUCED-FOUND    PIC X(01) VALUE 'N'.
       01 WS-CONSOL-FOUND      PIC X(01) VALUE 'N'.
       01 WS-STEPS-SEEN        PIC 9(02) VALUE 0.
       01 WS-STEPS-INCOMPLETE  PIC 9(02) VALUE 0.
       01 WS-RECONCILE-STATUS  PIC X(10) VALUE SPACES.
       01 WS-VERDICT           PIC X(16) VALUE SPACES.
       01 WS-SIGN-QUEUED       PIC X(01) VALUE 'N'.
       01 WS-SIGN-SEQ          PIC 9(03) VALUE 0.
      ******************************************************************
      *    CORRELATION RECORD LAYOUT - MUST STAY IN STEP WITH
      *    DATA-COR'S WS-CORRELATION-REC.
      ******************************************************************
       01 WS-CORRELATION-REC.
           02 FILLER           PIC X(07).
           02 COR-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(07).
           02 COR-GROUP        PIC X(20).
           02 FILLER           PIC X(06).
           02 COR-START-CYC    PIC 9(05).
           02 FILLER           PIC X(04).
           02 COR-END-CYC      PIC 9(05).
           02 FILLER           PIC X(09).
           02 COR-START-TS     PIC 9(14).
           02 FILLER           PIC X(07).
           02 COR-END-TS       PIC 9(14).
           02 FILLER           PIC X(08).
           02 COR-ALERTS       PIC 9(05).
           02 FILLER           PIC X(06).
           02 COR-PEAK-SEV     PIC X(08).
           02 FILLER           PIC X(07).
           02 COR-PEERS        PIC 9(03).
           02 FILLER           PIC X(06).
           02 COR-WITH         PIC 9(03).
           02 FILLER           PIC X(06).
           02 COR-ANOMALIES    PIC 9(05).
           02 FILLER           PIC X(07).
           02 COR-CLASS        PIC X(10).
      ******************************************************************
      *    SUSPECT SENSOR LINES - THE FIRST TEN ISOLATED-WITH-ANOMALY
      *    PERIODS, LISTED UNDER THE COUNTS.
      ******************************************************************
       01 WS-SUSPECT-COUNT     PIC 9(02) VALUE 0.
       01 WS-SUSPECT-TABLE.
           02 WS-SUSPECT-LINE  PIC X(80) OCCURS 10 TIMES.
       01 WS-SUSPECT-DETAIL-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 SUS-STREAM       PIC X(12).
           02 FILLER           PIC X(08) VALUE ' CYCLES '.
           02 SUS-START-CYC    PIC ZZZZ9.
           02 FILLER           PIC X(03) VALUE ' - '.
           02 SUS-END-CYC      PIC ZZZZ9.
           02 FILLER           PIC X(08) VALUE ' ALERTS '.
           02 SUS-ALERTS       PIC ZZZZ9.
           02 FILLER           PIC X(11) VALUE ' ANOMALIES '.
           02 SUS-ANOMALIES    PIC ZZZZ9.
      ******************************************************************
      *    STEP LINES ARE BUFFERED SO THE VERDICT CAN SIT AT THE TOP
      *    OF THE SHEET EVEN THOUGH IT IS ONLY KNOWN AT THE END.
       PERFORM P001-GATHER-STEP-STATES.
       PERFORM P003-GATHER-AUDIT-COUNTS.
       PERFORM P004-COUNT-RUN-FILES.
       PERFORM P007-COUNT-CORRELATION.
       PERFORM P005-DECIDE-VERDICT.
       PERFORM P008-QUEUE-SIGN-OFF.
       PERFORM P006-WRITE-TURNOVER-SHEET.
       DISPLAY "TURNOVER SHEET WRITTEN TO TURNRPT - VERDICT "
               WS-VERDICT.
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF FD-EPISODE-REC(50:8) = 'SUPPRESS'
                           ADD 1 TO WS-COUNT-SUPP-EPI
                       ELSE
                           ADD 1 TO WS-COUNT-EPISODES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EPISODES-FILE
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
       MOVE WS-VERDICT TO VRD-TEXT
       WRITE FD-REPORT-LINE FROM WS-VERDICT-LINE
       IF WS-SIGN-QUEUED = 'Y'
           MOVE 'SIGN-OFF: PENDING - RUN NOT RELEASED FOR COMPLIANCE '
             & 'UNTIL APPROVED IN SGN-MNT' TO FD-REPORT-LINE
       ELSE
           MOVE 'SIGN-OFF: COULD NOT BE QUEUED - SIGNOFF UNAVAILABLE'
             TO FD-REPORT-LINE
       END-IF
       WRITE FD-REPORT-LINE
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE '  NO STEP         STATUS     START          END'
       MOVE WS-COUNT-EPISODES TO FCT-VALUE
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       MOVE SPACES TO WS-FACT-LINE
       MOVE 'SUPPRESSED EPISODES' TO FCT-LABEL
       MOVE WS-COUNT-SUPP-EPI TO FCT-VALUE
       MOVE 'MAINTENANCE WINDOW' TO FCT-TAG
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       MOVE SPACES TO WS-FACT-LINE
       MOVE 'SITE-WIDE ALERT PERIODS' TO FCT-LABEL
       MOVE WS-COUNT-COR-SITE TO FCT-VALUE
       IF WS-COR-FOUND = 'N'
           MOVE 'NOT FOUND' TO FCT-TAG
       END-IF
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       MOVE SPACES TO WS-FACT-LINE
       MOVE 'ISOLATED STREAM ALERT PERIODS' TO FCT-LABEL
       MOVE WS-COUNT-COR-ISOL TO FCT-VALUE
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       MOVE SPACES TO WS-FACT-LINE
       MOVE 'ISOLATED PERIODS WITH ANOMALY' TO FCT-LABEL
       MOVE WS-COUNT-COR-ANOM TO FCT-VALUE
       MOVE 'LIKELY SENSOR FAULT' TO FCT-TAG
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-SUSPECT-COUNT
           WRITE FD-REPORT-LINE FROM WS-SUSPECT-LINE(WS-STEP-SUB)
       END-PERFORM
       MOVE SPACES TO WS-FACT-LINE
       MOVE 'RECONCILIATION STEP' TO FCT-LABEL
       MOVE 0 TO FCT-VALUE
       MOVE WS-RECONCILE-STATUS TO FCT-TAG
       WRITE FD-REPORT-LINE FROM WS-FACT-LINE
       CLOSE REPORT-OUT
       .
      ******************************************************************
      *    P007-COUNT-CORRELATION - CORRFILE CLASSES, KEEPING A LINE
      *    FOR EACH OF THE FIRST TEN LIKELY SENSOR FAULTS.
      ******************************************************************
       P007-COUNT-CORRELATION.
       MOVE 'F' TO EOF
       OPEN INPUT CORRELATION-FILE
       IF WS-STATUS-COR = "00"
           MOVE 'Y' TO WS-COR-FOUND
           PERFORM UNTIL EOF = 'T'
               READ CORRELATION-FILE INTO WS-CORRELATION-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       EVALUATE COR-CLASS
                           WHEN 'SITE-WIDE '
                               ADD 1 TO WS-COUNT-COR-SITE
                           WHEN 'ISOL-ANOM '
                               ADD 1 TO WS-COUNT-COR-ANOM
                               IF WS-SUSPECT-COUNT < 10
                                   ADD 1 TO WS-SUSPECT-COUNT
                                   MOVE COR-SOURCE-FILE TO SUS-STREAM
                                   MOVE COR-START-CYC TO SUS-START-CYC
                                   MOVE COR-END-CYC TO SUS-END-CYC
                                   MOVE COR-ALERTS TO SUS-ALERTS
                                   MOVE COR-ANOMALIES TO SUS-ANOMALIES
                                   MOVE WS-SUSPECT-DETAIL-LINE TO
                                       WS-SUSPECT-LINE(WS-SUSPECT-COUNT)
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-COUNT-COR-ISOL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CORRELATION-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P008-QUEUE-SIGN-OFF - THE VERDICT GOES ON SIGNOFF AS A
      *    PENDING ENTRY FOR THE RUN NOT YET ARCHIVED (RUN ZERO), AFTER
      *    ANY ENTRY ALREADY THERE, SO A RERUN OF THE CHAIN PUTS THE
      *    RUN BACK IN THE QUEUE WITH ITS NEW VERDICT AND THE EARLIER
      *    DECISIONS STAY ON RECORD. A MISSING FILE IS BUILT EMPTY.
      ******************************************************************
       P008-QUEUE-SIGN-OFF.
       OPEN I-O SIGN-OFF
       IF WS-STATUS-SGN NOT = "00"
           OPEN OUTPUT SIGN-OFF
           IF WS-STATUS-SGN = "00"
               CLOSE SIGN-OFF
               OPEN I-O SIGN-OFF
           END-IF
       END-IF
       IF WS-STATUS-SGN NOT = "00"
           DISPLAY "SIGNOFF COULD NOT BE OPENED - STATUS "
                   WS-STATUS-SGN
       ELSE
           MOVE 0 TO WS-SIGN-SEQ
           MOVE 0 TO SGN-RUN-NUM
           MOVE 0 TO SGN-SEQ
           MOVE 'F' TO EOF
           START SIGN-OFF KEY IS NOT LESS THAN SGN-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ SIGN-OFF NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF SGN-RUN-NUM NOT = 0
                           MOVE 'T' TO EOF
                       ELSE
                           COMPUTE WS-SIGN-SEQ = SGN-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE EOF
           MOVE SPACES TO FD-SIGN-REC
           MOVE 0 TO SGN-RUN-NUM
           MOVE WS-SIGN-SEQ TO SGN-SEQ
           MOVE 'P' TO SGN-DECISION
           MOVE WS-VERDICT TO SGN-VERDICT
           MOVE 'AWAITING SUPERVISOR SIGN-OFF' TO SGN-REASON
           MOVE 'DATA-TOV' TO SGN-USER
           MOVE FUNCTION CURRENT-DATE TO SGN-STAMP
           MOVE 'N' TO SGN-ARC-FLAG
           WRITE FD-SIGN-REC
               INVALID KEY
                   DISPLAY "SIGNOFF ENTRY NOT WRITTEN - STATUS "
                           WS-STATUS-SGN
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SIGN-QUEUED
                   DISPLAY "RUN QUEUED FOR SUPERVISOR SIGN-OFF"
           END-WRITE
           CLOSE SIGN-OFF
       END-IF
       .

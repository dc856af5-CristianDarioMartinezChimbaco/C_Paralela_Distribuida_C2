      ******************************************************************
      *    PARTITION MERGE STEP. UNDER PARTMODE THE CONSUMER SIDE
      *    RUNS AS ONE INDEX-P PER STREAM, EACH LEAVING PARTIAL
      *    OUTPUTS (DTPART-0N, ALTPART-0N, EXCPART-0N, ANMPART-0N,
      *    GAPPART-0N). THIS STEP COMBINES THE PARTIALS INTO THE FINAL
      *    KEYED DATA-TOTAL - ASSIGNING THE GLOBAL SEQUENCE NUMBERS
      *    THE PARTITIONS COULD NOT KNOW - AND REBUILDS ALERT-FILE,
      *    EXCEPTION-FILE, ANOMALY-FILE AND GAP-FILE FROM THE PARTIAL
      *    SIDE FILES, THEN PRINTS THE COMBINED CONTROL TOTALS IN
      *    INDEX'S FORMAT AND AUDITS THE CONSOLIDATED COUNT (DATA-RCN
      *    BALANCES AGAINST IT). EACH PARTITION'S ARRIVALS (PARTIAL
      *    READINGS, EXCEPTIONS AND GAP RECORDS) ARE PROVED AGAINST THE
      *    PRODUCER'S PER-STREAM 'STREAM WRITTEN' AUDIT COUNTS - THE
      *    PARTITIONED LAUNCH COMMAND'S SHELL 'WAIT' ALWAYS EXITS
      *    ZERO, SO AN ABORTED INDEX-P ONLY SURFACES HERE, AND A
               FILE STATUS IS WS-STATUS-PEX.
           SELECT PART-ANM-IN ASSIGN TO WS-PART-ANM-NAME
               FILE STATUS IS WS-STATUS-PAN.
           SELECT PART-GAP-IN ASSIGN TO WS-PART-GAP-NAME
               FILE STATUS IS WS-STATUS-PGP.
           SELECT OUTPUT-DATA-TOTAL ASSIGN TO DATA-TOTAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXC.
           SELECT ANOMALY-FILE ASSIGN TO ANOMALY-FILE
               FILE STATUS IS WS-STATUS-ANM.
           SELECT GAP-FILE ASSIGN TO GAP-FILE
               FILE STATUS IS WS-STATUS-GAP.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
               03 PART-IDX-VALUE PIC 9(03)V99.
      ******************************************************************
      *    PARTIAL SIDE FILES - COPIED THROUGH UNCHANGED INTO THE
      *    FINAL ALERT, EXCEPTION, ANOMALY AND GAP FILES. LENGTHS MUST
      *    STAY IN STEP WITH INDEX-P.
      ******************************************************************
       FD PART-ALERT-IN
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-PART-ANM-REC.
       01 FD-PART-ANM-REC      PIC X(105).
       FD PART-GAP-IN
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-PART-GAP-REC.
       01 FD-PART-GAP-REC      PIC X(104).
       FD OUTPUT-DATA-TOTAL
           RECORD CONTAINS 207 CHARACTERS
           DATA RECORD IS FD-OUT-TOTAL-REC.
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-REC.
       01 FD-ANOMALY-REC       PIC X(105).
       FD GAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-GAP-REC.
       01 FD-GAP-REC           PIC X(104).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
       01 WS-STATUS-PAL        PIC XX.
       01 WS-STATUS-PEX        PIC XX.
       01 WS-STATUS-PAN        PIC XX.
       01 WS-STATUS-PGP        PIC XX.
       01 WS-STATUS-DTL        PIC XX.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-EXC        PIC XX.
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-GAP        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
       01 WS-PART-ALERT-NAME   PIC X(20).
       01 WS-PART-EXC-NAME     PIC X(20).
       01 WS-PART-ANM-NAME     PIC X(20).
       01 WS-PART-GAP-NAME     PIC X(20).
       01 WS-IDX-SUB           PIC 9(01).
       01 WS-FILE-IDX          PIC 9(02).
       01 WS-FILE-COUNT        PIC 9(02) VALUE 3.
           02 FILLER           PIC X(20) VALUE 'ANMPART-03'.
       01 WS-PART-ANM-TABLE REDEFINES WS-PART-ANM-LIST.
           02 WS-PART-ANM-ENTRY PIC X(20) OCCURS 3 TIMES.
       01 WS-PART-GAP-LIST.
           02 FILLER           PIC X(20) VALUE 'GAPPART-01'.
           02 FILLER           PIC X(20) VALUE 'GAPPART-02'.
           02 FILLER           PIC X(20) VALUE 'GAPPART-03'.
       01 WS-PART-GAP-TABLE REDEFINES WS-PART-GAP-LIST.
           02 WS-PART-GAP-ENTRY PIC X(20) OCCURS 3 TIMES.
      ******************************************************************
      *    READING LAYOUT - SAME SHAPE DATA-INDEX/INDEX WRITE, USED TO
      *    FOLD EACH MERGED READING INTO THE CONTROL TOTALS.
           02 CO2              PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 INDEX-NUM        PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 REC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
       01 WS-COUNT-ALERTS      PIC 9(7) VALUE 0.
       01 WS-COUNT-EXCEPTIONS  PIC 9(7) VALUE 0.
       01 WS-COUNT-ANOMALIES   PIC 9(7) VALUE 0.
       01 WS-COUNT-GAPS        PIC 9(7) VALUE 0.
       01 WS-SUM-TEMPERATURE   PIC S9(9)V99 VALUE 0.
       01 WS-SUM-HUMIDITY      PIC 9(9)V99 VALUE 0.
       01 WS-SUM-CO2           PIC 9(9) VALUE 0.
           PERFORM P004-MERGE-ALERT-PARTIALS
           PERFORM P005-MERGE-EXCEPTION-PARTIALS
           PERFORM P006-MERGE-ANOMALY-PARTIALS
           PERFORM P013-MERGE-GAP-PARTIALS
           PERFORM P011-VERIFY-PARTITION-COUNTS
       END-IF.
       IF WS-MRG-ERROR = 'Y'
               WS-COUNT-TOTAL
       DISPLAY "RECORDS REJECTED TO EXCEPTION-FILE . : "
               WS-COUNT-EXCEPTIONS
       DISPLAY "GAP RECORDS SET ASIDE TO GAP-FILE  . : "
               WS-COUNT-GAPS
       DISPLAY "ALERTS MERGED . . . . . . . . . . . . : "
               WS-COUNT-ALERTS
       DISPLAY "STREAM ANOMALIES FLAGGED . . . . . . : "
       .
      ******************************************************************
      *    P011-VERIFY-PARTITION-COUNTS - EVERY STREAM THE PRODUCER
      *    AUDITED MUST HAVE ARRIVED IN FULL: PARTIAL READINGS,
      *    EXCEPTIONS AND GAP RECORDS (ALL FOLDED INTO THE PER-FILE
      *    COUNT) EQUAL THE PRODUCER'S WRITTEN COUNT. A SHORT COUNT
      *    MEANS AN INDEX-P ABORTED MID-RUN - THE SHELL'S 'WAIT'
      *    CANNOT REPORT THAT, SO THE MERGE FAILS THE STEP INSTEAD.
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P013-MERGE-GAP-PARTIALS - GAP RECORDS ARE ARRIVALS TOO, SO
      *    THEY COUNT TOWARDS THE PARTITION'S PROOF.
      ******************************************************************
       P013-MERGE-GAP-PARTIALS.
       OPEN OUTPUT GAP-FILE
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE WS-PART-GAP-ENTRY(WS-FILE-IDX)
               TO WS-PART-GAP-NAME
           MOVE 'F' TO EOF
           OPEN INPUT PART-GAP-IN
           IF WS-STATUS-PGP = "00"
               PERFORM UNTIL EOF = 'T'
                   READ PART-GAP-IN
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           MOVE FD-PART-GAP-REC TO FD-GAP-REC
                           WRITE FD-GAP-REC
                           ADD 1 TO WS-COUNT-GAPS
                           ADD 1 TO WS-COUNT-BY-FILE(WS-FILE-IDX)
                   END-READ
               END-PERFORM
               CLOSE PART-GAP-IN
           END-IF
           INITIALIZE EOF
       END-PERFORM
       CLOSE GAP-FILE
       .

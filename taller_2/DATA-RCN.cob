      *    END-TO-END RECONCILIATION STEP. RUN AFTER THE DATA-INDEX /
      *    INDEX PAIR FINISHES AND BEFORE THE REPORT AND CSV STEPS: IT
      *    PROVES THE PRODUCER AND CONSUMER COUNTS BALANCE (RECORDS
      *    WRITTEN = CONSOLIDATED + REJECTED + GAP RECORDS, TAKEN FROM
      *    THE 'JOB END' AUDIT RECORDS AND THE FILES THEMSELVES) AND
      *    USES THE LINEAGE FIELDS TO VERIFY EVERY CYCLE/SEQUENCE
      *    COMBINATION FROM EVERY PRODUCER STREAM ARRIVED EXACTLY ONCE.
      *    ANY MISSING SLOT, DUPLICATE OR OUT-OF-BALANCE CONDITION ENDS
      *    THE STEP WITH RETURN-CODE 8 SO THE SCHEDULE STOPS BEFORE
      *    DOWNSTREAM STEPS RUN ON BAD DATA. GAP RECORDS - SLOTS THE
      *    PRODUCER FILLED BECAUSE A STREAM'S FEED RAN SHORT - ARE
      *    ACCOUNTED ARRIVALS: THEY ARE REPORTED PER STREAM AND PROVED
      *    AGAINST THE PRODUCER'S 'STREAM GAPS' AUDIT COUNTS, BUT A
      *    SHORT FEED BY ITSELF DOES NOT FAIL THE RECONCILIATION.
      *    THE GAP, MISSING AND DUPLICATE SLOTS FOUND FOR EACH STREAM
      *    ARE ALSO LEFT IN RCNSTRM, ONE LINE PER STREAM, FOR THE
      *    HEALTH SCORECARD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-STATUS-DTL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE
               FILE STATUS IS WS-STATUS-EXC.
           SELECT GAP-FILE ASSIGN TO GAP-FILE
               FILE STATUS IS WS-STATUS-GAP.
           SELECT PARAMETER-FILE ASSIGN TO SIMPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT STREAM-FINDINGS ASSIGN TO RCNSTRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FND.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS FD-EXCEPTION-REC.
       01 FD-EXCEPTION-REC     PIC X(94).
       FD GAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-GAP-REC.
       01 FD-GAP-REC           PIC X(104).
       FD PARAMETER-FILE
           DATA RECORD IS FD-PARAMETER-REC.
       01 FD-PARAMETER-REC   PIC X(80).
       FD STREAM-FINDINGS
           DATA RECORD IS FD-FINDINGS-REC.
       01 FD-FINDINGS-REC      PIC X(80).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. ONE ENTRY PER PRODUCER STREAM: LOCATION,
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-DTL        PIC XX.
       01 WS-STATUS-EXC        PIC XX.
       01 WS-STATUS-GAP        PIC XX.
       01 WS-STATUS-PARM       PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    AN ENTRY, IS TREATED AS ACTIVE WITH NO LOCATION.
      ******************************************************************
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-FND        PIC XX.
       01 WS-STR-VIEW-TABLE.
           02 WS-STR-VIEW OCCURS 3 TIMES.
               03 STR-ACTIVE-FLAG PIC X(01).
       01 WS-AUD-WRITTEN-FND   PIC X(01) VALUE 'N'.
       01 WS-AUD-CONSOL-FND    PIC X(01) VALUE 'N'.
      ******************************************************************
      *    PRODUCER'S 'STREAM GAPS' AUDIT COUNTS (DETAIL: STREAM NAME
      *    IN COLUMNS 1-12, 9-DIGIT COUNT FROM COLUMN 14 - MUST STAY IN
      *    STEP WITH DATA-INDEX'S P028-AUDIT-STREAM-GAPS) AND THE GAP
      *    RECORDS ACTUALLY FOUND IN GAP-FILE, PER STREAM. A DTAINDEX
      *    'JOB START' RESETS THE AUDITED SIDE.
      ******************************************************************
       01 WS-GAP-STREAM-TABLE.
           02 WS-GAP-STREAM OCCURS 3 TIMES.
               03 GAP-AUDITED     PIC 9(09).
               03 GAP-FOUND       PIC 9(09).
               03 GAP-MISSING     PIC 9(09).
               03 GAP-DUPLICATES  PIC 9(09).
      ******************************************************************
      *    PER-STREAM FINDINGS LINE - DATA-SCR READS IT; ITS VIEW
      *    THERE MUST STAY IN STEP WITH THIS.
      ******************************************************************
       01 WS-FINDINGS-REC.
           02 FILLER           PIC X(07) VALUE 'STREAM '.
           02 FND-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(06) VALUE ' GAPS '.
           02 FND-GAPS         PIC 9(09).
           02 FILLER           PIC X(09) VALUE ' MISSING '.
           02 FND-MISSING      PIC 9(09).
           02 FILLER           PIC X(12) VALUE ' DUPLICATES '.
           02 FND-DUPLICATES   PIC 9(09).
      ******************************************************************
      *    OPERATOR DRAIN SUPPORT - A RUN ENDED BY A GRACEFUL DRAIN IS
      *    COMPLETE THROUGH THE DRAINED CYCLE AND NOTHING BEYOND IT
      *    WAS EVER PRODUCED, SO EXPECTED COVERAGE IS CAPPED AT THE
           02 CO2              PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 INDEX-NUM        PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 REC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
       01 WS-COUNT-CONSOLIDATED PIC 9(09) VALUE 0.
       01 WS-COUNT-REJECTED     PIC 9(09) VALUE 0.
       01 WS-COUNT-ARRIVED      PIC 9(09) VALUE 0.
       01 WS-COUNT-MISSING      PIC 9(09) VALUE 0.
       01 WS-COUNT-GAP-RECS     PIC 9(09) VALUE 0.
       01 WS-COUNT-DUPLICATES   PIC 9(09) VALUE 0.
       01 WS-COUNT-UNKNOWN-SRC  PIC 9(09) VALUE 0.
       01 WS-COUNT-OUTSIDE      PIC 9(09) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-RCN PROGRAM".
       INITIALIZE WS-SEEN-TABLE.
       INITIALIZE WS-GAP-STREAM-TABLE.
       PERFORM P001-LOAD-PARAMETERS.
       PERFORM P011-LOAD-STREAM-MASTER.
       PERFORM P002-SCAN-AUDIT-LOG.
       PERFORM P003-SCAN-DATA-TOTAL.
       PERFORM P004-SCAN-EXCEPTIONS.
       PERFORM P013-SCAN-GAPS.
       PERFORM P005-CHECK-BALANCE.
       PERFORM P006-CHECK-COVERAGE.
       PERFORM P007-PRINT-SUMMARY.
       PERFORM P015-WRITE-STREAM-FINDINGS.
       IF WS-ERROR-FLAG = 'Y'
           MOVE 8 TO RETURN-CODE
       END-IF
                   MOVE 'Y' TO WS-AUD-CONSOL-FND
           END-EVALUATE
       END-IF
       IF AUD-JOB-ID = 'DTAINDEX'
           EVALUATE AUD-EVENT
               WHEN 'JOB START'
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       MOVE 0 TO GAP-AUDITED(WS-FILE-IDX)
                   END-PERFORM
               WHEN 'STREAM GAPS'
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       IF AUD-DETAIL(1:12) =
                               WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                               AND AUD-DETAIL(14:9) NUMERIC
                           MOVE AUD-DETAIL(14:9)
                               TO GAP-AUDITED(WS-FILE-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE
       END-IF
       IF AUD-JOB-ID = 'INDEX   '
           EVALUATE AUD-EVENT
               WHEN 'JOB START'
           MOVE 'D' TO WS-SEEN-FLAGS(WS-FILE-IDX, REC-CYCLE-NUM)
               (REC-SEQ-IN-CYCLE:1)
           ADD 1 TO WS-COUNT-DUPLICATES
           ADD 1 TO GAP-DUPLICATES(WS-FILE-IDX)
           IF WS-DETAIL-SHOWN < WS-DETAIL-LIMIT
               ADD 1 TO WS-DETAIL-SHOWN
               DISPLAY "DUPLICATE ARRIVAL: " REC-SOURCE-FILE
       .
      ******************************************************************
      *    P005-CHECK-BALANCE - WRITTEN MUST EQUAL CONSOLIDATED PLUS
      *    REJECTED PLUS GAP RECORDS, THE CONSUMER'S AUDITED COUNT MUST
      *    MATCH WHAT IS ACTUALLY IN DATA-TOTAL, AND EACH STREAM'S GAP
      *    RECORDS MUST MATCH THE PRODUCER'S AUDITED GAP COUNT.
      ******************************************************************
       P005-CHECK-BALANCE.
       IF WS-AUD-WRITTEN-FND = 'N' OR WS-AUD-CONSOL-FND = 'N'
       ELSE
           IF WS-AUD-WRITTEN NOT =
                   WS-COUNT-CONSOLIDATED + WS-COUNT-REJECTED
                   + WS-COUNT-GAP-RECS
               DISPLAY "OUT OF BALANCE: WRITTEN " WS-AUD-WRITTEN
                       " BUT CONSOLIDATED " WS-COUNT-CONSOLIDATED
                       " + REJECTED " WS-COUNT-REJECTED
                       " + GAPS " WS-COUNT-GAP-RECS
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF WS-AUD-CONSOLIDATED NOT = WS-COUNT-CONSOLIDATED
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
       END-IF
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF GAP-FOUND(WS-FILE-IDX) NOT = GAP-AUDITED(WS-FILE-IDX)
               DISPLAY "GAP COUNT MISMATCH: "
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                       " AUDITED " GAP-AUDITED(WS-FILE-IDX)
                       " BUT GAP-FILE HOLDS " GAP-FOUND(WS-FILE-IDX)
               MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
       END-PERFORM
       IF WS-COUNT-UNKNOWN-SRC > 0
           DISPLAY "READINGS WITH UNUSABLE LINEAGE  . . . : "
                   WS-COUNT-UNKNOWN-SRC
                       UNTIL WS-SEQ-SUB > WS-CHK-SEQS
                   IF WS-SEEN-FLAGS(WS-FILE-IDX, WS-CYCLE-SUB)
                           (WS-SEQ-SUB:1) = SPACE
                       ADD 1 TO WS-COUNT-MISSING
                       ADD 1 TO GAP-MISSING(WS-FILE-IDX)
                       IF WS-DETAIL-SHOWN < WS-DETAIL-LIMIT
                           ADD 1 TO WS-DETAIL-SHOWN
                           DISPLAY "MISSING: "
           END-PERFORM
         END-IF
       END-PERFORM
       IF WS-COUNT-MISSING > 0 OR WS-COUNT-DUPLICATES > 0
           MOVE 'Y' TO WS-ERROR-FLAG
       END-IF
       .
               WS-COUNT-ARRIVED
       DISPLAY "READINGS OUTSIDE COVERAGE TABLE . . . : "
               WS-COUNT-OUTSIDE
       DISPLAY "GAP RECORDS IN GAP-FILE . . . . . . . : "
               WS-COUNT-GAP-RECS
       DISPLAY "MISSING CYCLE/SEQUENCE SLOTS  . . . . : "
               WS-COUNT-MISSING
       DISPLAY "DUPLICATE CYCLE/SEQUENCE SLOTS  . . . : "
               WS-COUNT-DUPLICATES
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF GAP-FOUND(WS-FILE-IDX) > 0
               DISPLAY "FEED GAPS - "
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                       " . . . . . . : " GAP-FOUND(WS-FILE-IDX)
           END-IF
       END-PERFORM
       IF WS-ERROR-FLAG = 'Y'
           DISPLAY "RECONCILIATION FAILED - DO NOT RUN DOWNSTREAM "
                   "STEPS ON THIS DATA"
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P013-SCAN-GAPS - GAP RECORDS LEFT THE PRODUCER AND WERE SET
      *    ASIDE BY THE CONSUMER, SO THEY COUNT AS ARRIVED FOR
      *    COVERAGE; THEY ARE ALSO TALLIED PER STREAM FOR THE REPORT.
      *    A MISSING GAP-FILE MEANS NO GAPS WERE RECORDED.
      ******************************************************************
       P013-SCAN-GAPS.
       MOVE 'F' TO EOF
       OPEN INPUT GAP-FILE
       IF WS-STATUS-GAP = "00"
           PERFORM UNTIL EOF = 'T'
               READ GAP-FILE INTO WS-IN-OUT-DATA-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-GAP-RECS
                       PERFORM P014-COUNT-STREAM-GAP
                       PERFORM P009-MARK-ARRIVAL
               END-READ
           END-PERFORM
           CLOSE GAP-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P014-COUNT-STREAM-GAP
      ******************************************************************
       P014-COUNT-STREAM-GAP.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF REC-SOURCE-FILE = WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
               ADD 1 TO GAP-FOUND(WS-FILE-IDX)
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P015-WRITE-STREAM-FINDINGS - ONE LINE PER STREAM, REBUILT
      *    EVERY RECONCILIATION.
      ******************************************************************
       P015-WRITE-STREAM-FINDINGS.
       OPEN OUTPUT STREAM-FINDINGS
       IF WS-STATUS-FND = "00"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                   TO FND-SOURCE-FILE
               MOVE GAP-FOUND(WS-FILE-IDX) TO FND-GAPS
               MOVE GAP-MISSING(WS-FILE-IDX) TO FND-MISSING
               MOVE GAP-DUPLICATES(WS-FILE-IDX) TO FND-DUPLICATES
               WRITE FD-FINDINGS-REC FROM WS-FINDINGS-REC
           END-PERFORM
           CLOSE STREAM-FINDINGS
       END-IF
       .

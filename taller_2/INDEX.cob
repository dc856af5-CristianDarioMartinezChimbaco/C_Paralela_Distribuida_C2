               FILE STATUS IS WS-STATUS-EXW.
           SELECT ANOMALY-WORK ASSIGN TO ANMWORK
               FILE STATUS IS WS-STATUS-ANW.
           SELECT GAP-FILE ASSIGN TO GAP-FILE
               FILE STATUS IS WS-STATUS-GAP.
           SELECT WINDOW-MASTER ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WIN-KEY
               FILE STATUS IS WS-STATUS-WIN.
           SELECT GAP-WORK ASSIGN TO GAPWORK
               FILE STATUS IS WS-STATUS-GPW.
      ******************************************************************
      *    DATA DIVISION
      ******************************************************************
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-WORK-REC.
       01 FD-ANOMALY-WORK-REC  PIC X(105).
      ******************************************************************
      *    GAP FILE - ONE 104-BYTE READING PER SLOT THE PRODUCER
      *    FLAGGED 'G' (ITS STREAM'S FEED HAD NO READING FOR IT). A
      *    GAP IS NEITHER CONSOLIDATED NOR REJECTED: IT IS SET ASIDE
      *    HERE WITH ITS LINEAGE SO DATA-RCN CAN ACCOUNT FOR IT AND
      *    REPORT IT, AND NO INDEX, ALERT OR ANOMALY IS EVER DERIVED
      *    FROM A VALUE NOBODY MEASURED.
      ******************************************************************
       FD GAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-GAP-REC.
       01 FD-GAP-REC           PIC X(104).
       FD GAP-WORK
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-GAP-WORK-REC.
       01 FD-GAP-WORK-REC      PIC X(104).
       FD INPUT-DATA-IND
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
       01 FD-INDEX-DEF-REC   PIC X(80).
       FD INDEX-CHECKPOINT
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS
           DATA RECORD IS FD-INDEX-CKPT-REC.
       01 FD-INDEX-CKPT-REC  PIC X(157).
       FD DRAIN-REQUEST
           RECORDING MODE IS F
           RECORD CONTAINS 1 CHARACTERS
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    MAINTENANCE WINDOW - MUST STAY IN STEP WITH WIN-MNT, WHICH
      *    MAINTAINS IT. STREAM, CAPTURE DATE AND TIME THE WINDOW RUNS
      *    FROM AND TO, REASON, REQUESTER AND ACTIVE/CANCELLED STATUS.
      ******************************************************************
       FD WINDOW-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-WINDOW-REC.
       01 FD-WINDOW-REC.
           02 WIN-KEY.
               03 WIN-STREAM-NAME PIC X(12).
               03 WIN-FROM-DATE   PIC 9(08).
               03 WIN-FROM-TIME   PIC 9(06).
           02 WIN-TO-DATE      PIC 9(08).
           02 WIN-TO-TIME      PIC 9(06).
           02 WIN-REASON       PIC X(08).
           02 WIN-REQUESTER    PIC X(20).
           02 WIN-STATUS       PIC X(01).
           02 WIN-UPD-USER     PIC X(08).
           02 WIN-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(07).
      ******************************************************************
      *    WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-EXW        PIC XX.
       01 WS-STATUS-ANW        PIC XX.
       01 WS-STATUS-ALV        PIC XX.
       01 WS-STATUS-GAP        PIC XX.
       01 WS-STATUS-GPW        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    DRIVER-CHILD MARKER - DATA-DRV LAUNCHES ITS CHILDREN WITH
               03 STR-ACTIVE-FLAG PIC X(01).
               03 STR-LOC-NAME    PIC X(20).
      ******************************************************************
      *    PLANNED MAINTENANCE WINDOWS - EVERY ACTIVE MAINTWIN ENTRY
      *    FOR ONE OF THE STREAMS THIS RUN CONSUMES, LOADED AT STARTUP
      *    WITH ITS FROM/TO CAPTURE STAMPS AS YYYYMMDDHHMMSS. A
      *    MEASURED READING CAPTURED INSIDE ONE IS FLAGGED 'W' AND
      *    STILL CONSOLIDATED, BUT ITS ALERTS ARE FILED AS SUPPRESSED
      *    AND NOT PUBLISHED TO ALERTLIVE. NO MAINTWIN MEANS NO
      *    WINDOWS.
      ******************************************************************
       01 WS-STATUS-WIN        PIC XX.
       01 WS-WIN-MAX           PIC 9(03) VALUE 50.
       01 WS-WIN-COUNT         PIC 9(03) VALUE 0.
       01 WS-WIN-SUB           PIC 9(03).
       01 WS-WIN-STAMP         PIC 9(14).
       01 WS-WIN-TABLE.
           02 WS-WIN-ENTRY OCCURS 50 TIMES.
               03 WS-WIN-FILE-IDX PIC 9(02).
               03 WS-WIN-FROM     PIC 9(14).
               03 WS-WIN-TO       PIC 9(14).
      ******************************************************************
      *    RESTART ORPHAN CONTROLS - SEQUENCE NUMBERS BEYOND THE LAST
      *    CHECKPOINT ARE DELETED FROM DATA-TOTAL BEFORE CONSUMPTION
      *    RESUMES, AND EVERY DATA-TOTAL WRITE IS STATUS-CHECKED SO A
           02 ICKP-MAX-CO2       PIC 9(03).
           02 ICKP-MIN-IDX       PIC 99V99.
           02 ICKP-MAX-IDX       PIC 99V99.
           02 ICKP-COUNT-GAP     PIC 9(07).
           02 ICKP-COUNT-WINDOW  PIC 9(07).
           02 ICKP-COUNT-SUPPR   PIC 9(07).
      ******************************************************************
      *    RUN PARAMETERS - LOADED FROM SIMPARMS IF PRESENT, OTHERWISE
      *    THE DEFAULTS BELOW APPLY. LAYOUT IS ONE CSV LINE:
           02 ALT-CO2          PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 ALT-INDEX-NUM    PIC 9(03)V99 VALUE ZEROS.
           02 ALT-WINDOW-FLAG  PIC X(01) VALUE ' '.
           02 ALT-REASON       PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' IDX '.
           02 ALT-INDEX-NAME   PIC X(10) VALUE SPACES.
      *    READING LAYOUT - MUST STAY IN STEP WITH DATA-INDEX'S
      *    WS-OUT-DATA-REC, INCLUDING THE LINEAGE FIELDS IT ADDS SO A
      *    DATA-TOTAL ROW CAN BE TRACED BACK TO ITS SOURCE FILE, CYCLE
      *    AND SEQUENCE WITHIN THE CYCLE, AND THE READING FLAG
      *    (SPACE = MEASURED, 'S' = SIMULATED, 'G' = GAP, AND 'W' =
      *    MEASURED INSIDE A PLANNED MAINTENANCE WINDOW).
      ******************************************************************
       01 WS-IN-OUT-DATA-REC.
           02 FILLER           PIC X(12) VALUE 'TEMPERATURE '.
           02 CO2              PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 INDEX-NUM        PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 REC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
           02 WS-COUNT-BY-FILE PIC 9(7) VALUE 0 OCCURS 3 TIMES.
       01 WS-COUNT-TOTAL       PIC 9(7) VALUE 0.
       01 WS-COUNT-ALERTS      PIC 9(7) VALUE 0.
       01 WS-COUNT-GAPS        PIC 9(7) VALUE 0.
       01 WS-COUNT-WINDOW      PIC 9(7) VALUE 0.
       01 WS-COUNT-SUPPRESSED  PIC 9(7) VALUE 0.
       01 WS-SUM-TEMPERATURE   PIC S9(9)V99 VALUE 0.
       01 WS-SUM-HUMIDITY      PIC 9(9)V99 VALUE 0.
       01 WS-SUM-CO2           PIC 9(9) VALUE 0.
       PERFORM P011-LOAD-INDEX-DEFS.
       PERFORM P022-LOAD-CALIBRATION.
       PERFORM P030-LOAD-STREAM-MASTER.
       PERFORM P038-LOAD-MAINT-WINDOWS.
       INITIALIZE WS-ANOM-TABLE.
      ******************************************************************
      *    A RESTARTED RUN (ICHKFILE PRESENT WITH A NON-ZERO COUNT)
       CLOSE OUTPUT-DATA-TOTAL
       CLOSE ALERT-FILE
       CLOSE EXCEPTION-FILE
       CLOSE ANOMALY-FILE
       CLOSE GAP-FILE.
       PERFORM P021-CHECK-DRAIN-REQUEST.
       IF WS-DRAINED-FLAG = 'N'
           PERFORM P016-RESET-INDEX-CHECKPOINT
      *    THIS STREAM ALREADY CONSOLIDATED BEFORE THE CRASH ARE
      *    SKIPPED OUTRIGHT - THEY ARE ALREADY IN DATA-TOTAL AND IN THE
      *    RESTORED CONTROL TOTALS, SO PROCESSING THEM AGAIN WOULD
      *    DOUBLE-COUNT THE OVERLAP. A GAP RECORD IS COUNTED AS READ
      *    AND SET ASIDE TO GAP-FILE WITHOUT CALIBRATION, VALIDATION
      *    OR ANY INDEX WORK. A MEASURED READING CAPTURED INSIDE A
      *    PLANNED MAINTENANCE WINDOW IS FLAGGED 'W' FIRST, SO THE FLAG
      *    TRAVELS WITH IT TO DATA-TOTAL AND TO ANY ALERT IT RAISES.
      ******************************************************************
       P017-CONSOLIDATE-READING.
       IF WS-RESTART-MODE = 'Y'
       ELSE
           MOVE REC-CYCLE-NUM TO WS-BATCH-CYCLE
           ADD 1 TO WS-COUNT-BY-FILE(WS-FILE-IDX)
           IF REC-READING-FLAG = 'G'
               PERFORM P036-WRITE-GAP-RECORD
           ELSE
               PERFORM P040-CHECK-MAINT-WINDOW
               PERFORM P023-APPLY-CALIBRATION
               PERFORM P007-VALIDATE-READING
               IF WS-VALID-FLAG = 'Y'
                   PERFORM P002-CALCULATE-INDEX
                   MOVE WS-COUNT-TOTAL TO TOTAL-SEQ-NUM
                   MOVE REC-SOURCE-FILE  TO TOTAL-SRC-FILE
                   MOVE REC-CYCLE-NUM    TO TOTAL-CYCLE-NUM
                   MOVE REC-SEQ-IN-CYCLE TO TOTAL-SEQ-CYC
                   MOVE WS-IN-OUT-DATA-REC TO TOTAL-READING
                   PERFORM P012-FILL-TOTAL-INDEXES
                   WRITE FD-OUT-TOTAL-REC
                   IF WS-STATUS-DTL NOT = "00"
                       PERFORM P028-AUDIT-TOTAL-WRITE-FAIL
                   END-IF
               ELSE
                   PERFORM P008-WRITE-EXCEPTION-RECORD
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P036-WRITE-GAP-RECORD
      ******************************************************************
       P036-WRITE-GAP-RECORD.
       ADD 1 TO WS-COUNT-GAPS
       WRITE FD-GAP-REC FROM WS-IN-OUT-DATA-REC
       .
      ******************************************************************
      *    P028-AUDIT-TOTAL-WRITE-FAIL - A DATA-TOTAL WRITE THAT COMES
      *    BACK NON-ZERO (A KEY CLASH, A FULL DISK) IS AUDITED AND
      *    ANNOUNCED ON ITS FIRST OCCURRENCE INSTEAD OF BEING THROWN
       MOVE REC-TS-DATE      TO ALT-TS-DATE
       MOVE REC-TS-TIME      TO ALT-TS-TIME
       MOVE WS-ALERT-SEV-ARG TO ALT-SEVERITY
       IF REC-READING-FLAG = 'W'
           MOVE 'W' TO ALT-WINDOW-FLAG
       ELSE
           MOVE SPACE TO ALT-WINDOW-FLAG
       END-IF
       WRITE FD-ALERT-REC FROM WS-ALERT-REC
       ADD 1 TO WS-COUNT-ALERTS
       IF ALT-WINDOW-FLAG = 'W'
           ADD 1 TO WS-COUNT-SUPPRESSED
       ELSE
           PERFORM P029-PUBLISH-LIVE-ALERT
       END-IF
       .
      ******************************************************************
      *    P029-PUBLISH-LIVE-ALERT - APPENDS THE ALERT JUST WRITTEN TO
               WS-COUNT-TOTAL
       DISPLAY "RECORDS REJECTED TO EXCEPTION-FILE . : "
               WS-COUNT-EXCEPTIONS
       DISPLAY "GAP RECORDS SET ASIDE TO GAP-FILE  . : "
               WS-COUNT-GAPS
       DISPLAY "READINGS IN A MAINTENANCE WINDOW . . : "
               WS-COUNT-WINDOW
       DISPLAY "ALERTS SUPPRESSED (NOT PUBLISHED) . : "
               WS-COUNT-SUPPRESSED
       DISPLAY "STREAM ANOMALIES FLAGGED . . . . . . : "
               WS-COUNT-ANOMALIES
       DISPLAY "                    MIN      MAX      AVG"
               MOVE ICKP-COUNT-EXC  TO WS-COUNT-EXCEPTIONS
               MOVE ICKP-COUNT-ANOM TO WS-COUNT-ANOMALIES
               MOVE ICKP-COUNT-ALT  TO WS-COUNT-ALERTS
               MOVE ICKP-COUNT-GAP  TO WS-COUNT-GAPS
               MOVE ICKP-COUNT-WINDOW TO WS-COUNT-WINDOW
               MOVE ICKP-COUNT-SUPPR  TO WS-COUNT-SUPPRESSED
               MOVE ICKP-SUM-TEMP   TO WS-SUM-TEMPERATURE
               MOVE ICKP-SUM-HUM   TO WS-SUM-HUMIDITY
               MOVE ICKP-SUM-CO2   TO WS-SUM-CO2
           IF WS-STATUS-ANM NOT = "00"
               OPEN OUTPUT ANOMALY-FILE
           END-IF
           PERFORM P037-TRIM-GAP-FILE
           OPEN EXTEND GAP-FILE
           IF WS-STATUS-GAP NOT = "00"
               OPEN OUTPUT GAP-FILE
           END-IF
       ELSE
           OPEN OUTPUT OUTPUT-DATA-TOTAL
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT ANOMALY-FILE
           OPEN OUTPUT GAP-FILE
           OPEN OUTPUT ALERT-LIVE
           IF WS-STATUS-ALV = "00"
               CLOSE ALERT-LIVE
       INITIALIZE EOF
       .
      ******************************************************************
      *    P037-TRIM-GAP-FILE - SAME TRIM FOR GAP RECORDS.
      ******************************************************************
       P037-TRIM-GAP-FILE.
       MOVE 0 TO WS-TRIM-COUNT
       MOVE 'F' TO EOF
       OPEN INPUT GAP-FILE
       IF WS-STATUS-GAP = "00"
           OPEN OUTPUT GAP-WORK
           IF WS-STATUS-GPW = "00"
               PERFORM UNTIL EOF = 'T'
                       OR WS-TRIM-COUNT NOT < WS-COUNT-GAPS
                   READ GAP-FILE
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           MOVE FD-GAP-REC TO FD-GAP-WORK-REC
                           WRITE FD-GAP-WORK-REC
                           ADD 1 TO WS-TRIM-COUNT
                   END-READ
               END-PERFORM
               CLOSE GAP-FILE
               CLOSE GAP-WORK
               MOVE 'F' TO EOF
               OPEN INPUT GAP-WORK
               OPEN OUTPUT GAP-FILE
               PERFORM UNTIL EOF = 'T'
                   READ GAP-WORK
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           MOVE FD-GAP-WORK-REC TO FD-GAP-REC
                           WRITE FD-GAP-REC
                   END-READ
               END-PERFORM
               CLOSE GAP-WORK
               CLOSE GAP-FILE
           ELSE
               CLOSE GAP-FILE
           END-IF
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P015-WRITE-INDEX-CHECKPOINT - REWRITES ICHKFILE AFTER EVERY
      *    FILE BATCH SO A CRASH LOSES AT MOST THE BATCH IN FLIGHT.
      ******************************************************************
       MOVE WS-COUNT-EXCEPTIONS TO ICKP-COUNT-EXC
       MOVE WS-COUNT-ANOMALIES  TO ICKP-COUNT-ANOM
       MOVE WS-COUNT-ALERTS     TO ICKP-COUNT-ALT
       MOVE WS-COUNT-GAPS       TO ICKP-COUNT-GAP
       MOVE WS-COUNT-WINDOW     TO ICKP-COUNT-WINDOW
       MOVE WS-COUNT-SUPPRESSED TO ICKP-COUNT-SUPPR
       MOVE WS-SUM-TEMPERATURE  TO ICKP-SUM-TEMP
       MOVE WS-SUM-HUMIDITY     TO ICKP-SUM-HUM
       MOVE WS-SUM-CO2          TO ICKP-SUM-CO2
       END-IF
       END-IF
       .
      ******************************************************************
      *    P038-LOAD-MAINT-WINDOWS - TAKES EVERY ACTIVE MAINTWIN ENTRY
      *    FOR A STREAM IN WS-FILE-NAME-TABLE. CANCELLED WINDOWS AND
      *    WINDOWS FOR OTHER STREAMS ARE IGNORED. WINDOWS BEYOND THE
      *    TABLE ARE ANNOUNCED AND AUDITED, NOT SILENTLY DROPPED.
      ******************************************************************
       P038-LOAD-MAINT-WINDOWS.
       MOVE 0 TO WS-WIN-COUNT
       MOVE 'F' TO EOF
       OPEN INPUT WINDOW-MASTER
       IF WS-STATUS-WIN = "00"
           PERFORM UNTIL EOF = 'T'
               READ WINDOW-MASTER
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF WIN-STATUS = 'A'
                           PERFORM P039-TAKE-WINDOW-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WINDOW-MASTER
           INITIALIZE EOF
       END-IF
       IF WS-WIN-COUNT > 0
           DISPLAY "MAINTENANCE WINDOWS IN FORCE . . . . : "
                   WS-WIN-COUNT
       END-IF
       .
      ******************************************************************
      *    P039-TAKE-WINDOW-ENTRY
      ******************************************************************
       P039-TAKE-WINDOW-ENTRY.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF WIN-STREAM-NAME = WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
               IF WS-WIN-COUNT < WS-WIN-MAX
                   ADD 1 TO WS-WIN-COUNT
                   MOVE WS-FILE-IDX TO WS-WIN-FILE-IDX(WS-WIN-COUNT)
                   COMPUTE WS-WIN-FROM(WS-WIN-COUNT) =
                       WIN-FROM-DATE * 1000000 + WIN-FROM-TIME
                   COMPUTE WS-WIN-TO(WS-WIN-COUNT) =
                       WIN-TO-DATE * 1000000 + WIN-TO-TIME
               ELSE
                   DISPLAY "MAINTENANCE WINDOW TABLE FULL - WINDOW "
                           "FOR " WIN-STREAM-NAME " FROM "
                           WIN-FROM-DATE " NOT APPLIED"
                   MOVE 'WINDOW NOT APPLIED' TO WS-AUDIT-EVENT-ARG
                   MOVE SPACES TO WS-AUDIT-DETAIL-ARG
                   STRING WIN-STREAM-NAME DELIMITED BY SPACE
                       ' FROM ' DELIMITED BY SIZE
                       WIN-FROM-DATE DELIMITED BY SIZE
                       WIN-FROM-TIME DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL-ARG
                   PERFORM P009-WRITE-AUDIT-RECORD
               END-IF
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P040-CHECK-MAINT-WINDOW - FLAGS THE CURRENT READING 'W' WHEN
      *    IT IS A MEASURED READING (SIMULATED READINGS ARE LEFT AS
      *    THEY ARE) WITH A CAPTURE STAMP INSIDE ONE OF ITS STREAM'S
      *    WINDOWS, BOTH ENDS INCLUSIVE.
      ******************************************************************
       P040-CHECK-MAINT-WINDOW.
       IF REC-READING-FLAG = SPACE AND WS-WIN-COUNT > 0
               AND REC-TS-DATE NUMERIC AND REC-TS-TIME NUMERIC
               AND REC-TS-DATE > 0
           COMPUTE WS-WIN-STAMP = REC-TS-DATE * 1000000 + REC-TS-TIME
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-COUNT
                      OR REC-READING-FLAG = 'W'
               IF WS-WIN-FILE-IDX(WS-WIN-SUB) = WS-FILE-IDX
                   AND WS-WIN-STAMP NOT < WS-WIN-FROM(WS-WIN-SUB)
                   AND WS-WIN-STAMP NOT > WS-WIN-TO(WS-WIN-SUB)
                   MOVE 'W' TO REC-READING-FLAG
                   ADD 1 TO WS-COUNT-WINDOW
               END-IF
           END-PERFORM
       END-IF
       .

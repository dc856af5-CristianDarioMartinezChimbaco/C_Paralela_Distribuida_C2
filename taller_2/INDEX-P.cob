               FILE STATUS IS WS-STATUS-PEX.
           SELECT PART-ANOMALY ASSIGN TO WS-PART-ANM-NAME
               FILE STATUS IS WS-STATUS-PAN.
           SELECT PART-GAP ASSIGN TO WS-PART-GAP-NAME
               FILE STATUS IS WS-STATUS-PGP.
           SELECT ALERT-LIVE ASSIGN TO ALERTLIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALV.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT WINDOW-MASTER ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WIN-KEY
               FILE STATUS IS WS-STATUS-WIN.
           SELECT RUN-LOCK ASSIGN TO RUNLOCK
               FILE STATUS IS WS-STATUS-LCK.
      ******************************************************************
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-PART-ANM-REC.
       01 FD-PART-ANM-REC      PIC X(105).
       FD PART-GAP
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-PART-GAP-REC.
       01 FD-PART-GAP-REC      PIC X(104).
       FD ALERT-LIVE
           DATA RECORD IS FD-ALERT-LIVE-REC.
       01 FD-ALERT-LIVE-REC    PIC X(143).
           DATA RECORD IS FD-RUN-LOCK-REC.
       01 FD-RUN-LOCK-REC      PIC X(40).
      ******************************************************************
      *    MAINTENANCE WINDOW - MUST STAY IN STEP WITH WIN-MNT, WHICH
      *    MAINTAINS IT.
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
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PAL        PIC XX.
       01 WS-STATUS-PEX        PIC XX.
       01 WS-STATUS-PAN        PIC XX.
       01 WS-STATUS-PGP        PIC XX.
       01 WS-STATUS-ALV        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-PARM       PIC XX.
       01 WS-PART-ALERT-NAME   PIC X(20).
       01 WS-PART-EXC-NAME     PIC X(20).
       01 WS-PART-ANM-NAME     PIC X(20).
       01 WS-PART-GAP-NAME     PIC X(20).
       01 WS-STREAM-ACTIVE     PIC X(01) VALUE 'Y'.
       01 WS-FILE-COUNT        PIC 9(02) VALUE 3.
       01 WS-FILE-NAME-LIST.
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
      *    RUN PARAMETERS - SAME SIMPARMS LINE THE PAIR LOADS; ONLY
      *    THE CONSUMER-SIDE FIELDS ARE USED HERE.
           02 ALT-CO2          PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 ALT-INDEX-NUM    PIC 9(03)V99 VALUE ZEROS.
           02 ALT-WINDOW-FLAG  PIC X(01) VALUE ' '.
           02 ALT-REASON       PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' IDX '.
           02 ALT-INDEX-NAME   PIC X(10) VALUE SPACES.
           02 CO2              PIC 9(03) VALUE ZEROS.
           02 FILLER           PIC X(07) VALUE ' INDEX '.
           02 INDEX-NUM        PIC 99V99 VALUE ZEROS.
           02 REC-READING-FLAG PIC X(01) VALUE SPACE.
           02 FILLER           PIC X(05) VALUE ' SRC '.
           02 REC-SOURCE-FILE  PIC X(12) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE ' CYC '.
       01 WS-COUNT-WRITTEN     PIC 9(7) VALUE 0.
       01 WS-COUNT-EXCEPTIONS  PIC 9(7) VALUE 0.
       01 WS-COUNT-ALERTS      PIC 9(7) VALUE 0.
       01 WS-COUNT-GAPS        PIC 9(7) VALUE 0.
       01 WS-COUNT-WINDOW      PIC 9(7) VALUE 0.
       01 WS-COUNT-SUPPRESSED  PIC 9(7) VALUE 0.
      ******************************************************************
      *    PLANNED MAINTENANCE WINDOWS - THE ACTIVE MAINTWIN ENTRIES
      *    FOR THIS PARTITION'S STREAM, AS IN INDEX.
      ******************************************************************
       01 WS-STATUS-WIN        PIC XX.
       01 WS-WIN-MAX           PIC 9(03) VALUE 50.
       01 WS-WIN-COUNT         PIC 9(03) VALUE 0.
       01 WS-WIN-SUB           PIC 9(03).
       01 WS-WIN-STAMP         PIC 9(14).
       01 WS-WIN-TABLE.
           02 WS-WIN-ENTRY OCCURS 50 TIMES.
               03 WS-WIN-FROM     PIC 9(14).
               03 WS-WIN-TO       PIC 9(14).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PERFORM P011-LOAD-INDEX-DEFS.
       PERFORM P022-LOAD-CALIBRATION.
       PERFORM P030-CHECK-STREAM-MASTER.
       PERFORM P038-LOAD-MAINT-WINDOWS.
       INITIALIZE WS-ANOM-STATE.
       OPEN OUTPUT PART-TOTAL.
       OPEN OUTPUT PART-ALERT.
       OPEN OUTPUT PART-EXCEPTION.
       OPEN OUTPUT PART-ANOMALY.
       OPEN OUTPUT PART-GAP.
       IF WS-STREAM-ACTIVE = 'Y'
           PERFORM UNTIL WS-EOJ-RECEIVED = 'Y'
               PERFORM P003-CONFIRM-CONTINUE
       CLOSE PART-ALERT.
       CLOSE PART-EXCEPTION.
       CLOSE PART-ANOMALY.
       CLOSE PART-GAP.
       PERFORM P006-PRINT-PARTITION-TOTALS.
       MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
       MOVE WS-COUNT-WRITTEN TO WS-AUDIT-DETAIL-ARG
       MOVE WS-PART-ALERT-ENTRY(WS-STREAM-NUM) TO WS-PART-ALERT-NAME
       MOVE WS-PART-EXC-ENTRY(WS-STREAM-NUM)   TO WS-PART-EXC-NAME
       MOVE WS-PART-ANM-ENTRY(WS-STREAM-NUM)   TO WS-PART-ANM-NAME
       MOVE WS-PART-GAP-ENTRY(WS-STREAM-NUM)   TO WS-PART-GAP-NAME
       MOVE WS-STREAM-NUM TO WS-JOB-ID(7:1)
       MOVE 0 TO WS-DRV-TALLY
       INSPECT WS-ARG-LINE TALLYING WS-DRV-TALLY FOR ALL 'DRV'
       CLOSE INPUT-DATA-IND
       .
      ******************************************************************
      *    P017-CONSOLIDATE-READING - A GAP RECORD ('G') GOES STRAIGHT
      *    TO THE GAP PARTIAL, AS IN INDEX.
      ******************************************************************
       P017-CONSOLIDATE-READING.
       ADD 1 TO WS-COUNT-READ
       IF REC-READING-FLAG = 'G'
           ADD 1 TO WS-COUNT-GAPS
           WRITE FD-PART-GAP-REC FROM WS-IN-OUT-DATA-REC
       ELSE
           PERFORM P034-CONSOLIDATE-MEASURED
       END-IF
       .
      ******************************************************************
      *    P034-CONSOLIDATE-MEASURED
      ******************************************************************
       P034-CONSOLIDATE-MEASURED.
       PERFORM P040-CHECK-MAINT-WINDOW
       PERFORM P023-APPLY-CALIBRATION
       PERFORM P007-VALIDATE-READING
       IF WS-VALID-FLAG = 'Y'
      ******************************************************************
      *    P005-WRITE-ALERT-RECORD - PARTIAL COPY PLUS THE SAME
      *    ALERTLIVE PUBLISH INDEX MAKES, SO THE OPERATOR MONITOR
      *    SEES PARTITIONED ALERTS AS THEY HAPPEN TOO. AN ALERT FROM
      *    AN IN-WINDOW READING IS FILED AS SUPPRESSED AND NEVER
      *    PUBLISHED.
      ******************************************************************
       P005-WRITE-ALERT-RECORD.
       MOVE TEMPERATURE TO ALT-TEMPERATURE
       MOVE REC-TS-DATE      TO ALT-TS-DATE
       MOVE REC-TS-TIME      TO ALT-TS-TIME
       MOVE WS-ALERT-SEV-ARG TO ALT-SEVERITY
       IF REC-READING-FLAG = 'W'
           MOVE 'W' TO ALT-WINDOW-FLAG
       ELSE
           MOVE SPACE TO ALT-WINDOW-FLAG
       END-IF
       WRITE FD-PART-ALERT-REC FROM WS-ALERT-REC
       ADD 1 TO WS-COUNT-ALERTS
       IF ALT-WINDOW-FLAG = 'W'
           ADD 1 TO WS-COUNT-SUPPRESSED
       ELSE
           OPEN EXTEND ALERT-LIVE
           IF WS-STATUS-ALV NOT = "00"
               OPEN OUTPUT ALERT-LIVE
           END-IF
           IF WS-STATUS-ALV = "00"
               WRITE FD-ALERT-LIVE-REC FROM WS-ALERT-REC
               CLOSE ALERT-LIVE
           END-IF
       END-IF
       .
      ******************************************************************
               WS-COUNT-WRITTEN
       DISPLAY "RECORDS REJECTED  . . . . . . . . . . : "
               WS-COUNT-EXCEPTIONS
       DISPLAY "GAP RECORDS SET ASIDE . . . . . . . . : "
               WS-COUNT-GAPS
       DISPLAY "ALERTS RAISED . . . . . . . . . . . . : "
               WS-COUNT-ALERTS
       DISPLAY "READINGS IN A MAINTENANCE WINDOW  . . : "
               WS-COUNT-WINDOW
       DISPLAY "ALERTS SUPPRESSED (NOT PUBLISHED) . . : "
               WS-COUNT-SUPPRESSED
       DISPLAY "STREAM ANOMALIES FLAGGED  . . . . . . : "
               WS-COUNT-ANOMALIES
       DISPLAY "===================================================="
       MOVE 8 TO RETURN-CODE
       STOP RUN
       .
      ******************************************************************
      *    P038-LOAD-MAINT-WINDOWS - TAKES EVERY ACTIVE MAINTWIN ENTRY
      *    FOR THIS PARTITION'S STREAM. MUST STAY IN STEP WITH INDEX.
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
                       IF WIN-STATUS = 'A' AND WIN-STREAM-NAME =
                               WS-CURRENT-FILE-NAME(1:12)
                           PERFORM P039-TAKE-WINDOW-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WINDOW-MASTER
           INITIALIZE EOF
       END-IF
       IF WS-WIN-COUNT > 0
           DISPLAY "MAINTENANCE WINDOWS IN FORCE  . . . . : "
                   WS-WIN-COUNT
       END-IF
       .
      ******************************************************************
      *    P039-TAKE-WINDOW-ENTRY
      ******************************************************************
       P039-TAKE-WINDOW-ENTRY.
       IF WS-WIN-COUNT < WS-WIN-MAX
           ADD 1 TO WS-WIN-COUNT
           COMPUTE WS-WIN-FROM(WS-WIN-COUNT) =
               WIN-FROM-DATE * 1000000 + WIN-FROM-TIME
           COMPUTE WS-WIN-TO(WS-WIN-COUNT) =
               WIN-TO-DATE * 1000000 + WIN-TO-TIME
       ELSE
           DISPLAY "MAINTENANCE WINDOW TABLE FULL - WINDOW FROM "
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
       .
      ******************************************************************
      *    P040-CHECK-MAINT-WINDOW - FLAGS A MEASURED READING 'W' WHEN
      *    ITS CAPTURE STAMP FALLS INSIDE ONE OF THE STREAM'S WINDOWS.
      *    MUST STAY IN STEP WITH INDEX.
      ******************************************************************
       P040-CHECK-MAINT-WINDOW.
       IF REC-READING-FLAG = SPACE AND WS-WIN-COUNT > 0
               AND REC-TS-DATE NUMERIC AND REC-TS-TIME NUMERIC
               AND REC-TS-DATE > 0
           COMPUTE WS-WIN-STAMP = REC-TS-DATE * 1000000 + REC-TS-TIME
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-COUNT
                      OR REC-READING-FLAG = 'W'
               IF WS-WIN-STAMP NOT < WS-WIN-FROM(WS-WIN-SUB)
                   AND WS-WIN-STAMP NOT > WS-WIN-TO(WS-WIN-SUB)
                   MOVE 'W' TO REC-READING-FLAG
                   ADD 1 TO WS-COUNT-WINDOW
               END-IF
           END-PERFORM
       END-IF
       .

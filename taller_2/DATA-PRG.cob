      *    THE PRGRPT PURGE REPORT LISTS EXACTLY WHICH RUNS AND HOW
      *    MANY RECORDS WERE REMOVED SO AN AUDITOR CAN SEE DISPOSAL
      *    FOLLOWED POLICY.
      *    A RUN PAST RETENTION IS ONLY PURGED ONCE DATA-OFL HAS
      *    OFFLOADED IT AND VERIFIED THE COPY: ITS OFLCAT ENTRY MUST BE
      *    VERIFIED AND THE TOTALS RECOMPUTED HERE FROM HISTORY MUST
      *    STILL AGREE WITH THE ONES CATALOGUED AT OFFLOAD, SO NOTHING
      *    ADDED OR CHANGED SINCE IS LOST. ANY OTHER RUN IS KEPT AND
      *    LISTED ON PRGRPT WITH THE REASON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HWRK-KEY
               FILE STATUS IS WS-STATUS-HWK.
           SELECT OFFLOAD-CATALOG ASSIGN TO OFLCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-RUN-NUM
               FILE STATUS IS WS-STATUS-CAT.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
               03 HWRK-REC-TYPE PIC X(01).
               03 HWRK-SEQ      PIC 9(07).
           02 HWRK-DATA         PIC X(207).
      ******************************************************************
      *    OFFLOAD CATALOG - MUST STAY IN STEP WITH DATA-OFL.
      ******************************************************************
       FD OFFLOAD-CATALOG
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS FD-CATALOG-REC.
       01 FD-CATALOG-REC.
           02 OFC-RUN-NUM      PIC 9(05).
           02 OFC-VOLUME       PIC X(20).
           02 OFC-OFFLOAD-STAMP PIC X(26).
           02 OFC-VERIFIED     PIC X(01).
           02 OFC-VERIFY-STAMP PIC X(26).
           02 OFC-HIST-CHECK   PIC X(01).
           02 OFC-HIST-CHECK-STAMP PIC X(26).
           02 OFC-TOTALS       PIC X(170).
           02 FILLER           PIC X(25).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-AWK        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 WS-STATUS-CAT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    RETENTION POLICY - ONE CSV LINE IN RETPARMS:
       01 WS-HIST-REMOVED      PIC 9(09) VALUE 0.
       01 WS-HIST-KEPT         PIC 9(09) VALUE 0.
      ******************************************************************
      *    OFFLOAD CLEARANCE OF THE RUNS PAST RETENTION, DECIDED IN A
      *    PASS BEFORE THE COPY. STATE Y = CLEARED FOR PURGE,
      *    N = NEVER OFFLOADED, U = OFFLOAD NOT VERIFIED, C = HISTORY
      *    NO LONGER AGREES WITH THE OFFLOAD. A RUN BEYOND THE TABLE
      *    WAITS FOR THE NEXT PURGE.
      ******************************************************************
       01 WS-CLR-COUNT         PIC 9(04) VALUE 0.
       01 WS-CLR-SUB           PIC 9(04).
       01 WS-CLR-TABLE.
           02 WS-CLR-ENTRY OCCURS 1000 TIMES.
               03 CLR-RUN-NUM  PIC 9(05).
               03 CLR-STATE    PIC X(01).
       01 WS-CLR-RUN           PIC 9(05) VALUE 0.
       01 WS-CLR-STATE         PIC X(01).
       01 WS-CLR-REASON        PIC X(45).
       01 WS-CAT-AVAILABLE     PIC X(01) VALUE 'N'.
       01 WS-RUN-OPEN          PIC X(01) VALUE 'N'.
       01 WS-RUNS-REFUSED      PIC 9(05) VALUE 0.
      ******************************************************************
      *    RUN CONTROL TOTALS - MUST STAY IN STEP WITH DATA-OFL AND
      *    DATA-RLD.
      ******************************************************************
       01 WS-RUN-TOTALS.
           02 TOT-RECORD-COUNT PIC 9(09).
           02 TOT-TYPE-COUNT   PIC 9(02).
           02 TOT-TYPE-ENTRY OCCURS 16 TIMES.
               03 TOT-TYPE      PIC X(01).
               03 TOT-TYPE-RECS PIC 9(07).
           02 TOT-HASH-SEQ     PIC 9(15).
           02 TOT-HASH-READING PIC S9(13)V99 SIGN LEADING SEPARATE.
       01 WS-TOT-SUB           PIC 9(02).
       01 WS-TOT-BAD-VALUES    PIC 9(07) VALUE 0.
       01 WS-TOT-REC.
           02 TOT-KEY.
               03 TOT-RUN-NUM  PIC 9(05).
               03 TOT-REC-TYPE PIC X(01).
               03 TOT-SEQ      PIC 9(07).
           02 TOT-DATA         PIC X(207).
      ******************************************************************
      *    ARCHIVED DATA-TOTAL RECORD AND ITS READING - MUST STAY IN
      *    STEP WITH DATA-EXT.
      ******************************************************************
       01 WS-ARC-TOTAL-REC.
           02 ARC-SEQ-NUM      PIC 9(07).
           02 ARC-SRC-FILE     PIC X(12).
           02 ARC-CYCLE-NUM    PIC 9(05).
           02 ARC-SEQ-CYC      PIC 9(03).
           02 ARC-READING      PIC X(104).
           02 FILLER           PIC X(76).
       01 WS-ARC-READING-VIEW.
           02 FILLER           PIC X(12).
           02 ARV-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ARV-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ARV-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ARV-INDEX-NUM    PIC 99V99.
           02 FILLER           PIC X(55).
      ******************************************************************
      *    AUDIT PURGE CONTROLS - THE TIMESTAMP EVERY JOB WRITES
      *    STARTS WITH YYYYMMDD, WHICH IS COMPARED AGAINST THE CUTOFF
      *    DATE. RECORDS WITH AN UNREADABLE DATE ARE KEPT, NEVER
           ELSE
               MOVE 1 TO WS-CUTOFF-RUN
           END-IF
           PERFORM P013-CLEAR-OFFLOADED-RUNS
           IF WS-PURGE-ERROR = 'N'
               PERFORM P003-COPY-SURVIVING-RUNS
           END-IF
           IF WS-PURGE-ERROR = 'N'
               PERFORM P004-REBUILD-HISTORY
           END-IF
                   MOVE 'T' TO EOF
               NOT AT END
                   IF HIST-RUN-NUM < WS-CUTOFF-RUN
                       PERFORM P014-SIFT-OLD-RECORD
                   ELSE
                       MOVE FD-HISTORY-REC TO FD-HISTORY-WORK-REC
                       WRITE FD-HISTORY-WORK-REC
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P009-WRITE-REPORT-LINE
       MOVE WS-RUNS-REFUSED TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS KEPT - NOT OFFLOADED :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P009-WRITE-REPORT-LINE
       MOVE WS-AUD-REMOVED TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'AUDIT RECORDS REMOVED . . :' DELIMITED BY SIZE
               WS-RUNS-REMOVED DELIMITED BY SIZE
               ' AUDIT ' DELIMITED BY SIZE
               WS-AUD-REMOVED DELIMITED BY SIZE
               ' KEPT ' DELIMITED BY SIZE
               WS-RUNS-REFUSED DELIMITED BY SIZE
               INTO AUD2-DETAIL
           END-STRING
           WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG
       END-IF
       .
      ******************************************************************
      *    P013-CLEAR-OFFLOADED-RUNS - RECOMPUTES THE CONTROL TOTALS
      *    OF EVERY RUN BELOW THE CUTOFF AND CLEARS FOR PURGE ONLY THE
      *    RUNS WHOSE VERIFIED OFFLOAD STILL AGREES. WITHOUT OFLCAT NO
      *    RUN IS CLEARED.
      ******************************************************************
       P013-CLEAR-OFFLOADED-RUNS.
       MOVE 0 TO WS-CLR-COUNT
       MOVE 'N' TO WS-RUN-OPEN
       OPEN INPUT OFFLOAD-CATALOG
       IF WS-STATUS-CAT = "00"
           MOVE 'Y' TO WS-CAT-AVAILABLE
           MOVE 'F' TO EOF
           OPEN INPUT HISTORY-FILE
           IF WS-STATUS-HST NOT = "00"
               MOVE 'Y' TO WS-PURGE-ERROR
               DISPLAY "HISTORY REOPEN FAILED - STATUS " WS-STATUS-HST
           ELSE
               PERFORM UNTIL EOF = 'T'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF HIST-RUN-NUM NOT < WS-CUTOFF-RUN
                               MOVE 'T' TO EOF
                           ELSE
                               PERFORM P016-TAKE-CLEARANCE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P017-CLOSE-CLEARANCE-RUN
               CLOSE HISTORY-FILE
           END-IF
           CLOSE OFFLOAD-CATALOG
       ELSE
           MOVE 'N' TO WS-CAT-AVAILABLE
       END-IF
       .
      ******************************************************************
      *    P014-SIFT-OLD-RECORD - A RUN PAST RETENTION IS REMOVED ONLY
      *    IF IT WAS CLEARED; OTHERWISE IT IS KEPT WHOLE AND REPORTED
      *    ONCE. ANY REMOVED RUN STILL OPEN IS REPORTED FIRST SO THE
      *    LINES STAY IN RUN ORDER.
      ******************************************************************
       P014-SIFT-OLD-RECORD.
       IF HIST-RUN-NUM NOT = WS-CLR-RUN
           PERFORM P012-FLUSH-REMOVED-RUN
           MOVE HIST-RUN-NUM TO WS-CLR-RUN
           PERFORM P015-FIND-CLEARANCE
           IF WS-CLR-STATE NOT = 'Y'
               ADD 1 TO WS-RUNS-REFUSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RUN ' DELIMITED BY SIZE
                   WS-CLR-RUN DELIMITED BY SIZE
                   ' KEPT - ' DELIMITED BY SIZE
                   WS-CLR-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM P009-WRITE-REPORT-LINE
           END-IF
       END-IF
       IF WS-CLR-STATE = 'Y'
           PERFORM P011-COUNT-REMOVED-RECORD
       ELSE
           MOVE FD-HISTORY-REC TO FD-HISTORY-WORK-REC
           WRITE FD-HISTORY-WORK-REC
           ADD 1 TO WS-HIST-KEPT
       END-IF
       .
      ******************************************************************
      *    P015-FIND-CLEARANCE - STATE AND REASON FOR WS-CLR-RUN.
      ******************************************************************
       P015-FIND-CLEARANCE.
       MOVE SPACE TO WS-CLR-STATE
       PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-CLR-COUNT
                  OR WS-CLR-STATE NOT = SPACE
           IF CLR-RUN-NUM(WS-CLR-SUB) = WS-CLR-RUN
               MOVE CLR-STATE(WS-CLR-SUB) TO WS-CLR-STATE
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN WS-CAT-AVAILABLE = 'N'
               MOVE 'N' TO WS-CLR-STATE
               MOVE 'NO OFFLOAD CATALOG OFLCAT'
                   TO WS-CLR-REASON
           WHEN WS-CLR-STATE = 'Y'
               MOVE SPACES TO WS-CLR-REASON
           WHEN WS-CLR-STATE = 'N'
               MOVE 'NEVER OFFLOADED' TO WS-CLR-REASON
           WHEN WS-CLR-STATE = 'U'
               MOVE 'OFFLOAD NOT VERIFIED' TO WS-CLR-REASON
           WHEN WS-CLR-STATE = 'C'
               MOVE 'HISTORY NO LONGER AGREES WITH ITS OFFLOAD'
                   TO WS-CLR-REASON
           WHEN OTHER
               MOVE 'N' TO WS-CLR-STATE
               MOVE 'NOT CHECKED THIS PURGE - TOO MANY RUNS'
                   TO WS-CLR-REASON
       END-EVALUATE
       .
      ******************************************************************
      *    P016-TAKE-CLEARANCE-RECORD
      ******************************************************************
       P016-TAKE-CLEARANCE-RECORD.
       IF WS-RUN-OPEN = 'N' OR HIST-RUN-NUM NOT = WS-CURR-RUN
           PERFORM P017-CLOSE-CLEARANCE-RUN
           MOVE 'Y' TO WS-RUN-OPEN
           MOVE HIST-RUN-NUM TO WS-CURR-RUN
           INITIALIZE WS-RUN-TOTALS
       END-IF
       MOVE FD-HISTORY-REC TO WS-TOT-REC
       PERFORM P020-ADD-TO-TOTALS
       .
      ******************************************************************
      *    P017-CLOSE-CLEARANCE-RUN
      ******************************************************************
       P017-CLOSE-CLEARANCE-RUN.
       IF WS-RUN-OPEN = 'Y'
           MOVE 'N' TO WS-RUN-OPEN
           IF WS-CLR-COUNT < 1000
               ADD 1 TO WS-CLR-COUNT
               MOVE WS-CURR-RUN TO CLR-RUN-NUM(WS-CLR-COUNT)
               MOVE WS-CURR-RUN TO OFC-RUN-NUM
               READ OFFLOAD-CATALOG
                   INVALID KEY
                       MOVE 'N' TO CLR-STATE(WS-CLR-COUNT)
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OFC-VERIFIED NOT = 'Y'
                               MOVE 'U' TO CLR-STATE(WS-CLR-COUNT)
                           WHEN OFC-TOTALS NOT = WS-RUN-TOTALS
                               MOVE 'C' TO CLR-STATE(WS-CLR-COUNT)
                           WHEN OTHER
                               MOVE 'Y' TO CLR-STATE(WS-CLR-COUNT)
                       END-EVALUATE
               END-READ
           END-IF
       END-IF
       .
      ******************************************************************
      *    P020-ADD-TO-TOTALS - ADDS WS-TOT-REC TO WS-RUN-TOTALS. MUST
      *    STAY IN STEP WITH THE SAME PARAGRAPH IN DATA-OFL AND
      *    DATA-RLD, OR NO RUN WILL EVER BE CLEARED.
      ******************************************************************
       P020-ADD-TO-TOTALS.
       ADD 1 TO TOT-RECORD-COUNT
       IF TOT-SEQ NUMERIC
           ADD TOT-SEQ TO TOT-HASH-SEQ
       END-IF
       PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > TOT-TYPE-COUNT
                  OR TOT-TYPE(WS-TOT-SUB) = TOT-REC-TYPE
           CONTINUE
       END-PERFORM
       IF WS-TOT-SUB > TOT-TYPE-COUNT
           IF TOT-TYPE-COUNT < 15
               ADD 1 TO TOT-TYPE-COUNT
               MOVE TOT-REC-TYPE TO TOT-TYPE(WS-TOT-SUB)
           ELSE
               MOVE 16 TO WS-TOT-SUB
               MOVE 16 TO TOT-TYPE-COUNT
               MOVE '*' TO TOT-TYPE(WS-TOT-SUB)
           END-IF
       END-IF
       ADD 1 TO TOT-TYPE-RECS(WS-TOT-SUB)
       IF TOT-REC-TYPE = 'D'
           MOVE TOT-DATA TO WS-ARC-TOTAL-REC
           MOVE ARC-READING TO WS-ARC-READING-VIEW
           IF ARV-TEMPERATURE NUMERIC
               ADD ARV-TEMPERATURE TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-HUMIDITY NUMERIC
               ADD ARV-HUMIDITY TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-CO2 NUMERIC
               ADD ARV-CO2 TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-INDEX-NUM NUMERIC
               ADD ARV-INDEX-NUM TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
       END-IF
       .

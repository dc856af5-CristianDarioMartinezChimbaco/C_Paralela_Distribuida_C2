      *    AND PRODUCES THE EPIRPT COMPLIANCE SUMMARY (EPISODE COUNT
      *    PER STREAM AND SEVERITY, LONGEST EPISODE, PEAKS, TOTAL
      *    CYCLES AND MINUTES IN EXCEEDANCE) READY TO HAND TO THE
      *    REGULATOR. ALERTS INDEX FILED AS SUPPRESSED (RAISED BY A
      *    READING INSIDE A PLANNED MAINTENANCE WINDOW) ARE GROUPED
      *    IN A BAND OF THEIR OWN, WRITTEN WITH SEVERITY SUPPRESS AND
      *    REPORTED APART, SO MAINTENANCE TIME NEVER COUNTS AS A TRUE
      *    EXCEEDANCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 ALT-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ALT-INDEX-NUM    PIC 9(03)V99.
           02 ALT-WINDOW-FLAG  PIC X(01).
           02 ALT-REASON       PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-INDEX-NAME   PIC X(10).
      *    MOST ONE PAST THE EPISODE'S LAST CYCLE EXTENDS IT,
      *    ANYTHING FURTHER CLOSES IT AND STARTS THE NEXT ONE. A
      *    BRUSH WITH THE LIMIT (WARNING) AND A SERIOUS EVENT
      *    (CRITICAL) NO LONGER FOLD INTO THE SAME EPISODE. THE
      *    FOURTH BAND HOLDS SUPPRESSED ALERTS OF EVERY SEVERITY, SO
      *    WS-SEV-COUNT STILL COVERS ONLY THE EXCEEDANCE BANDS.
      ******************************************************************
       01 WS-SEV-IDX           PIC 9(01).
       01 WS-SEV-SUB           PIC 9(01).
       01 WS-SEV-COUNT         PIC 9(01) VALUE 3.
       01 WS-SEV-SUPPRESS      PIC 9(01) VALUE 4.
       01 WS-SEV-NAME-LIST.
           02 FILLER           PIC X(08) VALUE 'WARNING '.
           02 FILLER           PIC X(08) VALUE 'HIGH    '.
           02 FILLER           PIC X(08) VALUE 'CRITICAL'.
           02 FILLER           PIC X(08) VALUE 'SUPPRESS'.
       01 WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAME-LIST.
           02 WS-SEV-NAME      PIC X(08) OCCURS 4 TIMES.
       01 WS-EPI-STATE-TABLE.
           02 WS-EPI-STREAM OCCURS 3 TIMES.
               03 WS-EPI-SEV-STATE OCCURS 4 TIMES.
                   04 EPI-ACTIVE      PIC X(01).
                   04 EPI-START-CYC   PIC 9(05).
                   04 EPI-LAST-CYC    PIC 9(05).
      ******************************************************************
       01 WS-EPI-TOTALS-TABLE.
           02 WS-EPI-TOTALS OCCURS 3 TIMES.
               03 WS-EPI-SEV-TOTALS OCCURS 4 TIMES.
                   04 TOT-EPISODES    PIC 9(05).
                   04 TOT-LONGEST     PIC 9(05).
                   04 TOT-EXC-CYCLES  PIC 9(07).
       01 WS-COUNT-ALERTS      PIC 9(07) VALUE 0.
       01 WS-COUNT-UNUSABLE    PIC 9(07) VALUE 0.
       01 WS-COUNT-EPISODES    PIC 9(05) VALUE 0.
       01 WS-COUNT-SUPPRESSED  PIC 9(07) VALUE 0.
       01 WS-COUNT-SUPP-EPI    PIC 9(05) VALUE 0.
       01 WS-SUPP-MINUTES      PIC 9(07) VALUE 0.
      ******************************************************************
      *    EPISODE RECORD AND REPORT LINES
      ******************************************************************
       PERFORM P005-WRITE-COMPLIANCE-SUMMARY.
       DISPLAY "EPISODES DETECTED . . . . . . . . . . : "
               WS-COUNT-EPISODES
       DISPLAY "SUPPRESSED (MAINTENANCE) EPISODES . . : "
               WS-COUNT-SUPP-EPI
       DISPLAY "COMPLIANCE SUMMARY WRITTEN TO EPIRPT"
       STOP RUN.
      ******************************************************************
           WHEN OTHER
               MOVE 2 TO WS-SEV-IDX
       END-EVALUATE
       IF ALT-WINDOW-FLAG = 'W'
           MOVE WS-SEV-SUPPRESS TO WS-SEV-IDX
           ADD 1 TO WS-COUNT-SUPPRESSED
       END-IF
       IF WS-FILE-IDX = 0 OR ALT-CYCLE-NUM NOT NUMERIC
           ADD 1 TO WS-COUNT-UNUSABLE
       ELSE
       MOVE EPI-END-TIME(WS-FILE-IDX, WS-SEV-IDX)    TO EPR-END-TIME
       MOVE WS-EPI-MINUTES               TO EPR-MINUTES
       WRITE FD-EPISODE-REC FROM WS-EPISODE-REC
       IF WS-SEV-IDX = WS-SEV-SUPPRESS
           ADD 1 TO WS-COUNT-SUPP-EPI
           ADD WS-EPI-MINUTES TO WS-SUPP-MINUTES
       ELSE
           ADD 1 TO WS-COUNT-EPISODES
       END-IF
       ADD 1 TO TOT-EPISODES(WS-FILE-IDX, WS-SEV-IDX)
       ADD WS-EPI-DURATION TO TOT-EXC-CYCLES(WS-FILE-IDX, WS-SEV-IDX)
       ADD WS-EPI-MINUTES  TO TOT-EXC-MINUTES(WS-FILE-IDX, WS-SEV-IDX)
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > WS-SEV-SUPPRESS
               IF EPI-ACTIVE(WS-FILE-IDX, WS-SEV-IDX) = 'Y'
                   PERFORM P006-CLOSE-EPISODE
               END-IF
           END-STRING
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > WS-SEV-SUPPRESS
               PERFORM P011-WRITE-SEVERITY-LINE
           END-PERFORM
       END-PERFORM
       MOVE 'ALERT LINES READ' TO SUM-LABEL
       MOVE WS-COUNT-ALERTS TO SUM-VALUE-1
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SUPPRESSED EPISODES' TO SUM-LABEL
       MOVE WS-COUNT-SUPP-EPI TO SUM-VALUE-1
       MOVE WS-SUPP-MINUTES TO SUM-EXC-MINS
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'SUPPRESSED ALERT LINES' TO SUM-LABEL
       MOVE WS-COUNT-SUPPRESSED TO SUM-VALUE-1
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       IF WS-COUNT-UNUSABLE > 0
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'ALERTS WITH BAD LINEAGE' TO SUM-LABEL
       .
      ******************************************************************
      *    P011-WRITE-SEVERITY-LINE - ONE SUMMARY LINE PER SEVERITY
      *    BAND UNDER ITS STREAM'S HEADER LINE. THE SUPPRESSED BAND
      *    IS LABELLED AS MAINTENANCE TIME, NOT AS AN EXCEEDANCE.
      ******************************************************************
       P011-WRITE-SEVERITY-LINE.
       MOVE SPACES TO WS-SUMMARY-LINE
       IF WS-SEV-IDX = WS-SEV-SUPPRESS
           MOVE '  SUPPRESSED (MAINT WIN)' TO SUM-LABEL
       ELSE
           STRING '  ' DELIMITED BY SIZE
               WS-SEV-NAME(WS-SEV-IDX) DELIMITED BY SIZE
               INTO SUM-LABEL
           END-STRING
       END-IF
       MOVE TOT-EPISODES(WS-FILE-IDX, WS-SEV-IDX)   TO SUM-VALUE-1
       MOVE TOT-LONGEST(WS-FILE-IDX, WS-SEV-IDX)    TO SUM-VALUE-2
       MOVE TOT-EXC-CYCLES(WS-FILE-IDX, WS-SEV-IDX) TO SUM-VALUE-3

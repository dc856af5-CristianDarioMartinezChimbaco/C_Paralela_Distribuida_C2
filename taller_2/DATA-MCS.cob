      *    RECORD EXISTED HAVE NO DATE AND ARE COUNTED AS SKIPPED,
      *    NEVER SILENTLY FOLDED IN. DRIVEN BY THE MCSPARMS POLICY
      *    LINE (FROM-DATE,TO-DATE AS YYYYMMDD); MISSING FILE ROLLS
      *    UP EVERY STAMPED RUN. A RUN THAT DATA-RSM HAS SINCE
      *    RESTATED IS LEFT OUT IN FAVOUR OF ITS LATEST REVISION,
      *    WHICH CARRIES THE ORIGINAL ARCHIVE DATE, SO A CORRECTED RUN
      *    IS NEVER COUNTED TWICE. EPISODES DATA-EPI WROTE WITH
      *    SEVERITY SUPPRESS (ALERTS RAISED INSIDE A PLANNED
      *    MAINTENANCE WINDOW) ARE TOTALLED ON SEPARATE LINES AND
      *    NEVER ADDED TO THE EXCEEDANCE FIGURES. ONLY RUNS A
      *    SUPERVISOR HAS APPROVED IN SGN-MNT (THE LATEST TYPE '1'
      *    SIGN-OFF RECORD OF THE RUN) ARE ROLLED UP; AN IN-PERIOD RUN
      *    THAT IS HELD, REJECTED, STILL PENDING OR WAS NEVER SIGNED
      *    OFF IS LISTED AT THE FOOT OF THE STATEMENT WITH ITS REASON.
      *    'ALL' AS A THIRD MCSPARMS FIELD ROLLS THEM UP ANYWAY, STILL
      *    LISTING THEM, MARKED INCLUDED BY OVERRIDE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. ONLY THE TYPE '0', '1' AND 'P' RECORDS ARE
      *    USED HERE.
      ******************************************************************
       FD HISTORY-FILE
           RECORD CONTAINS 220 CHARACTERS
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    REPORTING PERIOD - ONE CSV LINE IN MCSPARMS:
      *    FROM-DATE,TO-DATE (YYYYMMDD),SIGN-OFF (BLANK = APPROVED
      *    RUNS ONLY, 'ALL' = EVERY RUN). MISSING FILE TAKES EVERY
      *    STAMPED AND APPROVED RUN.
      ******************************************************************
       01 WS-FROM-DATE         PIC 9(08) VALUE 0.
       01 WS-TO-DATE           PIC 9(08) VALUE 99999999.
       01 WS-SIGN-OVERRIDE     PIC X(01) VALUE 'N'.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-FROM-TXT     PIC X(10).
       01 WS-PARM-TO-TXT       PIC X(10).
       01 WS-PARM-SIGN-TXT     PIC X(10).
      ******************************************************************
      *    RUN SELECTION STATE
      ******************************************************************
       01 WS-RUNS-ROLLED       PIC 9(05) VALUE 0.
       01 WS-RUNS-SKIPPED      PIC 9(05) VALUE 0.
       01 WS-RUNS-UNSTAMPED    PIC 9(05) VALUE 0.
       01 WS-RUNS-SUPERSEDED   PIC 9(05) VALUE 0.
       01 WS-RUNS-UNAPPROVED   PIC 9(05) VALUE 0.
       01 WS-RUNS-OVERRIDDEN   PIC 9(05) VALUE 0.
      ******************************************************************
      *    SIGN-OFF STATE OF THE RUN BEING WALKED - THE LATEST TYPE
      *    '1' RECORD WINS. THEY SORT BETWEEN THE STAMP AND THE
      *    EPISODES, SO THE DECISION IS KNOWN BEFORE ANY EPISODE.
      *    SPACE MEANS THE RUN HAS NO SIGN-OFF RECORD AT ALL.
      ******************************************************************
       01 WS-RUN-DECISION      PIC X(01) VALUE SPACE.
       01 WS-RUN-SIGN-REASON   PIC X(60) VALUE SPACES.
       01 WS-RUN-EPI-HELD      PIC 9(05) VALUE 0.
      ******************************************************************
      *    SIGN-OFF VIEW - MUST STAY IN STEP WITH THE SIGNOFF RECORD
      *    OF SGN-MNT, WHICH DATA-ARC ARCHIVES BYTE FOR BYTE UNDER
      *    TYPE '1'.
      ******************************************************************
       01 WS-ARC-SIGN-REC.
           02 ASG-RUN-NUM      PIC 9(05).
           02 ASG-SEQ          PIC 9(03).
           02 ASG-DECISION     PIC X(01).
           02 ASG-VERDICT      PIC X(16).
           02 ASG-REASON       PIC X(60).
           02 FILLER           PIC X(122).
      ******************************************************************
      *    IN-PERIOD RUNS NOT APPROVED - LISTED ON THE STATEMENT.
      ******************************************************************
       01 WS-EXCL-COUNT        PIC 9(03) VALUE 0.
       01 WS-EXCL-SUB          PIC 9(03).
       01 WS-EXCL-TABLE.
           02 WS-EXCL-ENTRY OCCURS 50 TIMES.
               03 EXC-RUN-NUM      PIC 9(05).
               03 EXC-STATE        PIC X(14).
               03 EXC-EPISODES     PIC 9(05).
               03 EXC-TAG          PIC X(20).
               03 EXC-REASON       PIC X(34).
      ******************************************************************
      *    RUN STAMP VIEW - MUST STAY IN STEP WITH DATA-ARC'S
      *    WS-RUN-STAMP-REC. A STAMP WRITTEN BEFORE THE REVISION
      *    FIELDS EXISTED CARRIES SPACES THERE AND IS NEVER SUPERSEDED.
      ******************************************************************
       01 WS-RUN-STAMP-REC.
           02 FILLER           PIC X(09).
           02 STAMP-DATE       PIC X(08).
           02 FILLER           PIC X(18).
           02 FILLER           PIC X(05).
           02 STAMP-REVISION   PIC 9(02).
           02 FILLER           PIC X(08).
           02 STAMP-BASE-RUN   PIC 9(05).
           02 FILLER           PIC X(05).
           02 STAMP-CAL-KEPT   PIC X(01).
           02 FILLER           PIC X(15).
           02 STAMP-SUPERSEDED PIC 9(05).
           02 FILLER           PIC X(126).
       01 WS-COUNT-EPISODES    PIC 9(07) VALUE 0.
      ******************************************************************
      *    ARCHIVED EPISODE RECORD - MUST STAY IN STEP WITH DATA-EPI'S
               03 MCS-PEAK-IDX     PIC 9(03)V99.
               03 MCS-PEAK-RUN     PIC 9(05).
               03 MCS-PEAK-CO2     PIC 9(03).
               03 MCS-SUPP-EPISODES PIC 9(07).
               03 MCS-SUPP-CYCLES  PIC 9(09).
               03 MCS-SUPP-MINUTES PIC 9(09).
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
           02 FILLER           PIC X(05) VALUE SPACES.
           02 STP-TAG          PIC X(20).
       01 WS-RUN-TAG           PIC X(20).
       01 WS-SIGN-MODE-LINE.
           02 FILLER           PIC X(10) VALUE 'SIGN-OFF: '.
           02 SMD-TEXT         PIC X(50).
       01 WS-EXCL-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 FILLER           PIC X(04) VALUE 'RUN '.
           02 EXL-RUN          PIC 9(05).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 EXL-STATE        PIC X(14).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 EXL-EPISODES     PIC ZZZZ9.
           02 FILLER           PIC X(10) VALUE ' EPISODES '.
           02 EXL-TAG          PIC X(20).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 EXL-REASON       PIC X(34).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
               WS-RUNS-SKIPPED.
       DISPLAY "RUNS WITHOUT A DATE STAMP . . . . . . : "
               WS-RUNS-UNSTAMPED.
       DISPLAY "RUNS SUPERSEDED BY A RESTATEMENT  . . : "
               WS-RUNS-SUPERSEDED.
       DISPLAY "RUNS EXCLUDED - NOT APPROVED  . . . . : "
               WS-RUNS-UNAPPROVED.
       IF WS-SIGN-OVERRIDE = 'Y'
           DISPLAY "UNAPPROVED RUNS INCLUDED BY OVERRIDE  : "
                   WS-RUNS-OVERRIDDEN
       END-IF.
       DISPLAY "COMPLIANCE STATEMENT WRITTEN TO MCSRPT".
       STOP RUN.
      ******************************************************************
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-FROM-TXT WS-PARM-TO-TXT
                        WS-PARM-SIGN-TXT
               END-UNSTRING
               IF WS-PARM-FROM-TXT(1:8) NUMERIC
                   MOVE WS-PARM-FROM-TXT(1:8) TO WS-FROM-DATE
               IF WS-PARM-TO-TXT(1:8) NUMERIC
                   MOVE WS-PARM-TO-TXT(1:8) TO WS-TO-DATE
               END-IF
               IF WS-PARM-SIGN-TXT(1:3) = 'ALL'
                   MOVE 'Y' TO WS-SIGN-OVERRIDE
               END-IF
               DISPLAY "MCSPARMS FOUND - USING EXTERNALIZED PERIOD"
           END-IF
           CLOSE ROLLUP-PARMS
                       PERFORM P003-TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           PERFORM P009-CLOSE-RUN
           CLOSE HISTORY-FILE
       END-IF
       .
      ******************************************************************
       P003-TAKE-HISTORY-RECORD.
       IF HIST-RUN-NUM NOT = WS-CURR-RUN
           PERFORM P009-CLOSE-RUN
           MOVE HIST-RUN-NUM TO WS-CURR-RUN
           MOVE 'N' TO WS-RUN-IN-RANGE
           MOVE 0 TO WS-RUN-DATE
           MOVE SPACE TO WS-RUN-DECISION
           MOVE SPACES TO WS-RUN-SIGN-REASON
           MOVE 0 TO WS-RUN-EPI-HELD
           IF HIST-REC-TYPE NOT = '0'
               ADD 1 TO WS-RUNS-UNSTAMPED
           END-IF
       EVALUATE HIST-REC-TYPE
           WHEN '0'
               PERFORM P004-TAKE-RUN-STAMP
           WHEN '1'
               MOVE HIST-DATA TO WS-ARC-SIGN-REC
               MOVE ASG-DECISION TO WS-RUN-DECISION
               MOVE ASG-REASON TO WS-RUN-SIGN-REASON
           WHEN 'P'
               IF WS-RUN-IN-RANGE = 'Y'
                   IF WS-RUN-DECISION NOT = 'A'
                       ADD 1 TO WS-RUN-EPI-HELD
                   END-IF
                   IF WS-RUN-DECISION = 'A' OR WS-SIGN-OVERRIDE = 'Y'
                       PERFORM P005-FOLD-EPISODE
                   END-IF
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P004-TAKE-RUN-STAMP - HIST-DATA IS 'ARCHIVED ' FOLLOWED BY
      *    THE CURRENT-DATE TIMESTAMP; THE FIRST EIGHT STAMP DIGITS
      *    ARE THE ARCHIVE DATE. AN IN-PERIOD RUN THAT HAS BEEN
      *    SUPERSEDED IS COUNTED AS SUCH AND ITS EPISODES ARE LEFT
      *    OUT - ITS RESTATEMENT ROLLS UP IN ITS PLACE. WHETHER AN
      *    IN-PERIOD RUN IS ROLLED UP DEPENDS ON ITS SIGN-OFF, SO IT
      *    IS COUNTED WHEN THE RUN CLOSES (P009).
      ******************************************************************
       P004-TAKE-RUN-STAMP.
       MOVE HIST-DATA TO WS-RUN-STAMP-REC
       IF STAMP-DATE NUMERIC
           MOVE STAMP-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE NOT < WS-FROM-DATE
                   AND WS-RUN-DATE NOT > WS-TO-DATE
               IF STAMP-SUPERSEDED NUMERIC
                       AND STAMP-SUPERSEDED > 0
                   ADD 1 TO WS-RUNS-SUPERSEDED
               ELSE
                   MOVE 'Y' TO WS-RUN-IN-RANGE
               END-IF
           ELSE
               ADD 1 TO WS-RUNS-SKIPPED
           END-IF
           END-IF
       END-PERFORM
       IF WS-FILE-IDX > 0 AND EPR-DURATION NUMERIC
           IF EPR-SEVERITY = 'SUPPRESS'
               ADD 1 TO MCS-SUPP-EPISODES(WS-FILE-IDX)
               ADD EPR-DURATION TO MCS-SUPP-CYCLES(WS-FILE-IDX)
               IF EPR-MINUTES NUMERIC
                   ADD EPR-MINUTES TO MCS-SUPP-MINUTES(WS-FILE-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-EPISODES
               ADD 1 TO MCS-EPISODES(WS-FILE-IDX)
               ADD EPR-DURATION TO MCS-EXC-CYCLES(WS-FILE-IDX)
               IF EPR-MINUTES NUMERIC
                   ADD EPR-MINUTES TO MCS-EXC-MINUTES(WS-FILE-IDX)
               END-IF
               IF EPR-DURATION > MCS-LONGEST(WS-FILE-IDX)
                   MOVE EPR-DURATION TO MCS-LONGEST(WS-FILE-IDX)
                   MOVE HIST-RUN-NUM TO MCS-LONGEST-RUN(WS-FILE-IDX)
               END-IF
               COMPUTE WS-PEAK-IDX-WORK =
                   FUNCTION NUMVAL(EPR-PEAK-IDX-TXT)
               IF WS-PEAK-IDX-WORK > MCS-PEAK-IDX(WS-FILE-IDX)
                   MOVE WS-PEAK-IDX-WORK TO MCS-PEAK-IDX(WS-FILE-IDX)
                   MOVE HIST-RUN-NUM TO MCS-PEAK-RUN(WS-FILE-IDX)
               END-IF
               IF EPR-PEAK-CO2 NUMERIC
                   AND EPR-PEAK-CO2 > MCS-PEAK-CO2(WS-FILE-IDX)
                   MOVE EPR-PEAK-CO2 TO MCS-PEAK-CO2(WS-FILE-IDX)
               END-IF
           END-IF
       END-IF
       .
       MOVE WS-FROM-DATE TO PRD-FROM
       MOVE WS-TO-DATE TO PRD-TO
       WRITE FD-REPORT-LINE FROM WS-PERIOD-LINE
       IF WS-SIGN-OVERRIDE = 'Y'
           MOVE 'ALL RUNS - SIGN-OFF OVERRIDDEN' TO SMD-TEXT
       ELSE
           MOVE 'APPROVED RUNS ONLY' TO SMD-TEXT
       END-IF
       WRITE FD-REPORT-LINE FROM WS-SIGN-MODE-LINE
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE SPACES TO FD-REPORT-LINE
           MOVE 'HIGHEST PEAK CO2' TO STM-LABEL
           MOVE MCS-PEAK-CO2(WS-FILE-IDX) TO STM-VALUE
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           MOVE 'SUPPRESSED EPISODES' TO STM-LABEL
           MOVE MCS-SUPP-EPISODES(WS-FILE-IDX) TO STM-VALUE
           MOVE 'MAINTENANCE WINDOW' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           MOVE 'SUPPRESSED CYCLES' TO STM-LABEL
           MOVE MCS-SUPP-CYCLES(WS-FILE-IDX) TO STM-VALUE
           MOVE 'MAINTENANCE WINDOW' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           MOVE 'SUPPRESSED MINUTES' TO STM-LABEL
           MOVE MCS-SUPP-MINUTES(WS-FILE-IDX) TO STM-VALUE
           MOVE 'MAINTENANCE WINDOW' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
       END-PERFORM
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
           MOVE 'NOT INCLUDED' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
       END-IF
       IF WS-RUNS-SUPERSEDED > 0
           MOVE SPACES TO WS-STMT-LINE
           MOVE 'RUNS SUPERSEDED' TO STM-LABEL
           MOVE WS-RUNS-SUPERSEDED TO STM-VALUE
           MOVE 'RESTATED RUN USED' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
       END-IF
       MOVE SPACES TO WS-STMT-LINE
       MOVE 'RUNS NOT APPROVED' TO STM-LABEL
       MOVE WS-RUNS-UNAPPROVED TO STM-VALUE
       MOVE 'NOT INCLUDED' TO STM-TAG
       WRITE FD-REPORT-LINE FROM WS-STMT-LINE
       IF WS-SIGN-OVERRIDE = 'Y'
           MOVE SPACES TO WS-STMT-LINE
           MOVE 'RUNS NOT APPROVED BUT INCLUDED' TO STM-LABEL
           MOVE WS-RUNS-OVERRIDDEN TO STM-VALUE
           MOVE 'SIGN-OFF OVERRIDDEN' TO STM-TAG
           WRITE FD-REPORT-LINE FROM WS-STMT-LINE
       END-IF
       IF WS-EXCL-COUNT > 0
           MOVE SPACES TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
           MOVE 'IN-PERIOD RUNS NOT APPROVED FOR COMPLIANCE'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
           PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > WS-EXCL-COUNT
               MOVE EXC-RUN-NUM(WS-EXCL-SUB) TO EXL-RUN
               MOVE EXC-STATE(WS-EXCL-SUB) TO EXL-STATE
               MOVE EXC-EPISODES(WS-EXCL-SUB) TO EXL-EPISODES
               MOVE EXC-TAG(WS-EXCL-SUB) TO EXL-TAG
               MOVE EXC-REASON(WS-EXCL-SUB) TO EXL-REASON
               WRITE FD-REPORT-LINE FROM WS-EXCL-LINE
           END-PERFORM
           IF WS-RUNS-UNAPPROVED + WS-RUNS-OVERRIDDEN > WS-EXCL-COUNT
               MOVE '  MORE RUNS NOT APPROVED - NOT LISTED'
                   TO FD-REPORT-LINE
               WRITE FD-REPORT-LINE
           END-IF
       END-IF
       CLOSE REPORT-OUT
       .
      ******************************************************************
           END-STRING
       END-IF
       .
      ******************************************************************
      *    P009-CLOSE-RUN - AN IN-PERIOD, CURRENT RUN IS ROLLED UP IF
      *    APPROVED. ANY OTHER IS LISTED WITH ITS SIGN-OFF STATE AND
      *    THE EPISODES LEFT OUT, OR - UNDER THE OVERRIDE - ROLLED UP
      *    AND LISTED AS INCLUDED BY OVERRIDE.
      ******************************************************************
       P009-CLOSE-RUN.
       IF WS-RUN-IN-RANGE = 'Y'
           MOVE 'N' TO WS-RUN-IN-RANGE
           IF WS-RUN-DECISION = 'A'
               ADD 1 TO WS-RUNS-ROLLED
           ELSE
               IF WS-SIGN-OVERRIDE = 'Y'
                   ADD 1 TO WS-RUNS-ROLLED
                   ADD 1 TO WS-RUNS-OVERRIDDEN
               ELSE
                   ADD 1 TO WS-RUNS-UNAPPROVED
               END-IF
               IF WS-EXCL-COUNT < 50
                   ADD 1 TO WS-EXCL-COUNT
                   MOVE WS-CURR-RUN TO EXC-RUN-NUM(WS-EXCL-COUNT)
                   EVALUATE WS-RUN-DECISION
                       WHEN 'H'
                           MOVE 'HELD' TO EXC-STATE(WS-EXCL-COUNT)
                       WHEN 'R'
                           MOVE 'REJECTED' TO EXC-STATE(WS-EXCL-COUNT)
                       WHEN 'P'
                           MOVE 'PENDING' TO EXC-STATE(WS-EXCL-COUNT)
                       WHEN OTHER
                           MOVE 'NOT SIGNED OFF'
                               TO EXC-STATE(WS-EXCL-COUNT)
                   END-EVALUATE
                   MOVE WS-RUN-EPI-HELD TO EXC-EPISODES(WS-EXCL-COUNT)
                   IF WS-SIGN-OVERRIDE = 'Y'
                       MOVE 'INCLUDED BY OVERRIDE'
                           TO EXC-TAG(WS-EXCL-COUNT)
                   ELSE
                       MOVE 'EXCLUDED' TO EXC-TAG(WS-EXCL-COUNT)
                   END-IF
                   IF WS-RUN-DECISION = SPACE
                       MOVE 'NO SIGN-OFF RECORD IN HISTORY'
                           TO EXC-REASON(WS-EXCL-COUNT)
                   ELSE
                       MOVE WS-RUN-SIGN-REASON
                           TO EXC-REASON(WS-EXCL-COUNT)
                   END-IF
               END-IF
           END-IF
       END-IF
       .

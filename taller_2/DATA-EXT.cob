      *    LISTINGS BY EYE. THIS STEP IS DRIVEN BY THE EXTPARMS
      *    SELECTION LINE:
      *      RUN-FROM,RUN-TO,STREAM,CYCLE-FROM,CYCLE-TO,
      *      TEMP-MIN,TEMP-MAX,HUM-MIN,HUM-MAX,CO2-MIN,CO2-MAX,
      *      SIGN-OFF
      *    (A BLANK FIELD MEANS NO FILTER ON THAT VALUE; STREAM 0 OR
      *    BLANK MEANS EVERY STREAM). ONLY RUNS A SUPERVISOR HAS
      *    APPROVED IN SGN-MNT (THE LATEST TYPE '1' SIGN-OFF RECORD OF
      *    THE RUN) ARE EXTRACTED; HELD, REJECTED, PENDING AND NEVER
      *    SIGNED-OFF RUNS IN THE RANGE ARE LISTED ON THE COVER SHEET
      *    WITH THE READINGS LEFT OUT. 'ALL' IN THE SIGN-OFF FIELD
      *    EXTRACTS THEM TOO, STILL LISTED, AS INCLUDED BY OVERRIDE.
      *    IT WALKS THE TYPE 'D' READINGS OF THE SELECTED RUN RANGE
      *    IN HISTORY, APPLIES THE FILTERS,
      *    AND PRODUCES EXTCSV IN EXACTLY DATA-CSV'S FORMAT PLUS THE
      *    EXTCOV COVER SHEET STATING THE CRITERIA APPLIED AND HOW
      *    MANY RECORDS MATCHED - SO FULFILLING A REQUEST IS A
       FILE SECTION.
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. ONLY THE TYPE '1' AND 'D' RECORDS ARE USED
      *    HERE.
      ******************************************************************
       FD HISTORY-FILE
           RECORD CONTAINS 220 CHARACTERS
      ******************************************************************
       01 WS-PARM-LINE         PIC X(120).
       01 WS-PARM-FIELDS.
           02 WS-PARM-FIELD    PIC X(10) OCCURS 12 TIMES.
       01 WS-RUN-FROM          PIC 9(05) VALUE 1.
       01 WS-RUN-TO            PIC 9(05) VALUE 99999.
       01 WS-SEL-STREAM        PIC 9(02) VALUE 0.
       01 WS-FLT-SUB           PIC 9(02).
       01 WS-PARM-SUB          PIC 9(02).
       01 WS-PARMS-FOUND       PIC X(01) VALUE 'N'.
       01 WS-SIGN-OVERRIDE     PIC X(01) VALUE 'N'.
      ******************************************************************
      *    FILTER SLOTS: 1/2 TEMPERATURE MIN/MAX, 3/4 HUMIDITY
      *    MIN/MAX, 5/6 CO2 MIN/MAX - LINED UP WITH EXTPARMS FIELDS
       01 WS-COUNT-MATCHED     PIC 9(09) VALUE 0.
       01 WS-MATCH-FLAG        PIC X(01).
       01 WS-CMP-VALUE         PIC S9(05)V99.
       01 WS-COUNT-UNAPPROVED  PIC 9(09) VALUE 0.
       01 WS-RUNS-UNAPPROVED   PIC 9(05) VALUE 0.
      ******************************************************************
      *    SIGN-OFF STATE OF THE RUN BEING WALKED - THE LATEST TYPE
      *    '1' RECORD WINS. THEY SORT BEFORE THE READINGS, SO THE
      *    DECISION IS KNOWN BEFORE THE FIRST ONE. SPACE MEANS THE
      *    RUN HAS NO SIGN-OFF RECORD AT ALL.
      ******************************************************************
       01 WS-RUN-SEEN          PIC X(01) VALUE 'N'.
       01 WS-CURR-RUN          PIC 9(05) VALUE 0.
       01 WS-RUN-DECISION      PIC X(01) VALUE SPACE.
       01 WS-RUN-SIGN-REASON   PIC X(60) VALUE SPACES.
       01 WS-RUN-RDG-HELD      PIC 9(07) VALUE 0.
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
      *    RUNS IN THE RANGE NOT APPROVED - LISTED ON THE COVER SHEET.
      ******************************************************************
       01 WS-EXCL-COUNT        PIC 9(03) VALUE 0.
       01 WS-EXCL-SUB          PIC 9(03).
       01 WS-EXCL-TABLE.
           02 WS-EXCL-ENTRY OCCURS 50 TIMES.
               03 EXC-RUN-NUM      PIC 9(05).
               03 EXC-STATE        PIC X(14).
               03 EXC-READINGS     PIC 9(07).
               03 EXC-TAG          PIC X(20).
               03 EXC-REASON       PIC X(60).
      ******************************************************************
      *    COVER SHEET LINES
      ******************************************************************
           02 WS-CD-DAY        PIC 9(02).
       01 WS-COVER-LINE        PIC X(80).
       01 WS-ED-FILTER         PIC -ZZZZ9.99.
       01 WS-EXCL-LINE.
           02 FILLER           PIC X(06) VALUE '  RUN '.
           02 EXL-RUN          PIC 9(05).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 EXL-STATE        PIC X(14).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 EXL-READINGS     PIC Z(06)9.
           02 FILLER           PIC X(10) VALUE ' READINGS '.
           02 EXL-TAG          PIC X(20).
       01 WS-EXCL-REASON-LINE.
           02 FILLER           PIC X(10) VALUE SPACES.
           02 FILLER           PIC X(08) VALUE 'REASON: '.
           02 EXR-REASON       PIC X(60).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
               WS-COUNT-SCANNED.
       DISPLAY "READINGS MATCHED TO EXTCSV  . . . . . : "
               WS-COUNT-MATCHED.
       IF WS-SIGN-OVERRIDE = 'Y'
           DISPLAY "READINGS OF UNAPPROVED RUNS INCLUDED  : "
                   WS-COUNT-UNAPPROVED
       ELSE
           DISPLAY "READINGS OF UNAPPROVED RUNS LEFT OUT  : "
                   WS-COUNT-UNAPPROVED
       END-IF.
       DISPLAY "SELECTION COVER SHEET WRITTEN TO EXTCOV".
       STOP RUN.
      ******************************************************************
                        WS-PARM-FIELD(5) WS-PARM-FIELD(6)
                        WS-PARM-FIELD(7) WS-PARM-FIELD(8)
                        WS-PARM-FIELD(9) WS-PARM-FIELD(10)
                        WS-PARM-FIELD(11) WS-PARM-FIELD(12)
               END-UNSTRING
               PERFORM P002-TAKE-CRITERIA-FIELDS
           END-IF
                   FUNCTION NUMVAL(WS-PARM-FIELD(WS-PARM-SUB))
           END-IF
       END-PERFORM
       IF WS-PARM-FIELD(12)(1:3) = 'ALL'
           MOVE 'Y' TO WS-SIGN-OVERRIDE
       END-IF
       .
      ******************************************************************
      *    P003-WALK-ARCHIVE - STARTS AT THE FIRST SELECTED RUN AND
      *    WALKS FORWARD UNTIL THE RUN RANGE IS PASSED, TAKING THE
      *    TYPE 'D' READINGS OF EACH RUN ITS SIGN-OFF RELEASES.
      ******************************************************************
       P003-WALK-ARCHIVE.
       MOVE 'F' TO EOF
                       IF HIST-RUN-NUM > WS-RUN-TO
                           MOVE 'T' TO EOF
                       ELSE
                           PERFORM P008-TAKE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P010-CLOSE-RUN
           CLOSE HISTORY-FILE
       END-IF
       .
           WS-CYC-TO DELIMITED BY SIZE
           INTO WS-COVER-LINE
       WRITE FD-COVER-LINE FROM WS-COVER-LINE
       IF WS-SIGN-OVERRIDE = 'Y'
           MOVE '  SIGN-OFF         ALL RUNS - SIGN-OFF OVERRIDDEN'
               TO WS-COVER-LINE
       ELSE
           MOVE '  SIGN-OFF         APPROVED RUNS ONLY'
               TO WS-COVER-LINE
       END-IF
       WRITE FD-COVER-LINE FROM WS-COVER-LINE
       PERFORM VARYING WS-FLT-SUB FROM 1 BY 1
               UNTIL WS-FLT-SUB > 6
           MOVE SPACES TO WS-COVER-LINE
           WS-COUNT-MATCHED DELIMITED BY SIZE
           INTO WS-COVER-LINE
       WRITE FD-COVER-LINE FROM WS-COVER-LINE
       MOVE SPACES TO WS-COVER-LINE
       IF WS-SIGN-OVERRIDE = 'Y'
           STRING '  READINGS OF UNAPPROVED RUNS INCLUDED '
               DELIMITED BY SIZE
               WS-COUNT-UNAPPROVED DELIMITED BY SIZE
               INTO WS-COVER-LINE
       ELSE
           STRING '  READINGS OF UNAPPROVED RUNS LEFT OUT '
               DELIMITED BY SIZE
               WS-COUNT-UNAPPROVED DELIMITED BY SIZE
               INTO WS-COVER-LINE
       END-IF
       WRITE FD-COVER-LINE FROM WS-COVER-LINE
       MOVE '  EXTRACT WRITTEN TO EXTCSV IN DATA-CSV FORMAT'
           TO WS-COVER-LINE
       WRITE FD-COVER-LINE FROM WS-COVER-LINE
       IF WS-EXCL-COUNT > 0
           MOVE SPACES TO WS-COVER-LINE
           WRITE FD-COVER-LINE FROM WS-COVER-LINE
           MOVE 'RUNS IN THE RANGE NOT APPROVED FOR RELEASE'
               TO WS-COVER-LINE
           WRITE FD-COVER-LINE FROM WS-COVER-LINE
           PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > WS-EXCL-COUNT
               MOVE EXC-RUN-NUM(WS-EXCL-SUB) TO EXL-RUN
               MOVE EXC-STATE(WS-EXCL-SUB) TO EXL-STATE
               MOVE EXC-READINGS(WS-EXCL-SUB) TO EXL-READINGS
               MOVE EXC-TAG(WS-EXCL-SUB) TO EXL-TAG
               WRITE FD-COVER-LINE FROM WS-EXCL-LINE
               MOVE EXC-REASON(WS-EXCL-SUB) TO EXR-REASON
               WRITE FD-COVER-LINE FROM WS-EXCL-REASON-LINE
           END-PERFORM
           IF WS-RUNS-UNAPPROVED > WS-EXCL-COUNT
               MOVE '  MORE RUNS NOT APPROVED - NOT LISTED'
                   TO WS-COVER-LINE
               WRITE FD-COVER-LINE FROM WS-COVER-LINE
           END-IF
       END-IF
       CLOSE COVER-OUT
       .
      ******************************************************************
      *    P008-TAKE-HISTORY-RECORD - A NEW RUN NUMBER CLOSES THE
      *    PREVIOUS RUN. A READING IS TESTED AGAINST THE CRITERIA ONLY
      *    WHEN ITS RUN IS APPROVED OR THE SIGN-OFF IS OVERRIDDEN.
      ******************************************************************
       P008-TAKE-HISTORY-RECORD.
       IF WS-RUN-SEEN = 'N' OR HIST-RUN-NUM NOT = WS-CURR-RUN
           PERFORM P010-CLOSE-RUN
           MOVE 'Y' TO WS-RUN-SEEN
           MOVE HIST-RUN-NUM TO WS-CURR-RUN
           MOVE SPACE TO WS-RUN-DECISION
           MOVE SPACES TO WS-RUN-SIGN-REASON
           MOVE 0 TO WS-RUN-RDG-HELD
       END-IF
       EVALUATE HIST-REC-TYPE
           WHEN '1'
               MOVE HIST-DATA TO WS-ARC-SIGN-REC
               MOVE ASG-DECISION TO WS-RUN-DECISION
               MOVE ASG-REASON TO WS-RUN-SIGN-REASON
           WHEN 'D'
               ADD 1 TO WS-COUNT-SCANNED
               IF WS-RUN-DECISION NOT = 'A'
                   ADD 1 TO WS-RUN-RDG-HELD
                   ADD 1 TO WS-COUNT-UNAPPROVED
               END-IF
               IF WS-RUN-DECISION = 'A' OR WS-SIGN-OVERRIDE = 'Y'
                   PERFORM P004-APPLY-CRITERIA
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P010-CLOSE-RUN - A RUN IN THE RANGE THAT IS NOT APPROVED
      *    AND HAD READINGS IS KEPT FOR THE COVER SHEET.
      ******************************************************************
       P010-CLOSE-RUN.
       IF WS-RUN-SEEN = 'Y' AND WS-RUN-DECISION NOT = 'A'
               AND WS-RUN-RDG-HELD > 0
           MOVE 'N' TO WS-RUN-SEEN
           ADD 1 TO WS-RUNS-UNAPPROVED
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
                       MOVE 'NOT SIGNED OFF' TO EXC-STATE(WS-EXCL-COUNT)
               END-EVALUATE
               MOVE WS-RUN-RDG-HELD TO EXC-READINGS(WS-EXCL-COUNT)
               IF WS-SIGN-OVERRIDE = 'Y'
                   MOVE 'INCLUDED BY OVERRIDE' TO EXC-TAG(WS-EXCL-COUNT)
               ELSE
                   MOVE 'LEFT OUT' TO EXC-TAG(WS-EXCL-COUNT)
               END-IF
               IF WS-RUN-DECISION = SPACE
                   MOVE 'NO SIGN-OFF RECORD IN HISTORY'
                       TO EXC-REASON(WS-EXCL-COUNT)
               ELSE
                   MOVE WS-RUN-SIGN-REASON TO EXC-REASON(WS-EXCL-COUNT)
               END-IF
           END-IF
       END-IF
       .

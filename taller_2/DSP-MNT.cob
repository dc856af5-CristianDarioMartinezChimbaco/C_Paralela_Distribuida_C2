       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSP-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE ALERT DISPOSITION ENTRY. THE OPERATOR WHO LOOKED
      *    INTO AN ALERT FINDS IT BY ITS LINEAGE - RUN, STREAM, CYCLE
      *    AND SEQUENCE, AS STATUS-INQ FINDS A READING - AND RECORDS
      *    WHAT IT TURNED OUT TO BE: A DISPOSITION CODE, A FREE-TEXT
      *    NOTE, WHO AND WHEN. THE ALERT IS LOOKED UP IN THE LIVE
      *    ALERT-FILE FOR THE RUN NOT YET ARCHIVED (RUN ZERO, WHICH
      *    DATA-ARC RENUMBERS WHEN IT ARCHIVES THE RUN) OR IN HISTORY
      *    FOR AN ARCHIVED RUN. A DISPOSITION CAN BE CHANGED; THE
      *    LATEST STANDS ON ALTDISP AND EVERY VERSION GOES TO DSPAUDIT
      *    AND, THROUGH DATA-ARC, INTO HISTORY WITH THE RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-DISP ASSIGN TO ALTDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-STATUS-DSP.
           SELECT ALERT-FILE ASSIGN TO ALERT-FILE
               FILE STATUS IS WS-STATUS-ALT.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT DSP-AUDIT ASSIGN TO DSPAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ALERT DISPOSITION - KEYED BY RUN NUMBER PLUS THE ALERT'S
      *    LINEAGE (STREAM, CYCLE, SEQUENCE IN CYCLE) AND THE INDEX
      *    AND REASON, SINCE ONE READING CAN RAISE A HIGH-INDEX AND A
      *    HIGH-CO2 ALERT ON THE SAME INDEX. RUN ZERO IS THE RUN NOT
      *    YET ARCHIVED. ARC 'N' MEANS THIS VERSION HAS NOT YET BEEN
      *    CARRIED INTO HISTORY. MUST STAY IN STEP WITH DATA-ARC AND
      *    DATA-DSP.
      ******************************************************************
       FD ALERT-DISP
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FD-DISP-REC.
       01 FD-DISP-REC.
           02 DSP-KEY.
               03 DSP-RUN-NUM      PIC 9(05).
               03 DSP-LINEAGE.
                   04 DSP-SRC-FILE  PIC X(12).
                   04 DSP-CYCLE-NUM PIC 9(05).
                   04 DSP-SEQ-CYC   PIC 9(03).
               03 DSP-INDEX-NAME   PIC X(10).
               03 DSP-REASON       PIC X(10).
           02 DSP-SEVERITY     PIC X(08).
           02 DSP-ALERT-DATE   PIC 9(08).
           02 DSP-ALERT-TIME   PIC 9(06).
           02 DSP-CODE         PIC X(08).
           02 DSP-NOTE         PIC X(60).
           02 DSP-USER         PIC X(08).
           02 DSP-STAMP        PIC X(26).
           02 DSP-CHANGES      PIC 9(03).
           02 DSP-ARC-FLAG     PIC X(01).
           02 FILLER           PIC X(27).
       FD ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS FD-ALERT-REC.
       01 FD-ALERT-REC         PIC X(143).
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. ARCHIVED ALERTS ARE TYPE 'A'.
      ******************************************************************
       FD HISTORY-FILE
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS FD-HISTORY-REC.
       01 FD-HISTORY-REC.
           02 HIST-KEY.
               03 HIST-RUN-NUM  PIC 9(05).
               03 HIST-REC-TYPE PIC X(01).
               03 HIST-SEQ      PIC 9(07).
           02 HIST-DATA         PIC X(207).
       FD DSP-AUDIT
           DATA RECORD IS FD-DSP-AUDIT-REC.
       01 FD-DSP-AUDIT-REC     PIC X(120).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-DSP        PIC XX.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-VALUE-TXT         PIC X(60).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-CURRENT-STAMP     PIC X(26).
       01 WS-DISP-FOUND        PIC X(01).
       01 WS-DISP-OK           PIC X(01).
      ******************************************************************
      *    LOOKUP INPUTS - THE ALERT'S LINEAGE. RUN ZERO (OR ENTER) IS
      *    THE RUN STILL ON THE LIVE ALERT-FILE.
      ******************************************************************
       01 WS-INQ-RUN-NUM       PIC 9(05).
       01 WS-INQ-STREAM        PIC X(12).
       01 WS-INQ-CYCLE         PIC 9(05).
       01 WS-INQ-SEQ           PIC 9(03).
      ******************************************************************
      *    ALERTS FOUND FOR THE LINEAGE - ONE READING RAISES AT MOST
      *    ONE ALERT PER INDEX PLUS A HIGH-CO2 ALERT.
      ******************************************************************
       01 WS-PICK-SUB          PIC 9(02).
       01 WS-PICK-COUNT        PIC 9(02) VALUE 0.
       01 WS-PICK-MAX          PIC 9(02) VALUE 10.
       01 WS-PICK-TABLE.
           02 WS-PICK-ENTRY    PIC X(143) OCCURS 10 TIMES.
      ******************************************************************
      *    ALERT LAYOUT - MUST STAY IN STEP WITH WS-ALERT-REC IN
      *    INDEX/INDEX-P, WHICH WRITE IT.
      ******************************************************************
       01 WS-ALERT-REC.
           02 FILLER           PIC X(12).
           02 ALT-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ALT-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ALT-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ALT-INDEX-NUM    PIC 9(03)V99.
           02 ALT-WINDOW-FLAG  PIC X(01).
           02 ALT-REASON       PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-INDEX-NAME   PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 ALT-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 ALT-SEQ-IN-CYCLE PIC 9(03).
           02 FILLER           PIC X(05).
           02 ALT-TS-DATE      PIC 9(08).
           02 ALT-TS-TIME      PIC 9(06).
           02 FILLER           PIC X(05).
           02 ALT-SEVERITY     PIC X(08).
       01 WS-SHOW-VALUE        PIC ZZ9.99.
      ******************************************************************
      *    DISPOSITION CODES
      ******************************************************************
       01 WS-CODE-SUB          PIC 9(02).
       01 WS-CODE-IDX          PIC 9(02).
       01 WS-CODE-COUNT        PIC 9(02) VALUE 5.
       01 WS-CODE-LIST.
           02 FILLER           PIC X(38) VALUE
               'FALSE   FALSE ALARM                   '.
           02 FILLER           PIC X(38) VALUE
               'FAULT   SENSOR FAULT                  '.
           02 FILLER           PIC X(38) VALUE
               'VENTADJ VENTILATION ADJUSTED          '.
           02 FILLER           PIC X(38) VALUE
               'ESCALATEESCALATED TO FACILITIES       '.
           02 FILLER           PIC X(38) VALUE
               'OTHER   OTHER - SEE NOTE              '.
       01 WS-CODE-TABLE REDEFINES WS-CODE-LIST.
           02 WS-CODE-ENTRY OCCURS 5 TIMES.
               03 CODE-VALUE   PIC X(08).
               03 CODE-TEXT    PIC X(30).
       01 WS-NEW-CODE          PIC X(08).
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, STREAM AND THE
      *    DISPOSITION AS STORED.
      ******************************************************************
       01 WS-DSP-AUDIT-REC.
           02 DAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DAUD-DETAIL      PIC X(62).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DSP-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       PERFORM P001-OPEN-MASTER
       IF WS-STATUS-DSP = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '3'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM P002-RECORD-DISPOSITION
                   WHEN '2'
                       PERFORM P009-LIST-RUN-DISPOSITIONS
                   WHEN '3'
                       DISPLAY "EXITING DSP-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE ALERT-DISP
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "ALERT DISPOSITIONS"
       DISPLAY "===================================================="
       DISPLAY "1. LOOK UP AN ALERT AND RECORD ITS DISPOSITION"
       DISPLAY "2. LIST THE DISPOSITIONS FOR A RUN"
       DISPLAY "3. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-MASTER - A MISSING FILE IS BUILT EMPTY, SO THE
      *    FIRST DISPOSITION CAN BE RECORDED.
      ******************************************************************
       P001-OPEN-MASTER.
       OPEN I-O ALERT-DISP
       IF WS-STATUS-DSP NOT = "00"
           OPEN OUTPUT ALERT-DISP
           IF WS-STATUS-DSP = "00"
               CLOSE ALERT-DISP
               OPEN I-O ALERT-DISP
           END-IF
       END-IF
       IF WS-STATUS-DSP NOT = "00"
           DISPLAY "ALTDISP COULD NOT BE OPENED - STATUS "
                   WS-STATUS-DSP
       END-IF
       .
      ******************************************************************
      *    P002-RECORD-DISPOSITION - PROMPTS FOR THE LINEAGE, FINDS THE
      *    ALERT(S) IT RAISED, LETS THE OPERATOR PICK ONE WHEN THE
      *    READING RAISED MORE THAN ONE, SHOWS ANY DISPOSITION ALREADY
      *    ON FILE AND RECORDS THE NEW ONE.
      ******************************************************************
       P002-RECORD-DISPOSITION.
       PERFORM P003-PROMPT-LINEAGE
       MOVE 0 TO WS-PICK-COUNT
       IF WS-INQ-RUN-NUM = 0
           PERFORM P004-FIND-LIVE-ALERTS
       ELSE
           PERFORM P005-FIND-ARCHIVED-ALERTS
       END-IF
       MOVE 0 TO WS-PICK-SUB
       EVALUATE TRUE
           WHEN WS-PICK-COUNT = 0
               DISPLAY "NO ALERT WITH THAT LINEAGE IN RUN "
                       WS-INQ-RUN-NUM
           WHEN WS-PICK-COUNT = 1
               MOVE 1 TO WS-PICK-SUB
           WHEN OTHER
               PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                       UNTIL WS-PICK-SUB > WS-PICK-COUNT
                   MOVE WS-PICK-ENTRY(WS-PICK-SUB) TO WS-ALERT-REC
                   DISPLAY WS-PICK-SUB ". " ALT-SEVERITY " "
                           ALT-REASON " " ALT-INDEX-NAME
               END-PERFORM
               DISPLAY "WHICH ALERT (1-" WS-PICK-COUNT "): "
                   WITH NO ADVANCING
               ACCEPT WS-VALUE-TXT FROM CONSOLE
               COMPUTE WS-PICK-SUB = FUNCTION NUMVAL(WS-VALUE-TXT)
               IF WS-PICK-SUB < 1 OR WS-PICK-SUB > WS-PICK-COUNT
                   DISPLAY "INVALID CHOICE - NOTHING RECORDED"
                   MOVE 0 TO WS-PICK-SUB
               END-IF
       END-EVALUATE
       IF WS-PICK-SUB > 0
           MOVE WS-PICK-ENTRY(WS-PICK-SUB) TO WS-ALERT-REC
           PERFORM P006-SHOW-ALERT
           PERFORM P007-READ-DISPOSITION
           PERFORM P008-PROMPT-DISPOSITION
           IF WS-DISP-OK = 'Y'
               PERFORM P010-STAMP-RECORD
               IF WS-DISP-FOUND = 'Y'
                   REWRITE FD-DISP-REC
                       INVALID KEY
                           DISPLAY "UPDATE FAILED - STATUS "
                                   WS-STATUS-DSP
                       NOT INVALID KEY
                           DISPLAY "DISPOSITION CHANGED"
                           MOVE 'CHANGE  ' TO DAUD-ACTION
                           PERFORM P012-WRITE-DSP-AUDIT
                   END-REWRITE
               ELSE
                   WRITE FD-DISP-REC
                       INVALID KEY
                           DISPLAY "ADD FAILED - STATUS "
                                   WS-STATUS-DSP
                       NOT INVALID KEY
                           DISPLAY "DISPOSITION RECORDED"
                           MOVE 'RECORD  ' TO DAUD-ACTION
                           PERFORM P012-WRITE-DSP-AUDIT
                   END-WRITE
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P003-PROMPT-LINEAGE
      ******************************************************************
       P003-PROMPT-LINEAGE.
       DISPLAY "RUN NUMBER (ENTER = RUN NOT YET ARCHIVED): "
           WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT = SPACES
           MOVE 0 TO WS-INQ-RUN-NUM
       ELSE
           COMPUTE WS-INQ-RUN-NUM = FUNCTION NUMVAL(WS-VALUE-TXT)
       END-IF
       DISPLAY "STREAM NAME (E.G. DATA-FILE-01): " WITH NO ADVANCING
       ACCEPT WS-INQ-STREAM FROM CONSOLE
       DISPLAY "CYCLE: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       COMPUTE WS-INQ-CYCLE = FUNCTION NUMVAL(WS-VALUE-TXT)
       DISPLAY "SEQUENCE IN CYCLE: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       COMPUTE WS-INQ-SEQ = FUNCTION NUMVAL(WS-VALUE-TXT)
       .
      ******************************************************************
      *    P004-FIND-LIVE-ALERTS - SCANS THE LIVE ALERT-FILE. INDEX
      *    HOLDS IT OPEN FOR OUTPUT WHILE THE JOB RUNS.
      ******************************************************************
       P004-FIND-LIVE-ALERTS.
       MOVE 'F' TO EOF
       OPEN INPUT ALERT-FILE
       EVALUATE WS-STATUS-ALT
           WHEN "00"
               PERFORM UNTIL EOF = 'T'
                   READ ALERT-FILE INTO WS-ALERT-REC
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           PERFORM P011-TAKE-IF-MATCHED
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           WHEN "61"
               DISPLAY "ALERT-FILE IS OPEN BY THE JOB - JOB IS "
                   "CURRENTLY RUNNING, TRY AGAIN WHEN IT FINISHES"
           WHEN OTHER
               DISPLAY "NO ALERT-FILE FOUND - JOB HAS NOT RUN YET"
       END-EVALUATE
       INITIALIZE EOF
       .
      ******************************************************************
      *    P005-FIND-ARCHIVED-ALERTS - WALKS THE RUN'S TYPE 'A' BLOCK
      *    IN HISTORY.
      ******************************************************************
       P005-FIND-ARCHIVED-ALERTS.
       MOVE 'F' TO EOF
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST = "00"
           MOVE WS-INQ-RUN-NUM TO HIST-RUN-NUM
           MOVE 'A' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF HIST-RUN-NUM NOT = WS-INQ-RUN-NUM
                           OR HIST-REC-TYPE NOT = 'A'
                           MOVE 'T' TO EOF
                       ELSE
                           MOVE HIST-DATA TO WS-ALERT-REC
                           PERFORM P011-TAKE-IF-MATCHED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
       ELSE
           DISPLAY "NO HISTORY FILE FOUND - NO RUN HAS BEEN "
                   "ARCHIVED YET"
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P011-TAKE-IF-MATCHED
      ******************************************************************
       P011-TAKE-IF-MATCHED.
       IF ALT-SOURCE-FILE = WS-INQ-STREAM
           AND ALT-CYCLE-NUM = WS-INQ-CYCLE
           AND ALT-SEQ-IN-CYCLE = WS-INQ-SEQ
           AND WS-PICK-COUNT < WS-PICK-MAX
           ADD 1 TO WS-PICK-COUNT
           MOVE WS-ALERT-REC TO WS-PICK-ENTRY(WS-PICK-COUNT)
       END-IF
       .
      ******************************************************************
      *    P006-SHOW-ALERT
      ******************************************************************
       P006-SHOW-ALERT.
       MOVE ALT-INDEX-NUM TO WS-SHOW-VALUE
       DISPLAY "ALERT  " ALT-SEVERITY " " ALT-REASON
               " INDEX " ALT-INDEX-NAME " VALUE " WS-SHOW-VALUE
       DISPLAY "  STREAM " ALT-SOURCE-FILE " CYCLE " ALT-CYCLE-NUM
               " SEQ " ALT-SEQ-IN-CYCLE
               " AT " ALT-TS-DATE " " ALT-TS-TIME
       IF ALT-WINDOW-FLAG = 'W'
           DISPLAY "  RAISED INSIDE A MAINTENANCE WINDOW (SUPPRESSED)"
       END-IF
       .
      ******************************************************************
      *    P007-READ-DISPOSITION - WS-DISP-FOUND COMES BACK 'Y' WHEN
      *    THE ALERT ALREADY HAS A DISPOSITION, WHICH IS SHOWN.
      ******************************************************************
       P007-READ-DISPOSITION.
       MOVE 'Y' TO WS-DISP-FOUND
       MOVE WS-INQ-RUN-NUM TO DSP-RUN-NUM
       MOVE ALT-SOURCE-FILE TO DSP-SRC-FILE
       MOVE ALT-CYCLE-NUM TO DSP-CYCLE-NUM
       MOVE ALT-SEQ-IN-CYCLE TO DSP-SEQ-CYC
       MOVE ALT-INDEX-NAME TO DSP-INDEX-NAME
       MOVE ALT-REASON TO DSP-REASON
       READ ALERT-DISP
           KEY IS DSP-KEY
           INVALID KEY
               MOVE 'N' TO WS-DISP-FOUND
       END-READ
       IF WS-DISP-FOUND = 'Y'
           DISPLAY "CURRENT DISPOSITION " DSP-CODE
                   " BY " DSP-USER " AT " DSP-STAMP(1:14)
           DISPLAY "  NOTE " DSP-NOTE
       ELSE
           MOVE ALT-SEVERITY TO DSP-SEVERITY
           MOVE ALT-TS-DATE TO DSP-ALERT-DATE
           MOVE ALT-TS-TIME TO DSP-ALERT-TIME
           MOVE SPACES TO DSP-CODE
           MOVE SPACES TO DSP-NOTE
           MOVE 0 TO DSP-CHANGES
           DISPLAY "NO DISPOSITION RECORDED YET"
       END-IF
       .
      ******************************************************************
      *    P008-PROMPT-DISPOSITION - CODE FROM THE LIST AND A NOTE. A
      *    BLANK CODE CHANGES NOTHING; OTHER NEEDS A NOTE. WS-DISP-OK
      *    COMES BACK 'N' WHEN NOTHING IS TO BE RECORDED.
      ******************************************************************
       P008-PROMPT-DISPOSITION.
       MOVE 'Y' TO WS-DISP-OK
       PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
           DISPLAY "  " CODE-VALUE(WS-CODE-SUB) " "
                   CODE-TEXT(WS-CODE-SUB)
       END-PERFORM
       DISPLAY "DISPOSITION CODE: " WITH NO ADVANCING
       ACCEPT WS-NEW-CODE FROM CONSOLE
       MOVE 0 TO WS-CODE-IDX
       PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
                   OR WS-CODE-IDX > 0
           IF CODE-VALUE(WS-CODE-SUB) = WS-NEW-CODE
               MOVE WS-CODE-SUB TO WS-CODE-IDX
           END-IF
       END-PERFORM
       IF WS-NEW-CODE = SPACES
           MOVE 'N' TO WS-DISP-OK
           DISPLAY "NO CODE GIVEN - NOTHING RECORDED"
       ELSE
           IF WS-CODE-IDX = 0
               MOVE 'N' TO WS-DISP-OK
               DISPLAY "UNKNOWN DISPOSITION CODE - NOTHING RECORDED"
           ELSE
               DISPLAY "NOTE: " WITH NO ADVANCING
               ACCEPT WS-VALUE-TXT FROM CONSOLE
               IF WS-VALUE-TXT = SPACES AND WS-NEW-CODE = 'OTHER'
                   MOVE 'N' TO WS-DISP-OK
                   DISPLAY "OTHER NEEDS A NOTE - NOTHING RECORDED"
               ELSE
                   MOVE WS-NEW-CODE TO DSP-CODE
                   MOVE WS-VALUE-TXT TO DSP-NOTE
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-STAMP-RECORD - EVERY NEW VERSION WAITS TO BE CARRIED
      *    INTO HISTORY BY THE NEXT DATA-ARC.
      ******************************************************************
       P010-STAMP-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
       MOVE WS-OPERATOR-ID TO DSP-USER
       MOVE WS-CURRENT-STAMP TO DSP-STAMP
       ADD 1 TO DSP-CHANGES
       MOVE 'N' TO DSP-ARC-FLAG
       .
      ******************************************************************
      *    P009-LIST-RUN-DISPOSITIONS - EVERY DISPOSITION ON FILE FOR
      *    ONE RUN, IN LINEAGE ORDER.
      ******************************************************************
       P009-LIST-RUN-DISPOSITIONS.
       DISPLAY "RUN NUMBER (ENTER = RUN NOT YET ARCHIVED): "
           WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT = SPACES
           MOVE 0 TO WS-INQ-RUN-NUM
       ELSE
           COMPUTE WS-INQ-RUN-NUM = FUNCTION NUMVAL(WS-VALUE-TXT)
       END-IF
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO DSP-KEY
       MOVE WS-INQ-RUN-NUM TO DSP-RUN-NUM
       START ALERT-DISP KEY NOT < DSP-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ ALERT-DISP NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF DSP-RUN-NUM NOT = WS-INQ-RUN-NUM
                       MOVE 'T' TO EOF
                   ELSE
                       ADD 1 TO WS-COUNT-LISTED
                       DISPLAY DSP-SRC-FILE " " DSP-CYCLE-NUM " "
                               DSP-SEQ-CYC " " DSP-INDEX-NAME " "
                               DSP-SEVERITY " " DSP-CODE " "
                               DSP-USER " " DSP-STAMP(1:14)
                       DISPLAY "  NOTE " DSP-NOTE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO DISPOSITIONS ON FILE FOR RUN " WS-INQ-RUN-NUM
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P012-WRITE-DSP-AUDIT - ONE LINE PER CHANGE: WHO, WHEN, WHAT
      *    ACTION, WHICH STREAM, THE ALERT AND THE DISPOSITION.
      ******************************************************************
       P012-WRITE-DSP-AUDIT.
       OPEN EXTEND DSP-AUDIT
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT DSP-AUDIT
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE DSP-STAMP TO DAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO DAUD-USER
           MOVE DSP-SRC-FILE TO DAUD-KEY
           MOVE SPACES TO DAUD-DETAIL
           STRING 'RUN ' DELIMITED BY SIZE
               DSP-RUN-NUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSP-CYCLE-NUM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               DSP-SEQ-CYC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSP-INDEX-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSP-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DSP-NOTE DELIMITED BY SIZE
               INTO DAUD-DETAIL
           END-STRING
           WRITE FD-DSP-AUDIT-REC FROM WS-DSP-AUDIT-REC
           CLOSE DSP-AUDIT
       END-IF
       .

      *    RUN. READS THE CHECKPOINT FILE, THE MESAGGE HANDSHAKE FILE
      *    AND TODAY'S DATA-TOTAL TO ANSWER "HOW FAR ALONG" AND "HOW
      *    MANY ALERTS" WITHOUT TAILING THE JOB'S CONSOLE OUTPUT.
      *    THE TWO CONTROL ACTIONS - POSTING A DRAIN AND RELEASING THE
      *    RUN LOCK - ASK FOR AN OPERATOR ID AND ARE REFUSED, AND THE
      *    REFUSAL LOGGED TO AUDITLOG, UNLESS OPERAUTH GIVES THAT ID
      *    THE DRAIN OR LOCK-RELEASE AUTHORITY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-STATUS-HST.
           SELECT RUN-LOCK ASSIGN TO RUNLOCK
               FILE STATUS IS WS-STATUS-LCK.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-STATUS-OPR.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALG.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS FD-CHECKPOINT-REC.
       01 FD-CHECKPOINT-REC   PIC X(41).
       FD MESSAGE-PROGRAM
           RECORDING MODE IS F
           RECORD CONTAINS 2 CHARACTERS
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. TYPE '0' = RUN STAMP, 'D' = DATA-TOTAL RECORD,
      *    'A' = ALERT, 'B' = ALERT DISPOSITION, 'C' = CALIBRATION IN
      *    FORCE, 'E' = EXCEPTION, 'G' = FEED GAP, 'N' = ANOMALY,
      *    'P' = EPISODE.
      ******************************************************************
       FD HISTORY-FILE
           DATA RECORD IS FD-RUN-LOCK-REC.
       01 FD-RUN-LOCK-REC      PIC X(40).
      ******************************************************************
      *    OPERATOR AUTHORITY MASTER - MUST STAY IN STEP WITH OPR-MNT,
      *    WHICH MAINTAINS IT. ONLY READ HERE.
      ******************************************************************
       FD OPERATOR-AUTH
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-OPERATOR-REC.
       01 FD-OPERATOR-REC.
           02 OPR-OPERATOR-ID  PIC X(08).
           02 OPR-NAME         PIC X(30).
           02 OPR-FUNCTIONS.
               03 OPR-AUTH-CAL     PIC X(01).
               03 OPR-AUTH-STR     PIC X(01).
               03 OPR-AUTH-PARM    PIC X(01).
               03 OPR-AUTH-QUAR    PIC X(01).
               03 OPR-AUTH-DRAIN   PIC X(01).
               03 OPR-AUTH-LOCK    PIC X(01).
               03 OPR-AUTH-ADMIN   PIC X(01).
           02 OPR-FUNCTION-TABLE REDEFINES OPR-FUNCTIONS.
               03 OPR-AUTH-FLAG    PIC X(01) OCCURS 7 TIMES.
           02 OPR-STATUS       PIC X(01).
           02 OPR-UPD-USER     PIC X(08).
           02 OPR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(20).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
           02 MSG-EOJ-FLAG      PIC X(01).
      ******************************************************************
      *    CHECKPOINT LAYOUT - MUST STAY IN STEP WITH DATA-INDEX'S
      *    WS-CHECKPOINT-REC (CYCLE, CUMULATIVE RECORDS WRITTEN AND
      *    THE PER-STREAM GAP COUNTS).
      ******************************************************************
       01 WS-CHECKPOINT-REC.
           02 CKP-CYCLE         PIC 9(05).
           02 CKP-WRITTEN       PIC 9(09).
           02 CKP-GAPS          PIC 9(09) OCCURS 3 TIMES.
       01 WS-READING-COUNT      PIC 9(07) VALUE 0.
       01 WS-ALERT-COUNT        PIC 9(07) VALUE 0.
       01 WS-MENU-CHOICE        PIC X(01).
       01 WS-STATUS-HST         PIC XX.
       01 WS-STATUS-DRN         PIC XX.
       01 WS-DRAIN-CONFIRM      PIC X(01).
       01 WS-OPERATOR-ID        PIC X(08).
       01 WS-RUN-NUM-TXT        PIC X(05).
       01 WS-INQ-RUN-NUM        PIC 9(05).
       01 WS-ARC-READING-COUNT  PIC 9(07).
       01 WS-ARC-ALERT-COUNT    PIC 9(07).
       01 WS-ARC-EXCEPT-COUNT   PIC 9(07).
       01 WS-ARC-ANOMALY-COUNT  PIC 9(07).
       01 WS-ARC-GAP-COUNT      PIC 9(07).
       01 WS-ARC-EPISODE-COUNT  PIC 9(07).
       01 WS-ARC-CAL-COUNT      PIC 9(07).
       01 WS-ARC-DISP-COUNT     PIC 9(07).
      ******************************************************************
      *    RUN STAMP VIEW - HIST-DATA OF THE TYPE '0' RECORD. MUST STAY
      *    IN STEP WITH WS-RUN-STAMP-REC IN DATA-ARC AND DATA-RSM.
      ******************************************************************
       01 WS-ARC-STAMP-REC.
           02 FILLER            PIC X(09).
           02 ARC-STAMP-TIMESTAMP PIC X(26).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-REVISION PIC 9(02).
           02 FILLER            PIC X(08).
           02 ARC-STAMP-BASE-RUN PIC 9(05).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-CAL-KEPT PIC X(01).
           02 FILLER            PIC X(15).
           02 ARC-STAMP-SUPERSEDED PIC 9(05).
           02 FILLER            PIC X(10).
           02 ARC-STAMP-RESTATED PIC X(26).
           02 FILLER            PIC X(90).
      ******************************************************************
      *    LINEAGE RETRIEVAL INPUTS - STREAM NUMBER PLUS CYCLE RANGE,
      *    SERVED DIRECTLY OFF DATA-TOTAL'S ALTERNATE RECORD KEY.
           02 REC-TS-DATE       PIC 9(08) VALUE ZEROS.
           02 REC-TS-TIME       PIC 9(06) VALUE ZEROS.
      ******************************************************************
      *    OPERATOR AUTHORITY CHECK - THE ID AND THE POSITION OF THE
      *    FUNCTION'S FLAG ON THE MASTER, IN THE ORDER OF
      *    WS-FUNC-NAME.
      ******************************************************************
       01 WS-STATUS-OPR        PIC XX.
       01 WS-STATUS-ALG        PIC XX.
       01 WS-AUTH-ID           PIC X(08).
       01 WS-AUTH-FUNC         PIC 9(01).
       01 WS-AUTH-OK           PIC X(01) VALUE 'N'.
       01 WS-FUNC-NAME-LIST.
           02 FILLER PIC X(12) VALUE 'CALIBRATE'.
           02 FILLER PIC X(12) VALUE 'STREAM-MAINT'.
           02 FILLER PIC X(12) VALUE 'PARM-MAINT'.
           02 FILLER PIC X(12) VALUE 'QUAR-RELEASE'.
           02 FILLER PIC X(12) VALUE 'DRAIN'.
           02 FILLER PIC X(12) VALUE 'LOCK-RELEASE'.
           02 FILLER PIC X(12) VALUE 'ADMIN'.
       01 WS-FUNC-NAME-TABLE REDEFINES WS-FUNC-NAME-LIST.
           02 WS-FUNC-NAME     PIC X(12) OCCURS 7 TIMES.
      ******************************************************************
      *    RUN AUDIT TRAIL - SAME LAYOUT AS THE BATCH STEPS WRITE.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'STATUSIN'.
       01 WS-AUDIT-TIMESTAMP   PIC X(26).
       01 WS-AUDIT-REC.
           02 AUD-JOB-ID       PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-TIMESTAMP    PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-EVENT        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AUD-DETAIL       PIC X(40).
       01 WS-AUDIT-EVENT-ARG   PIC X(20).
       01 WS-AUDIT-DETAIL-ARG  PIC X(40).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
      *    THE REQUEST WHEN IT ACKNOWLEDGES IT.
      ******************************************************************
       P010-REQUEST-DRAIN.
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 5 TO WS-AUTH-FUNC
       PERFORM P013-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           DISPLAY "DRAIN THE LIVE RUN AFTER ITS CURRENT CYCLE? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-DRAIN-CONFIRM FROM CONSOLE
       ELSE
           PERFORM P014-REFUSE-OPERATOR
           MOVE 'N' TO WS-DRAIN-CONFIRM
       END-IF
       IF WS-DRAIN-CONFIRM = 'Y' OR WS-DRAIN-CONFIRM = 'y'
           OPEN OUTPUT DRAIN-REQUEST
           IF WS-STATUS-DRN = "00"
       MOVE 0 TO WS-ARC-ALERT-COUNT
       MOVE 0 TO WS-ARC-EXCEPT-COUNT
       MOVE 0 TO WS-ARC-ANOMALY-COUNT
       MOVE 0 TO WS-ARC-GAP-COUNT
       MOVE 0 TO WS-ARC-EPISODE-COUNT
       MOVE 0 TO WS-ARC-CAL-COUNT
       MOVE 0 TO WS-ARC-DISP-COUNT
       MOVE 'F' TO EOF
       OPEN INPUT HISTORY-FILE
       EVALUATE WS-STATUS-HST
           WHEN "00"
               MOVE WS-INQ-RUN-NUM TO HIST-RUN-NUM
               MOVE '0' TO HIST-REC-TYPE
               MOVE 0 TO HIST-SEQ
               START HISTORY-FILE KEY NOT < HIST-KEY
                   INVALID KEY
                       WS-ARC-ALERT-COUNT
               DISPLAY "EXCEPTIONS IN ARCHIVED RUN  . . . . . : "
                       WS-ARC-EXCEPT-COUNT
               DISPLAY "GAP RECORDS IN ARCHIVED RUN . . . . . : "
                       WS-ARC-GAP-COUNT
               DISPLAY "ANOMALIES IN ARCHIVED RUN . . . . . . : "
                       WS-ARC-ANOMALY-COUNT
               DISPLAY "EPISODES IN ARCHIVED RUN  . . . . . . : "
                       WS-ARC-EPISODE-COUNT
               DISPLAY "CALIBRATION ENTRIES IN ARCHIVED RUN . : "
                       WS-ARC-CAL-COUNT
               DISPLAY "ALERT DISPOSITIONS IN ARCHIVED RUN  . : "
                       WS-ARC-DISP-COUNT
           WHEN OTHER
               DISPLAY "NO HISTORY FILE FOUND - NO RUN HAS BEEN "
                       "ARCHIVED YET"
       END-EVALUATE
       .
      ******************************************************************
      *    P007-SHOW-ARCHIVE-RECORD - SHOWS THE RUN STAMP, LISTS A
      *    TYPE 'D' READING AND COUNTS THE OTHER ARCHIVED RECORD TYPES.
      *    A STAMP WRITTEN BEFORE REVISIONS EXISTED CARRIES SPACES
      *    AFTER THE TIMESTAMP AND SHOWS AS THE ORIGINAL RUN.
      ******************************************************************
       P007-SHOW-ARCHIVE-RECORD.
       EVALUATE HIST-REC-TYPE
           WHEN '0'
               MOVE HIST-DATA TO WS-ARC-STAMP-REC
               DISPLAY "ARCHIVED AT " ARC-STAMP-TIMESTAMP
               IF ARC-STAMP-REVISION IS NUMERIC
                   AND ARC-STAMP-REVISION > 0
                   DISPLAY "RESTATEMENT " ARC-STAMP-REVISION
                           " OF RUN " ARC-STAMP-BASE-RUN
                           " AT " ARC-STAMP-RESTATED
               END-IF
               IF ARC-STAMP-SUPERSEDED IS NUMERIC
                   AND ARC-STAMP-SUPERSEDED > 0
                   DISPLAY "SUPERSEDED BY RESTATED RUN "
                           ARC-STAMP-SUPERSEDED
               END-IF
           WHEN 'C'
               ADD 1 TO WS-ARC-CAL-COUNT
           WHEN 'D'
               ADD 1 TO WS-ARC-READING-COUNT
               MOVE HIST-DATA TO WS-ARC-TOTAL-REC
               DISPLAY ARC-SEQ-NUM " " ARC-READING
           WHEN 'A'
               ADD 1 TO WS-ARC-ALERT-COUNT
           WHEN 'B'
               ADD 1 TO WS-ARC-DISP-COUNT
           WHEN 'E'
               ADD 1 TO WS-ARC-EXCEPT-COUNT
           WHEN 'G'
               ADD 1 TO WS-ARC-GAP-COUNT
           WHEN 'N'
               ADD 1 TO WS-ARC-ANOMALY-COUNT
           WHEN 'P'
       P012-RELEASE-RUN-LOCK.
       PERFORM P011-SHOW-RUN-LOCK
       IF LOCK-STATE = 'L'
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           MOVE WS-OPERATOR-ID TO WS-AUTH-ID
           MOVE 6 TO WS-AUTH-FUNC
           PERFORM P013-CHECK-AUTHORITY
           IF WS-AUTH-OK NOT = 'Y'
               PERFORM P014-REFUSE-OPERATOR
           END-IF
       END-IF
       IF LOCK-STATE = 'L' AND WS-AUTH-OK = 'Y'
           DISPLAY "CONFIRM THE RUN IS DEAD AND RELEASE THE LOCK? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-LOCK-CONFIRM FROM CONSOLE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P013-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE FLAG FOR WS-AUTH-FUNC SET. A MISSING
      *    MASTER AUTHORIZES NOBODY.
      ******************************************************************
       P013-CHECK-AUTHORITY.
       MOVE 'N' TO WS-AUTH-OK
       OPEN INPUT OPERATOR-AUTH
       IF WS-STATUS-OPR = "00"
           MOVE WS-AUTH-ID TO OPR-OPERATOR-ID
           READ OPERATOR-AUTH
               KEY IS OPR-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-STATUS = 'A'
                      AND OPR-AUTH-FLAG(WS-AUTH-FUNC) = 'Y'
                       MOVE 'Y' TO WS-AUTH-OK
                   END-IF
           END-READ
           CLOSE OPERATOR-AUTH
       END-IF
       .
      ******************************************************************
      *    P014-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P014-REFUSE-OPERATOR.
       DISPLAY "OPERATOR " WS-AUTH-ID " IS NOT AUTHORIZED FOR "
               WS-FUNC-NAME(WS-AUTH-FUNC)
       MOVE 'ACCESS REFUSED' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       STRING 'OPERATOR ' DELIMITED BY SIZE
           WS-AUTH-ID DELIMITED BY SIZE
           ' FUNCTION ' DELIMITED BY SIZE
           WS-FUNC-NAME(WS-AUTH-FUNC) DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL-ARG
       END-STRING
       PERFORM P015-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P015-WRITE-AUDIT-RECORD
      ******************************************************************
       P015-WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-ALG NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       IF WS-STATUS-ALG = "00"
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
           MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
           WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG
       END-IF
       .

      *    LINES NOT WORTH SAVING ARE ABANDONED EXPLICITLY. EVERY
      *    RELEASE AND ABANDONMENT WRITES AN AUDIT LINE TO QUARAUD
      *    SAYING WHO CHANGED WHAT, AND FEEDQUAR IS REBUILT WITHOUT
      *    THE LINES THAT LEFT IT. ONLY AN OPERATOR WITH QUARANTINE
      *    RELEASE AUTHORITY ON OPERAUTH MAY SIGN ON; ANY OTHER ID IS
      *    REFUSED AND THE REFUSAL LOGGED TO AUDITLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUARANTINE-WORK ASSIGN TO QUARWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QWK.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
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
           DATA RECORD IS FD-QUAR-WORK-REC.
       01 FD-QUAR-WORK-REC     PIC X(110).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT.
      ******************************************************************
       FD STREAM-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-STREAM-REC.
       01 FD-STREAM-REC.
           02 STR-STREAM-NAME  PIC X(12).
           02 STR-LOCATION     PIC X(20).
           02 STR-DESCRIPTION  PIC X(30).
           02 STR-INSERVICE    PIC 9(08).
           02 STR-STATUS       PIC X(01).
           02 STR-UPD-USER     PIC X(08).
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
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
      ******************************************************************
      *    FEED LINE FIELD WORK AREAS AND EDIT LADDER STATE - MUST
      *    STAY IN STEP WITH DATA-EDT'S EDIT LADDER, INCLUDING THE
      *    SIX-FIELD LAYOUT (STREAM,DATE,TIME,TEMPERATURE,HUMIDITY,
      *    CO2), THE STREAM CHECK AND THE SIGNED TEMPERATURE RULE.
      ******************************************************************
       01 WS-FEED-LINE         PIC X(80).
       01 WS-FIELD-STREAM      PIC X(20).
       01 WS-FIELD-1           PIC X(20).
       01 WS-FIELD-2           PIC X(20).
       01 WS-FIELD-3           PIC X(20).
       01 WS-MAX-HUMIDITY      PIC 9(05)V99 VALUE 99.99.
       01 WS-MAX-CO2           PIC 9(05)V99 VALUE 999.
      ******************************************************************
      *    PARALLEL DATA FILE STREAMS AND STREAM MASTER VIEW - MUST
      *    STAY IN STEP WITH DATA-EDT. A STREAM WITHOUT AN ENTRY IS
      *    UNKNOWN; ONLY A MASTER THAT CANNOT BE OPENED LEAVES EVERY
      *    STREAM ON IT AND ACTIVE.
      ******************************************************************
       01 WS-FILE-IDX          PIC 9(02).
       01 WS-FILE-COUNT        PIC 9(02) VALUE 3.
       01 WS-FILE-NAME-LIST.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-01'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-02'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-03'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           02 WS-FILE-NAME-ENTRY PIC X(20) OCCURS 3 TIMES.
       01 WS-LINE-STREAM       PIC 9(02).
       01 WS-STATUS-STR        PIC XX.
       01 WS-STR-VIEW-TABLE.
           02 WS-STR-VIEW OCCURS 3 TIMES.
               03 STR-ON-MASTER   PIC X(01).
               03 STR-ACTIVE-FLAG PIC X(01).
      ******************************************************************
      *    AUDIT LINE - WHO, WHEN, WHAT ACTION, WHICH FEED LINE, AND
      *    THE LINE AS IT LEFT THE QUARANTINE.
      ******************************************************************
           02 FILLER           PIC X(01) VALUE SPACE.
           02 QAUD-TEXT        PIC X(80).
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
       01 WS-JOB-ID            PIC X(08) VALUE 'QUA-MNT'.
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
       DISPLAY "WELCOME TO QUA-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 4 TO WS-AUTH-FUNC
       PERFORM P020-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           PERFORM P018-LOAD-STREAM-MASTER
           PERFORM P001-LOAD-QUARANTINE
       ELSE
           PERFORM P021-REFUSE-OPERATOR
           MOVE 8 TO RETURN-CODE
       END-IF
       IF WS-AUTH-OK = 'Y' AND WS-QUAR-COUNT = 0
           DISPLAY "NO QUARANTINED FEED LINES ON FILE"
       END-IF
       IF WS-AUTH-OK = 'Y' AND WS-QUAR-COUNT > 0
           PERFORM UNTIL WS-MENU-CHOICE = '5'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
           MOVE QUAR-LINE TO WS-FEED-LINE
           PERFORM P008-SPLIT-FEED-LINE
           DISPLAY "QUARANTINED FOR [" QUAR-REASON "]"
           DISPLAY "  0 STREAM      = " WS-FIELD-STREAM
           DISPLAY "  1 DATE        = " WS-FIELD-1
           DISPLAY "  2 TIME        = " WS-FIELD-2
           DISPLAY "  3 TEMPERATURE = " WS-FIELD-3
           DISPLAY "  4 HUMIDITY    = " WS-FIELD-4
           DISPLAY "  5 CO2         = " WS-FIELD-5
           DISPLAY "FIELD NUMBER TO CORRECT (0-5): "
               WITH NO ADVANCING
           ACCEPT WS-NUM-TXT FROM CONSOLE
           IF WS-NUM-TXT(1:1) < '0' OR WS-NUM-TXT(1:1) > '5'
               DISPLAY "FIELD NUMBER OUT OF RANGE"
           ELSE
               MOVE WS-NUM-TXT(1:1) TO WS-FIELD-NUM
               DISPLAY "NEW VALUE: " WITH NO ADVANCING
               ACCEPT WS-VALUE-TXT FROM CONSOLE
               EVALUATE WS-FIELD-NUM
                   WHEN 0
                       MOVE WS-VALUE-TXT TO WS-FIELD-STREAM
                   WHEN 1
                       MOVE WS-VALUE-TXT TO WS-FIELD-1
                   WHEN 2
      *    P008-SPLIT-FEED-LINE
      ******************************************************************
       P008-SPLIT-FEED-LINE.
       MOVE SPACES TO WS-FIELD-STREAM
       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                      WS-FIELD-5 WS-FIELD-6
       MOVE 0 TO WS-FIELD-TALLY
       UNSTRING WS-FEED-LINE DELIMITED BY ','
           INTO WS-FIELD-STREAM
                WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                WS-FIELD-5 WS-FIELD-6
           TALLYING IN WS-FIELD-TALLY
       END-UNSTRING
       P009-REBUILD-FEED-LINE.
       MOVE SPACES TO WS-FEED-LINE
       MOVE 1 TO WS-BUILD-PTR
       STRING WS-FIELD-STREAM DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
           WS-FIELD-1 DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
           WS-FIELD-2 DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
       .
      ******************************************************************
      *    P010-RERUN-EDIT-LADDER - THE SAME LADDER DATA-EDT RUNS ON
      *    A RAW FEED LINE: FIELD COUNT, STREAM, TIMESTAMP, NUMERIC
      *    CONTENT (TEMPERATURE MAY CARRY ONE LEADING '-') AND
      *    PLAUSIBLE RANGES. MUST STAY IN STEP WITH DATA-EDT.
      ******************************************************************
       P010-RERUN-EDIT-LADDER.
       MOVE 'Y' TO WS-LINE-VALID
       MOVE SPACES TO WS-EDIT-REASON
       PERFORM P008-SPLIT-FEED-LINE
       IF WS-FIELD-TALLY < 6
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'TOO FEW FIELDS' TO WS-EDIT-REASON
       END-IF
       IF WS-FIELD-TALLY > 6 OR WS-FIELD-6 NOT = SPACES
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'TOO MANY FIELDS' TO WS-EDIT-REASON
       END-IF
       IF WS-LINE-VALID = 'Y'
           PERFORM P017-CHECK-STREAM
       END-IF
       IF WS-LINE-VALID = 'Y'
           PERFORM P013-CHECK-TIMESTAMP
       END-IF
           CLOSE QUARANTINE-AUDIT
       END-IF
       .
      ******************************************************************
      *    P017-CHECK-STREAM - MUST STAY IN STEP WITH DATA-EDT'S
      *    P009-CHECK-STREAM.
      ******************************************************************
       P017-CHECK-STREAM.
       MOVE 0 TO WS-LINE-STREAM
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF WS-FIELD-STREAM = WS-FILE-NAME-ENTRY(WS-FILE-IDX)
               MOVE WS-FILE-IDX TO WS-LINE-STREAM
           END-IF
       END-PERFORM
       IF WS-LINE-STREAM = 0
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'UNKNOWN STREAM' TO WS-EDIT-REASON
       ELSE
           IF STR-ON-MASTER(WS-LINE-STREAM) NOT = 'Y'
               MOVE 'N' TO WS-LINE-VALID
               MOVE 'UNKNOWN STREAM' TO WS-EDIT-REASON
           ELSE
               IF STR-ACTIVE-FLAG(WS-LINE-STREAM) NOT = 'Y'
                   MOVE 'N' TO WS-LINE-VALID
                   MOVE 'RETIRED STREAM' TO WS-EDIT-REASON
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P018-LOAD-STREAM-MASTER - ONCE THE MASTER IS OPEN A STREAM
      *    IS ON IT ONLY IF AN ENTRY NAMES IT; A MASTER THAT CANNOT BE
      *    OPENED LEAVES EVERY STREAM ON IT AND ACTIVE.
      ******************************************************************
       P018-LOAD-STREAM-MASTER.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE 'Y' TO STR-ON-MASTER(WS-FILE-IDX)
           MOVE 'Y' TO STR-ACTIVE-FLAG(WS-FILE-IDX)
       END-PERFORM
       MOVE 'F' TO EOF
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE 'N' TO STR-ON-MASTER(WS-FILE-IDX)
           END-PERFORM
           PERFORM UNTIL EOF = 'T'
               READ STREAM-MASTER
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P019-TAKE-STREAM-ENTRY
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P019-TAKE-STREAM-ENTRY
      ******************************************************************
       P019-TAKE-STREAM-ENTRY.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF STR-STREAM-NAME = WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
               MOVE 'Y' TO STR-ON-MASTER(WS-FILE-IDX)
               IF STR-STATUS = 'R'
                   MOVE 'N' TO STR-ACTIVE-FLAG(WS-FILE-IDX)
               END-IF
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P020-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE FLAG FOR WS-AUTH-FUNC SET. A MISSING
      *    MASTER AUTHORIZES NOBODY.
      ******************************************************************
       P020-CHECK-AUTHORITY.
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
      *    P021-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P021-REFUSE-OPERATOR.
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
       PERFORM P022-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P022-WRITE-AUDIT-RECORD
      ******************************************************************
       P022-WRITE-AUDIT-RECORD.
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

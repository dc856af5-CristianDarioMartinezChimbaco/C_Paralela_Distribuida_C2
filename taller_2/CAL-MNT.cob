      *    FACTORS INDEX APPLIES DURING CONSOLIDATION, AND WRITES AN
      *    AUDIT TRAIL OF WHO CHANGED WHAT AND WHEN TO CALAUDIT -
      *    EVERY RECALIBRATION OF FIELD HARDWARE IS KEYED IN HERE
      *    INSTEAD OF ASKING FOR A CODE CHANGE. WHEN THE STREAM HAS AN
      *    OPEN WORKORD WORK ORDER, THE CHANGE IS LINKED TO IT: THE
      *    ORDER IS STAMPED WITH THE RECALIBRATION AND THE ORDER
      *    NUMBER GOES ON THE CALAUDIT LINE. ONLY AN OPERATOR WITH
      *    CALIBRATE AUTHORITY ON OPERAUTH MAY SIGN ON, AND NO FACTOR
      *    IS WRITTEN UNTIL A SECOND SUCH OPERATOR APPROVES IT; THE
      *    APPROVER GOES ON THE CALAUDIT LINE TOO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CALIBRATION-AUDIT ASSIGN TO CALAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               ALTERNATE RECORD KEY IS WO-STREAM-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-WKO.
           SELECT WO-AUDIT ASSIGN TO WOAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-WAU.
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
           02 FILLER           PIC X(01).
       FD CALIBRATION-AUDIT
           DATA RECORD IS FD-CAL-AUDIT-REC.
       01 FD-CAL-AUDIT-REC     PIC X(130).
      ******************************************************************
      *    WORK ORDER - MUST STAY IN STEP WITH DATA-WKO, WHICH OPENS
      *    THE ORDERS. ONLY THE CAL FIELDS ARE CHANGED HERE.
      ******************************************************************
       FD WORK-ORDER-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS FD-WORK-ORDER-REC.
       01 FD-WORK-ORDER-REC.
           02 WO-NUMBER        PIC 9(06).
           02 WO-STREAM-NAME   PIC X(12).
           02 WO-STATUS        PIC X(01).
           02 WO-LOCATION      PIC X(20).
           02 WO-RUN-NUM       PIC 9(05).
           02 WO-TRIGGER       PIC X(08).
           02 WO-ANOM-COUNT    PIC 9(05).
           02 WO-DRIFT-COUNT   PIC 9(03).
           02 WO-DRIFT-RUN     PIC 9(05).
           02 WO-EVIDENCE      PIC X(60).
           02 WO-OPEN-DATE     PIC 9(08).
           02 WO-OPEN-TIME     PIC 9(06).
           02 WO-CAL-STAMP     PIC X(26).
           02 WO-CAL-USER      PIC X(08).
           02 WO-CAL-COUNT     PIC 9(03).
           02 WO-WORK-DONE     PIC X(60).
           02 WO-TECHNICIAN    PIC X(08).
           02 WO-CLOSE-DATE    PIC 9(08).
           02 WO-UPD-USER      PIC X(08).
           02 WO-UPD-STAMP     PIC X(26).
           02 FILLER           PIC X(14).
       FD WO-AUDIT
           DATA RECORD IS FD-WO-AUDIT-REC.
       01 FD-WO-AUDIT-REC      PIC X(120).
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
       01 WS-STATUS-CAL        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-WKO        PIC XX.
       01 WS-STATUS-WAU        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-ED-AUD-SCL-C      PIC 9.999.
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, KEY AND THE
      *    FACTORS AS STORED, THEN THE WORK ORDER THE CHANGE WAS
      *    LINKED TO (BLANK WHEN THE STREAM HAD NONE OPEN) AND THE
      *    SECOND OPERATOR WHO APPROVED IT.
      ******************************************************************
       01 WS-CAL-AUDIT-REC.
           02 CAUD-TIMESTAMP   PIC X(26).
           02 CAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CAUD-FACTORS     PIC X(50).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CAUD-WO-REF      PIC X(09).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CAUD-APPROVER    PIC X(08).
      ******************************************************************
      *    WORK-ORDER AUDIT LINE - SAME SHAPE WO-MNT WRITES.
      ******************************************************************
       01 WS-WO-AUDIT-REC.
           02 OAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OAUD-DETAIL      PIC X(62).
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
       01 WS-APPROVER-ID       PIC X(08) VALUE SPACES.
       01 WS-APPROVED          PIC X(01) VALUE 'N'.
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
       01 WS-JOB-ID            PIC X(08) VALUE 'CAL-MNT'.
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
       DISPLAY "WELCOME TO CAL-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 1 TO WS-AUTH-FUNC
       PERFORM P012-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           PERFORM P001-OPEN-MASTER
       ELSE
           PERFORM P013-REFUSE-OPERATOR
           MOVE 8 TO RETURN-CODE
       END-IF
       IF WS-AUTH-OK = 'Y' AND WS-STATUS-CAL = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '4'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
       MOVE SPACES TO FD-CALIBRATION-REC
       MOVE WS-KEY-TXT TO CAL-SOURCE-FILE
       PERFORM P005-PROMPT-FACTORS
       PERFORM P014-OBTAIN-APPROVAL
       IF WS-APPROVED = 'Y'
           PERFORM P008-STAMP-RECORD
           WRITE FD-CALIBRATION-REC
               INVALID KEY
                   DISPLAY "ENTRY ALREADY EXISTS FOR " WS-KEY-TXT
                           " - USE UPDATE"
               NOT INVALID KEY
                   DISPLAY "ENTRY ADDED FOR " WS-KEY-TXT
                   PERFORM P009-LINK-WORK-ORDER
                   MOVE 'ADD     ' TO CAUD-ACTION
                   PERFORM P006-WRITE-CAL-AUDIT
           END-WRITE
       END-IF
       .
      ******************************************************************
      *    P004-UPDATE-ENTRY
           NOT INVALID KEY
               PERFORM P007-SHOW-ONE-ENTRY
               PERFORM P005-PROMPT-FACTORS
               PERFORM P014-OBTAIN-APPROVAL
               IF WS-APPROVED = 'Y'
                   PERFORM P008-STAMP-RECORD
                   REWRITE FD-CALIBRATION-REC
                       INVALID KEY
                           DISPLAY "UPDATE FAILED - STATUS "
                                   WS-STATUS-CAL
                       NOT INVALID KEY
                           DISPLAY "ENTRY UPDATED FOR " WS-KEY-TXT
                           PERFORM P009-LINK-WORK-ORDER
                           MOVE 'UPDATE  ' TO CAUD-ACTION
                           PERFORM P006-WRITE-CAL-AUDIT
                   END-REWRITE
               END-IF
       END-READ
       .
      ******************************************************************
       IF WS-STATUS-AUD = "00"
           MOVE CAL-UPD-STAMP TO CAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CAUD-USER
           MOVE WS-APPROVER-ID TO CAUD-APPROVER
           MOVE CAL-SOURCE-FILE TO CAUD-KEY
           MOVE CAL-TEMP-OFFSET TO WS-ED-AUD-OFF-T
           MOVE CAL-TEMP-SCALE  TO WS-ED-AUD-SCL-T
           CLOSE CALIBRATION-AUDIT
       END-IF
       .
      ******************************************************************
      *    P009-LINK-WORK-ORDER - FINDS THE STREAM'S OPEN WORK ORDER
      *    OFF THE STREAM KEY AND STAMPS THE RECALIBRATION ON IT. NO
      *    WORKORD, OR NO OPEN ORDER FOR THE STREAM, LEAVES NOTHING TO
      *    LINK. THE ORDER STAYS OPEN: ONLY THE TECHNICIAN CLOSES IT,
      *    IN WO-MNT.
      ******************************************************************
       P009-LINK-WORK-ORDER.
       MOVE SPACES TO CAUD-WO-REF
       OPEN I-O WORK-ORDER-FILE
       IF WS-STATUS-WKO = "00"
           MOVE 'F' TO EOF
           MOVE CAL-SOURCE-FILE TO WO-STREAM-NAME
           START WORK-ORDER-FILE KEY = WO-STREAM-NAME
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ WORK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF WO-STREAM-NAME NOT = CAL-SOURCE-FILE
                           MOVE 'T' TO EOF
                       ELSE
                           IF WO-STATUS = 'O'
                               MOVE 'T' TO EOF
                               PERFORM P010-STAMP-WORK-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE EOF
           CLOSE WORK-ORDER-FILE
       END-IF
       .
      ******************************************************************
      *    P010-STAMP-WORK-ORDER
      ******************************************************************
       P010-STAMP-WORK-ORDER.
       MOVE CAL-UPD-STAMP TO WO-CAL-STAMP
       MOVE WS-OPERATOR-ID TO WO-CAL-USER
       IF WO-CAL-COUNT NOT NUMERIC
           MOVE 0 TO WO-CAL-COUNT
       END-IF
       IF WO-CAL-COUNT < 999
           ADD 1 TO WO-CAL-COUNT
       END-IF
       MOVE WS-OPERATOR-ID TO WO-UPD-USER
       MOVE CAL-UPD-STAMP TO WO-UPD-STAMP
       REWRITE FD-WORK-ORDER-REC
           INVALID KEY
               DISPLAY "WORK ORDER " WO-NUMBER
                       " COULD NOT BE LINKED - STATUS " WS-STATUS-WKO
           NOT INVALID KEY
               DISPLAY "LINKED TO OPEN WORK ORDER " WO-NUMBER
               STRING 'WO ' DELIMITED BY SIZE
                   WO-NUMBER DELIMITED BY SIZE
                   INTO CAUD-WO-REF
               END-STRING
               PERFORM P011-WRITE-WO-AUDIT
       END-REWRITE
       .
      ******************************************************************
      *    P011-WRITE-WO-AUDIT - THE LINK ALSO GOES ON THE ORDER'S OWN
      *    TRAIL, SO WOAUDIT SHOWS THE WHOLE LIFE OF THE ORDER.
      ******************************************************************
       P011-WRITE-WO-AUDIT.
       OPEN EXTEND WO-AUDIT
       IF WS-STATUS-WAU NOT = "00"
           OPEN OUTPUT WO-AUDIT
       END-IF
       IF WS-STATUS-WAU = "00"
           MOVE WO-UPD-STAMP TO OAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO OAUD-USER
           MOVE 'CALLINK ' TO OAUD-ACTION
           MOVE WO-STREAM-NAME TO OAUD-KEY
           MOVE SPACES TO OAUD-DETAIL
           STRING 'ORDER ' DELIMITED BY SIZE
               WO-NUMBER DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               WO-STATUS DELIMITED BY SIZE
               ' RECALIBRATED, LINK ' DELIMITED BY SIZE
               WO-CAL-COUNT DELIMITED BY SIZE
               INTO OAUD-DETAIL
           END-STRING
           WRITE FD-WO-AUDIT-REC FROM WS-WO-AUDIT-REC
           CLOSE WO-AUDIT
       END-IF
       .
      ******************************************************************
      *    P012-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE FLAG FOR WS-AUTH-FUNC SET. A MISSING
      *    MASTER AUTHORIZES NOBODY.
      ******************************************************************
       P012-CHECK-AUTHORITY.
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
      *    P013-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P013-REFUSE-OPERATOR.
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
      *    P014-OBTAIN-APPROVAL - A CHANGE IS ONLY WRITTEN ONCE A SECOND
      *    OPERATOR, NOT THE ONE SIGNED ON AND HOLDING THE SAME
      *    AUTHORITY, KEYS IN THEIR ID. A REFUSED APPROVAL IS LOGGED TO
      *    AUDITLOG AND THE CALLER LEAVES THE FILE UNTOUCHED.
      ******************************************************************
       P014-OBTAIN-APPROVAL.
       MOVE 'N' TO WS-APPROVED
       DISPLAY "APPROVING OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-APPROVER-ID FROM CONSOLE
       IF WS-APPROVER-ID = SPACES OR WS-APPROVER-ID = WS-OPERATOR-ID
           DISPLAY "THE APPROVER MUST BE A SECOND, DIFFERENT OPERATOR"
       ELSE
           MOVE WS-APPROVER-ID TO WS-AUTH-ID
           PERFORM P012-CHECK-AUTHORITY
           IF WS-AUTH-OK = 'Y'
               MOVE 'Y' TO WS-APPROVED
           ELSE
               DISPLAY "OPERATOR " WS-APPROVER-ID
                       " IS NOT AUTHORIZED TO APPROVE "
                       WS-FUNC-NAME(WS-AUTH-FUNC)
           END-IF
       END-IF
       IF WS-APPROVED NOT = 'Y'
           DISPLAY "CHANGE NOT APPROVED - NOTHING WRITTEN"
           MOVE 'APPROVAL REFUSED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'OPERATOR ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' APPROVER ' DELIMITED BY SIZE
               WS-APPROVER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           END-STRING
           PERFORM P015-WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-APPROVER-ID
       END-IF
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

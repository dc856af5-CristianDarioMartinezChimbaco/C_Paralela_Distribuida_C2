      *    CREATED HERE TOO, EVERY FIELD PROMPTED THROUGH THE SAME
      *    EDITS - THE WHOLE POINT IS THAT NOBODY OPENS THESE FILES
      *    IN AN EDITOR. A CHANGE THAT FAILS THE EDITS IS REFUSED
      *    AND THE FILE IS LEFT UNTOUCHED. ONLY AN OPERATOR WITH
      *    PARAMETER AUTHORITY ON OPERAUTH MAY SIGN ON, AND A SIMPARMS
      *    OR INDEXDEF CHANGE IS ONLY WRITTEN ONCE A SECOND SUCH
      *    OPERATOR APPROVES IT; THE APPROVER GOES ON THE PARMAUD LINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-AUDIT ASSIGN TO PARMAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
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
           DATA RECORD IS FD-PARM-AUDIT-REC.
       01 FD-PARM-AUDIT-REC  PIC X(120).
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
           02 WS-RET-FIELD     PIC X(10) OCCURS 2 TIMES.
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, FILE, FIELD, OLD AND NEW
      *    VALUES, THEN THE SECOND OPERATOR WHO APPROVED A SIMPARMS OR
      *    INDEXDEF CHANGE (BLANK FOR RETPARMS, WHICH NEEDS NONE).
      ******************************************************************
       01 WS-AUDIT-TIMESTAMP   PIC X(26).
       01 WS-PARM-AUDIT-REC.
           02 PAUD-OLD         PIC X(10).
           02 FILLER           PIC X(05) VALUE ' NEW '.
           02 PAUD-NEW         PIC X(10).
           02 FILLER           PIC X(06) VALUE ' APPR '.
           02 PAUD-APPROVER    PIC X(08).
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
       01 WS-JOB-ID            PIC X(08) VALUE 'PARM-MNT'.
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
       DISPLAY "WELCOME TO PARM-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 3 TO WS-AUTH-FUNC
       PERFORM P026-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           PERFORM UNTIL WS-MENU-CHOICE = '6'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM P001-LIST-PARAMETERS
                   WHEN '2'
                       PERFORM P002-EDIT-SIMPARMS
                   WHEN '3'
                       PERFORM P003-EDIT-INDEXDEF
                   WHEN '4'
                       PERFORM P024-ADD-INDEXDEF
                   WHEN '5'
                       PERFORM P004-EDIT-RETPARMS
                   WHEN '6'
                       DISPLAY "EXITING PARM-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
       ELSE
           PERFORM P027-REFUSE-OPERATOR
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
                   " EDIT ERROR(S), SIMPARMS LEFT UNTOUCHED"
           MOVE WS-OLD-VALUE TO WS-PARM-FIELD(WS-FIELD-NUM)
       ELSE
           PERFORM P028-OBTAIN-APPROVAL
           IF WS-APPROVED NOT = 'Y'
               MOVE WS-OLD-VALUE TO WS-PARM-FIELD(WS-FIELD-NUM)
           END-IF
       END-IF
       IF WS-ERROR-COUNT = 0 AND WS-APPROVED = 'Y'
           PERFORM P014-REBUILD-SIMPARMS-LINE
           OPEN OUTPUT PARAMETER-FILE
           IF WS-STATUS-PARM = "00"
                   DISPLAY "CHANGE REFUSED - " WS-ERROR-COUNT
                           " EDIT ERROR(S), INDEXDEF LEFT UNTOUCHED"
               ELSE
                   PERFORM P028-OBTAIN-APPROVAL
                   IF WS-APPROVED = 'Y'
                       PERFORM P016-REBUILD-INDEXDEF-LINE
                       PERFORM P017-REWRITE-INDEXDEF
                   END-IF
               END-IF
           END-IF
       END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO PAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PAUD-USER
           IF PAUD-FILE = 'RETPARMS'
               MOVE SPACES TO PAUD-APPROVER
           ELSE
               MOVE WS-APPROVER-ID TO PAUD-APPROVER
           END-IF
           WRITE FD-PARM-AUDIT-REC FROM WS-PARM-AUDIT-REC
           CLOSE PARM-AUDIT
       END-IF
       MOVE SPACES TO WS-APPROVER-ID
       .
      ******************************************************************
      *    P021-CREATE-SIMPARMS - BUILDS THE SIMPARMS LINE FROM
               DISPLAY "CREATE REFUSED - " WS-ERROR-COUNT
                       " EDIT ERROR(S), SIMPARMS NOT WRITTEN"
           ELSE
               PERFORM P028-OBTAIN-APPROVAL
           END-IF
           IF WS-ERROR-COUNT = 0 AND WS-APPROVED = 'Y'
               PERFORM P014-REBUILD-SIMPARMS-LINE
               OPEN OUTPUT PARAMETER-FILE
               IF WS-STATUS-PARM = "00"
               DISPLAY "CREATE REFUSED - " WS-ERROR-COUNT
                       " EDIT ERROR(S), INDEXDEF NOT WRITTEN"
           ELSE
               PERFORM P028-OBTAIN-APPROVAL
           END-IF
           IF WS-ERROR-COUNT = 0 AND WS-APPROVED = 'Y'
               MOVE 1 TO WS-LINE-PICK
               MOVE 1 TO WS-IDX-LINE-COUNT
               PERFORM P016-REBUILD-INDEXDEF-LINE
                   DISPLAY "ADD REFUSED - " WS-ERROR-COUNT
                           " EDIT ERROR(S), INDEXDEF LEFT UNTOUCHED"
               ELSE
                   PERFORM P028-OBTAIN-APPROVAL
               END-IF
               IF WS-ERROR-COUNT = 0 AND WS-APPROVED = 'Y'
                   COMPUTE WS-LINE-PICK = WS-IDX-LINE-COUNT + 1
                   PERFORM P016-REBUILD-INDEXDEF-LINE
                   MOVE WS-LINE-PICK TO WS-IDX-LINE-COUNT
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT TO WS-IDXDEF-FIELD(7)
       .
      ******************************************************************
      *    P026-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE FLAG FOR WS-AUTH-FUNC SET. A MISSING
      *    MASTER AUTHORIZES NOBODY.
      ******************************************************************
       P026-CHECK-AUTHORITY.
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
      *    P027-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P027-REFUSE-OPERATOR.
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
       PERFORM P029-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P028-OBTAIN-APPROVAL - A CHANGE IS ONLY WRITTEN ONCE A SECOND
      *    OPERATOR, NOT THE ONE SIGNED ON AND HOLDING THE SAME
      *    AUTHORITY, KEYS IN THEIR ID. A REFUSED APPROVAL IS LOGGED TO
      *    AUDITLOG AND THE CALLER LEAVES THE FILE UNTOUCHED.
      ******************************************************************
       P028-OBTAIN-APPROVAL.
       MOVE 'N' TO WS-APPROVED
       DISPLAY "APPROVING OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-APPROVER-ID FROM CONSOLE
       IF WS-APPROVER-ID = SPACES OR WS-APPROVER-ID = WS-OPERATOR-ID
           DISPLAY "THE APPROVER MUST BE A SECOND, DIFFERENT OPERATOR"
       ELSE
           MOVE WS-APPROVER-ID TO WS-AUTH-ID
           PERFORM P026-CHECK-AUTHORITY
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
           PERFORM P029-WRITE-AUDIT-RECORD
           MOVE SPACES TO WS-APPROVER-ID
       END-IF
       .
      ******************************************************************
      *    P029-WRITE-AUDIT-RECORD
      ******************************************************************
       P029-WRITE-AUDIT-RECORD.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPR-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE MAINTENANCE FOR THE OPERAUTH OPERATOR AUTHORITY
      *    MASTER. THE MAINTENANCE AND CONTROL PROGRAMS USED TO RECORD
      *    WHATEVER OPERATOR ID WAS TYPED IN AND CARRY ON. EACH ENTRY
      *    HERE NAMES AN OPERATOR AND THE FUNCTIONS THAT ID MAY
      *    PERFORM - CALIBRATE (CAL-MNT), STREAM MAINTENANCE
      *    (STR-MNT), PARAMETER MAINTENANCE (PARM-MNT), QUARANTINE
      *    RELEASE (QUA-MNT), DRAIN AND LOCK RELEASE (STATUS-INQ),
      *    RESENDING A BMS TRANSMISSION (BMS-ACK), SIGNING OFF A RUN
      *    FOR COMPLIANCE (SGN-MNT) - PLUS THE
      *    ADMINISTRATOR AUTHORITY THIS PROGRAM ITSELF
      *    DEMANDS. THOSE PROGRAMS REFUSE AN ID THAT IS MISSING,
      *    REVOKED OR LACKS THE FUNCTION AND LOG THE REFUSAL TO
      *    AUDITLOG; CALIBRATION AND PARAMETER CHANGES ALSO NEED A
      *    SECOND, DIFFERENT OPERATOR HOLDING THE SAME AUTHORITY TO
      *    APPROVE THEM. ENTRIES ARE REVOKED (STATUS R), NEVER
      *    DELETED, AND EVERY CHANGE IS AUDITED TO OPRAUDIT. WHILE
      *    THE MASTER HOLDS NO ACTIVE ADMINISTRATOR THE OPERATOR
      *    SIGNING ON MAY ENROL THEMSELVES AS THE FIRST ONE, SO A NEW
      *    INSTALLATION IS NOT LOCKED OUT OF ITS OWN MASTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-STATUS-OPR.
           SELECT OPERATOR-AUDIT ASSIGN TO OPRAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALG.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    OPERATOR AUTHORITY MASTER - MUST STAY IN STEP WITH THE
      *    COPIES CAL-MNT, STR-MNT, PARM-MNT, QUA-MNT, STATUS-INQ,
      *    BMS-ACK AND SGN-MNT READ TO CHECK AN OPERATOR. THE FLAGS
      *    ARE Y OR N, IN THE ORDER OF WS-FUNC-NAME BELOW. FUNCTIONS
      *    ADDED AFTER THE FIRST SEVEN LIVE IN OPR-MORE-FUNCTIONS, CUT
      *    FROM THE TRAILING FILLER SO EXISTING ENTRIES KEEP THEIR
      *    SHAPE; ON AN ENTRY WRITTEN BEFORE THEY EXISTED THE FLAG IS
      *    A SPACE, WHICH GRANTS NOTHING.
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
           02 OPR-MORE-FUNCTIONS.
               03 OPR-AUTH-XMIT    PIC X(01).
               03 OPR-AUTH-SIGN    PIC X(01).
           02 FILLER           PIC X(18).
       FD OPERATOR-AUDIT
           DATA RECORD IS FD-OPR-AUDIT-REC.
       01 FD-OPR-AUDIT-REC     PIC X(120).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-OPR        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-ALG        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-KEY-TXT           PIC X(08).
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-COUNT-ADMIN       PIC 9(05).
       01 WS-ADMIN-OK          PIC X(01) VALUE 'N'.
       01 WS-FUNC-SUB          PIC 9(02).
       01 WS-SAVE-ADMIN        PIC X(01).
       01 WS-SAVE-STATUS       PIC X(01).
      ******************************************************************
      *    FUNCTION NAMES, IN THE ORDER OF THE FLAGS ON THE MASTER.
      ******************************************************************
       01 WS-FUNC-NAME-LIST.
           02 FILLER PIC X(12) VALUE 'CALIBRATE'.
           02 FILLER PIC X(12) VALUE 'STREAM-MAINT'.
           02 FILLER PIC X(12) VALUE 'PARM-MAINT'.
           02 FILLER PIC X(12) VALUE 'QUAR-RELEASE'.
           02 FILLER PIC X(12) VALUE 'DRAIN'.
           02 FILLER PIC X(12) VALUE 'LOCK-RELEASE'.
           02 FILLER PIC X(12) VALUE 'ADMIN'.
           02 FILLER PIC X(12) VALUE 'XMIT-RESEND'.
           02 FILLER PIC X(12) VALUE 'RUN-SIGNOFF'.
       01 WS-FUNC-NAME-TABLE REDEFINES WS-FUNC-NAME-LIST.
           02 WS-FUNC-NAME     PIC X(12) OCCURS 9 TIMES.
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, KEY AND THE
      *    ENTRY AS STORED.
      ******************************************************************
       01 WS-OPR-AUDIT-REC.
           02 AAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AAUD-DETAIL      PIC X(62).
      ******************************************************************
      *    RUN AUDIT TRAIL - SAME LAYOUT AS THE BATCH STEPS WRITE.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'OPR-MNT'.
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
       DISPLAY "WELCOME TO OPR-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       PERFORM P001-OPEN-MASTER
       IF WS-STATUS-OPR = "00"
           PERFORM P009-CHECK-ADMINISTRATOR
       END-IF
       IF WS-STATUS-OPR = "00" AND WS-ADMIN-OK = 'Y'
           PERFORM UNTIL WS-MENU-CHOICE = '4'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM P002-LIST-ENTRIES
                   WHEN '2'
                       PERFORM P003-ADD-ENTRY
                   WHEN '3'
                       PERFORM P004-UPDATE-ENTRY
                   WHEN '4'
                       DISPLAY "EXITING OPR-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
       END-IF
       IF WS-STATUS-OPR = "00"
           CLOSE OPERATOR-AUTH
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "OPERATOR AUTHORITY MASTER MAINTENANCE"
       DISPLAY "===================================================="
       DISPLAY "1. LIST OPERATOR ENTRIES"
       DISPLAY "2. ADD AN OPERATOR ENTRY"
       DISPLAY "3. UPDATE AN OPERATOR ENTRY"
       DISPLAY "4. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-MASTER - A MISSING MASTER IS BUILT EMPTY ON THE
      *    FIRST MAINTENANCE SESSION.
      ******************************************************************
       P001-OPEN-MASTER.
       OPEN I-O OPERATOR-AUTH
       IF WS-STATUS-OPR NOT = "00"
           OPEN OUTPUT OPERATOR-AUTH
           IF WS-STATUS-OPR = "00"
               CLOSE OPERATOR-AUTH
               OPEN I-O OPERATOR-AUTH
           END-IF
       END-IF
       IF WS-STATUS-OPR NOT = "00"
           DISPLAY "OPERAUTH COULD NOT BE OPENED - STATUS "
                   WS-STATUS-OPR
       END-IF
       .
      ******************************************************************
      *    P009-CHECK-ADMINISTRATOR - THE SIGNED-ON ID MUST BE ACTIVE
      *    WITH ADMINISTRATOR AUTHORITY. WHILE NO ACTIVE ADMINISTRATOR
      *    IS ON FILE AT ALL, THE OPERATOR IS OFFERED THE FIRST
      *    ADMINISTRATOR ENTRY INSTEAD. ANY OTHER ID IS REFUSED AND
      *    THE REFUSAL GOES TO AUDITLOG.
      ******************************************************************
       P009-CHECK-ADMINISTRATOR.
       MOVE 'N' TO WS-ADMIN-OK
       MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
       READ OPERATOR-AUTH
           KEY IS OPR-OPERATOR-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OPR-STATUS = 'A' AND OPR-AUTH-ADMIN = 'Y'
                   MOVE 'Y' TO WS-ADMIN-OK
               END-IF
       END-READ
       IF WS-ADMIN-OK NOT = 'Y'
           PERFORM P010-COUNT-ADMINISTRATORS
           IF WS-COUNT-ADMIN = 0 AND WS-OPERATOR-ID NOT = SPACES
               PERFORM P011-ENROL-FIRST-ADMINISTRATOR
           END-IF
       END-IF
       IF WS-ADMIN-OK NOT = 'Y'
           DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR OPERATOR MAINTENANCE"
           MOVE 'ACCESS REFUSED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'OPERATOR ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' FUNCTION ' DELIMITED BY SIZE
               WS-FUNC-NAME(7) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           END-STRING
           PERFORM P012-WRITE-AUDIT-RECORD
           MOVE 8 TO RETURN-CODE
       END-IF
       .
      ******************************************************************
      *    P010-COUNT-ADMINISTRATORS - ACTIVE ENTRIES HOLDING THE
      *    ADMINISTRATOR FLAG.
      ******************************************************************
       P010-COUNT-ADMINISTRATORS.
       MOVE 0 TO WS-COUNT-ADMIN
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO OPR-OPERATOR-ID
       START OPERATOR-AUTH KEY NOT < OPR-OPERATOR-ID
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ OPERATOR-AUTH NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF OPR-STATUS = 'A' AND OPR-AUTH-ADMIN = 'Y'
                       ADD 1 TO WS-COUNT-ADMIN
                   END-IF
           END-READ
       END-PERFORM
       .
      ******************************************************************
      *    P011-ENROL-FIRST-ADMINISTRATOR - THE SIGNED-ON ID IS ADDED
      *    (OR, IF IT IS ALREADY ON FILE, REWRITTEN) AS AN ACTIVE
      *    ADMINISTRATOR. THE OTHER FUNCTIONS ARE PROMPTED AS USUAL.
      ******************************************************************
       P011-ENROL-FIRST-ADMINISTRATOR.
       DISPLAY "NO ACTIVE ADMINISTRATOR ON FILE - ENROL "
               WS-OPERATOR-ID " AS THE FIRST ONE? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:1) = 'Y' OR WS-VALUE-TXT(1:1) = 'y'
           MOVE SPACES TO FD-OPERATOR-REC
           MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
           PERFORM P005-PROMPT-FIELDS
           MOVE 'Y' TO OPR-AUTH-ADMIN
           MOVE 'A' TO OPR-STATUS
           PERFORM P008-STAMP-RECORD
           WRITE FD-OPERATOR-REC
               INVALID KEY
                   REWRITE FD-OPERATOR-REC
                       INVALID KEY
                           DISPLAY "ENROLMENT FAILED - STATUS "
                                   WS-STATUS-OPR
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ADMIN-OK
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADMIN-OK
           END-WRITE
           IF WS-ADMIN-OK = 'Y'
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " ENROLLED AS ADMINISTRATOR"
               MOVE 'ENROL   ' TO AAUD-ACTION
               PERFORM P006-WRITE-OPR-AUDIT
           END-IF
       END-IF
       .
      ******************************************************************
      *    P002-LIST-ENTRIES
      ******************************************************************
       P002-LIST-ENTRIES.
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO OPR-OPERATOR-ID
       START OPERATOR-AUTH KEY NOT < OPR-OPERATOR-ID
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ OPERATOR-AUTH NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO WS-COUNT-LISTED
                   PERFORM P007-SHOW-ONE-ENTRY
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO OPERATOR ENTRIES ON FILE"
       END-IF
       .
      ******************************************************************
      *    P007-SHOW-ONE-ENTRY
      ******************************************************************
       P007-SHOW-ONE-ENTRY.
       DISPLAY "OPERATOR " OPR-OPERATOR-ID
               " STATUS " OPR-STATUS
               " LAST CHANGED BY " OPR-UPD-USER
               " AT " OPR-UPD-STAMP(1:14)
       DISPLAY "  NAME        " OPR-NAME
       PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 7
           DISPLAY "  " WS-FUNC-NAME(WS-FUNC-SUB) " "
                   OPR-AUTH-FLAG(WS-FUNC-SUB)
       END-PERFORM
       DISPLAY "  " WS-FUNC-NAME(8) " " OPR-AUTH-XMIT
       DISPLAY "  " WS-FUNC-NAME(9) " " OPR-AUTH-SIGN
       .
      ******************************************************************
      *    P003-ADD-ENTRY
      ******************************************************************
       P003-ADD-ENTRY.
       DISPLAY "OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-KEY-TXT FROM CONSOLE
       IF WS-KEY-TXT = SPACES
           DISPLAY "OPERATOR ID IS REQUIRED"
       ELSE
           MOVE SPACES TO FD-OPERATOR-REC
           MOVE WS-KEY-TXT TO OPR-OPERATOR-ID
           PERFORM P005-PROMPT-FIELDS
           PERFORM P013-PROMPT-STATUS
           PERFORM P008-STAMP-RECORD
           WRITE FD-OPERATOR-REC
               INVALID KEY
                   DISPLAY "ENTRY ALREADY EXISTS FOR " WS-KEY-TXT
                           " - USE UPDATE"
               NOT INVALID KEY
                   DISPLAY "ENTRY ADDED FOR " WS-KEY-TXT
                   MOVE 'ADD     ' TO AAUD-ACTION
                   PERFORM P006-WRITE-OPR-AUDIT
           END-WRITE
       END-IF
       .
      ******************************************************************
      *    P004-UPDATE-ENTRY - AN ADMINISTRATOR MAY NOT REVOKE THEIR
      *    OWN ENTRY OR TAKE AWAY THEIR OWN ADMINISTRATOR FLAG, SO THE
      *    MASTER CANNOT BE LEFT WITHOUT ANYONE ABLE TO MAINTAIN IT.
      ******************************************************************
       P004-UPDATE-ENTRY.
       DISPLAY "OPERATOR ID TO UPDATE: " WITH NO ADVANCING
       ACCEPT WS-KEY-TXT FROM CONSOLE
       MOVE WS-KEY-TXT TO OPR-OPERATOR-ID
       READ OPERATOR-AUTH
           KEY IS OPR-OPERATOR-ID
           INVALID KEY
               DISPLAY "NO ENTRY ON FILE FOR " WS-KEY-TXT
                       " - USE ADD"
           NOT INVALID KEY
               PERFORM P007-SHOW-ONE-ENTRY
               MOVE OPR-AUTH-ADMIN TO WS-SAVE-ADMIN
               MOVE OPR-STATUS TO WS-SAVE-STATUS
               PERFORM P005-PROMPT-FIELDS
               PERFORM P013-PROMPT-STATUS
               IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                  AND (OPR-AUTH-ADMIN NOT = 'Y' OR OPR-STATUS NOT = 'A')
                   DISPLAY "YOUR OWN ADMINISTRATOR AUTHORITY CANNOT "
                           "BE REMOVED HERE - KEPT"
                   MOVE WS-SAVE-ADMIN TO OPR-AUTH-ADMIN
                   MOVE WS-SAVE-STATUS TO OPR-STATUS
               END-IF
               PERFORM P008-STAMP-RECORD
               REWRITE FD-OPERATOR-REC
                   INVALID KEY
                       DISPLAY "UPDATE FAILED - STATUS " WS-STATUS-OPR
                   NOT INVALID KEY
                       DISPLAY "ENTRY UPDATED FOR " WS-KEY-TXT
                       MOVE 'UPDATE  ' TO AAUD-ACTION
                       PERFORM P006-WRITE-OPR-AUDIT
               END-REWRITE
       END-READ
       .
      ******************************************************************
      *    P005-PROMPT-FIELDS - THE NAME AND ONE Y/N ANSWER PER
      *    FUNCTION; ANYTHING BUT Y OR N IS ASKED AGAIN, SINCE THE
      *    CONTROLLED PROGRAMS ACT ON THESE BYTES.
      ******************************************************************
       P005-PROMPT-FIELDS.
       DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT TO OPR-NAME
       PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 7
           MOVE SPACE TO OPR-AUTH-FLAG(WS-FUNC-SUB)
           PERFORM UNTIL OPR-AUTH-FLAG(WS-FUNC-SUB) = 'Y'
                      OR OPR-AUTH-FLAG(WS-FUNC-SUB) = 'N'
               DISPLAY WS-FUNC-NAME(WS-FUNC-SUB) " AUTHORITY (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-VALUE-TXT FROM CONSOLE
               EVALUATE WS-VALUE-TXT(1:1)
                   WHEN 'Y'
                   WHEN 'y'
                       MOVE 'Y' TO OPR-AUTH-FLAG(WS-FUNC-SUB)
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO OPR-AUTH-FLAG(WS-FUNC-SUB)
                   WHEN OTHER
                       DISPLAY "ANSWER MUST BE Y OR N"
               END-EVALUATE
           END-PERFORM
       END-PERFORM
       MOVE SPACE TO OPR-AUTH-XMIT
       PERFORM UNTIL OPR-AUTH-XMIT = 'Y' OR OPR-AUTH-XMIT = 'N'
           DISPLAY WS-FUNC-NAME(8) " AUTHORITY (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           EVALUATE WS-VALUE-TXT(1:1)
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'Y' TO OPR-AUTH-XMIT
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO OPR-AUTH-XMIT
               WHEN OTHER
                   DISPLAY "ANSWER MUST BE Y OR N"
           END-EVALUATE
       END-PERFORM
       MOVE SPACE TO OPR-AUTH-SIGN
       PERFORM UNTIL OPR-AUTH-SIGN = 'Y' OR OPR-AUTH-SIGN = 'N'
           DISPLAY WS-FUNC-NAME(9) " AUTHORITY (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           EVALUATE WS-VALUE-TXT(1:1)
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'Y' TO OPR-AUTH-SIGN
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO OPR-AUTH-SIGN
               WHEN OTHER
                   DISPLAY "ANSWER MUST BE Y OR N"
           END-EVALUATE
       END-PERFORM
       .
      ******************************************************************
      *    P013-PROMPT-STATUS - A (ACTIVE) OR R (REVOKED). A REVOKED
      *    ENTRY KEEPS ITS FLAGS BUT IS REFUSED EVERYWHERE.
      ******************************************************************
       P013-PROMPT-STATUS.
       MOVE SPACE TO OPR-STATUS
       PERFORM UNTIL OPR-STATUS = 'A' OR OPR-STATUS = 'R'
           DISPLAY "STATUS - A (ACTIVE) OR R (REVOKED): "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           IF WS-VALUE-TXT(1:1) = 'A' OR WS-VALUE-TXT(1:1) = 'R'
               MOVE WS-VALUE-TXT(1:1) TO OPR-STATUS
           ELSE
               DISPLAY "STATUS MUST BE A OR R"
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P008-STAMP-RECORD
      ******************************************************************
       P008-STAMP-RECORD.
       MOVE WS-OPERATOR-ID TO OPR-UPD-USER
       MOVE FUNCTION CURRENT-DATE TO OPR-UPD-STAMP
       .
      ******************************************************************
      *    P006-WRITE-OPR-AUDIT - ONE LINE PER CHANGE: WHO, WHEN,
      *    WHAT ACTION, WHICH OPERATOR, AND THE ENTRY AS STORED.
      ******************************************************************
       P006-WRITE-OPR-AUDIT.
       OPEN EXTEND OPERATOR-AUDIT
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT OPERATOR-AUDIT
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE OPR-UPD-STAMP TO AAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AAUD-USER
           MOVE OPR-OPERATOR-ID TO AAUD-KEY
           MOVE SPACES TO AAUD-DETAIL
           STRING 'CAL ' DELIMITED BY SIZE
               OPR-AUTH-CAL DELIMITED BY SIZE
               ' STR ' DELIMITED BY SIZE
               OPR-AUTH-STR DELIMITED BY SIZE
               ' PRM ' DELIMITED BY SIZE
               OPR-AUTH-PARM DELIMITED BY SIZE
               ' QUA ' DELIMITED BY SIZE
               OPR-AUTH-QUAR DELIMITED BY SIZE
               ' DRN ' DELIMITED BY SIZE
               OPR-AUTH-DRAIN DELIMITED BY SIZE
               ' LCK ' DELIMITED BY SIZE
               OPR-AUTH-LOCK DELIMITED BY SIZE
               ' ADM ' DELIMITED BY SIZE
               OPR-AUTH-ADMIN DELIMITED BY SIZE
               ' XMT ' DELIMITED BY SIZE
               OPR-AUTH-XMIT DELIMITED BY SIZE
               ' SGN ' DELIMITED BY SIZE
               OPR-AUTH-SIGN DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               OPR-STATUS DELIMITED BY SIZE
               INTO AAUD-DETAIL
           END-STRING
           WRITE FD-OPR-AUDIT-REC FROM WS-OPR-AUDIT-REC
           CLOSE OPERATOR-AUDIT
       END-IF
       .
      ******************************************************************
      *    P012-WRITE-AUDIT-RECORD - REFUSALS GO TO THE RUN AUDIT
      *    TRAIL WITH THE BATCH EVENTS.
      ******************************************************************
       P012-WRITE-AUDIT-RECORD.
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

      ******************************************************************
      *    LINE-MODE MAINTENANCE FOR THE STRMAST SENSOR STREAM MASTER.
      *    THE STREAMS STOP BEING ANONYMOUS FILE NAMES: EACH ENTRY
      *    CARRIES ITS ZONE, A DESCRIPTION, THE
      *    IN-SERVICE DATE AND AN ACTIVE/RETIRED SERVICE STATUS. THE
      *    REPORTING STEPS PRINT THE LOCATION NEXT TO THE STREAM AND
      *    THE CONSOLIDATION PAIR SKIPS A STREAM THE MASTER MARKS
      *    RETIRED. EVERY CHANGE (A SENSOR MOVING BETWEEN ROOMS, A
      *    RETIREMENT) IS KEYED IN HERE WITH AN AUDIT TRAIL TO
      *    STRAUDIT INSTEAD OF BEING REMEMBERED BY WHOEVER WAS ON
      *    SHIFT. THE LOCATION IS NO LONGER FREE TEXT: IT IS A ZONE
      *    CODE (SITE, BUILDING, FLOOR, ROOM) THAT MUST BE ON ZONEMAST
      *    AND ACTIVE, OR THE ENTRY IS NOT WRITTEN, SO STREAMS IN THE
      *    SAME ROOM OR ON THE SAME FLOOR ROLL UP TOGETHER. ONLY AN
      *    OPERATOR WITH STREAM MAINTENANCE AUTHORITY
      *    ON OPERAUTH MAY SIGN ON; ANY OTHER ID IS REFUSED AND THE
      *    REFUSAL LOGGED TO AUDITLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STREAM-AUDIT ASSIGN TO STRAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT ZONE-MASTER ASSIGN TO ZONEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODE
               FILE STATUS IS WS-STATUS-ZON.
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
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH THE COPIES THE
      *    CONSOLIDATION AND REPORTING PROGRAMS LOAD AT STARTUP. THE
      *    LOCATION BYTES HOLD THE ZONE CODE; THE OTHER PROGRAMS STILL
      *    SEE THEM AS THE 20-BYTE STR-LOCATION.
      ******************************************************************
       FD STREAM-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-STREAM-REC.
       01 FD-STREAM-REC.
           02 STR-STREAM-NAME  PIC X(12).
           02 STR-LOCATION.
               03 STR-ZONE-CODE    PIC X(16).
               03 FILLER           PIC X(04).
           02 STR-DESCRIPTION  PIC X(30).
           02 STR-INSERVICE    PIC 9(08).
           02 STR-STATUS       PIC X(01).
           02 STR-UPD-USER     PIC X(08).
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    ZONE MASTER - MUST STAY IN STEP WITH ZON-MNT, WHICH
      *    MAINTAINS IT. ONLY READ HERE.
      ******************************************************************
       FD ZONE-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-ZONE-REC.
       01 FD-ZONE-REC.
           02 ZON-CODE.
               03 ZON-SITE         PIC X(04).
               03 ZON-BUILDING     PIC X(04).
               03 ZON-FLOOR        PIC X(04).
               03 ZON-ROOM         PIC X(04).
           02 ZON-LEVEL        PIC X(01).
           02 ZON-NAME         PIC X(30).
           02 ZON-STATUS       PIC X(01).
           02 ZON-UPD-USER     PIC X(08).
           02 ZON-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(18).
       FD STREAM-AUDIT
           DATA RECORD IS FD-STR-AUDIT-REC.
       01 FD-STR-AUDIT-REC     PIC X(120).
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
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-COUNT-LISTED      PIC 9(05).
      ******************************************************************
      *    ZONE LINK AS KEYED IN - ONE PART AT A TIME, THE SAME WAY
      *    ZON-MNT ASKS FOR IT.
      ******************************************************************
       01 WS-STATUS-ZON        PIC XX.
       01 WS-ZONE-CODE.
           02 WS-ZONE-SITE     PIC X(04).
           02 WS-ZONE-BUILDING PIC X(04).
           02 WS-ZONE-FLOOR    PIC X(04).
           02 WS-ZONE-ROOM     PIC X(04).
       01 WS-ZONE-OK           PIC X(01).
       01 WS-ZONE-NAME         PIC X(30).
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, KEY AND THE
      *    ENTRY AS STORED.
      ******************************************************************
           02 FILLER           PIC X(01) VALUE SPACE.
           02 SAUD-DETAIL      PIC X(50).
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
       01 WS-JOB-ID            PIC X(08) VALUE 'STR-MNT'.
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
       DISPLAY "WELCOME TO STR-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 2 TO WS-AUTH-FUNC
       PERFORM P009-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           PERFORM P001-OPEN-MASTER
       ELSE
           PERFORM P010-REFUSE-OPERATOR
           MOVE 8 TO RETURN-CODE
       END-IF
       IF WS-AUTH-OK = 'Y' AND WS-STATUS-STR = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '4'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               " STATUS " STR-STATUS
               " LAST CHANGED BY " STR-UPD-USER
               " AT " STR-UPD-STAMP(1:14)
       MOVE STR-ZONE-CODE TO WS-ZONE-CODE
       PERFORM P012-CHECK-ZONE
       DISPLAY "  ZONE        " STR-ZONE-CODE " " WS-ZONE-NAME
       DISPLAY "  DESCRIPTION " STR-DESCRIPTION
       DISPLAY "  IN SERVICE  " STR-INSERVICE
       .
       MOVE SPACES TO FD-STREAM-REC
       MOVE WS-KEY-TXT TO STR-STREAM-NAME
       PERFORM P005-PROMPT-FIELDS
       IF WS-ZONE-OK = 'Y'
           PERFORM P008-STAMP-RECORD
           WRITE FD-STREAM-REC
               INVALID KEY
                   DISPLAY "ENTRY ALREADY EXISTS FOR " WS-KEY-TXT
                           " - USE UPDATE"
               NOT INVALID KEY
                   DISPLAY "ENTRY ADDED FOR " WS-KEY-TXT
                   MOVE 'ADD     ' TO SAUD-ACTION
                   PERFORM P006-WRITE-STR-AUDIT
           END-WRITE
       ELSE
           DISPLAY "ENTRY NOT ADDED - NOTHING WRITTEN"
       END-IF
       .
      ******************************************************************
      *    P004-UPDATE-ENTRY
           NOT INVALID KEY
               PERFORM P007-SHOW-ONE-ENTRY
               PERFORM P005-PROMPT-FIELDS
               IF WS-ZONE-OK = 'Y'
                   PERFORM P008-STAMP-RECORD
                   REWRITE FD-STREAM-REC
                       INVALID KEY
                           DISPLAY "UPDATE FAILED - STATUS "
                                   WS-STATUS-STR
                       NOT INVALID KEY
                           DISPLAY "ENTRY UPDATED FOR " WS-KEY-TXT
                           MOVE 'UPDATE  ' TO SAUD-ACTION
                           PERFORM P006-WRITE-STR-AUDIT
                   END-REWRITE
               ELSE
                   DISPLAY "ENTRY NOT UPDATED - NOTHING WRITTEN"
               END-IF
       END-READ
       .
      ******************************************************************
      *    P005-PROMPT-FIELDS - STATUS MUST BE A (ACTIVE) OR R
      *    (RETIRED); ANYTHING ELSE IS REFUSED UNTIL IT IS, SINCE THE
      *    CONSOLIDATION PAIR ACTS ON THIS BYTE. A ZONE THAT IS NOT
      *    ON ZONEMAST, OR IS RETIRED, LEAVES WS-ZONE-OK 'N' AND THE
      *    CALLER WRITES NOTHING.
      ******************************************************************
       P005-PROMPT-FIELDS.
       MOVE SPACES TO WS-ZONE-CODE
       DISPLAY "ZONE SITE (4 CHARACTERS): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-SITE
       DISPLAY "ZONE BUILDING (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-BUILDING
       DISPLAY "ZONE FLOOR (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-FLOOR
       DISPLAY "ZONE ROOM (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-ROOM
       PERFORM P012-CHECK-ZONE
       IF WS-ZONE-OK = 'Y'
           DISPLAY "ZONE " WS-ZONE-CODE " - " WS-ZONE-NAME
           MOVE SPACES TO STR-LOCATION
           MOVE WS-ZONE-CODE TO STR-ZONE-CODE
       ELSE
           DISPLAY "ZONE " WS-ZONE-CODE " - " WS-ZONE-NAME
       END-IF
       DISPLAY "DESCRIPTION: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT TO STR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO SAUD-USER
           MOVE STR-STREAM-NAME TO SAUD-KEY
           MOVE SPACES TO SAUD-DETAIL
           STRING 'ZONE ' DELIMITED BY SIZE
               STR-ZONE-CODE DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               STR-STATUS DELIMITED BY SIZE
               ' INSVC ' DELIMITED BY SIZE
           CLOSE STREAM-AUDIT
       END-IF
       .
      ******************************************************************
      *    P012-CHECK-ZONE - WS-ZONE-CODE MUST BE ON ZONEMAST AND
      *    ACTIVE. WS-ZONE-NAME CARRIES THE ZONE'S NAME, OR WHY IT
      *    WAS NOT ACCEPTED.
      ******************************************************************
       P012-CHECK-ZONE.
       MOVE 'N' TO WS-ZONE-OK
       OPEN INPUT ZONE-MASTER
       IF WS-STATUS-ZON NOT = "00"
           MOVE 'NO ZONEMAST - SET UP ZONES FIRST' TO WS-ZONE-NAME
       ELSE
           MOVE WS-ZONE-CODE TO ZON-CODE
           READ ZONE-MASTER
               KEY IS ZON-CODE
               INVALID KEY
                   MOVE 'NOT ON ZONEMAST' TO WS-ZONE-NAME
               NOT INVALID KEY
                   IF ZON-STATUS = 'A'
                       MOVE 'Y' TO WS-ZONE-OK
                       MOVE ZON-NAME TO WS-ZONE-NAME
                   ELSE
                       MOVE 'ZONE IS RETIRED' TO WS-ZONE-NAME
                   END-IF
           END-READ
           CLOSE ZONE-MASTER
       END-IF
       .
      ******************************************************************
      *    P009-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE FLAG FOR WS-AUTH-FUNC SET. A MISSING
      *    MASTER AUTHORIZES NOBODY.
      ******************************************************************
       P009-CHECK-AUTHORITY.
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
      *    P010-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P010-REFUSE-OPERATOR.
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
       PERFORM P011-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P011-WRITE-AUDIT-RECORD
      ******************************************************************
       P011-WRITE-AUDIT-RECORD.
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

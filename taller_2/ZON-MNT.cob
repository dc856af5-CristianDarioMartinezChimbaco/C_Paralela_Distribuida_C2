       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZON-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE MAINTENANCE FOR THE ZONEMAST SITE/ZONE HIERARCHY.
      *    A ZONE CODE IS FOUR 4-CHARACTER PARTS - SITE, BUILDING,
      *    FLOOR, ROOM - AND AN ENTRY EXISTS FOR EVERY LEVEL IN USE:
      *    "HQ" ALONE IS THE SITE, "HQ  B1" ONE OF ITS BUILDINGS,
      *    "HQ  B1  F03" A FLOOR IN IT AND "HQ  B1  F03 R112" A ROOM
      *    ON THAT FLOOR. A LEVEL CAN ONLY BE ADDED UNDER AN ACTIVE
      *    PARENT, SO THE HIERARCHY HAS NO HOLES. STRMAST LINKS EACH
      *    STREAM TO A ZONE CODE (STR-MNT CHECKS THE LINK HERE) AND
      *    THE ZONEROLLUP STEP ROLLS THE STREAMS UP THROUGH EVERY
      *    LEVEL. ZONES ARE RETIRED, NEVER DELETED; ONE WITH ACTIVE
      *    ZONES UNDER IT CANNOT BE RETIRED. EVERY CHANGE IS AUDITED
      *    TO ZONAUDIT. ONLY AN OPERATOR WITH STREAM MAINTENANCE
      *    AUTHORITY ON OPERAUTH MAY SIGN ON; ANY OTHER ID IS REFUSED
      *    AND THE REFUSAL LOGGED TO AUDITLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MASTER ASSIGN TO ZONEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODE
               FILE STATUS IS WS-STATUS-ZON.
           SELECT ZONE-AUDIT ASSIGN TO ZONAUDIT
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
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ZONE MASTER - MUST STAY IN STEP WITH THE COPIES IN STR-MNT
      *    AND DATA-ZON. ZON-LEVEL IS S, B, F OR R, SET FROM THE
      *    DEEPEST PART OF THE CODE IN USE.
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
       FD ZONE-AUDIT
           DATA RECORD IS FD-ZON-AUDIT-REC.
       01 FD-ZON-AUDIT-REC     PIC X(120).
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
       01 WS-STATUS-ZON        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-COUNT-LISTED      PIC 9(05).
      ******************************************************************
      *    ZONE CODE AS KEYED IN, AND THE CHECKS MADE ON IT. A PART
      *    MAY ONLY BE GIVEN WHEN EVERY PART ABOVE IT IS, AND THE
      *    LEVEL ABOVE MUST ALREADY BE ON FILE AND ACTIVE.
      ******************************************************************
       01 WS-ZONE-CODE.
           02 WS-ZONE-SITE     PIC X(04).
           02 WS-ZONE-BUILDING PIC X(04).
           02 WS-ZONE-FLOOR    PIC X(04).
           02 WS-ZONE-ROOM     PIC X(04).
       01 WS-ZONE-LEVEL        PIC X(01).
       01 WS-PARENT-CODE       PIC X(16).
       01 WS-PREFIX-LEN        PIC 9(02).
       01 WS-CODE-OK           PIC X(01).
       01 WS-CHILD-COUNT       PIC 9(05).
       01 WS-NEW-NAME          PIC X(30).
       01 WS-NEW-STATUS        PIC X(01).
       01 WS-INDENT            PIC X(06).
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, ZONE CODE AND
      *    THE ENTRY AS STORED.
      ******************************************************************
       01 WS-ZON-AUDIT-REC.
           02 ZAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ZAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ZAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ZAUD-KEY         PIC X(16).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ZAUD-DETAIL      PIC X(50).
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
       01 WS-JOB-ID            PIC X(08) VALUE 'ZON-MNT'.
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
       DISPLAY "WELCOME TO ZON-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       MOVE 2 TO WS-AUTH-FUNC
       PERFORM P012-CHECK-AUTHORITY
       IF WS-AUTH-OK = 'Y'
           PERFORM P001-OPEN-MASTER
       ELSE
           PERFORM P013-REFUSE-OPERATOR
           MOVE 8 TO RETURN-CODE
       END-IF
       IF WS-AUTH-OK = 'Y' AND WS-STATUS-ZON = "00"
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
                       DISPLAY "EXITING ZON-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE ZONE-MASTER
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "SITE/ZONE HIERARCHY MAINTENANCE"
       DISPLAY "===================================================="
       DISPLAY "1. LIST ZONES"
       DISPLAY "2. ADD A ZONE"
       DISPLAY "3. UPDATE A ZONE"
       DISPLAY "4. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-MASTER - A MISSING MASTER IS BUILT EMPTY ON THE
      *    FIRST MAINTENANCE SESSION.
      ******************************************************************
       P001-OPEN-MASTER.
       OPEN I-O ZONE-MASTER
       IF WS-STATUS-ZON NOT = "00"
           OPEN OUTPUT ZONE-MASTER
           IF WS-STATUS-ZON = "00"
               CLOSE ZONE-MASTER
               OPEN I-O ZONE-MASTER
           END-IF
       END-IF
       IF WS-STATUS-ZON NOT = "00"
           DISPLAY "ZONEMAST COULD NOT BE OPENED - STATUS "
                   WS-STATUS-ZON
       END-IF
       .
      ******************************************************************
      *    P002-LIST-ENTRIES - KEY ORDER PUTS EVERY ZONE DIRECTLY
      *    UNDER ITS PARENT, SO THE LIST READS AS THE HIERARCHY.
      ******************************************************************
       P002-LIST-ENTRIES.
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO ZON-CODE
       START ZONE-MASTER KEY NOT < ZON-CODE
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ ZONE-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO WS-COUNT-LISTED
                   PERFORM P006-SHOW-ONE-ENTRY
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO ZONES ON FILE"
       END-IF
       .
      ******************************************************************
      *    P006-SHOW-ONE-ENTRY
      ******************************************************************
       P006-SHOW-ONE-ENTRY.
       EVALUATE ZON-LEVEL
           WHEN 'B'
               MOVE '  ' TO WS-INDENT
           WHEN 'F'
               MOVE '    ' TO WS-INDENT
           WHEN 'R'
               MOVE '      ' TO WS-INDENT
           WHEN OTHER
               MOVE SPACES TO WS-INDENT
       END-EVALUATE
       DISPLAY WS-INDENT ZON-CODE " " ZON-LEVEL " " ZON-NAME
               " STATUS " ZON-STATUS
               " BY " ZON-UPD-USER
               " AT " ZON-UPD-STAMP(1:14)
       .
      ******************************************************************
      *    P003-ADD-ENTRY
      ******************************************************************
       P003-ADD-ENTRY.
       PERFORM P005-PROMPT-CODE
       IF WS-CODE-OK = 'Y'
           PERFORM P007-CHECK-PARENT
       END-IF
       IF WS-CODE-OK = 'Y'
           PERFORM P011-PROMPT-FIELDS
           MOVE SPACES TO FD-ZONE-REC
           MOVE WS-ZONE-CODE TO ZON-CODE
           MOVE WS-ZONE-LEVEL TO ZON-LEVEL
           MOVE WS-NEW-NAME TO ZON-NAME
           MOVE WS-NEW-STATUS TO ZON-STATUS
           PERFORM P008-STAMP-RECORD
           WRITE FD-ZONE-REC
               INVALID KEY
                   DISPLAY "ZONE " WS-ZONE-CODE
                           " ALREADY EXISTS - USE UPDATE"
               NOT INVALID KEY
                   DISPLAY "ZONE ADDED " WS-ZONE-CODE
                   MOVE 'ADD     ' TO ZAUD-ACTION
                   PERFORM P009-WRITE-ZON-AUDIT
           END-WRITE
       ELSE
           DISPLAY "ZONE NOT ADDED - NOTHING WRITTEN"
       END-IF
       .
      ******************************************************************
      *    P004-UPDATE-ENTRY - THE NAME AND STATUS MAY CHANGE; THE
      *    CODE IS THE KEY AND DOES NOT. A ZONE STILL CARRYING ACTIVE
      *    ZONES BELOW IT STAYS ACTIVE.
      ******************************************************************
       P004-UPDATE-ENTRY.
       PERFORM P005-PROMPT-CODE
       IF WS-CODE-OK = 'Y'
           MOVE WS-ZONE-CODE TO ZON-CODE
           READ ZONE-MASTER
               KEY IS ZON-CODE
               INVALID KEY
                   DISPLAY "NO ZONE ON FILE FOR " WS-ZONE-CODE
                           " - USE ADD"
                   MOVE 'N' TO WS-CODE-OK
               NOT INVALID KEY
                   PERFORM P006-SHOW-ONE-ENTRY
           END-READ
       END-IF
       IF WS-CODE-OK = 'Y'
           PERFORM P011-PROMPT-FIELDS
           IF WS-NEW-STATUS = 'R'
               PERFORM P010-COUNT-ACTIVE-CHILDREN
               IF WS-CHILD-COUNT > 0
                   DISPLAY "ZONE HAS " WS-CHILD-COUNT
                           " ACTIVE ZONES BELOW IT - RETIRE THEM FIRST"
                   MOVE 'N' TO WS-CODE-OK
               END-IF
           END-IF
       END-IF
       IF WS-CODE-OK = 'Y'
           MOVE WS-ZONE-CODE TO ZON-CODE
           READ ZONE-MASTER
               KEY IS ZON-CODE
               INVALID KEY
                   MOVE 'N' TO WS-CODE-OK
           END-READ
       END-IF
       IF WS-CODE-OK = 'Y'
           MOVE WS-NEW-NAME TO ZON-NAME
           MOVE WS-NEW-STATUS TO ZON-STATUS
           PERFORM P008-STAMP-RECORD
           REWRITE FD-ZONE-REC
               INVALID KEY
                   DISPLAY "UPDATE FAILED - STATUS " WS-STATUS-ZON
               NOT INVALID KEY
                   DISPLAY "ZONE UPDATED " WS-ZONE-CODE
                   MOVE 'UPDATE  ' TO ZAUD-ACTION
                   PERFORM P009-WRITE-ZON-AUDIT
           END-REWRITE
       ELSE
           DISPLAY "ZONE NOT UPDATED - NOTHING WRITTEN"
       END-IF
       .
      ******************************************************************
      *    P005-PROMPT-CODE - ONE PROMPT PER PART; ENTER LEAVES A
      *    PART (AND EVERY PART BELOW IT) BLANK. THE LEVEL IS THE
      *    DEEPEST PART GIVEN.
      ******************************************************************
       P005-PROMPT-CODE.
       MOVE SPACES TO WS-ZONE-CODE
       MOVE 'Y' TO WS-CODE-OK
       DISPLAY "SITE (4 CHARACTERS): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-SITE
       DISPLAY "BUILDING (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-BUILDING
       DISPLAY "FLOOR (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-FLOOR
       DISPLAY "ROOM (ENTER FOR NONE): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT(1:4) TO WS-ZONE-ROOM
       EVALUATE TRUE
           WHEN WS-ZONE-SITE = SPACES
               DISPLAY "A ZONE CODE NEEDS AT LEAST A SITE"
               MOVE 'N' TO WS-CODE-OK
           WHEN WS-ZONE-BUILDING = SPACES
                AND (WS-ZONE-FLOOR NOT = SPACES
                     OR WS-ZONE-ROOM NOT = SPACES)
               DISPLAY "A FLOOR OR ROOM NEEDS ITS BUILDING"
               MOVE 'N' TO WS-CODE-OK
           WHEN WS-ZONE-FLOOR = SPACES
                AND WS-ZONE-ROOM NOT = SPACES
               DISPLAY "A ROOM NEEDS ITS FLOOR"
               MOVE 'N' TO WS-CODE-OK
           WHEN WS-ZONE-ROOM NOT = SPACES
               MOVE 'R' TO WS-ZONE-LEVEL
           WHEN WS-ZONE-FLOOR NOT = SPACES
               MOVE 'F' TO WS-ZONE-LEVEL
           WHEN WS-ZONE-BUILDING NOT = SPACES
               MOVE 'B' TO WS-ZONE-LEVEL
           WHEN OTHER
               MOVE 'S' TO WS-ZONE-LEVEL
       END-EVALUATE
       .
      ******************************************************************
      *    P007-CHECK-PARENT - THE LEVEL DIRECTLY ABOVE A NEW ZONE
      *    MUST BE ON FILE AND ACTIVE. A SITE HAS NO PARENT.
      ******************************************************************
       P007-CHECK-PARENT.
       MOVE SPACES TO WS-PARENT-CODE
       EVALUATE WS-ZONE-LEVEL
           WHEN 'B'
               MOVE WS-ZONE-CODE(1:4) TO WS-PARENT-CODE(1:4)
           WHEN 'F'
               MOVE WS-ZONE-CODE(1:8) TO WS-PARENT-CODE(1:8)
           WHEN 'R'
               MOVE WS-ZONE-CODE(1:12) TO WS-PARENT-CODE(1:12)
       END-EVALUATE
       IF WS-PARENT-CODE NOT = SPACES
           MOVE WS-PARENT-CODE TO ZON-CODE
           READ ZONE-MASTER
               KEY IS ZON-CODE
               INVALID KEY
                   DISPLAY "PARENT ZONE " WS-PARENT-CODE
                           " IS NOT ON FILE - ADD IT FIRST"
                   MOVE 'N' TO WS-CODE-OK
               NOT INVALID KEY
                   IF ZON-STATUS NOT = 'A'
                       DISPLAY "PARENT ZONE " WS-PARENT-CODE
                               " IS RETIRED"
                       MOVE 'N' TO WS-CODE-OK
                   END-IF
           END-READ
       END-IF
       .
      ******************************************************************
      *    P010-COUNT-ACTIVE-CHILDREN - EVERY ZONE BELOW SHARES THE
      *    ZONE'S CODE AS A PREFIX AND FOLLOWS IT IN KEY ORDER.
      ******************************************************************
       P010-COUNT-ACTIVE-CHILDREN.
       MOVE 0 TO WS-CHILD-COUNT
       EVALUATE WS-ZONE-LEVEL
           WHEN 'S'
               MOVE 4 TO WS-PREFIX-LEN
           WHEN 'B'
               MOVE 8 TO WS-PREFIX-LEN
           WHEN 'F'
               MOVE 12 TO WS-PREFIX-LEN
           WHEN OTHER
               MOVE 16 TO WS-PREFIX-LEN
       END-EVALUATE
       IF WS-PREFIX-LEN < 16
           MOVE 'F' TO EOF
           MOVE WS-ZONE-CODE TO ZON-CODE
           START ZONE-MASTER KEY > ZON-CODE
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ ZONE-MASTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF ZON-CODE(1:WS-PREFIX-LEN) NOT =
                          WS-ZONE-CODE(1:WS-PREFIX-LEN)
                           MOVE 'T' TO EOF
                       ELSE
                           IF ZON-STATUS = 'A'
                               ADD 1 TO WS-CHILD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P011-PROMPT-FIELDS - STATUS MUST BE A (ACTIVE) OR R
      *    (RETIRED).
      ******************************************************************
       P011-PROMPT-FIELDS.
       DISPLAY "ZONE NAME (E.G. COLD STORE EAST): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT TO WS-NEW-NAME
       MOVE SPACE TO WS-NEW-STATUS
       PERFORM UNTIL WS-NEW-STATUS = 'A' OR WS-NEW-STATUS = 'R'
           DISPLAY "STATUS - A (ACTIVE) OR R (RETIRED): "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           IF WS-VALUE-TXT(1:1) = 'A' OR WS-VALUE-TXT(1:1) = 'R'
               MOVE WS-VALUE-TXT(1:1) TO WS-NEW-STATUS
           ELSE
               DISPLAY "STATUS MUST BE A OR R"
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P008-STAMP-RECORD
      ******************************************************************
       P008-STAMP-RECORD.
       MOVE WS-OPERATOR-ID TO ZON-UPD-USER
       MOVE FUNCTION CURRENT-DATE TO ZON-UPD-STAMP
       .
      ******************************************************************
      *    P009-WRITE-ZON-AUDIT - ONE LINE PER CHANGE: WHO, WHEN,
      *    WHAT ACTION, WHICH ZONE, AND THE ENTRY AS STORED.
      ******************************************************************
       P009-WRITE-ZON-AUDIT.
       OPEN EXTEND ZONE-AUDIT
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT ZONE-AUDIT
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE ZON-UPD-STAMP TO ZAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO ZAUD-USER
           MOVE ZON-CODE TO ZAUD-KEY
           MOVE SPACES TO ZAUD-DETAIL
           STRING 'LVL ' DELIMITED BY SIZE
               ZON-LEVEL DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               ZON-STATUS DELIMITED BY SIZE
               ' NAME ' DELIMITED BY SIZE
               ZON-NAME DELIMITED BY SIZE
               INTO ZAUD-DETAIL
           END-STRING
           WRITE FD-ZON-AUDIT-REC FROM WS-ZON-AUDIT-REC
           CLOSE ZONE-AUDIT
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
       PERFORM P014-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P014-WRITE-AUDIT-RECORD
      ******************************************************************
       P014-WRITE-AUDIT-RECORD.
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

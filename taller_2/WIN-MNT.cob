       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIN-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE MAINTENANCE FOR THE MAINTWIN PLANNED MAINTENANCE
      *    CALENDAR. WHEN FACILITIES SERVICES A SENSOR OR A ROOM IS
      *    UNDER CONSTRUCTION, THE READINGS ARE STILL REAL BUT THE
      *    ALERTS THEY RAISE ARE NOT EVENTS ANYONE SHOULD BE WOKEN
      *    FOR. EACH ENTRY NAMES A STREAM, THE CAPTURE DATE AND TIME
      *    THE WINDOW RUNS FROM AND TO, A REASON CODE AND WHO ASKED
      *    FOR IT. INDEX AND INDEX-P TAG EVERY MEASURED READING
      *    CAPTURED INSIDE AN ACTIVE WINDOW AS IN-WINDOW ('W'), FILE
      *    ITS ALERTS AS SUPPRESSED INSTEAD OF PUBLISHING THEM LIVE,
      *    AND DATA-EPI / DATA-MCS REPORT THAT TIME APART FROM TRUE
      *    EXCEEDANCES. A WINDOW IS NEVER DELETED - A CANCELLED
      *    WINDOW STAYS ON FILE WITH STATUS C SO THE CALENDAR SHOWS
      *    WHAT WAS PLANNED. EVERY CHANGE IS AUDITED TO WINAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-MASTER ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIN-KEY
               FILE STATUS IS WS-STATUS-WIN.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
           SELECT WINDOW-AUDIT ASSIGN TO WINAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    MAINTENANCE WINDOW - MUST STAY IN STEP WITH THE COPIES
      *    INDEX AND INDEX-P LOAD AT STARTUP. KEYED BY STREAM AND
      *    WINDOW START, SO A STREAM CAN HAVE ANY NUMBER OF WINDOWS.
      *    STATUS A = ACTIVE, C = CANCELLED.
      ******************************************************************
       FD WINDOW-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-WINDOW-REC.
       01 FD-WINDOW-REC.
           02 WIN-KEY.
               03 WIN-STREAM-NAME PIC X(12).
               03 WIN-FROM-DATE   PIC 9(08).
               03 WIN-FROM-TIME   PIC 9(06).
           02 WIN-TO-DATE      PIC 9(08).
           02 WIN-TO-TIME      PIC 9(06).
           02 WIN-REASON       PIC X(08).
           02 WIN-REQUESTER    PIC X(20).
           02 WIN-STATUS       PIC X(01).
           02 WIN-UPD-USER     PIC X(08).
           02 WIN-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(07).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. ONLY USED HERE TO REFUSE A WINDOW FOR A
      *    STREAM THAT DOES NOT EXIST.
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
       FD WINDOW-AUDIT
           DATA RECORD IS FD-WIN-AUDIT-REC.
       01 FD-WIN-AUDIT-REC     PIC X(120).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-WIN        PIC XX.
       01 WS-STATUS-STR        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-KEY-TXT           PIC X(12).
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-STREAM-OK         PIC X(01).
       01 WS-STAMP-OK          PIC X(01).
       01 WS-STAMP-DATE        PIC 9(08).
       01 WS-STAMP-TIME        PIC 9(06).
       01 WS-STAMP-VIEW.
           02 WS-STAMP-HOUR    PIC 9(02).
           02 WS-STAMP-MINUTE  PIC 9(02).
           02 WS-STAMP-SECOND  PIC 9(02).
       01 WS-FROM-STAMP        PIC 9(14).
       01 WS-TO-STAMP          PIC 9(14).
      ******************************************************************
      *    REASON CODES - THE CODES THE FACILITIES DESK RAISES WINDOWS
      *    UNDER. ANYTHING ELSE IS REFUSED UNTIL IT IS ONE OF THEM.
      ******************************************************************
       01 WS-REASON-SUB        PIC 9(01).
       01 WS-REASON-COUNT      PIC 9(01) VALUE 4.
       01 WS-REASON-OK         PIC X(01).
       01 WS-REASON-LIST.
           02 FILLER           PIC X(08) VALUE 'SERVICE '.
           02 FILLER           PIC X(08) VALUE 'WORKS   '.
           02 FILLER           PIC X(08) VALUE 'CALIBRAT'.
           02 FILLER           PIC X(08) VALUE 'OTHER   '.
       01 WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           02 WS-REASON-CODE   PIC X(08) OCCURS 4 TIMES.
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, STREAM AND THE
      *    WINDOW AS STORED.
      ******************************************************************
       01 WS-WIN-AUDIT-REC.
           02 WAUD-TIMESTAMP   PIC X(26).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WAUD-USER        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WAUD-ACTION      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WAUD-KEY         PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 WAUD-DETAIL      PIC X(62).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO WIN-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       PERFORM P001-OPEN-MASTER
       IF WS-STATUS-WIN = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '5'
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
                       PERFORM P009-CANCEL-ENTRY
                   WHEN '5'
                       DISPLAY "EXITING WIN-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE WINDOW-MASTER
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "PLANNED MAINTENANCE WINDOW CALENDAR"
       DISPLAY "===================================================="
       DISPLAY "1. LIST WINDOWS"
       DISPLAY "2. ADD A WINDOW"
       DISPLAY "3. UPDATE A WINDOW"
       DISPLAY "4. CANCEL A WINDOW"
       DISPLAY "5. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-MASTER - A MISSING CALENDAR IS BUILT EMPTY ON THE
      *    FIRST MAINTENANCE SESSION.
      ******************************************************************
       P001-OPEN-MASTER.
       OPEN I-O WINDOW-MASTER
       IF WS-STATUS-WIN NOT = "00"
           OPEN OUTPUT WINDOW-MASTER
           IF WS-STATUS-WIN = "00"
               CLOSE WINDOW-MASTER
               OPEN I-O WINDOW-MASTER
           END-IF
       END-IF
       IF WS-STATUS-WIN NOT = "00"
           DISPLAY "MAINTWIN COULD NOT BE OPENED - STATUS "
                   WS-STATUS-WIN
       END-IF
       .
      ******************************************************************
      *    P002-LIST-ENTRIES - EVERY WINDOW IN STREAM AND START ORDER,
      *    CANCELLED ONES INCLUDED.
      ******************************************************************
       P002-LIST-ENTRIES.
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE LOW-VALUES TO WIN-KEY
       START WINDOW-MASTER KEY NOT < WIN-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ WINDOW-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO WS-COUNT-LISTED
                   PERFORM P007-SHOW-ONE-ENTRY
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO MAINTENANCE WINDOWS ON FILE"
       END-IF
       .
      ******************************************************************
      *    P007-SHOW-ONE-ENTRY
      ******************************************************************
       P007-SHOW-ONE-ENTRY.
       DISPLAY "STREAM " WIN-STREAM-NAME
               " STATUS " WIN-STATUS
               " LAST CHANGED BY " WIN-UPD-USER
               " AT " WIN-UPD-STAMP(1:14)
       DISPLAY "  FROM        " WIN-FROM-DATE " " WIN-FROM-TIME
       DISPLAY "  TO          " WIN-TO-DATE " " WIN-TO-TIME
       DISPLAY "  REASON      " WIN-REASON
       DISPLAY "  REQUESTER   " WIN-REQUESTER
       .
      ******************************************************************
      *    P003-ADD-ENTRY - THE STREAM MUST BE ON STRMAST (WHEN THERE
      *    IS ONE) AND THE START MUST BE A REAL DATE AND TIME.
      ******************************************************************
       P003-ADD-ENTRY.
       DISPLAY "STREAM NAME (E.G. DATA-FILE-01): " WITH NO ADVANCING
       ACCEPT WS-KEY-TXT FROM CONSOLE
       PERFORM P010-CHECK-STREAM
       IF WS-STREAM-OK = 'Y'
           MOVE SPACES TO FD-WINDOW-REC
           MOVE WS-KEY-TXT TO WIN-STREAM-NAME
           DISPLAY "WINDOW STARTS - " WITH NO ADVANCING
           PERFORM P011-PROMPT-STAMP
           IF WS-STAMP-OK = 'Y'
               MOVE WS-STAMP-DATE TO WIN-FROM-DATE
               MOVE WS-STAMP-TIME TO WIN-FROM-TIME
               PERFORM P005-PROMPT-FIELDS
               MOVE 'A' TO WIN-STATUS
               PERFORM P008-STAMP-RECORD
               WRITE FD-WINDOW-REC
                   INVALID KEY
                       DISPLAY "A WINDOW ALREADY STARTS THEN FOR "
                               WS-KEY-TXT " - USE UPDATE"
                   NOT INVALID KEY
                       DISPLAY "WINDOW ADDED FOR " WS-KEY-TXT
                       MOVE 'ADD     ' TO WAUD-ACTION
                       PERFORM P006-WRITE-WIN-AUDIT
               END-WRITE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-UPDATE-ENTRY - THE STREAM AND START ARE THE KEY AND
      *    CANNOT CHANGE; A WINDOW RAISED AGAINST THE WRONG START IS
      *    CANCELLED AND ADDED AGAIN.
      ******************************************************************
       P004-UPDATE-ENTRY.
       PERFORM P012-READ-WINDOW
       IF WS-STAMP-OK = 'Y'
           PERFORM P007-SHOW-ONE-ENTRY
           PERFORM P005-PROMPT-FIELDS
           PERFORM P008-STAMP-RECORD
           REWRITE FD-WINDOW-REC
               INVALID KEY
                   DISPLAY "UPDATE FAILED - STATUS " WS-STATUS-WIN
               NOT INVALID KEY
                   DISPLAY "WINDOW UPDATED FOR " WS-KEY-TXT
                   MOVE 'UPDATE  ' TO WAUD-ACTION
                   PERFORM P006-WRITE-WIN-AUDIT
           END-REWRITE
       END-IF
       .
      ******************************************************************
      *    P009-CANCEL-ENTRY - A CANCELLED WINDOW STAYS ON FILE BUT NO
      *    LONGER SUPPRESSES ANYTHING.
      ******************************************************************
       P009-CANCEL-ENTRY.
       PERFORM P012-READ-WINDOW
       IF WS-STAMP-OK = 'Y'
           PERFORM P007-SHOW-ONE-ENTRY
           IF WIN-STATUS = 'C'
               DISPLAY "WINDOW IS ALREADY CANCELLED"
           ELSE
               MOVE 'C' TO WIN-STATUS
               PERFORM P008-STAMP-RECORD
               REWRITE FD-WINDOW-REC
                   INVALID KEY
                       DISPLAY "CANCEL FAILED - STATUS " WS-STATUS-WIN
                   NOT INVALID KEY
                       DISPLAY "WINDOW CANCELLED FOR " WS-KEY-TXT
                       MOVE 'CANCEL  ' TO WAUD-ACTION
                       PERFORM P006-WRITE-WIN-AUDIT
               END-REWRITE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P012-READ-WINDOW - PROMPTS FOR STREAM AND START AND READS
      *    THAT WINDOW. WS-STAMP-OK COMES BACK 'N' IF THERE IS NONE.
      ******************************************************************
       P012-READ-WINDOW.
       DISPLAY "STREAM NAME: " WITH NO ADVANCING
       ACCEPT WS-KEY-TXT FROM CONSOLE
       DISPLAY "WINDOW STARTS - " WITH NO ADVANCING
       PERFORM P011-PROMPT-STAMP
       IF WS-STAMP-OK = 'Y'
           MOVE WS-KEY-TXT TO WIN-STREAM-NAME
           MOVE WS-STAMP-DATE TO WIN-FROM-DATE
           MOVE WS-STAMP-TIME TO WIN-FROM-TIME
           READ WINDOW-MASTER
               KEY IS WIN-KEY
               INVALID KEY
                   MOVE 'N' TO WS-STAMP-OK
                   DISPLAY "NO WINDOW ON FILE FOR " WS-KEY-TXT
                           " STARTING THEN"
           END-READ
       END-IF
       .
      ******************************************************************
      *    P005-PROMPT-FIELDS - THE END MUST BE A REAL DATE AND TIME
      *    AFTER THE START, AND THE REASON ONE OF THE KNOWN CODES;
      *    EACH IS ASKED AGAIN UNTIL IT IS.
      ******************************************************************
       P005-PROMPT-FIELDS.
       COMPUTE WS-FROM-STAMP = WIN-FROM-DATE * 1000000 + WIN-FROM-TIME
       MOVE 'N' TO WS-STAMP-OK
       PERFORM UNTIL WS-STAMP-OK = 'Y'
           DISPLAY "WINDOW ENDS - " WITH NO ADVANCING
           PERFORM P011-PROMPT-STAMP
           IF WS-STAMP-OK = 'Y'
               COMPUTE WS-TO-STAMP =
                   WS-STAMP-DATE * 1000000 + WS-STAMP-TIME
               IF WS-TO-STAMP NOT > WS-FROM-STAMP
                   MOVE 'N' TO WS-STAMP-OK
                   DISPLAY "WINDOW MUST END AFTER IT STARTS"
               END-IF
           END-IF
       END-PERFORM
       MOVE WS-STAMP-DATE TO WIN-TO-DATE
       MOVE WS-STAMP-TIME TO WIN-TO-TIME
       MOVE 'N' TO WS-REASON-OK
       PERFORM UNTIL WS-REASON-OK = 'Y'
           DISPLAY "REASON - SERVICE, WORKS, CALIBRAT OR OTHER: "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-COUNT
               IF WS-VALUE-TXT(1:8) = WS-REASON-CODE(WS-REASON-SUB)
                   MOVE 'Y' TO WS-REASON-OK
               END-IF
           END-PERFORM
           IF WS-REASON-OK = 'Y'
               MOVE WS-VALUE-TXT(1:8) TO WIN-REASON
           ELSE
               DISPLAY "REASON MUST BE ONE OF THE CODES SHOWN"
           END-IF
       END-PERFORM
       DISPLAY "REQUESTED BY: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       MOVE WS-VALUE-TXT TO WIN-REQUESTER
       .
      ******************************************************************
      *    P011-PROMPT-STAMP - ONE CAPTURE DATE (YYYYMMDD) AND TIME
      *    (HHMMSS). WS-STAMP-OK COMES BACK 'N' FOR ANYTHING THAT IS
      *    NOT A REAL DATE AND TIME OF DAY.
      ******************************************************************
       P011-PROMPT-STAMP.
       MOVE 'Y' TO WS-STAMP-OK
       DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:8) NUMERIC
           MOVE WS-VALUE-TXT(1:8) TO WS-STAMP-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0
               MOVE 'N' TO WS-STAMP-OK
           END-IF
       ELSE
           MOVE 'N' TO WS-STAMP-OK
       END-IF
       DISPLAY "   TIME (HHMMSS): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:6) NUMERIC
           MOVE WS-VALUE-TXT(1:6) TO WS-STAMP-VIEW
           IF WS-STAMP-HOUR > 23 OR WS-STAMP-MINUTE > 59
                   OR WS-STAMP-SECOND > 59
               MOVE 'N' TO WS-STAMP-OK
           ELSE
               MOVE WS-STAMP-VIEW TO WS-STAMP-TIME
           END-IF
       ELSE
           MOVE 'N' TO WS-STAMP-OK
       END-IF
       IF WS-STAMP-OK = 'N'
           DISPLAY "NOT A VALID DATE AND TIME"
       END-IF
       .
      ******************************************************************
      *    P010-CHECK-STREAM - A WINDOW FOR A STREAM STRMAST DOES NOT
      *    KNOW WOULD NEVER MATCH A READING, SO IT IS REFUSED. WITHOUT
      *    A MASTER THE STREAM NAME IS TAKEN AS KEYED.
      ******************************************************************
       P010-CHECK-STREAM.
       MOVE 'Y' TO WS-STREAM-OK
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           MOVE WS-KEY-TXT TO STR-STREAM-NAME
           READ STREAM-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-STREAM-OK
                   DISPLAY "NO STREAM " WS-KEY-TXT
                           " ON STRMAST - ADD IT WITH STR-MNT FIRST"
           END-READ
           CLOSE STREAM-MASTER
       END-IF
       .
      ******************************************************************
      *    P008-STAMP-RECORD
      ******************************************************************
       P008-STAMP-RECORD.
       MOVE WS-OPERATOR-ID TO WIN-UPD-USER
       MOVE FUNCTION CURRENT-DATE TO WIN-UPD-STAMP
       .
      ******************************************************************
      *    P006-WRITE-WIN-AUDIT - ONE LINE PER CHANGE: WHO, WHEN,
      *    WHAT ACTION, WHICH STREAM, AND THE WINDOW AS STORED.
      ******************************************************************
       P006-WRITE-WIN-AUDIT.
       OPEN EXTEND WINDOW-AUDIT
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT WINDOW-AUDIT
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE WIN-UPD-STAMP TO WAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WAUD-USER
           MOVE WIN-STREAM-NAME TO WAUD-KEY
           MOVE SPACES TO WAUD-DETAIL
           STRING 'FROM ' DELIMITED BY SIZE
               WIN-FROM-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WIN-FROM-TIME DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WIN-TO-DATE DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WIN-TO-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WIN-REASON DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               WIN-STATUS DELIMITED BY SIZE
               INTO WAUD-DETAIL
           END-STRING
           WRITE FD-WIN-AUDIT-REC FROM WS-WIN-AUDIT-REC
           CLOSE WINDOW-AUDIT
       END-IF
       .

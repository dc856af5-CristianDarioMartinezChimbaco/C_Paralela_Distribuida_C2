       IDENTIFICATION DIVISION.
       PROGRAM-ID. WO-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE MAINTENANCE FOR THE WORKORD SENSOR WORK ORDERS
      *    THE DATA-WKO STEP OPENS. THE TECHNICIAN WHO GOES OUT TO A
      *    SENSOR LISTS THE OPEN ORDERS, RECORDS WHAT WAS DONE, AND
      *    CLOSES THE ORDER ONCE THE SENSOR IS FIXED - AN ORDER CANNOT
      *    BE CLOSED WITHOUT A RECORD OF THE WORK. ORDERS ARE NEVER
      *    DELETED OR REOPENED: A SENSOR THAT MISBEHAVES AGAIN GETS A
      *    NEW ORDER FROM THE NEXT RUN. EVERY CHANGE IS AUDITED TO
      *    WOAUDIT, THE SAME TRAIL DATA-WKO WRITES EACH OPENING TO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               ALTERNATE RECORD KEY IS WO-STREAM-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-WKO.
           SELECT WO-AUDIT ASSIGN TO WOAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    WORK ORDER - MUST STAY IN STEP WITH DATA-WKO, WHICH OPENS
      *    THE ORDERS.
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
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-WKO        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-KEY-TXT           PIC X(12).
       01 WS-VALUE-TXT         PIC X(60).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-LIST-OPEN-ONLY    PIC X(01).
       01 WS-ORDER-OK          PIC X(01).
       01 WS-CURRENT-STAMP     PIC X(26).
      ******************************************************************
      *    AUDIT LINE - TIMESTAMP, OPERATOR, ACTION, STREAM AND THE
      *    ORDER AS STORED. MUST STAY IN STEP WITH DATA-WKO.
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
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO WO-MNT PROGRAM".
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       PERFORM P001-OPEN-MASTER
       IF WS-STATUS-WKO = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '6'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       MOVE 'Y' TO WS-LIST-OPEN-ONLY
                       PERFORM P002-LIST-ORDERS
                   WHEN '2'
                       MOVE 'N' TO WS-LIST-OPEN-ONLY
                       PERFORM P002-LIST-ORDERS
                   WHEN '3'
                       PERFORM P003-SHOW-STREAM-ORDERS
                   WHEN '4'
                       PERFORM P004-RECORD-WORK
                   WHEN '5'
                       PERFORM P009-CLOSE-ORDER
                   WHEN '6'
                       DISPLAY "EXITING WO-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "SENSOR MAINTENANCE WORK ORDERS"
       DISPLAY "===================================================="
       DISPLAY "1. LIST OPEN ORDERS"
       DISPLAY "2. LIST ALL ORDERS"
       DISPLAY "3. SHOW A STREAM'S ORDERS"
       DISPLAY "4. RECORD WORK DONE ON AN ORDER"
       DISPLAY "5. CLOSE AN ORDER"
       DISPLAY "6. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-MASTER - A MISSING FILE IS BUILT EMPTY, SO THE
      *    PROGRAM CAN BE USED BEFORE THE FIRST ORDER IS RAISED.
      ******************************************************************
       P001-OPEN-MASTER.
       OPEN I-O WORK-ORDER-FILE
       IF WS-STATUS-WKO NOT = "00"
           OPEN OUTPUT WORK-ORDER-FILE
           IF WS-STATUS-WKO = "00"
               CLOSE WORK-ORDER-FILE
               OPEN I-O WORK-ORDER-FILE
           END-IF
       END-IF
       IF WS-STATUS-WKO NOT = "00"
           DISPLAY "WORKORD COULD NOT BE OPENED - STATUS "
                   WS-STATUS-WKO
       END-IF
       .
      ******************************************************************
      *    P002-LIST-ORDERS - IN ORDER-NUMBER SEQUENCE, OPEN ONLY OR
      *    ALL.
      ******************************************************************
       P002-LIST-ORDERS.
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE 0 TO WO-NUMBER
       START WORK-ORDER-FILE KEY NOT < WO-NUMBER
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF WS-LIST-OPEN-ONLY = 'N' OR WO-STATUS = 'O'
                       ADD 1 TO WS-COUNT-LISTED
                       PERFORM P007-SHOW-ONE-ORDER
                   END-IF
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO WORK ORDERS TO LIST"
       END-IF
       .
      ******************************************************************
      *    P003-SHOW-STREAM-ORDERS - EVERY ORDER FOR ONE STREAM, OFF
      *    THE ALTERNATE KEY.
      ******************************************************************
       P003-SHOW-STREAM-ORDERS.
       DISPLAY "STREAM NAME (E.G. DATA-FILE-01): " WITH NO ADVANCING
       ACCEPT WS-KEY-TXT FROM CONSOLE
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE WS-KEY-TXT TO WO-STREAM-NAME
       START WORK-ORDER-FILE KEY = WO-STREAM-NAME
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ WORK-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF WO-STREAM-NAME NOT = WS-KEY-TXT
                       MOVE 'T' TO EOF
                   ELSE
                       ADD 1 TO WS-COUNT-LISTED
                       PERFORM P007-SHOW-ONE-ORDER
                   END-IF
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO WORK ORDERS ON FILE FOR " WS-KEY-TXT
       END-IF
       .
      ******************************************************************
      *    P007-SHOW-ONE-ORDER
      ******************************************************************
       P007-SHOW-ONE-ORDER.
       DISPLAY "ORDER " WO-NUMBER
               " STREAM " WO-STREAM-NAME
               " STATUS " WO-STATUS
               " LAST CHANGED BY " WO-UPD-USER
       DISPLAY "  LOCATION    " WO-LOCATION
       IF WO-RUN-NUM = 0
           DISPLAY "  RAISED BY   RUN NOT YET ARCHIVED"
       ELSE
           DISPLAY "  RAISED BY   RUN " WO-RUN-NUM
       END-IF
       DISPLAY "  OPENED      " WO-OPEN-DATE " " WO-OPEN-TIME
               "  TRIGGER " WO-TRIGGER
       DISPLAY "  EVIDENCE    " WO-EVIDENCE
       IF WO-CAL-COUNT > 0
           DISPLAY "  CALIBRATED  " WO-CAL-COUNT " TIME(S), LAST BY "
                   WO-CAL-USER " AT " WO-CAL-STAMP(1:14)
       END-IF
       IF WO-WORK-DONE NOT = SPACES
           DISPLAY "  WORK DONE   " WO-WORK-DONE
           DISPLAY "  TECHNICIAN  " WO-TECHNICIAN
       END-IF
       IF WO-STATUS = 'C'
           DISPLAY "  CLOSED      " WO-CLOSE-DATE
       END-IF
       .
      ******************************************************************
      *    P004-RECORD-WORK - THE WORK DONE SO FAR ON AN OPEN ORDER.
      *    IT MAY BE RECORDED MORE THAN ONCE; THE LATEST TEXT STANDS
      *    AND EVERY VERSION IS IN THE AUDIT TRAIL.
      ******************************************************************
       P004-RECORD-WORK.
       PERFORM P012-READ-ORDER
       IF WS-ORDER-OK = 'Y'
           PERFORM P007-SHOW-ONE-ORDER
           IF WO-STATUS NOT = 'O'
               DISPLAY "ORDER IS CLOSED - NOTHING CAN BE RECORDED"
           ELSE
               PERFORM P005-PROMPT-WORK
               IF WS-ORDER-OK = 'Y'
                   PERFORM P008-STAMP-RECORD
                   REWRITE FD-WORK-ORDER-REC
                       INVALID KEY
                           DISPLAY "UPDATE FAILED - STATUS "
                                   WS-STATUS-WKO
                       NOT INVALID KEY
                           DISPLAY "WORK RECORDED ON ORDER " WO-NUMBER
                           MOVE 'WORK    ' TO OAUD-ACTION
                           PERFORM P006-WRITE-WO-AUDIT
                   END-REWRITE
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P009-CLOSE-ORDER - AN ORDER WITH NO WORK RECORDED ASKS FOR
      *    IT FIRST; A BLANK ANSWER LEAVES THE ORDER OPEN.
      ******************************************************************
       P009-CLOSE-ORDER.
       PERFORM P012-READ-ORDER
       IF WS-ORDER-OK = 'Y'
           PERFORM P007-SHOW-ONE-ORDER
           IF WO-STATUS NOT = 'O'
               DISPLAY "ORDER IS ALREADY CLOSED"
           ELSE
               IF WO-WORK-DONE = SPACES
                   PERFORM P005-PROMPT-WORK
               END-IF
               IF WS-ORDER-OK = 'Y'
                   MOVE 'C' TO WO-STATUS
                   PERFORM P008-STAMP-RECORD
                   MOVE WS-CURRENT-STAMP(1:8) TO WO-CLOSE-DATE
                   REWRITE FD-WORK-ORDER-REC
                       INVALID KEY
                           DISPLAY "CLOSE FAILED - STATUS "
                                   WS-STATUS-WKO
                       NOT INVALID KEY
                           DISPLAY "ORDER " WO-NUMBER " CLOSED"
                           MOVE 'CLOSE   ' TO OAUD-ACTION
                           PERFORM P006-WRITE-WO-AUDIT
                   END-REWRITE
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P012-READ-ORDER - PROMPTS FOR AN ORDER NUMBER AND READS IT.
      *    WS-ORDER-OK COMES BACK 'N' IF THERE IS NONE.
      ******************************************************************
       P012-READ-ORDER.
       MOVE 'Y' TO WS-ORDER-OK
       DISPLAY "ORDER NUMBER: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT = SPACES
           MOVE 'N' TO WS-ORDER-OK
           DISPLAY "NO ORDER NUMBER GIVEN"
       ELSE
           COMPUTE WO-NUMBER = FUNCTION NUMVAL(WS-VALUE-TXT)
           READ WORK-ORDER-FILE
               KEY IS WO-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-ORDER-OK
                   DISPLAY "NO WORK ORDER " WO-NUMBER " ON FILE"
           END-READ
       END-IF
       .
      ******************************************************************
      *    P005-PROMPT-WORK - THE WORK DONE AND WHO DID IT. A BLANK
      *    DESCRIPTION CHANGES NOTHING AND COMES BACK WITH
      *    WS-ORDER-OK 'N'.
      ******************************************************************
       P005-PROMPT-WORK.
       DISPLAY "WORK DONE: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT = SPACES
           MOVE 'N' TO WS-ORDER-OK
           DISPLAY "NO WORK RECORDED - ORDER LEFT AS IT WAS"
       ELSE
           MOVE WS-VALUE-TXT TO WO-WORK-DONE
           DISPLAY "TECHNICIAN (ENTER = " WS-OPERATOR-ID "): "
               WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           IF WS-VALUE-TXT = SPACES
               MOVE WS-OPERATOR-ID TO WO-TECHNICIAN
           ELSE
               MOVE WS-VALUE-TXT TO WO-TECHNICIAN
           END-IF
       END-IF
       .
      ******************************************************************
      *    P008-STAMP-RECORD
      ******************************************************************
       P008-STAMP-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
       MOVE WS-OPERATOR-ID TO WO-UPD-USER
       MOVE WS-CURRENT-STAMP TO WO-UPD-STAMP
       .
      ******************************************************************
      *    P006-WRITE-WO-AUDIT - ONE LINE PER CHANGE: WHO, WHEN, WHAT
      *    ACTION, WHICH STREAM, THE ORDER AND THE WORK AS STORED.
      ******************************************************************
       P006-WRITE-WO-AUDIT.
       OPEN EXTEND WO-AUDIT
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT WO-AUDIT
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE WO-UPD-STAMP TO OAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO OAUD-USER
           MOVE WO-STREAM-NAME TO OAUD-KEY
           MOVE SPACES TO OAUD-DETAIL
           STRING 'ORDER ' DELIMITED BY SIZE
               WO-NUMBER DELIMITED BY SIZE
               ' STS ' DELIMITED BY SIZE
               WO-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WO-TECHNICIAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WO-WORK-DONE DELIMITED BY SIZE
               INTO OAUD-DETAIL
           END-STRING
           WRITE FD-WO-AUDIT-REC FROM WS-WO-AUDIT-REC
           CLOSE WO-AUDIT
       END-IF
       .

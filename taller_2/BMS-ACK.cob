       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMS-ACK.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE CONTROL FOR THE OUTBOUND BMS TRANSMISSIONS THE
      *    DATA-BMS STEP BUILDS. THE BUILDING MANAGEMENT SYSTEM
      *    ANSWERS EACH TRANSMISSION WITH A LINE IN BMSACK NAMING THE
      *    SEQUENCE IT ACCEPTED OR REJECTED. OPTION 1 APPLIES THOSE
      *    ACKNOWLEDGEMENTS TO THE TXLOG TRANSMISSION LOG, THEN MARKS
      *    TIMED OUT EVERY TRANSMISSION STILL UNANSWERED AFTER THE
      *    BMSPARMS TIMEOUT, AND PRINTS BMSARPT WITH WHAT WAS APPLIED
      *    AND EVERY SEQUENCE NOW WAITING TO BE RESENT. AN ACCEPTANCE
      *    WHOSE RECORD COUNT DISAGREES WITH OUR TRAILER IS TREATED AS
      *    A REJECTION; AN ACKNOWLEDGEMENT OLDER THAN THE LATEST SEND
      *    OF ITS SEQUENCE IS STALE AND IGNORED. OPTION 2 LISTS THE
      *    LOG. OPTION 3 REBUILDS A SEQUENCE FROM BMSSTORE - CHECKING
      *    ITS COUNTS AND HASH TOTALS AGAINST THE TRAILER AND THE LOG
      *    FIRST - AND RESENDS IT TO BMSOUT WITH THE HEADER MARKED AS
      *    A RESEND. ONLY AN OPERATOR WITH THE XMIT-RESEND AUTHORITY
      *    ON OPERAUTH MAY RESEND; ANY OTHER ID IS REFUSED AND THE
      *    REFUSAL LOGGED TO AUDITLOG. AN ACCEPTED SEQUENCE IS NEVER
      *    RESENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISSION-LOG ASSIGN TO TXLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXL-TX-SEQ
               FILE STATUS IS WS-STATUS-TXL.
           SELECT TRANSMISSION-STORE ASSIGN TO BMSSTORE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STATUS-STO.
           SELECT BMS-ACK-FILE ASSIGN TO BMSACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACK.
           SELECT BMS-PARMS ASSIGN TO BMSPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT BMS-OUT ASSIGN TO BMSOUT
               FILE STATUS IS WS-STATUS-OUT.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-STATUS-OPR.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALG.
           SELECT REPORT-OUT ASSIGN TO BMSARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    TRANSMISSION LOG - MUST STAY IN STEP WITH DATA-BMS, WHICH
      *    ADDS THE ENTRIES. STATUS S = SENT AND AWAITING
      *    ACKNOWLEDGEMENT, A = ACCEPTED, R = REJECTED, T = TIMED OUT.
      ******************************************************************
       FD TRANSMISSION-LOG
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FD-TX-LOG-REC.
       01 FD-TX-LOG-REC.
           02 TXL-TX-SEQ       PIC 9(06).
           02 TXL-RUN-NUM      PIC 9(05).
           02 TXL-STATUS       PIC X(01).
           02 TXL-BUILT-STAMP  PIC X(26).
           02 TXL-SENT-STAMP   PIC X(26).
           02 TXL-RESEND-COUNT PIC 9(02).
           02 TXL-ALERT-COUNT  PIC 9(07).
           02 TXL-AVERAGE-COUNT PIC 9(07).
           02 TXL-RECORD-COUNT PIC 9(07).
           02 TXL-HASH-CYCLE   PIC 9(12).
           02 TXL-HASH-INDEX   PIC 9(10)V99.
           02 TXL-ACK-DATE     PIC 9(08).
           02 TXL-ACK-TIME     PIC 9(06).
           02 TXL-ACK-CODE     PIC X(04).
           02 TXL-ACK-TEXT     PIC X(40).
           02 TXL-UPD-USER     PIC X(08).
           02 FILLER           PIC X(23).
      ******************************************************************
      *    TRANSMISSION STORE - MUST STAY IN STEP WITH DATA-BMS. ONLY
      *    READ HERE.
      ******************************************************************
       FD TRANSMISSION-STORE
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS FD-TX-STORE-REC.
       01 FD-TX-STORE-REC.
           02 STO-KEY.
               03 STO-TX-SEQ   PIC 9(06).
               03 STO-REC-NUM  PIC 9(07).
           02 STO-DATA         PIC X(100).
       FD BMS-ACK-FILE
           DATA RECORD IS FD-ACK-REC.
       01 FD-ACK-REC           PIC X(80).
       FD BMS-PARMS
           DATA RECORD IS FD-BMS-PARM-REC.
       01 FD-BMS-PARM-REC      PIC X(80).
       FD BMS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-BMS-OUT-REC.
       01 FD-BMS-OUT-REC       PIC X(100).
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
           02 OPR-STATUS       PIC X(01).
           02 OPR-UPD-USER     PIC X(08).
           02 OPR-UPD-STAMP    PIC X(26).
           02 OPR-MORE-FUNCTIONS.
               03 OPR-AUTH-XMIT    PIC X(01).
               03 OPR-AUTH-SIGN    PIC X(01).
           02 FILLER           PIC X(18).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC         PIC X(100).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-TXL        PIC XX.
       01 WS-STATUS-STO        PIC XX.
       01 WS-STATUS-ACK        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-OUT        PIC XX.
       01 WS-STATUS-OPR        PIC XX.
       01 WS-STATUS-ALG        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-CURRENT-STAMP     PIC X(26).
      ******************************************************************
      *    ACKNOWLEDGEMENT POLICY - ONE CSV LINE IN BMSPARMS:
      *    TIMEOUT-MINUTES. A TRANSMISSION STILL UNANSWERED THAT LONG
      *    AFTER ITS LATEST SEND IS MARKED TIMED OUT. MISSING FILE
      *    LEAVES THE DEFAULT.
      ******************************************************************
       01 WS-ACK-TIMEOUT       PIC 9(05) VALUE 240.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-TIMEOUT-TXT  PIC X(10).
      ******************************************************************
      *    ACKNOWLEDGEMENT LINE - AS AGREED WITH THE BMS TEAM. RESULT
      *    A = ACCEPTED, R = REJECTED. THE RECORD COUNT IS THE NUMBER
      *    OF RECORDS THE BMS RECEIVED, OR ZERO IF IT DOES NOT SAY.
      ******************************************************************
       01 WS-ACK-REC.
           02 ACK-REC-TYPE     PIC X(02).
           02 ACK-TX-SEQ       PIC 9(06).
           02 ACK-RESULT       PIC X(01).
           02 ACK-STAMP.
               03 ACK-DATE     PIC 9(08).
               03 ACK-TIME     PIC 9(06).
           02 ACK-RECORD-COUNT PIC 9(07).
           02 ACK-REASON-CODE  PIC X(04).
           02 ACK-REASON-TEXT  PIC X(40).
           02 FILLER           PIC X(06).
      ******************************************************************
      *    BMS INTERFACE RECORDS - MUST STAY IN STEP WITH DATA-BMS.
      *    ONLY THE FIELDS THE REBUILD CHECKS ARE NAMED HERE.
      ******************************************************************
       01 WS-BMS-HEADER-REC.
           02 BHD-REC-TYPE     PIC X(02).
           02 BHD-TX-SEQ       PIC 9(06).
           02 BHD-RUN-NUM      PIC 9(05).
           02 BHD-CREATE-DATE  PIC 9(08).
           02 BHD-CREATE-TIME  PIC 9(06).
           02 BHD-SENDER       PIC X(08).
           02 BHD-RECEIVER     PIC X(08).
           02 BHD-RESEND-FLAG  PIC X(01).
           02 BHD-RESEND-COUNT PIC 9(02).
           02 BHD-LAYOUT-VER   PIC X(02).
           02 FILLER           PIC X(52).
       01 WS-BMS-ALERT-REC.
           02 BAL-REC-TYPE     PIC X(02).
           02 BAL-TX-SEQ       PIC 9(06).
           02 BAL-REC-NUM      PIC 9(07).
           02 BAL-SOURCE-FILE  PIC X(12).
           02 BAL-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(45).
           02 BAL-INDEX-NUM    PIC 9(03)V99.
           02 FILLER           PIC X(18).
       01 WS-BMS-AVERAGE-REC.
           02 BAV-REC-TYPE     PIC X(02).
           02 BAV-TX-SEQ       PIC 9(06).
           02 BAV-REC-NUM      PIC 9(07).
           02 BAV-SOURCE-FILE  PIC X(12).
           02 BAV-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(37).
           02 BAV-AVG-IDX      PIC 9(03)V99.
           02 FILLER           PIC X(26).
       01 WS-BMS-TRAILER-REC.
           02 BTR-REC-TYPE     PIC X(02).
           02 BTR-TX-SEQ       PIC 9(06).
           02 BTR-ALERT-COUNT  PIC 9(07).
           02 BTR-AVERAGE-COUNT PIC 9(07).
           02 BTR-RECORD-COUNT PIC 9(07).
           02 BTR-HASH-CYCLE   PIC 9(12).
           02 BTR-HASH-INDEX   PIC 9(10)V99.
           02 FILLER           PIC X(47).
      ******************************************************************
      *    REBUILD CHECK - WHAT THE STORED RECORDS ADD UP TO.
      ******************************************************************
       01 WS-REQ-SEQ           PIC 9(06).
       01 WS-CHK-HEADER        PIC X(01).
       01 WS-CHK-TRAILER       PIC X(01).
       01 WS-CHK-ALERTS        PIC 9(07).
       01 WS-CHK-AVERAGES      PIC 9(07).
       01 WS-CHK-RECORDS       PIC 9(07).
       01 WS-CHK-HASH-CYCLE    PIC 9(12).
       01 WS-CHK-HASH-INDEX    PIC 9(10)V99.
       01 WS-CHK-NEXT-REC      PIC 9(07).
       01 WS-CHK-OK            PIC X(01).
       01 WS-CHK-REASON        PIC X(40).
       01 WS-STORE-OPEN        PIC X(01).
      ******************************************************************
      *    TIMEOUT ARITHMETIC - MINUTES SINCE 1601 FOR NOW AND FOR A
      *    STAMP.
      ******************************************************************
       01 WS-NOW-MINUTES       PIC 9(12).
       01 WS-STAMP-MINUTES     PIC 9(12).
       01 WS-STAMP-DATE        PIC 9(08).
       01 WS-STAMP-HH          PIC 9(02).
       01 WS-STAMP-MM          PIC 9(02).
       01 WS-ACK-STAMP-NUM     PIC 9(14).
       01 WS-SENT-STAMP-NUM    PIC 9(14).
       01 WS-TXL-ACK-STAMP-NUM PIC 9(14).
      ******************************************************************
      *    PROCESSING TOTALS
      ******************************************************************
       01 WS-COUNT-READ        PIC 9(05).
       01 WS-COUNT-ACCEPTED    PIC 9(05).
       01 WS-COUNT-REJECTED    PIC 9(05).
       01 WS-COUNT-MISMATCH    PIC 9(05).
       01 WS-COUNT-STALE       PIC 9(05).
       01 WS-COUNT-REPEATED    PIC 9(05).
       01 WS-COUNT-UNMATCHED   PIC 9(05).
       01 WS-COUNT-INVALID     PIC 9(05).
       01 WS-COUNT-TIMED-OUT   PIC 9(05).
       01 WS-COUNT-OUTSTANDING PIC 9(05).
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(34) VALUE
               'BMS ACKNOWLEDGEMENT PROCESSING  '.
           02 HDR-DATE         PIC X(10).
       01 WS-ACK-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 AKL-LABEL        PIC X(05) VALUE 'SEQ  '.
           02 AKL-TX-SEQ       PIC X(06).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 AKL-ACTION       PIC X(24).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 AKL-CODE         PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 AKL-TEXT         PIC X(40).
       01 WS-OUTSTANDING-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 FILLER           PIC X(05) VALUE 'SEQ  '.
           02 OSL-TX-SEQ       PIC 9(06).
           02 FILLER           PIC X(06) VALUE '  RUN '.
           02 OSL-RUN-NUM      PIC 9(05).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OSL-STATUS       PIC X(09).
           02 FILLER           PIC X(07) VALUE '  SENT '.
           02 OSL-SENT         PIC X(14).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 OSL-CODE         PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 OSL-TEXT         PIC X(30).
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    OPERATOR AUTHORITY CHECK - RESENDING NEEDS THE XMIT-RESEND
      *    FLAG.
      ******************************************************************
       01 WS-AUTH-ID           PIC X(08).
       01 WS-AUTH-FUNC-NAME    PIC X(12) VALUE 'XMIT-RESEND'.
       01 WS-AUTH-OK           PIC X(01) VALUE 'N'.
      ******************************************************************
      *    RUN AUDIT TRAIL - SAME LAYOUT AS THE BATCH STEPS WRITE.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'BMS-ACK'.
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
       DISPLAY "WELCOME TO BMS-ACK PROGRAM".
       PERFORM P001-OPEN-LOG
       IF WS-STATUS-TXL = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '4'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM P002-PROCESS-ACKNOWLEDGEMENTS
                   WHEN '2'
                       PERFORM P006-LIST-LOG
                   WHEN '3'
                       PERFORM P008-RESEND-TRANSMISSION
                   WHEN '4'
                       DISPLAY "EXITING BMS-ACK"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE TRANSMISSION-LOG
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "BMS TRANSMISSION CONTROL"
       DISPLAY "===================================================="
       DISPLAY "1. PROCESS ACKNOWLEDGEMENTS AND TIMEOUTS"
       DISPLAY "2. LIST THE TRANSMISSION LOG"
       DISPLAY "3. RESEND A TRANSMISSION"
       DISPLAY "4. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-LOG - TXLOG IS BUILT BY DATA-BMS; WITHOUT IT
      *    THERE IS NOTHING TO ACKNOWLEDGE OR RESEND.
      ******************************************************************
       P001-OPEN-LOG.
       OPEN I-O TRANSMISSION-LOG
       IF WS-STATUS-TXL NOT = "00"
           DISPLAY "TXLOG COULD NOT BE OPENED - STATUS "
                   WS-STATUS-TXL
           DISPLAY "NO TRANSMISSIONS ON FILE - RUN DATA-BMS FIRST"
       END-IF
       .
      ******************************************************************
      *    P002-PROCESS-ACKNOWLEDGEMENTS - APPLIES BMSACK, THEN THE
      *    TIMEOUT, THEN LISTS WHAT NEEDS RESENDING. BMSACK MAY BE
      *    PROCESSED MORE THAN ONCE: AN ACKNOWLEDGEMENT ALREADY ON THE
      *    LOG IS COUNTED AS REPEATED AND CHANGES NOTHING.
      ******************************************************************
       P002-PROCESS-ACKNOWLEDGEMENTS.
       PERFORM P003-LOAD-PARMS
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
       MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE
       MOVE 0 TO WS-COUNT-READ WS-COUNT-ACCEPTED WS-COUNT-REJECTED
                 WS-COUNT-MISMATCH WS-COUNT-STALE WS-COUNT-REPEATED
                 WS-COUNT-UNMATCHED WS-COUNT-INVALID
                 WS-COUNT-TIMED-OUT WS-COUNT-OUTSTANDING
       OPEN OUTPUT REPORT-OUT
       MOVE WS-REPORT-DATE TO HDR-DATE
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE 'F' TO EOF
       OPEN INPUT BMS-ACK-FILE
       IF WS-STATUS-ACK = "00"
           PERFORM UNTIL EOF = 'T'
               READ BMS-ACK-FILE INTO WS-ACK-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM P004-APPLY-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM
           CLOSE BMS-ACK-FILE
       ELSE
           MOVE '  NO BMSACK FILE - NO ACKNOWLEDGEMENTS APPLIED'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       INITIALIZE EOF
       PERFORM P005-CHECK-TIMEOUTS
       PERFORM P007-LIST-OUTSTANDING
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE 'ACKNOWLEDGEMENTS READ' TO SUM-LABEL
       MOVE WS-COUNT-READ TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'ACCEPTED' TO SUM-LABEL
       MOVE WS-COUNT-ACCEPTED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'REJECTED BY BMS' TO SUM-LABEL
       MOVE WS-COUNT-REJECTED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'REJECTED - COUNT MISMATCH' TO SUM-LABEL
       MOVE WS-COUNT-MISMATCH TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'STALE - IGNORED' TO SUM-LABEL
       MOVE WS-COUNT-STALE TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'ALREADY APPLIED' TO SUM-LABEL
       MOVE WS-COUNT-REPEATED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'UNKNOWN SEQUENCE' TO SUM-LABEL
       MOVE WS-COUNT-UNMATCHED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'INVALID LINES' TO SUM-LABEL
       MOVE WS-COUNT-INVALID TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'NEWLY TIMED OUT' TO SUM-LABEL
       MOVE WS-COUNT-TIMED-OUT TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'AWAITING RESEND' TO SUM-LABEL
       MOVE WS-COUNT-OUTSTANDING TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       CLOSE REPORT-OUT
       DISPLAY "ACKNOWLEDGEMENTS READ . . . . . . . . : "
               WS-COUNT-READ
       DISPLAY "ACCEPTED  . . . . . . . . . . . . . . : "
               WS-COUNT-ACCEPTED
       DISPLAY "REJECTED  . . . . . . . . . . . . . . : "
               WS-COUNT-REJECTED
       DISPLAY "REJECTED - COUNT MISMATCH . . . . . . : "
               WS-COUNT-MISMATCH
       DISPLAY "NEWLY TIMED OUT . . . . . . . . . . . : "
               WS-COUNT-TIMED-OUT
       DISPLAY "AWAITING RESEND . . . . . . . . . . . : "
               WS-COUNT-OUTSTANDING
       DISPLAY "ACKNOWLEDGEMENT REPORT WRITTEN TO BMSARPT"
       MOVE 'ACKS APPLIED' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       STRING 'READ ' DELIMITED BY SIZE
           WS-COUNT-READ DELIMITED BY SIZE
           ' TIMED OUT ' DELIMITED BY SIZE
           WS-COUNT-TIMED-OUT DELIMITED BY SIZE
           ' OUTSTANDING ' DELIMITED BY SIZE
           WS-COUNT-OUTSTANDING DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL-ARG
       END-STRING
       PERFORM P013-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P003-LOAD-PARMS
      ******************************************************************
       P003-LOAD-PARMS.
       OPEN INPUT BMS-PARMS
       IF WS-STATUS-PRM = "00"
           READ BMS-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-TIMEOUT-TXT
               END-UNSTRING
               IF WS-PARM-TIMEOUT-TXT NOT = SPACES
                   COMPUTE WS-ACK-TIMEOUT =
                       FUNCTION NUMVAL(WS-PARM-TIMEOUT-TXT)
               END-IF
               DISPLAY "BMSPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE BMS-PARMS
       END-IF
       .
      ******************************************************************
      *    P004-APPLY-ACKNOWLEDGEMENT - ONE BMSACK LINE AGAINST ITS
      *    SEQUENCE ON TXLOG.
      ******************************************************************
       P004-APPLY-ACKNOWLEDGEMENT.
       MOVE SPACES TO AKL-TX-SEQ AKL-CODE AKL-TEXT
       MOVE FD-ACK-REC(3:6) TO AKL-TX-SEQ
       IF ACK-REC-TYPE NOT = 'AK'
               OR ACK-TX-SEQ NOT NUMERIC
               OR (ACK-RESULT NOT = 'A' AND ACK-RESULT NOT = 'R')
               OR ACK-DATE NOT NUMERIC
               OR ACK-TIME NOT NUMERIC
           ADD 1 TO WS-COUNT-INVALID
           MOVE 'INVALID LINE - SKIPPED' TO AKL-ACTION
           MOVE FD-ACK-REC(1:40) TO AKL-TEXT
           WRITE FD-REPORT-LINE FROM WS-ACK-LINE
       ELSE
           MOVE ACK-TX-SEQ TO TXL-TX-SEQ
           READ TRANSMISSION-LOG
               KEY IS TXL-TX-SEQ
               INVALID KEY
                   ADD 1 TO WS-COUNT-UNMATCHED
                   MOVE 'UNKNOWN SEQUENCE' TO AKL-ACTION
                   WRITE FD-REPORT-LINE FROM WS-ACK-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM P009-TAKE-ACKNOWLEDGEMENT
           END-READ
       END-IF
       .
      ******************************************************************
      *    P009-TAKE-ACKNOWLEDGEMENT - THE LOG ENTRY IS IN THE RECORD
      *    AREA. AN ACKNOWLEDGEMENT STAMPED BEFORE THE LATEST SEND
      *    ANSWERS AN EARLIER COPY AND IS IGNORED.
      ******************************************************************
       P009-TAKE-ACKNOWLEDGEMENT.
       MOVE ACK-STAMP TO WS-ACK-STAMP-NUM
       MOVE 0 TO WS-SENT-STAMP-NUM
       IF TXL-SENT-STAMP(1:14) NUMERIC
           MOVE TXL-SENT-STAMP(1:14) TO WS-SENT-STAMP-NUM
       END-IF
       COMPUTE WS-TXL-ACK-STAMP-NUM =
           TXL-ACK-DATE * 1000000 + TXL-ACK-TIME
       MOVE ACK-REASON-CODE TO AKL-CODE
       MOVE ACK-REASON-TEXT TO AKL-TEXT
       EVALUATE TRUE
           WHEN WS-ACK-STAMP-NUM < WS-SENT-STAMP-NUM
               ADD 1 TO WS-COUNT-STALE
               MOVE 'STALE - OLDER THAN SEND' TO AKL-ACTION
               WRITE FD-REPORT-LINE FROM WS-ACK-LINE
           WHEN WS-ACK-STAMP-NUM = WS-TXL-ACK-STAMP-NUM
               ADD 1 TO WS-COUNT-REPEATED
           WHEN OTHER
               MOVE ACK-DATE TO TXL-ACK-DATE
               MOVE ACK-TIME TO TXL-ACK-TIME
               MOVE ACK-REASON-CODE TO TXL-ACK-CODE
               MOVE ACK-REASON-TEXT TO TXL-ACK-TEXT
               MOVE WS-JOB-ID TO TXL-UPD-USER
               IF ACK-RESULT = 'A'
                   IF ACK-RECORD-COUNT NUMERIC
                           AND ACK-RECORD-COUNT > 0
                           AND ACK-RECORD-COUNT NOT = TXL-RECORD-COUNT
                       MOVE 'R' TO TXL-STATUS
                       MOVE 'CNT ' TO TXL-ACK-CODE
                       MOVE 'BMS RECORD COUNT DIFFERS FROM TRAILER'
                           TO TXL-ACK-TEXT
                       ADD 1 TO WS-COUNT-MISMATCH
                       MOVE 'REJECTED - COUNT DIFFERS' TO AKL-ACTION
                       MOVE TXL-ACK-CODE TO AKL-CODE
                       MOVE TXL-ACK-TEXT TO AKL-TEXT
                   ELSE
                       MOVE 'A' TO TXL-STATUS
                       ADD 1 TO WS-COUNT-ACCEPTED
                       MOVE 'ACCEPTED' TO AKL-ACTION
                   END-IF
               ELSE
                   MOVE 'R' TO TXL-STATUS
                   ADD 1 TO WS-COUNT-REJECTED
                   MOVE 'REJECTED BY BMS' TO AKL-ACTION
               END-IF
               REWRITE FD-TX-LOG-REC
                   INVALID KEY
                       MOVE 'LOG NOT UPDATED' TO AKL-ACTION
               END-REWRITE
               WRITE FD-REPORT-LINE FROM WS-ACK-LINE
       END-EVALUATE
       .
      ******************************************************************
      *    P005-CHECK-TIMEOUTS - EVERY TRANSMISSION STILL AWAITING ITS
      *    ACKNOWLEDGEMENT THE TIMEOUT AFTER ITS LATEST SEND IS
      *    MARKED TIMED OUT.
      ******************************************************************
       P005-CHECK-TIMEOUTS.
       MOVE WS-CURRENT-STAMP(1:8) TO WS-STAMP-DATE
       MOVE WS-CURRENT-STAMP(9:2) TO WS-STAMP-HH
       MOVE WS-CURRENT-STAMP(11:2) TO WS-STAMP-MM
       COMPUTE WS-NOW-MINUTES =
           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
           + WS-STAMP-HH * 60 + WS-STAMP-MM
       MOVE 'F' TO EOF
       MOVE 0 TO TXL-TX-SEQ
       START TRANSMISSION-LOG KEY NOT < TXL-TX-SEQ
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ TRANSMISSION-LOG NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF TXL-STATUS = 'S'
                           AND TXL-SENT-STAMP(1:12) NUMERIC
                       MOVE TXL-SENT-STAMP(1:8) TO WS-STAMP-DATE
                       MOVE TXL-SENT-STAMP(9:2) TO WS-STAMP-HH
                       MOVE TXL-SENT-STAMP(11:2) TO WS-STAMP-MM
                       COMPUTE WS-STAMP-MINUTES =
                           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                           * 1440 + WS-STAMP-HH * 60 + WS-STAMP-MM
                       IF WS-NOW-MINUTES - WS-STAMP-MINUTES
                               NOT < WS-ACK-TIMEOUT
                           MOVE 'T' TO TXL-STATUS
                           MOVE 'TOUT' TO TXL-ACK-CODE
                           MOVE 'NO ACKNOWLEDGEMENT WITHIN TIMEOUT'
                               TO TXL-ACK-TEXT
                           MOVE WS-JOB-ID TO TXL-UPD-USER
                           REWRITE FD-TX-LOG-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-COUNT-TIMED-OUT
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       INITIALIZE EOF
       .
      ******************************************************************
      *    P007-LIST-OUTSTANDING - EVERY REJECTED OR TIMED-OUT
      *    TRANSMISSION, OLDEST FIRST. EACH WAITS FOR OPTION 3.
      ******************************************************************
       P007-LIST-OUTSTANDING.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE '  TRANSMISSIONS AWAITING RESEND' TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE 'F' TO EOF
       MOVE 0 TO TXL-TX-SEQ
       START TRANSMISSION-LOG KEY NOT < TXL-TX-SEQ
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ TRANSMISSION-LOG NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF TXL-STATUS = 'R' OR TXL-STATUS = 'T'
                       ADD 1 TO WS-COUNT-OUTSTANDING
                       MOVE TXL-TX-SEQ TO OSL-TX-SEQ
                       MOVE TXL-RUN-NUM TO OSL-RUN-NUM
                       IF TXL-STATUS = 'R'
                           MOVE 'REJECTED' TO OSL-STATUS
                       ELSE
                           MOVE 'TIMED OUT' TO OSL-STATUS
                       END-IF
                       MOVE TXL-SENT-STAMP(1:14) TO OSL-SENT
                       MOVE TXL-ACK-CODE TO OSL-CODE
                       MOVE TXL-ACK-TEXT TO OSL-TEXT
                       WRITE FD-REPORT-LINE FROM WS-OUTSTANDING-LINE
                   END-IF
           END-READ
       END-PERFORM
       IF WS-COUNT-OUTSTANDING = 0
           MOVE '  NONE' TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P006-LIST-LOG
      ******************************************************************
       P006-LIST-LOG.
       MOVE 0 TO WS-COUNT-LISTED
       MOVE 'F' TO EOF
       MOVE 0 TO TXL-TX-SEQ
       START TRANSMISSION-LOG KEY NOT < TXL-TX-SEQ
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ TRANSMISSION-LOG NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   ADD 1 TO WS-COUNT-LISTED
                   DISPLAY "SEQ " TXL-TX-SEQ
                           " RUN " TXL-RUN-NUM
                           " STATUS " TXL-STATUS
                           " SENT " TXL-SENT-STAMP(1:14)
                           " RESENDS " TXL-RESEND-COUNT
                   DISPLAY "  RECORDS " TXL-RECORD-COUNT
                           " ALERTS " TXL-ALERT-COUNT
                           " AVERAGES " TXL-AVERAGE-COUNT
                   DISPLAY "  ACK " TXL-ACK-DATE " " TXL-ACK-TIME
                           " " TXL-ACK-CODE " " TXL-ACK-TEXT
           END-READ
       END-PERFORM
       IF WS-COUNT-LISTED = 0
           DISPLAY "NO TRANSMISSIONS ON FILE"
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P008-RESEND-TRANSMISSION - THE OPERATOR MUST HOLD
      *    XMIT-RESEND. THE SEQUENCE IS REBUILT FROM BMSSTORE AND ONLY
      *    WRITTEN TO BMSOUT IF IT STILL ADDS UP TO ITS TRAILER AND
      *    ITS LOG ENTRY. THE LOG ENTRY THEN GOES BACK TO SENT WITH A
      *    FRESH SEND STAMP, SO IT IS TIMED AGAIN FROM NOW.
      ******************************************************************
       P008-RESEND-TRANSMISSION.
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       PERFORM P011-CHECK-AUTHORITY
       IF WS-AUTH-OK NOT = 'Y'
           PERFORM P012-REFUSE-OPERATOR
       ELSE
           DISPLAY "SEQUENCE TO RESEND: " WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           IF WS-VALUE-TXT(1:6) NOT NUMERIC
               DISPLAY "SEQUENCE MUST BE SIX DIGITS"
           ELSE
               MOVE WS-VALUE-TXT(1:6) TO WS-REQ-SEQ
               MOVE WS-REQ-SEQ TO TXL-TX-SEQ
               READ TRANSMISSION-LOG
                   KEY IS TXL-TX-SEQ
                   INVALID KEY
                       DISPLAY "NO TRANSMISSION ON FILE FOR "
                               WS-REQ-SEQ
                   NOT INVALID KEY
                       IF TXL-STATUS = 'A'
                           DISPLAY "SEQUENCE " WS-REQ-SEQ
                                   " WAS ACCEPTED - NOT RESENT"
                       ELSE
                           PERFORM P010-REBUILD-TRANSMISSION
                       END-IF
               END-READ
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-REBUILD-TRANSMISSION - FIRST PASS CHECKS THE STORED
      *    RECORDS: HEADER FIRST, RECORD NUMBERS UNBROKEN, TRAILER
      *    LAST, COUNTS AND HASH TOTALS EQUAL TO THE TRAILER AND THE
      *    LOG. SECOND PASS WRITES THEM TO BMSOUT, HEADER MARKED AS A
      *    RESEND.
      ******************************************************************
       P010-REBUILD-TRANSMISSION.
       MOVE 'N' TO WS-CHK-HEADER WS-CHK-TRAILER
       MOVE 0 TO WS-CHK-ALERTS WS-CHK-AVERAGES WS-CHK-RECORDS
                 WS-CHK-HASH-CYCLE WS-CHK-HASH-INDEX WS-CHK-NEXT-REC
       MOVE 'Y' TO WS-CHK-OK
       MOVE SPACES TO WS-CHK-REASON
       MOVE 'N' TO WS-STORE-OPEN
       OPEN INPUT TRANSMISSION-STORE
       IF WS-STATUS-STO NOT = "00"
           MOVE 'N' TO WS-CHK-OK
           MOVE 'BMSSTORE COULD NOT BE OPENED' TO WS-CHK-REASON
       ELSE
           MOVE 'Y' TO WS-STORE-OPEN
           MOVE 'F' TO EOF
           MOVE WS-REQ-SEQ TO STO-TX-SEQ
           MOVE 0 TO STO-REC-NUM
           START TRANSMISSION-STORE KEY NOT < STO-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ TRANSMISSION-STORE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF STO-TX-SEQ NOT = WS-REQ-SEQ
                           MOVE 'T' TO EOF
                       ELSE
                           PERFORM P014-CHECK-STORED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE EOF
       END-IF
       IF WS-CHK-OK = 'Y'
           EVALUATE TRUE
               WHEN WS-CHK-HEADER NOT = 'Y'
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'NO HEADER RECORD STORED' TO WS-CHK-REASON
               WHEN WS-CHK-TRAILER NOT = 'Y'
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'NO TRAILER RECORD STORED' TO WS-CHK-REASON
               WHEN WS-CHK-ALERTS NOT = BTR-ALERT-COUNT
                       OR WS-CHK-AVERAGES NOT = BTR-AVERAGE-COUNT
                       OR WS-CHK-RECORDS NOT = BTR-RECORD-COUNT
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'RECORD COUNTS DIFFER FROM TRAILER'
                       TO WS-CHK-REASON
               WHEN WS-CHK-HASH-CYCLE NOT = BTR-HASH-CYCLE
                       OR WS-CHK-HASH-INDEX NOT = BTR-HASH-INDEX
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'HASH TOTALS DIFFER FROM TRAILER'
                       TO WS-CHK-REASON
               WHEN BTR-RECORD-COUNT NOT = TXL-RECORD-COUNT
                       OR BTR-HASH-CYCLE NOT = TXL-HASH-CYCLE
                       OR BTR-HASH-INDEX NOT = TXL-HASH-INDEX
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'TRAILER DIFFERS FROM TXLOG' TO WS-CHK-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       IF WS-CHK-OK = 'Y'
           PERFORM P015-WRITE-RESEND
       END-IF
       IF WS-STORE-OPEN = 'Y'
           CLOSE TRANSMISSION-STORE
       END-IF
       IF WS-CHK-OK = 'Y'
           DISPLAY "SEQUENCE " WS-REQ-SEQ " REBUILT AND WRITTEN TO "
                   "BMSOUT - " WS-CHK-RECORDS " RECORDS"
           MOVE 'BMS RESEND' TO WS-AUDIT-EVENT-ARG
       ELSE
           DISPLAY "SEQUENCE " WS-REQ-SEQ " NOT RESENT - "
                   WS-CHK-REASON
           MOVE 'RESEND REFUSED' TO WS-AUDIT-EVENT-ARG
       END-IF
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       STRING 'SEQ ' DELIMITED BY SIZE
           WS-REQ-SEQ DELIMITED BY SIZE
           ' OPERATOR ' DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL-ARG
       END-STRING
       PERFORM P013-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P014-CHECK-STORED-RECORD - ONE STORED RECORD OF THE
      *    SEQUENCE, IN RECORD NUMBER ORDER.
      ******************************************************************
       P014-CHECK-STORED-RECORD.
       ADD 1 TO WS-CHK-RECORDS
       IF STO-REC-NUM NOT = WS-CHK-NEXT-REC
               OR WS-CHK-TRAILER = 'Y'
           MOVE 'N' TO WS-CHK-OK
           MOVE 'STORED RECORDS OUT OF ORDER OR MISSING'
               TO WS-CHK-REASON
       END-IF
       ADD 1 TO WS-CHK-NEXT-REC
       EVALUATE STO-DATA(1:2)
           WHEN 'HD'
               IF STO-REC-NUM = 0
                   MOVE 'Y' TO WS-CHK-HEADER
               ELSE
                   MOVE 'N' TO WS-CHK-OK
                   MOVE 'HEADER RECORD OUT OF PLACE' TO WS-CHK-REASON
               END-IF
           WHEN 'AL'
               MOVE STO-DATA TO WS-BMS-ALERT-REC
               ADD 1 TO WS-CHK-ALERTS
               ADD BAL-CYCLE-NUM TO WS-CHK-HASH-CYCLE
               ADD BAL-INDEX-NUM TO WS-CHK-HASH-INDEX
           WHEN 'CA'
               MOVE STO-DATA TO WS-BMS-AVERAGE-REC
               ADD 1 TO WS-CHK-AVERAGES
               ADD BAV-CYCLE-NUM TO WS-CHK-HASH-CYCLE
               ADD BAV-AVG-IDX TO WS-CHK-HASH-INDEX
           WHEN 'TR'
               MOVE STO-DATA TO WS-BMS-TRAILER-REC
               MOVE 'Y' TO WS-CHK-TRAILER
           WHEN OTHER
               MOVE 'N' TO WS-CHK-OK
               MOVE 'UNKNOWN RECORD TYPE STORED' TO WS-CHK-REASON
       END-EVALUATE
       .
      ******************************************************************
      *    P015-WRITE-RESEND - THE STORED RECORDS AGAIN, TO BMSOUT. THE
      *    HEADER CARRIES THE RESEND FLAG, HOW MANY TIMES THE SEQUENCE
      *    HAS NOW BEEN RESENT AND THE RUN NUMBER FROM TXLOG (A FIRST
      *    SEND GOES OUT AS RUN ZERO, AND DATA-ARC FILLS IN THE RUN
      *    WHEN IT ARCHIVES IT); EVERYTHING ELSE GOES AS FIRST SENT,
      *    SO THE TRAILER STILL HOLDS.
      ******************************************************************
       P015-WRITE-RESEND.
       IF TXL-RESEND-COUNT < 99
           ADD 1 TO TXL-RESEND-COUNT
       END-IF
       OPEN OUTPUT BMS-OUT
       MOVE 'F' TO EOF
       MOVE WS-REQ-SEQ TO STO-TX-SEQ
       MOVE 0 TO STO-REC-NUM
       START TRANSMISSION-STORE KEY NOT < STO-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ TRANSMISSION-STORE NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF STO-TX-SEQ NOT = WS-REQ-SEQ
                       MOVE 'T' TO EOF
                   ELSE
                       IF STO-REC-NUM = 0
                           MOVE STO-DATA TO WS-BMS-HEADER-REC
                           MOVE 'Y' TO BHD-RESEND-FLAG
                           MOVE TXL-RESEND-COUNT TO BHD-RESEND-COUNT
                           MOVE TXL-RUN-NUM TO BHD-RUN-NUM
                           MOVE WS-BMS-HEADER-REC TO FD-BMS-OUT-REC
                       ELSE
                           MOVE STO-DATA TO FD-BMS-OUT-REC
                       END-IF
                       WRITE FD-BMS-OUT-REC
                   END-IF
           END-READ
       END-PERFORM
       INITIALIZE EOF
       CLOSE BMS-OUT
       MOVE 'S' TO TXL-STATUS
       MOVE FUNCTION CURRENT-DATE TO TXL-SENT-STAMP
       MOVE 0 TO TXL-ACK-DATE
       MOVE 0 TO TXL-ACK-TIME
       MOVE SPACES TO TXL-ACK-CODE
       MOVE SPACES TO TXL-ACK-TEXT
       MOVE WS-OPERATOR-ID TO TXL-UPD-USER
       REWRITE FD-TX-LOG-REC
           INVALID KEY
               DISPLAY "TXLOG NOT UPDATED - STATUS " WS-STATUS-TXL
       END-REWRITE
       .
      ******************************************************************
      *    P011-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE XMIT-RESEND FLAG SET. A MISSING MASTER
      *    AUTHORIZES NOBODY.
      ******************************************************************
       P011-CHECK-AUTHORITY.
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
                      AND OPR-AUTH-XMIT = 'Y'
                       MOVE 'Y' TO WS-AUTH-OK
                   END-IF
           END-READ
           CLOSE OPERATOR-AUTH
       END-IF
       .
      ******************************************************************
      *    P012-REFUSE-OPERATOR - THE REFUSAL IS SHOWN AND LOGGED
      *    TO AUDITLOG WITH THE ID AND THE FUNCTION ASKED FOR.
      ******************************************************************
       P012-REFUSE-OPERATOR.
       DISPLAY "OPERATOR " WS-AUTH-ID " IS NOT AUTHORIZED FOR "
               WS-AUTH-FUNC-NAME
       MOVE 'ACCESS REFUSED' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       STRING 'OPERATOR ' DELIMITED BY SIZE
           WS-AUTH-ID DELIMITED BY SIZE
           ' FUNCTION ' DELIMITED BY SIZE
           WS-AUTH-FUNC-NAME DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL-ARG
       END-STRING
       PERFORM P013-WRITE-AUDIT-RECORD
       .
      ******************************************************************
      *    P013-WRITE-AUDIT-RECORD
      ******************************************************************
       P013-WRITE-AUDIT-RECORD.
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

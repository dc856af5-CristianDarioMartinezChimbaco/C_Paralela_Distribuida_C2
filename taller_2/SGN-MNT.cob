       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGN-MNT.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE SUPERVISOR SIGN-OFF OF A RUN. DATA-TOV PRINTS A
      *    RUN OK / RUN NEEDS REVIEW VERDICT AND QUEUES THE RUN ON
      *    SIGNOFF AS PENDING; UNTIL A SUPERVISOR RELEASES IT HERE THE
      *    RUN DOES NOT COUNT FOR COMPLIANCE - DATA-MCS LEAVES IT OUT
      *    OF THE MONTHLY STATEMENT AND DATA-EXT OUT OF A DATA
      *    REQUEST. OPTION 1 SHOWS A RUN'S VERDICT AND EVERY DECISION
      *    TAKEN ON IT. OPTION 2 RECORDS A DECISION - APPROVE, REJECT
      *    OR HOLD, ALWAYS WITH A REASON - AS THE RUN'S NEXT SIGNOFF
      *    ENTRY; THE HIGHEST ENTRY IS THE RUN'S CURRENT STATE. ONLY
      *    AN OPERATOR WITH THE RUN-SIGNOFF AUTHORITY ON OPERAUTH MAY
      *    DECIDE; ANY OTHER ID IS REFUSED AND THE REFUSAL LOGGED TO
      *    AUDITLOG. A DECISION ON THE RUN NOT YET ARCHIVED (RUN ZERO)
      *    IS CARRIED INTO HISTORY BY DATA-ARC WITH THE RUN; ONE ON AN
      *    ARCHIVED RUN IS ADDED TO ITS HISTORY AT ONCE AS A TYPE '1'
      *    RECORD (OR BY THE NEXT DATA-ARC IF HISTORY IS BUSY).
      *    OPTION 3 PRINTS SGNRPT, THE PENDING-APPROVALS REPORT: EVERY
      *    RUN STILL PENDING OR HELD THAT HAS WAITED MORE THAN THE
      *    SGNPARMS NUMBER OF BUSINESS DAYS (MONDAY TO FRIDAY) SINCE
      *    ITS VERDICT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-OFF ASSIGN TO SIGNOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-KEY
               FILE STATUS IS WS-STATUS-SGN.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT RUN-NUMBER-FILE ASSIGN TO ARCNUM
               FILE STATUS IS WS-STATUS-RUN.
           SELECT SIGN-PARMS ASSIGN TO SGNPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-STATUS-OPR.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALG.
           SELECT REPORT-OUT ASSIGN TO SGNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    RUN SIGN-OFF - ONE RECORD PER EVENT, KEYED BY RUN NUMBER AND
      *    A SEQUENCE WITHIN THE RUN; THE HIGHEST SEQUENCE IS THE
      *    RUN'S CURRENT STATE. DECISION P PENDING, A APPROVED,
      *    R REJECTED, H HELD. RUN ZERO IS THE RUN NOT YET ARCHIVED.
      *    ARC 'N' MEANS THE EVENT HAS NOT YET BEEN CARRIED INTO
      *    HISTORY. MUST STAY IN STEP WITH DATA-TOV, DATA-ARC AND
      *    DATA-RSM.
      ******************************************************************
       FD SIGN-OFF
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FD-SIGN-REC.
       01 FD-SIGN-REC.
           02 SGN-KEY.
               03 SGN-RUN-NUM      PIC 9(05).
               03 SGN-SEQ          PIC 9(03).
           02 SGN-DECISION     PIC X(01).
           02 SGN-VERDICT      PIC X(16).
           02 SGN-REASON       PIC X(60).
           02 SGN-USER         PIC X(08).
           02 SGN-STAMP        PIC X(26).
           02 SGN-ARC-FLAG     PIC X(01).
           02 FILLER           PIC X(30).
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. TYPE '0' = RUN STAMP, '1' = SUPERVISOR SIGN-OFF
      *    (HIST-DATA IS THE SIGNOFF RECORD).
      ******************************************************************
       FD HISTORY-FILE
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS FD-HISTORY-REC.
       01 FD-HISTORY-REC.
           02 HIST-KEY.
               03 HIST-RUN-NUM  PIC 9(05).
               03 HIST-REC-TYPE PIC X(01).
               03 HIST-SEQ      PIC 9(07).
           02 HIST-DATA         PIC X(207).
       FD RUN-NUMBER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS FD-RUN-NUMBER-REC.
       01 FD-RUN-NUMBER-REC    PIC 9(05).
       FD SIGN-PARMS
           DATA RECORD IS FD-SIGN-PARM-REC.
       01 FD-SIGN-PARM-REC     PIC X(80).
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
       01 WS-STATUS-SGN        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-RUN        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-OPR        PIC XX.
       01 WS-STATUS-ALG        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-VALUE-TXT         PIC X(30).
       01 WS-REASON-TXT        PIC X(60).
       01 WS-CURRENT-STAMP     PIC X(26).
      ******************************************************************
      *    WAITING POLICY - ONE CSV LINE IN SGNPARMS: WAIT-DAYS. A RUN
      *    PENDING OR HELD FOR MORE BUSINESS DAYS THAN THIS IS LISTED
      *    AS OVERDUE. MISSING FILE LEAVES THE DEFAULT.
      ******************************************************************
       01 WS-WAIT-DAYS         PIC 9(03) VALUE 1.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-WAIT-TXT     PIC X(10).
      ******************************************************************
      *    THE RUN ASKED FOR AND WHAT SIGNOFF AND HISTORY HOLD FOR IT.
      *    RUN ZERO IS THE RUN NOT YET ARCHIVED; DATA-ARC WILL FILE IT
      *    AS THE RUN AFTER THE ONE IN ARCNUM.
      ******************************************************************
       01 WS-REQ-RUN           PIC 9(05) VALUE 0.
       01 WS-NEXT-RUN-NUM      PIC 9(05) VALUE 0.
       01 WS-SHOW-ENTRIES      PIC X(01) VALUE 'N'.
       01 WS-ENTRY-COUNT       PIC 9(05) VALUE 0.
       01 WS-NEXT-SEQ          PIC 9(04) VALUE 0.
       01 WS-LAST-DECISION     PIC X(01) VALUE SPACE.
       01 WS-LAST-VERDICT      PIC X(16) VALUE SPACES.
       01 WS-RUN-ARCHIVED      PIC X(01) VALUE 'N'.
       01 WS-RUN-SUPERSEDED    PIC 9(05) VALUE 0.
       01 WS-NEW-DECISION      PIC X(01) VALUE SPACE.
       01 WS-DECISION-CODE     PIC X(01).
       01 WS-DECISION-TEXT     PIC X(14).
      ******************************************************************
      *    RUN STAMP VIEW - MUST STAY IN STEP WITH DATA-ARC'S
      *    WS-RUN-STAMP-REC. ONLY THE SUPERSEDED FIELD IS USED HERE.
      ******************************************************************
       01 WS-RUN-STAMP-REC.
           02 FILLER           PIC X(09).
           02 STAMP-TIMESTAMP  PIC X(26).
           02 FILLER           PIC X(05).
           02 STAMP-REVISION   PIC X(02).
           02 FILLER           PIC X(08).
           02 STAMP-BASE-RUN   PIC X(05).
           02 FILLER           PIC X(05).
           02 STAMP-CAL-KEPT   PIC X(01).
           02 FILLER           PIC X(15).
           02 STAMP-SUPERSEDED PIC X(05).
           02 FILLER           PIC X(36).
      ******************************************************************
      *    PENDING-APPROVALS REPORT - ONE RUN'S SIGNOFF ENTRIES ARE
      *    GATHERED, THEN JUDGED WHEN THE RUN CHANGES. THE RUN HAS
      *    BEEN WAITING SINCE ITS LATEST PENDING ENTRY (ITS FIRST
      *    ENTRY IF IT HAS NONE).
      ******************************************************************
       01 WS-GRP-ACTIVE        PIC X(01) VALUE 'N'.
       01 WS-GRP-RUN           PIC 9(05).
       01 WS-GRP-DECISION      PIC X(01).
       01 WS-GRP-VERDICT       PIC X(16).
       01 WS-GRP-REASON        PIC X(60).
       01 WS-GRP-USER          PIC X(08).
       01 WS-GRP-READY-DATE    PIC X(08).
       01 WS-TODAY             PIC 9(08).
       01 WS-TODAY-INT         PIC 9(07).
       01 WS-READY-INT         PIC 9(07).
       01 WS-DAY-INT           PIC 9(07).
       01 WS-BUS-DAYS          PIC 9(05).
       01 WS-COUNT-RUNS        PIC 9(05).
       01 WS-COUNT-APPROVED    PIC 9(05).
       01 WS-COUNT-REJECTED    PIC 9(05).
       01 WS-COUNT-PENDING     PIC 9(05).
       01 WS-COUNT-HELD        PIC 9(05).
       01 WS-COUNT-OVERDUE     PIC 9(05).
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
               'RUNS AWAITING SUPERVISOR SIGN-OFF '.
           02 HDR-DATE         PIC X(10).
       01 WS-HDR-POLICY-LINE.
           02 FILLER           PIC X(33) VALUE
               'OVERDUE AFTER BUSINESS DAYS . . :'.
           02 HDP-WAIT-DAYS    PIC ZZ9.
       01 WS-HDR-COLUMN-LINE.
           02 FILLER           PIC X(50) VALUE
               '  RUN      STATE     VERDICT           SINCE      '.
           02 FILLER           PIC X(24) VALUE
               '  DAYS  BY        REASON'.
       01 WS-PENDING-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-RUN          PIC X(07).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-STATE        PIC X(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-VERDICT      PIC X(16).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-SINCE        PIC X(10).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-DAYS         PIC ZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-USER         PIC X(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 PND-REASON       PIC X(30).
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    OPERATOR AUTHORITY CHECK - A DECISION NEEDS THE RUN-SIGNOFF
      *    FLAG.
      ******************************************************************
       01 WS-AUTH-ID           PIC X(08).
       01 WS-AUTH-FUNC-NAME    PIC X(12) VALUE 'RUN-SIGNOFF'.
       01 WS-AUTH-OK           PIC X(01) VALUE 'N'.
      ******************************************************************
      *    RUN AUDIT TRAIL - SAME LAYOUT AS THE BATCH STEPS WRITE.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'SGN-MNT'.
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
       DISPLAY "WELCOME TO SGN-MNT PROGRAM".
       PERFORM P001-OPEN-SIGN-OFF
       IF WS-STATUS-SGN = "00"
           PERFORM UNTIL WS-MENU-CHOICE = '4'
               PERFORM P000-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE FROM CONSOLE
               EVALUATE WS-MENU-CHOICE
                   WHEN '1'
                       PERFORM P002-SHOW-RUN
                   WHEN '2'
                       PERFORM P003-RECORD-DECISION
                   WHEN '3'
                       PERFORM P004-PENDING-REPORT
                   WHEN '4'
                       DISPLAY "EXITING SGN-MNT"
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM
           CLOSE SIGN-OFF
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "SUPERVISOR SIGN-OFF OF RUNS"
       DISPLAY "===================================================="
       DISPLAY "1. SHOW A RUN'S SIGN-OFF"
       DISPLAY "2. APPROVE, REJECT OR HOLD A RUN"
       DISPLAY "3. PENDING-APPROVALS REPORT"
       DISPLAY "4. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-OPEN-SIGN-OFF - A MISSING FILE IS BUILT EMPTY, SO A
      *    LEGACY RUN CAN BE SIGNED OFF BEFORE DATA-TOV HAS QUEUED ANY.
      ******************************************************************
       P001-OPEN-SIGN-OFF.
       OPEN I-O SIGN-OFF
       IF WS-STATUS-SGN NOT = "00"
           OPEN OUTPUT SIGN-OFF
           IF WS-STATUS-SGN = "00"
               CLOSE SIGN-OFF
               OPEN I-O SIGN-OFF
           END-IF
       END-IF
       IF WS-STATUS-SGN NOT = "00"
           DISPLAY "SIGNOFF COULD NOT BE OPENED - STATUS "
                   WS-STATUS-SGN
       END-IF
       .
      ******************************************************************
      *    P002-SHOW-RUN - EVERY SIGNOFF ENTRY OF THE RUN, OLDEST
      *    FIRST, AND WHAT THE LATEST ONE MEANS FOR COMPLIANCE.
      ******************************************************************
       P002-SHOW-RUN.
       PERFORM P005-PROMPT-RUN
       MOVE 'Y' TO WS-SHOW-ENTRIES
       PERFORM P006-FIND-LATEST
       IF WS-ENTRY-COUNT = 0
           DISPLAY "NO SIGN-OFF ENTRIES ON FILE FOR RUN " WS-REQ-RUN
           DISPLAY "RUN IS NOT SIGNED OFF - EXCLUDED FROM COMPLIANCE "
                   "REPORTING"
       ELSE
           MOVE WS-LAST-DECISION TO WS-DECISION-CODE
           PERFORM P014-DECISION-TEXT
           DISPLAY "CURRENT STATE . . . . . . . . . . . . : "
                   WS-DECISION-TEXT
           IF WS-LAST-DECISION = 'A'
               DISPLAY "RUN IS RELEASED FOR COMPLIANCE REPORTING"
           ELSE
               DISPLAY "RUN IS EXCLUDED FROM COMPLIANCE REPORTING"
           END-IF
       END-IF
       .
      ******************************************************************
      *    P003-RECORD-DECISION - THE OPERATOR MUST HOLD RUN-SIGNOFF.
      *    THE RUN MUST BE KNOWN: THE RUN NOT YET ARCHIVED NEEDS ITS
      *    TURNOVER VERDICT ON SIGNOFF, AN ARCHIVED RUN ITS STAMP ON
      *    HISTORY. THE DECISION IS ADDED AFTER THE RUN'S LATEST ENTRY
      *    IN BOTH SIGNOFF AND HISTORY, SO NOTHING EARLIER IS LOST.
      ******************************************************************
       P003-RECORD-DECISION.
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       MOVE WS-OPERATOR-ID TO WS-AUTH-ID
       PERFORM P011-CHECK-AUTHORITY
       IF WS-AUTH-OK NOT = 'Y'
           PERFORM P012-REFUSE-OPERATOR
       ELSE
           PERFORM P005-PROMPT-RUN
           MOVE 'Y' TO WS-SHOW-ENTRIES
           PERFORM P006-FIND-LATEST
           MOVE 'N' TO WS-RUN-ARCHIVED
           MOVE 0 TO WS-RUN-SUPERSEDED
           IF WS-REQ-RUN > 0
               PERFORM P007-CHECK-ARCHIVED
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-RUN = 0 AND WS-ENTRY-COUNT = 0
                   DISPLAY "NO TURNOVER VERDICT ON FILE FOR THE RUN "
                           "NOT YET ARCHIVED - NOTHING TO SIGN OFF"
               WHEN WS-REQ-RUN > 0 AND WS-RUN-ARCHIVED = 'N'
                   DISPLAY "RUN " WS-REQ-RUN " IS NOT ON HISTORY"
               WHEN WS-NEXT-SEQ > 999
                   DISPLAY "SIGN-OFF TRAIL OF RUN " WS-REQ-RUN
                           " IS FULL"
               WHEN OTHER
                   IF WS-RUN-SUPERSEDED > 0
                       DISPLAY "NOTE - RUN " WS-REQ-RUN
                               " IS SUPERSEDED BY RUN "
                               WS-RUN-SUPERSEDED
                               "; ONLY THE RESTATEMENT IS REPORTED"
                   END-IF
                   PERFORM P008-ACCEPT-DECISION
                   IF WS-NEW-DECISION NOT = SPACE
                       PERFORM P009-WRITE-DECISION
                   END-IF
           END-EVALUATE
       END-IF
       .
      ******************************************************************
      *    P004-PENDING-REPORT - SGNRPT. SIGNOFF IS READ IN
      *    KEY ORDER, ONE RUN AT A TIME; A RUN WHOSE LATEST ENTRY IS
      *    PENDING OR HELD AND HAS WAITED MORE THAN THE POLICY'S
      *    BUSINESS DAYS IS LISTED.
      ******************************************************************
       P004-PENDING-REPORT.
       PERFORM P010-LOAD-PARMS
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
       MOVE WS-CURRENT-STAMP(1:8) TO WS-CURRENT-DATE
       MOVE WS-CURRENT-STAMP(1:8) TO WS-TODAY
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE
       MOVE 0 TO WS-COUNT-RUNS WS-COUNT-APPROVED WS-COUNT-REJECTED
                 WS-COUNT-PENDING WS-COUNT-HELD WS-COUNT-OVERDUE
       MOVE 'N' TO WS-GRP-ACTIVE
       OPEN OUTPUT REPORT-OUT
       MOVE WS-REPORT-DATE TO HDR-DATE
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
       MOVE WS-WAIT-DAYS TO HDP-WAIT-DAYS
       WRITE FD-REPORT-LINE FROM WS-HDR-POLICY-LINE
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       WRITE FD-REPORT-LINE FROM WS-HDR-COLUMN-LINE
       MOVE 'F' TO EOF
       MOVE 0 TO SGN-RUN-NUM
       MOVE 0 TO SGN-SEQ
       START SIGN-OFF KEY NOT < SGN-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ SIGN-OFF NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF WS-GRP-ACTIVE = 'Y'
                      AND SGN-RUN-NUM NOT = WS-GRP-RUN
                       PERFORM P015-CLOSE-RUN-GROUP
                   END-IF
                   IF WS-GRP-ACTIVE = 'N'
                       MOVE 'Y' TO WS-GRP-ACTIVE
                       MOVE SGN-RUN-NUM TO WS-GRP-RUN
                       MOVE SGN-STAMP(1:8) TO WS-GRP-READY-DATE
                   END-IF
                   IF SGN-DECISION = 'P'
                       MOVE SGN-STAMP(1:8) TO WS-GRP-READY-DATE
                   END-IF
                   MOVE SGN-DECISION TO WS-GRP-DECISION
                   MOVE SGN-VERDICT TO WS-GRP-VERDICT
                   MOVE SGN-REASON TO WS-GRP-REASON
                   MOVE SGN-USER TO WS-GRP-USER
           END-READ
       END-PERFORM
       IF WS-GRP-ACTIVE = 'Y'
           PERFORM P015-CLOSE-RUN-GROUP
       END-IF
       INITIALIZE EOF
       IF WS-COUNT-OVERDUE = 0
           MOVE '  NO RUN IS OVERDUE FOR SIGN-OFF' TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE 'RUNS ON SIGNOFF' TO SUM-LABEL
       MOVE WS-COUNT-RUNS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'APPROVED' TO SUM-LABEL
       MOVE WS-COUNT-APPROVED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'REJECTED' TO SUM-LABEL
       MOVE WS-COUNT-REJECTED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'PENDING' TO SUM-LABEL
       MOVE WS-COUNT-PENDING TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'HELD' TO SUM-LABEL
       MOVE WS-COUNT-HELD TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE 'OVERDUE' TO SUM-LABEL
       MOVE WS-COUNT-OVERDUE TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       CLOSE REPORT-OUT
       DISPLAY "RUNS ON SIGNOFF . . . . . . . . . . . : "
               WS-COUNT-RUNS
       DISPLAY "PENDING . . . . . . . . . . . . . . . : "
               WS-COUNT-PENDING
       DISPLAY "HELD  . . . . . . . . . . . . . . . . : "
               WS-COUNT-HELD
       DISPLAY "OVERDUE . . . . . . . . . . . . . . . : "
               WS-COUNT-OVERDUE
       DISPLAY "PENDING-APPROVALS REPORT WRITTEN TO SGNRPT"
       .
      ******************************************************************
      *    P005-PROMPT-RUN
      ******************************************************************
       P005-PROMPT-RUN.
       DISPLAY "RUN NUMBER (ENTER = RUN NOT YET ARCHIVED): "
           WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT = SPACES
           MOVE 0 TO WS-REQ-RUN
       ELSE
           COMPUTE WS-REQ-RUN = FUNCTION NUMVAL(WS-VALUE-TXT)
       END-IF
       IF WS-REQ-RUN = 0
           PERFORM P017-EXPECTED-RUN-NUMBER
           DISPLAY "RUN NOT YET ARCHIVED - DATA-ARC WILL FILE IT AS "
                   "RUN " WS-NEXT-RUN-NUM
       END-IF
       .
      ******************************************************************
      *    P006-FIND-LATEST - READS THE RUN'S SIGNOFF ENTRIES, SHOWING
      *    THEM WHEN WS-SHOW-ENTRIES IS 'Y', AND LEAVES THE LATEST
      *    DECISION AND VERDICT AND THE NEXT FREE SEQUENCE.
      ******************************************************************
       P006-FIND-LATEST.
       MOVE 0 TO WS-ENTRY-COUNT
       MOVE 0 TO WS-NEXT-SEQ
       MOVE SPACE TO WS-LAST-DECISION
       MOVE SPACES TO WS-LAST-VERDICT
       MOVE 'F' TO EOF
       MOVE WS-REQ-RUN TO SGN-RUN-NUM
       MOVE 0 TO SGN-SEQ
       START SIGN-OFF KEY NOT < SGN-KEY
           INVALID KEY
               MOVE 'T' TO EOF
       END-START
       PERFORM UNTIL EOF = 'T'
           READ SIGN-OFF NEXT RECORD
               AT END
                   MOVE 'T' TO EOF
               NOT AT END
                   IF SGN-RUN-NUM NOT = WS-REQ-RUN
                       MOVE 'T' TO EOF
                   ELSE
                       ADD 1 TO WS-ENTRY-COUNT
                       COMPUTE WS-NEXT-SEQ = SGN-SEQ + 1
                       MOVE SGN-DECISION TO WS-LAST-DECISION
                       MOVE SGN-VERDICT TO WS-LAST-VERDICT
                       IF WS-SHOW-ENTRIES = 'Y'
                           MOVE SGN-DECISION TO WS-DECISION-CODE
                           PERFORM P014-DECISION-TEXT
                           DISPLAY "SEQ " SGN-SEQ " " WS-DECISION-TEXT
                                   " " SGN-STAMP(1:14)
                                   " BY " SGN-USER
                           DISPLAY "  VERDICT " SGN-VERDICT
                                   " " SGN-REASON
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       MOVE 'N' TO WS-SHOW-ENTRIES
       INITIALIZE EOF
       .
      ******************************************************************
      *    P007-CHECK-ARCHIVED - AN ARCHIVED RUN HAS ITS TYPE '0' STAMP
      *    ON HISTORY. ANY TYPE '1' ENTRIES ALREADY FILED THERE PUSH
      *    THE NEXT SEQUENCE PAST THEM, SO A DECISION NEVER CLASHES
      *    WITH ONE THE SIGNOFF FILE NO LONGER HOLDS.
      ******************************************************************
       P007-CHECK-ARCHIVED.
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST = "00"
           MOVE WS-REQ-RUN TO HIST-RUN-NUM
           MOVE '0' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           READ HISTORY-FILE
               KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUN-ARCHIVED
                   MOVE HIST-DATA TO WS-RUN-STAMP-REC
                   IF STAMP-SUPERSEDED NUMERIC
                       MOVE STAMP-SUPERSEDED TO WS-RUN-SUPERSEDED
                   END-IF
           END-READ
           IF WS-RUN-ARCHIVED = 'Y'
               MOVE 'F' TO EOF
               MOVE WS-REQ-RUN TO HIST-RUN-NUM
               MOVE '1' TO HIST-REC-TYPE
               MOVE 0 TO HIST-SEQ
               START HISTORY-FILE KEY NOT < HIST-KEY
                   INVALID KEY
                       MOVE 'T' TO EOF
               END-START
               PERFORM UNTIL EOF = 'T'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF HIST-RUN-NUM NOT = WS-REQ-RUN
                              OR HIST-REC-TYPE NOT = '1'
                               MOVE 'T' TO EOF
                           ELSE
                               IF HIST-SEQ NOT < WS-NEXT-SEQ
                                   COMPUTE WS-NEXT-SEQ = HIST-SEQ + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               INITIALIZE EOF
           END-IF
           CLOSE HISTORY-FILE
       ELSE
           DISPLAY "HISTORY COULD NOT BE OPENED - STATUS "
                   WS-STATUS-HST
       END-IF
       .
      ******************************************************************
      *    P008-ACCEPT-DECISION - A, R OR H, AND A REASON THAT IS NOT
      *    BLANK. AN EMPTY DECISION CANCELS.
      ******************************************************************
       P008-ACCEPT-DECISION.
       IF WS-ENTRY-COUNT > 0
           MOVE WS-LAST-DECISION TO WS-DECISION-CODE
           PERFORM P014-DECISION-TEXT
           DISPLAY "VERDICT " WS-LAST-VERDICT
                   " - NOW " WS-DECISION-TEXT
       ELSE
           DISPLAY "RUN " WS-REQ-RUN " HAS NO SIGN-OFF ENTRY YET"
       END-IF
       MOVE 'X' TO WS-NEW-DECISION
       PERFORM UNTIL WS-NEW-DECISION = 'A' OR WS-NEW-DECISION = 'R'
               OR WS-NEW-DECISION = 'H' OR WS-NEW-DECISION = SPACE
           DISPLAY "DECISION (A=APPROVE R=REJECT H=HOLD, "
                   "ENTER = CANCEL): " WITH NO ADVANCING
           ACCEPT WS-VALUE-TXT FROM CONSOLE
           EVALUATE WS-VALUE-TXT(1:1)
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-NEW-DECISION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-NEW-DECISION
               WHEN 'H'
               WHEN 'h'
                   MOVE 'H' TO WS-NEW-DECISION
               WHEN SPACE
                   MOVE SPACE TO WS-NEW-DECISION
               WHEN OTHER
                   DISPLAY "ANSWER MUST BE A, R OR H"
           END-EVALUATE
       END-PERFORM
       IF WS-NEW-DECISION = SPACE
           DISPLAY "NO DECISION RECORDED"
       ELSE
           MOVE SPACES TO WS-REASON-TXT
           PERFORM UNTIL WS-REASON-TXT NOT = SPACES
               DISPLAY "REASON: " WITH NO ADVANCING
               ACCEPT WS-REASON-TXT FROM CONSOLE
               IF WS-REASON-TXT = SPACES
                   DISPLAY "A REASON MUST BE GIVEN"
               END-IF
           END-PERFORM
       END-IF
       .
      ******************************************************************
      *    P009-WRITE-DECISION - THE NEW SIGNOFF ENTRY CARRIES THE
      *    RUN'S VERDICT FORWARD. AN ARCHIVED RUN'S ENTRY IS FILED IN
      *    HISTORY STRAIGHT AWAY; IF THAT FAILS IT STAYS ARC 'N' AND
      *    THE NEXT DATA-ARC FILES IT.
      ******************************************************************
       P009-WRITE-DECISION.
       MOVE SPACES TO FD-SIGN-REC
       MOVE WS-REQ-RUN TO SGN-RUN-NUM
       MOVE WS-NEXT-SEQ TO SGN-SEQ
       MOVE WS-NEW-DECISION TO SGN-DECISION
       IF WS-LAST-VERDICT = SPACES
           MOVE 'NOT RECORDED' TO SGN-VERDICT
       ELSE
           MOVE WS-LAST-VERDICT TO SGN-VERDICT
       END-IF
       MOVE WS-REASON-TXT TO SGN-REASON
       MOVE WS-OPERATOR-ID TO SGN-USER
       MOVE FUNCTION CURRENT-DATE TO SGN-STAMP
       MOVE 'N' TO SGN-ARC-FLAG
       WRITE FD-SIGN-REC
           INVALID KEY
               DISPLAY "SIGNOFF ENTRY NOT WRITTEN - STATUS "
                       WS-STATUS-SGN
       END-WRITE
       IF WS-STATUS-SGN = "00"
           MOVE WS-NEW-DECISION TO WS-DECISION-CODE
           PERFORM P014-DECISION-TEXT
           DISPLAY "RUN " WS-REQ-RUN " " WS-DECISION-TEXT
                   " BY " WS-OPERATOR-ID
           MOVE 'RUN SIGN-OFF' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
               WS-REQ-RUN DELIMITED BY SIZE
               ' DECISION ' DELIMITED BY SIZE
               WS-NEW-DECISION DELIMITED BY SIZE
               ' OPERATOR ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           END-STRING
           PERFORM P013-WRITE-AUDIT-RECORD
           IF WS-REQ-RUN > 0
               PERFORM P016-POST-DECISION
           ELSE
               DISPLAY "DECISION WILL BE FILED IN HISTORY WHEN THE "
                       "RUN IS ARCHIVED"
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-LOAD-PARMS
      ******************************************************************
       P010-LOAD-PARMS.
       OPEN INPUT SIGN-PARMS
       IF WS-STATUS-PRM = "00"
           READ SIGN-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-WAIT-TXT
               END-UNSTRING
               IF WS-PARM-WAIT-TXT NOT = SPACES
                   COMPUTE WS-WAIT-DAYS =
                       FUNCTION NUMVAL(WS-PARM-WAIT-TXT)
               END-IF
               DISPLAY "SGNPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE SIGN-PARMS
       END-IF
       .
      ******************************************************************
      *    P011-CHECK-AUTHORITY - WS-AUTH-ID MUST BE ON OPERAUTH,
      *    ACTIVE, WITH THE RUN-SIGNOFF FLAG SET. A MISSING MASTER
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
                      AND OPR-AUTH-SIGN = 'Y'
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
      ******************************************************************
      *    P014-DECISION-TEXT
      ******************************************************************
       P014-DECISION-TEXT.
       EVALUATE WS-DECISION-CODE
           WHEN 'P'
               MOVE 'PENDING' TO WS-DECISION-TEXT
           WHEN 'A'
               MOVE 'APPROVED' TO WS-DECISION-TEXT
           WHEN 'R'
               MOVE 'REJECTED' TO WS-DECISION-TEXT
           WHEN 'H'
               MOVE 'HELD' TO WS-DECISION-TEXT
           WHEN OTHER
               MOVE 'NOT SIGNED OFF' TO WS-DECISION-TEXT
       END-EVALUATE
       .
      ******************************************************************
      *    P015-CLOSE-RUN-GROUP - JUDGES ONE RUN FOR THE REPORT. THE
      *    BUSINESS DAYS WAITED ARE THE WEEKDAYS AFTER THE READY DATE
      *    UP TO AND INCLUDING TODAY (DAY 1 OF THE CALENDAR, 1601-01-01,
      *    WAS A MONDAY).
      ******************************************************************
       P015-CLOSE-RUN-GROUP.
       MOVE 'N' TO WS-GRP-ACTIVE
       ADD 1 TO WS-COUNT-RUNS
       EVALUATE WS-GRP-DECISION
           WHEN 'A'
               ADD 1 TO WS-COUNT-APPROVED
           WHEN 'R'
               ADD 1 TO WS-COUNT-REJECTED
           WHEN 'H'
               ADD 1 TO WS-COUNT-HELD
           WHEN OTHER
               ADD 1 TO WS-COUNT-PENDING
       END-EVALUATE
       IF WS-GRP-DECISION NOT = 'A' AND WS-GRP-DECISION NOT = 'R'
           MOVE 0 TO WS-BUS-DAYS
           IF WS-GRP-READY-DATE NUMERIC
               PERFORM P018-COUNT-BUSINESS-DAYS
           END-IF
           IF WS-BUS-DAYS > WS-WAIT-DAYS
               ADD 1 TO WS-COUNT-OVERDUE
               MOVE SPACES TO WS-PENDING-LINE
               IF WS-GRP-RUN = 0
                   MOVE 'CURRENT' TO PND-RUN
               ELSE
                   MOVE WS-GRP-RUN TO PND-RUN
               END-IF
               MOVE WS-GRP-DECISION TO WS-DECISION-CODE
               PERFORM P014-DECISION-TEXT
               MOVE WS-DECISION-TEXT TO PND-STATE
               MOVE WS-GRP-VERDICT TO PND-VERDICT
               STRING WS-GRP-READY-DATE(5:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-GRP-READY-DATE(7:2) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-GRP-READY-DATE(1:4) DELIMITED BY SIZE
                      INTO PND-SINCE
               MOVE WS-BUS-DAYS TO PND-DAYS
               MOVE WS-GRP-USER TO PND-USER
               MOVE WS-GRP-REASON TO PND-REASON
               WRITE FD-REPORT-LINE FROM WS-PENDING-LINE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P016-POST-DECISION - FILES THE NEW ENTRY AS THE RUN'S NEXT
      *    TYPE '1' HISTORY RECORD AND MARKS IT ARCHIVED ON SIGNOFF.
      ******************************************************************
       P016-POST-DECISION.
       OPEN I-O HISTORY-FILE
       IF WS-STATUS-HST = "00"
           MOVE 'Y' TO SGN-ARC-FLAG
           MOVE WS-REQ-RUN TO HIST-RUN-NUM
           MOVE '1' TO HIST-REC-TYPE
           MOVE SGN-SEQ TO HIST-SEQ
           MOVE SPACES TO HIST-DATA
           MOVE FD-SIGN-REC TO HIST-DATA
           WRITE FD-HISTORY-REC
               INVALID KEY
                   DISPLAY "HISTORY NOT UPDATED - STATUS "
                           WS-STATUS-HST
                   DISPLAY "DECISION WILL BE FILED BY THE NEXT DATA-ARC"
               NOT INVALID KEY
                   REWRITE FD-SIGN-REC
                       INVALID KEY
                           DISPLAY "SIGNOFF NOT UPDATED - STATUS "
                                   WS-STATUS-SGN
                   END-REWRITE
                   DISPLAY "DECISION FILED IN HISTORY WITH RUN "
                           WS-REQ-RUN
           END-WRITE
           CLOSE HISTORY-FILE
       ELSE
           DISPLAY "HISTORY COULD NOT BE OPENED - STATUS "
                   WS-STATUS-HST
           DISPLAY "DECISION WILL BE FILED BY THE NEXT DATA-ARC"
       END-IF
       .
      ******************************************************************
      *    P017-EXPECTED-RUN-NUMBER - THE NUMBER DATA-ARC WILL GIVE THE
      *    RUN NOT YET ARCHIVED: ONE PAST THE LAST IN ARCNUM.
      ******************************************************************
       P017-EXPECTED-RUN-NUMBER.
       MOVE 0 TO WS-NEXT-RUN-NUM
       OPEN INPUT RUN-NUMBER-FILE
       IF WS-STATUS-RUN = "00"
           READ RUN-NUMBER-FILE INTO WS-NEXT-RUN-NUM
               AT END MOVE 0 TO WS-NEXT-RUN-NUM
           END-READ
           CLOSE RUN-NUMBER-FILE
       END-IF
       ADD 1 TO WS-NEXT-RUN-NUM
       .
      ******************************************************************
      *    P018-COUNT-BUSINESS-DAYS - DAY OF WEEK IS (DAY NUMBER - 1)
      *    MODULO 7, 0 BEING MONDAY; 5 AND 6 ARE THE WEEKEND.
      ******************************************************************
       P018-COUNT-BUSINESS-DAYS.
       COMPUTE WS-READY-INT =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-GRP-READY-DATE))
       COMPUTE WS-DAY-INT = WS-READY-INT + 1
       PERFORM UNTIL WS-DAY-INT > WS-TODAY-INT
           IF FUNCTION MOD(WS-DAY-INT - 1, 7) < 5
               ADD 1 TO WS-BUS-DAYS
           END-IF
           ADD 1 TO WS-DAY-INT
       END-PERFORM
       .

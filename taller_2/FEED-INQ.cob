       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-INQ.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    LINE-MODE INQUIRY ON THE FEEDREG FEED INTAKE REGISTER THAT
      *    DATA-EDT KEEPS, AND THE ONLY WAY TO LET A FEED THROUGH THAT
      *    DATA-EDT WOULD REFUSE AS A REPEAT. THE REGISTER CAN BE
      *    LISTED BY CAPTURE DATE OR SEARCHED BY RUN NUMBER, WHICH
      *    ANSWERS "WHICH FEED MADE RUN 00412" WITHOUT DIGGING THROUGH
      *    THE AUDIT LOG. A RELOAD AUTHORIZATION NAMES THE OPERATOR
      *    AND THE REASON, IS WRITTEN TO FEEDOVR FOR THE NEXT DATA-EDT
      *    RUN TO CONSUME, AND IS AUDITED TO AUDITLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTER ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INTAKE-NUM
               ALTERNATE RECORD KEY IS REG-FIRST-TS WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REG.
           SELECT RELOAD-OVERRIDE ASSIGN TO FEEDOVR
               FILE STATUS IS WS-STATUS-OVR.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    FEED INTAKE REGISTER - MUST STAY IN STEP WITH DATA-EDT.
      ******************************************************************
       FD FEED-REGISTER
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FD-REGISTER-REC.
       01 FD-REGISTER-REC.
           02 REG-INTAKE-NUM   PIC 9(07).
           02 REG-FIRST-TS.
               03 REG-FIRST-DATE PIC 9(08).
               03 REG-FIRST-TIME PIC 9(06).
           02 REG-LAST-TS.
               03 REG-LAST-DATE  PIC 9(08).
               03 REG-LAST-TIME  PIC 9(06).
           02 REG-LINE-COUNT   PIC 9(07).
           02 REG-CLEAN-COUNT  PIC 9(07).
           02 REG-QUAR-COUNT   PIC 9(07).
           02 REG-HASH-TEMP    PIC S9(09)V99.
           02 REG-HASH-HUM     PIC 9(09)V99.
           02 REG-HASH-CO2     PIC 9(11).
           02 REG-RUN-NUM      PIC 9(05).
           02 REG-INTAKE-STAMP PIC X(26).
           02 REG-RELOAD-FLAG  PIC X(01).
           02 REG-RELOAD-USER  PIC X(08).
           02 REG-RELOAD-OF    PIC 9(07).
           02 FILLER           PIC X(14).
      ******************************************************************
      *    RELOAD AUTHORIZATION - MUST STAY IN STEP WITH DATA-EDT.
      ******************************************************************
       FD RELOAD-OVERRIDE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FD-OVERRIDE-REC.
       01 FD-OVERRIDE-REC      PIC X(80).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-REG        PIC XX.
       01 WS-STATUS-OVR        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-MENU-CHOICE       PIC X(01).
       01 WS-OPERATOR-ID       PIC X(08).
       01 WS-VALUE-TXT         PIC X(40).
       01 WS-FROM-DATE         PIC 9(08).
       01 WS-TO-DATE           PIC 9(08).
       01 WS-FIND-RUN          PIC 9(05).
       01 WS-COUNT-LISTED      PIC 9(05).
       01 WS-HASH-TEMP-OUT     PIC -(9)9.99.
       01 WS-HASH-HUM-OUT      PIC Z(8)9.99.
       01 WS-HASH-CO2-OUT      PIC Z(10)9.
       01 WS-OVERRIDE-REC.
           02 OVR-STATE        PIC X(01).
           02 OVR-USER         PIC X(08).
           02 OVR-STAMP        PIC X(26).
           02 OVR-REASON       PIC X(40).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    RUN AUDIT TRAIL - SAME LAYOUT AS THE BATCH STEPS WRITE.
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'FEED-INQ'.
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
       DISPLAY "WELCOME TO FEED-INQ PROGRAM".
       PERFORM UNTIL WS-MENU-CHOICE = '4'
           PERFORM P000-DISPLAY-MENU
           ACCEPT WS-MENU-CHOICE FROM CONSOLE
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM P001-LIST-BY-DATE
               WHEN '2'
                   PERFORM P002-FIND-BY-RUN
               WHEN '3'
                   PERFORM P003-AUTHORIZE-RELOAD
               WHEN '4'
                   DISPLAY "EXITING FEED-INQ"
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
       END-PERFORM
       STOP RUN.
      ******************************************************************
      *    P000-DISPLAY-MENU
      ******************************************************************
       P000-DISPLAY-MENU.
       DISPLAY "===================================================="
       DISPLAY "FEED INTAKE REGISTER INQUIRY"
       DISPLAY "===================================================="
       DISPLAY "1. LIST FEEDS BY CAPTURE DATE"
       DISPLAY "2. FIND THE FEED(S) BEHIND A RUN NUMBER"
       DISPLAY "3. AUTHORIZE RELOAD OF THE NEXT RAWFEED"
       DISPLAY "4. EXIT"
       DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
       .
      ******************************************************************
      *    P001-LIST-BY-DATE - WALKS THE REGISTER ON ITS FIRST CAPTURE
      *    TIMESTAMP FROM THE START OF THE FROM-DATE UNTIL A FEED
      *    STARTS AFTER THE TO-DATE. FEEDS WITH NO CLEAN LINES CARRY
      *    A ZERO RANGE AND ONLY SHOW WHEN THE FROM-DATE IS ZERO.
      ******************************************************************
       P001-LIST-BY-DATE.
       DISPLAY "FROM CAPTURE DATE (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:8) NUMERIC
           MOVE WS-VALUE-TXT(1:8) TO WS-FROM-DATE
       ELSE
           MOVE ZEROS TO WS-FROM-DATE
       END-IF
       DISPLAY "TO CAPTURE DATE (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:8) NUMERIC
           MOVE WS-VALUE-TXT(1:8) TO WS-TO-DATE
       ELSE
           MOVE 99999999 TO WS-TO-DATE
       END-IF
       PERFORM P004-OPEN-REGISTER
       IF WS-STATUS-REG = "00"
           MOVE 0 TO WS-COUNT-LISTED
           MOVE 'F' TO EOF
           MOVE WS-FROM-DATE TO REG-FIRST-DATE
           MOVE ZEROS TO REG-FIRST-TIME
           START FEED-REGISTER KEY NOT < REG-FIRST-TS
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ FEED-REGISTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF REG-FIRST-DATE > WS-TO-DATE
                           MOVE 'T' TO EOF
                       ELSE
                           ADD 1 TO WS-COUNT-LISTED
                           PERFORM P005-SHOW-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COUNT-LISTED = 0
               DISPLAY "NO FEEDS CAPTURED IN THAT RANGE"
           END-IF
           CLOSE FEED-REGISTER
       END-IF
       .
      ******************************************************************
      *    P002-FIND-BY-RUN - A RUN NORMALLY HAS ONE FEED, BUT A FEED
      *    RELOADED UNDER AUTHORIZATION SHOWS BESIDE THE ORIGINAL'S RUN.
      ******************************************************************
       P002-FIND-BY-RUN.
       DISPLAY "RUN NUMBER: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-VALUE-TXT(1:5) NUMERIC
           MOVE WS-VALUE-TXT(1:5) TO WS-FIND-RUN
           PERFORM P004-OPEN-REGISTER
           IF WS-STATUS-REG = "00"
               MOVE 0 TO WS-COUNT-LISTED
               MOVE 'F' TO EOF
               PERFORM UNTIL EOF = 'T'
                   READ FEED-REGISTER NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF REG-RUN-NUM = WS-FIND-RUN
                               ADD 1 TO WS-COUNT-LISTED
                               PERFORM P005-SHOW-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-COUNT-LISTED = 0
                   DISPLAY "NO FEED ON THE REGISTER FOR RUN "
                           WS-FIND-RUN
               END-IF
               CLOSE FEED-REGISTER
           END-IF
       ELSE
           DISPLAY "RUN NUMBER MUST BE FIVE DIGITS (E.G. 00412)"
       END-IF
       .
      ******************************************************************
      *    P003-AUTHORIZE-RELOAD - POSTS A ONE-SHOT AUTHORIZATION FOR
      *    THE NEXT DATA-EDT RUN. IT IS CONSUMED BY THAT RUN WHETHER
      *    OR NOT THE FEED TURNS OUT TO BE A REPEAT.
      ******************************************************************
       P003-AUTHORIZE-RELOAD.
       DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
       ACCEPT WS-OPERATOR-ID FROM CONSOLE
       DISPLAY "REASON FOR RELOAD: " WITH NO ADVANCING
       ACCEPT WS-VALUE-TXT FROM CONSOLE
       IF WS-OPERATOR-ID = SPACES OR WS-VALUE-TXT = SPACES
           DISPLAY "OPERATOR ID AND REASON ARE BOTH REQUIRED"
       ELSE
           DISPLAY "THE NEXT RAWFEED WILL BE ACCEPTED EVEN IF IT "
                   "REPEATS ONE ALREADY PROCESSED."
           DISPLAY "CONFIRM (Y/N): " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE FROM CONSOLE
           IF WS-MENU-CHOICE = 'Y'
               MOVE SPACES TO WS-OVERRIDE-REC
               MOVE 'R' TO OVR-STATE
               MOVE WS-OPERATOR-ID TO OVR-USER
               MOVE FUNCTION CURRENT-DATE TO OVR-STAMP
               MOVE WS-VALUE-TXT TO OVR-REASON
               OPEN OUTPUT RELOAD-OVERRIDE
               IF WS-STATUS-OVR = "00"
                   WRITE FD-OVERRIDE-REC FROM WS-OVERRIDE-REC
                   CLOSE RELOAD-OVERRIDE
                   DISPLAY "RELOAD AUTHORIZED FOR THE NEXT DATA-EDT RUN"
                   PERFORM P006-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY "FEEDOVR COULD NOT BE WRITTEN - STATUS "
                           WS-STATUS-OVR
               END-IF
           ELSE
               DISPLAY "RELOAD NOT AUTHORIZED"
           END-IF
           MOVE SPACE TO WS-MENU-CHOICE
       END-IF
       .
      ******************************************************************
      *    P004-OPEN-REGISTER
      ******************************************************************
       P004-OPEN-REGISTER.
       OPEN INPUT FEED-REGISTER
       IF WS-STATUS-REG NOT = "00"
           DISPLAY "NO FEEDS REGISTERED YET - FEEDREG STATUS "
                   WS-STATUS-REG
       END-IF
       .
      ******************************************************************
      *    P005-SHOW-ONE-FEED
      ******************************************************************
       P005-SHOW-ONE-FEED.
       MOVE REG-HASH-TEMP TO WS-HASH-TEMP-OUT
       MOVE REG-HASH-HUM TO WS-HASH-HUM-OUT
       MOVE REG-HASH-CO2 TO WS-HASH-CO2-OUT
       DISPLAY "INTAKE " REG-INTAKE-NUM
               " RUN " REG-RUN-NUM
               " TAKEN IN AT " REG-INTAKE-STAMP(1:14)
       DISPLAY "  CAPTURED    " REG-FIRST-DATE " " REG-FIRST-TIME
               " TO " REG-LAST-DATE " " REG-LAST-TIME
       DISPLAY "  LINES       " REG-LINE-COUNT
               " CLEAN " REG-CLEAN-COUNT
               " QUARANTINED " REG-QUAR-COUNT
       DISPLAY "  HASH TOTALS TEMP " WS-HASH-TEMP-OUT
               " HUM " WS-HASH-HUM-OUT
               " CO2 " WS-HASH-CO2-OUT
       IF REG-RELOAD-FLAG = 'Y'
           DISPLAY "  RELOAD OF INTAKE " REG-RELOAD-OF
                   " AUTHORIZED BY " REG-RELOAD-USER
       END-IF
       .
      ******************************************************************
      *    P006-WRITE-AUDIT-RECORD - THE AUTHORIZATION IS AUDITED WITH
      *    THE OPERATOR AND THE REASON GIVEN.
      ******************************************************************
       P006-WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       IF WS-STATUS-AUD = "00"
           MOVE 'RELOAD AUTHORIZED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING OVR-USER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               OVR-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
           MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
           WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
           CLOSE AUDIT-LOG
       END-IF
       .

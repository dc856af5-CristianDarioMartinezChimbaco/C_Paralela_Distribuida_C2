      *    EXCEPTION-FILE AS OUTPUT AND TRUNCATES THEM, SO WITHOUT THIS
      *    STEP EVERY RUN DESTROYS THE PREVIOUS RUN'S CONSOLIDATED
      *    READINGS. THIS PROGRAM ROLLS THE COMPLETED RUN'S OUTPUT
      *    FILES (DATA-TOTAL, ALERT-FILE, EXCEPTION-FILE, ANOMALY-FILE,
      *    GAP-FILE) INTO THE HISTORY FILE, STAMPED WITH A RUN NUMBER
      *    TAKEN FROM (AND WRITTEN BACK TO) ARCNUM, KEYED BY RUN NUMBER
      *    + RECORD TYPE + SEQUENCE SO ANY PRIOR RUN CAN BE PULLED BACK
      *    OUT THROUGH THE ARCHIVE INQUIRY IN STATUS-INQ. EACH RUN ALSO
      *    GETS A TYPE '0' STAMP RECORD CARRYING THE ARCHIVE DATE AND
      *    A TYPE 'P' COPY OF EVERY EPISODES RECORD, SO THE MONTHLY
      *    COMPLIANCE ROLLUP (DATA-MCS) CAN SELECT RUNS BY DATE AND
      *    ADD THEIR EPISODES WITHOUT RECOMPUTING THEM. ONCE THE RUN
      *    IS SAFELY ARCHIVED ITS NUMBER IS WRITTEN INTO EVERY FEEDREG
      *    INTAKE ENTRY STILL WAITING FOR ONE, SO THE REGISTER CAN SAY
      *    WHICH FEED MADE WHICH RUN, INTO EVERY WORKORD WORK ORDER
      *    THE CONSOLIDATION'S WORKORDER STEP RAISED, INTO THE SCRHIST
      *    SCORES ITS SCORECARD STEP FILED AND INTO THE TXLOG ENTRIES
      *    OF ITS BMS TRANSMISSIONS - THOSE STEPS CANNOT KNOW THE RUN
      *    NUMBER THEMSELVES, SINCE DATA-RSM MAY TAKE THE NEXT ONE
      *    BEFORE THIS STEP RUNS, SO THEY ALL FILE AT RUN ZERO. ALERT
      *    DISPOSITIONS RECORDED AGAINST THE RUN BEFORE IT WAS
      *    ARCHIVED ARE RENUMBERED TO IT ON ALTDISP, AND EVERY
      *    DISPOSITION VERSION NOT YET IN HISTORY IS ADDED TO ITS
      *    RUN THERE AS A TYPE 'B' RECORD, SO THE DISPOSITION TRAIL
      *    STAYS WITH THE RUN AFTER THE LIVE FILES ARE PURGED.
      *    THE CALIBRATION FACTORS THE RUN WAS CONSOLIDATED UNDER GO
      *    INTO HISTORY TOO, AS TYPE 'C' COPIES OF THE CALMAST
      *    ENTRIES, SO DATA-RSM CAN LATER BACK THEM OUT AND RESTATE
      *    THE RUN. SINCE THIS STEP RUNS AHEAD OF THE CONSOLIDATION IT
      *    ARCHIVES, IT TAKES THE FACTORS FROM THE CALRUN SNAPSHOT IT
      *    SAVED AT THE START OF THE PREVIOUS CHAIN, THEN SAVES A NEW
      *    SNAPSHOT OF CALMAST FOR THE CONSOLIDATION ABOUT TO RUN.
      *    THE SUPERVISOR SIGN-OFF TRAIL FOLLOWS THE RUN THE SAME WAY:
      *    THE SIGNOFF ENTRIES DATA-TOV AND SGN-MNT RECORDED AGAINST
      *    THE RUN NOT YET ARCHIVED GO INTO HISTORY AS TYPE '1' AND
      *    ARE RENUMBERED TO IT ON SIGNOFF; A RUN THAT NEVER REACHED
      *    THE TURNOVER STEP IS ARCHIVED PENDING WITH NO VERDICT, SO
      *    NO RUN COUNTS FOR COMPLIANCE WITHOUT A DECISION ON RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-STATUS-EXC.
           SELECT ANOMALY-FILE ASSIGN TO ANOMALY-FILE
               FILE STATUS IS WS-STATUS-ANM.
           SELECT GAP-FILE ASSIGN TO GAP-FILE
               FILE STATUS IS WS-STATUS-GAP.
           SELECT EPISODES-FILE ASSIGN TO EPISODES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EPI.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
           SELECT CALIBRATION-MASTER ASSIGN TO CALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-SOURCE-FILE
               FILE STATUS IS WS-STATUS-CAL.
           SELECT CAL-SNAPSHOT ASSIGN TO CALRUN
               FILE STATUS IS WS-STATUS-CSN.
           SELECT FEED-REGISTER ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-INTAKE-NUM
               ALTERNATE RECORD KEY IS REG-FIRST-TS WITH DUPLICATES
               FILE STATUS IS WS-STATUS-REG.
           SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               ALTERNATE RECORD KEY IS WO-STREAM-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-WKO.
           SELECT ALERT-DISP ASSIGN TO ALTDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-STATUS-DSP.
           SELECT HISTORY-POST ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POST-KEY
               FILE STATUS IS WS-STATUS-PST.
           SELECT SIGN-OFF ASSIGN TO SIGNOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-KEY
               FILE STATUS IS WS-STATUS-SGN.
           SELECT SCORE-HISTORY ASSIGN TO SCRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-STATUS-SCH.
           SELECT TRANSMISSION-LOG ASSIGN TO TXLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXL-TX-SEQ
               FILE STATUS IS WS-STATUS-TXL.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS FD-ANOMALY-REC.
       01 FD-ANOMALY-REC       PIC X(105).
       FD GAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS FD-GAP-REC.
       01 FD-GAP-REC           PIC X(104).
       FD EPISODES-FILE
           DATA RECORD IS FD-EPISODE-REC.
       01 FD-EPISODE-REC       PIC X(200).
      ******************************************************************
      *    HISTORY RECORD - RUN NUMBER + TYPE + SEQUENCE UNIQUELY KEY
      *    EVERY ARCHIVED RECORD. TYPE '0' = RUN STAMP (ARCHIVE DATE),
      *    '1' = SUPERVISOR SIGN-OFF (SEQ IS THE SIGNOFF SEQUENCE, THE
      *    HIGHEST BEING THE RUN'S CURRENT DECISION),
      *    'D' = DATA-TOTAL (SEQ IS THE RUN'S TOTAL-SEQ-NUM),
      *    'A' = ALERT, 'B' = ALERT DISPOSITION, 'C' = CALIBRATION
      *    IN FORCE, 'E' = EXCEPTION, 'G' = GAP RECORD,
      *    'N' = ANOMALY AND 'P' = EPISODE (SEQ IS A RUNNING COUNT
      *    WITHIN THE RUN).
      *    HIST-DATA CARRIES THE SOURCE RECORD AS WRITTEN,
      *    SPACE-PADDED TO THE LONGEST LAYOUT.
      ******************************************************************
               03 HIST-REC-TYPE PIC X(01).
               03 HIST-SEQ      PIC 9(07).
           02 HIST-DATA         PIC X(207).
      ******************************************************************
      *    THE SAME HISTORY FILE OPENED FOR KEYED WRITES, SO A TYPE
      *    'B' DISPOSITION CAN BE ADDED TO A RUN ARCHIVED EARLIER.
      ******************************************************************
       FD HISTORY-POST
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS FD-POST-REC.
       01 FD-POST-REC.
           02 POST-KEY.
               03 POST-RUN-NUM  PIC 9(05).
               03 POST-REC-TYPE PIC X(01).
               03 POST-SEQ      PIC 9(07).
           02 POST-DATA         PIC X(207).
       FD RUN-NUMBER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC   PIC X(100).
      ******************************************************************
      *    CALIBRATION MASTER - MUST STAY IN STEP WITH CAL-MNT. CALRUN
      *    HOLDS THE SAME 70-BYTE ENTRIES AS THEY STOOD WHEN THE
      *    CURRENT CONSOLIDATION STARTED; AN EMPTY CALRUN MEANS NO
      *    STREAM WAS CALIBRATED, A MISSING ONE MEANS NOBODY KNOWS.
      ******************************************************************
       FD CALIBRATION-MASTER
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS FD-CALIBRATION-REC.
       01 FD-CALIBRATION-REC.
           02 CAL-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(58).
       FD CAL-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS FD-CAL-SNAPSHOT-REC.
       01 FD-CAL-SNAPSHOT-REC  PIC X(70).
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
      *    WORK ORDER - MUST STAY IN STEP WITH DATA-WKO. ONLY THE RUN
      *    NUMBER IS CHANGED HERE.
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
           02 FILLER           PIC X(256).
      ******************************************************************
      *    ALERT DISPOSITION - MUST STAY IN STEP WITH DSP-MNT. THE RUN
      *    NUMBER AND THE ARCHIVED FLAG ARE CHANGED HERE.
      ******************************************************************
       FD ALERT-DISP
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FD-DISP-REC.
       01 FD-DISP-REC.
           02 DSP-KEY.
               03 DSP-RUN-NUM      PIC 9(05).
               03 DSP-LINEAGE.
                   04 DSP-SRC-FILE  PIC X(12).
                   04 DSP-CYCLE-NUM PIC 9(05).
                   04 DSP-SEQ-CYC   PIC 9(03).
               03 DSP-INDEX-NAME   PIC X(10).
               03 DSP-REASON       PIC X(10).
           02 DSP-SEVERITY     PIC X(08).
           02 DSP-ALERT-DATE   PIC 9(08).
           02 DSP-ALERT-TIME   PIC 9(06).
           02 DSP-CODE         PIC X(08).
           02 DSP-NOTE         PIC X(60).
           02 DSP-USER         PIC X(08).
           02 DSP-STAMP        PIC X(26).
           02 DSP-CHANGES      PIC 9(03).
           02 DSP-ARC-FLAG     PIC X(01).
           02 FILLER           PIC X(27).
      ******************************************************************
      *    RUN SIGN-OFF - MUST STAY IN STEP WITH DATA-TOV AND SGN-MNT.
      *    THE RUN NUMBER AND THE ARCHIVED FLAG ARE CHANGED HERE.
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
      *    SCORE HISTORY - MUST STAY IN STEP WITH DATA-SCR. THE RUN IS
      *    PART OF THE KEY AND IS THE ONLY FIELD CHANGED HERE.
      ******************************************************************
       FD SCORE-HISTORY
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-SCORE-HIST-REC.
       01 FD-SCORE-HIST-REC.
           02 SCH-KEY.
               03 SCH-STREAM   PIC X(12).
               03 SCH-RUN-NUM  PIC 9(05).
           02 FILLER           PIC X(83).
      ******************************************************************
      *    TRANSMISSION LOG - MUST STAY IN STEP WITH DATA-BMS AND
      *    BMS-ACK. ONLY THE RUN NUMBER IS CHANGED HERE.
      ******************************************************************
       FD TRANSMISSION-LOG
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FD-TX-LOG-REC.
       01 FD-TX-LOG-REC.
           02 TXL-TX-SEQ       PIC 9(06).
           02 TXL-RUN-NUM      PIC 9(05).
           02 FILLER           PIC X(189).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-EXC        PIC XX.
       01 WS-STATUS-ANM        PIC XX.
       01 WS-STATUS-GAP        PIC XX.
       01 WS-STATUS-EPI        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-RUN        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 WS-STATUS-REG        PIC XX.
       01 WS-STATUS-CAL        PIC XX.
       01 WS-STATUS-CSN        PIC XX.
       01 WS-STATUS-WKO        PIC XX.
       01 WS-STATUS-DSP        PIC XX.
       01 WS-STATUS-PST        PIC XX.
       01 WS-STATUS-SGN        PIC XX.
       01 WS-STATUS-SCH        PIC XX.
       01 WS-STATUS-TXL        PIC XX.
       01 WS-SCORE-SAVE        PIC X(100).
       01 WS-SCORE-STREAM      PIC X(12).
       01 WS-COUNT-SCORES      PIC 9(07) VALUE 0.
       01 WS-COUNT-TRANSMITS   PIC 9(07) VALUE 0.
       01 WS-SIGN-SAVE         PIC X(150).
       01 WS-SIGN-NONE         PIC X(01) VALUE 'N'.
       01 WS-COUNT-SIGN-ARC    PIC 9(07) VALUE 0.
       01 WS-COUNT-SIGN-TIED   PIC 9(07) VALUE 0.
       01 WS-COUNT-SIGN-POSTED PIC 9(07) VALUE 0.
       01 WS-POST-EOF          PIC X(01) VALUE 'F'.
       01 WS-POST-SEQ          PIC 9(07) VALUE 0.
       01 WS-DISP-SAVE         PIC X(200).
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-RUN-NUM           PIC 9(05) VALUE 0.
       01 WS-ARC-SEQ           PIC 9(07) VALUE 0.
       01 WS-COUNT-ALERTS      PIC 9(07) VALUE 0.
       01 WS-COUNT-EXCEPTIONS  PIC 9(07) VALUE 0.
       01 WS-COUNT-ANOMALIES   PIC 9(07) VALUE 0.
       01 WS-COUNT-GAPS        PIC 9(07) VALUE 0.
       01 WS-COUNT-EPISODES    PIC 9(07) VALUE 0.
       01 WS-COUNT-FEEDS       PIC 9(07) VALUE 0.
       01 WS-COUNT-CALS        PIC 9(07) VALUE 0.
       01 WS-COUNT-ORDERS      PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP-TIED   PIC 9(07) VALUE 0.
       01 WS-COUNT-DISP-POSTED PIC 9(07) VALUE 0.
       01 WS-HIST-WRITE-ERROR  PIC X(01) VALUE 'N'.
      ******************************************************************
      *    TYPE '0' RUN STAMP - THE ARCHIVE DATE THE MONTHLY ROLLUP
      *    USES TO DECIDE WHICH RUNS FALL IN A REPORTING PERIOD, AND
      *    THE RUN'S REVISION STATE. A RUN AS CONSOLIDATED IS REVISION
      *    00 OF ITSELF; DATA-RSM WRITES A RESTATEMENT AS A NEW RUN
      *    NUMBER CARRYING THE NEXT REVISION, THE ORIGINAL RUN NUMBER
      *    AND ARCHIVE DATE, AND REWRITES THE RUN IT REPLACES WITH
      *    SUPERSEDED BY SET. CAL IS 'Y' WHEN THE RUN'S CALIBRATION
      *    FACTORS WERE ARCHIVED WITH IT AS TYPE 'C'. STAMPS WRITTEN
      *    BEFORE THE REVISION FIELDS EXISTED END AFTER THE TIMESTAMP
      *    (SPACES, READ AS REVISION 00, NOT SUPERSEDED). MUST STAY IN
      *    STEP WITH DATA-RSM AND DATA-MCS.
      ******************************************************************
       01 WS-RUN-STAMP-REC.
           02 FILLER           PIC X(09) VALUE 'ARCHIVED '.
           02 STAMP-TIMESTAMP  PIC X(26).
           02 FILLER           PIC X(05) VALUE ' REV '.
           02 STAMP-REVISION   PIC 9(02) VALUE 0.
           02 FILLER           PIC X(08) VALUE ' OF RUN '.
           02 STAMP-BASE-RUN   PIC 9(05) VALUE 0.
           02 FILLER           PIC X(05) VALUE ' CAL '.
           02 STAMP-CAL-KEPT   PIC X(01) VALUE 'N'.
           02 FILLER           PIC X(15) VALUE ' SUPERSEDED BY '.
           02 STAMP-SUPERSEDED PIC 9(05) VALUE 0.
           02 FILLER           PIC X(10) VALUE ' RESTATED '.
           02 STAMP-RESTATED   PIC X(26) VALUE SPACES.
      ******************************************************************
      *    AN ARCHIVE THAT COULD NOT OPEN HISTORY OR LOST ANY WRITE
      *    MUST BE VISIBLE TO THE DRIVER: THE RUN NUMBER IS NOT
       PERFORM P001-NEXT-RUN-NUMBER.
       PERFORM P002-OPEN-HISTORY.
      ******************************************************************
      *    TYPE BLOCKS GO OUT IN ASCENDING KEY ORDER ('0' < '1' < 'A'
      *    < 'C' < 'D' < 'E' < 'G' < 'N' < 'P') BECAUSE HISTORY IS
      *    WRITTEN WITH SEQUENTIAL ACCESS, WHICH ONLY PERMITS
      *    ASCENDING KEYS.
      ******************************************************************
       IF WS-ARC-ERROR = 'N'
           PERFORM P010-ARCHIVE-RUN-STAMP
           PERFORM P021-ARCHIVE-SIGN-OFF
           PERFORM P004-ARCHIVE-ALERTS
           PERFORM P014-ARCHIVE-CALIBRATION
           PERFORM P003-ARCHIVE-DATA-TOTAL
           PERFORM P005-ARCHIVE-EXCEPTIONS
           PERFORM P012-ARCHIVE-GAPS
           PERFORM P009-ARCHIVE-ANOMALIES
           PERFORM P011-ARCHIVE-EPISODES
           CLOSE HISTORY-FILE
                   WS-RUN-NUM
           DISPLAY "READINGS ARCHIVED . . . . . . . . . . : "
                   WS-COUNT-READINGS
           DISPLAY "SIGN-OFF ENTRIES ARCHIVED . . . . . . : "
                   WS-COUNT-SIGN-ARC
           DISPLAY "ALERTS ARCHIVED . . . . . . . . . . . : "
                   WS-COUNT-ALERTS
           DISPLAY "CALIBRATION ENTRIES ARCHIVED  . . . . : "
                   WS-COUNT-CALS
           DISPLAY "EXCEPTIONS ARCHIVED . . . . . . . . . : "
                   WS-COUNT-EXCEPTIONS
           DISPLAY "GAP RECORDS ARCHIVED  . . . . . . . . : "
                   WS-COUNT-GAPS
           DISPLAY "ANOMALIES ARCHIVED  . . . . . . . . . : "
                   WS-COUNT-ANOMALIES
           DISPLAY "EPISODES ARCHIVED . . . . . . . . . . : "
                   WS-COUNT-EPISODES
           PERFORM P013-STAMP-FEED-REGISTER
           PERFORM P016-STAMP-WORK-ORDERS
           PERFORM P027-STAMP-SCORES
           PERFORM P029-STAMP-TRANSMISSIONS
           PERFORM P017-STAMP-DISPOSITIONS
           PERFORM P018-ARCHIVE-DISPOSITIONS
           PERFORM P022-STAMP-SIGN-OFFS
           PERFORM P023-ARCHIVE-SIGN-OFFS
           PERFORM P015-SNAPSHOT-CALIBRATION
           DISPLAY "FEED INTAKES TIED TO THIS RUN . . . . : "
                   WS-COUNT-FEEDS
           DISPLAY "WORK ORDERS TIED TO THIS RUN  . . . . : "
                   WS-COUNT-ORDERS
           DISPLAY "STREAM SCORES TIED TO THIS RUN  . . . : "
                   WS-COUNT-SCORES
           DISPLAY "BMS TRANSMISSIONS TIED TO THIS RUN  . : "
                   WS-COUNT-TRANSMITS
           DISPLAY "DISPOSITIONS TIED TO THIS RUN . . . . : "
                   WS-COUNT-DISP-TIED
           DISPLAY "DISPOSITIONS CARRIED INTO HISTORY . . : "
                   WS-COUNT-DISP-POSTED
           DISPLAY "SIGN-OFF ENTRIES TIED TO THIS RUN . . : "
                   WS-COUNT-SIGN-TIED
           DISPLAY "SIGN-OFFS CARRIED INTO HISTORY  . . . : "
                   WS-COUNT-SIGN-POSTED
           MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'RUN ' DELIMITED BY SIZE
      ******************************************************************
       P010-ARCHIVE-RUN-STAMP.
       MOVE FUNCTION CURRENT-DATE TO STAMP-TIMESTAMP
       MOVE WS-RUN-NUM TO STAMP-BASE-RUN
       OPEN INPUT CAL-SNAPSHOT
       IF WS-STATUS-CSN = "00"
           MOVE 'Y' TO STAMP-CAL-KEPT
           CLOSE CAL-SNAPSHOT
       END-IF
       MOVE WS-RUN-NUM TO HIST-RUN-NUM
       MOVE '0' TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
           DISPLAY "HISTORY WRITE FAILED - STATUS " WS-STATUS-HST
       END-IF
       .
      ******************************************************************
      *    P012-ARCHIVE-GAPS - COPIES THE RUN'S GAP-FILE INTO HISTORY
      *    UNDER TYPE 'G' WITH A RUNNING SEQUENCE, SO A RUN'S FEED
      *    SHORTFALL STAYS ON RECORD WITH ITS READINGS.
      ******************************************************************
       P012-ARCHIVE-GAPS.
       MOVE 'F' TO EOF
       MOVE 0 TO WS-ARC-SEQ
       OPEN INPUT GAP-FILE
       IF WS-STATUS-GAP = "00"
           PERFORM UNTIL EOF = 'T'
               READ GAP-FILE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-ARC-SEQ
                       MOVE WS-RUN-NUM TO HIST-RUN-NUM
                       MOVE 'G' TO HIST-REC-TYPE
                       MOVE WS-ARC-SEQ TO HIST-SEQ
                       MOVE SPACES TO HIST-DATA
                       MOVE FD-GAP-REC TO HIST-DATA
                       PERFORM P008-WRITE-HISTORY-RECORD
                       IF WS-STATUS-HST = "00"
                           ADD 1 TO WS-COUNT-GAPS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAP-FILE
       END-IF
       .
      ******************************************************************
      *    P013-STAMP-FEED-REGISTER - EVERY INTAKE ENTRY STILL AT RUN
      *    ZERO WAS EDITED FOR THE CONSOLIDATION JUST ARCHIVED, SO IT
      *    TAKES THIS RUN NUMBER. NO FEEDREG MEANS NO LIVE FEED HAS
      *    EVER BEEN EDITED AND THERE IS NOTHING TO TIE.
      ******************************************************************
       P013-STAMP-FEED-REGISTER.
       MOVE 'F' TO EOF
       OPEN I-O FEED-REGISTER
       IF WS-STATUS-REG = "00"
           PERFORM UNTIL EOF = 'T'
               READ FEED-REGISTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF REG-RUN-NUM = 0
                           MOVE WS-RUN-NUM TO REG-RUN-NUM
                           REWRITE FD-REGISTER-REC
                           IF WS-STATUS-REG = "00"
                               ADD 1 TO WS-COUNT-FEEDS
                               MOVE 'FEED ARCHIVED' TO
                                   WS-AUDIT-EVENT-ARG
                               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
                               STRING 'INTAKE ' DELIMITED BY SIZE
                                   REG-INTAKE-NUM DELIMITED BY SIZE
                                   ' RUN ' DELIMITED BY SIZE
                                   WS-RUN-NUM DELIMITED BY SIZE
                                   INTO WS-AUDIT-DETAIL-ARG
                               PERFORM P006-WRITE-AUDIT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-REGISTER
       END-IF
       .
      ******************************************************************
      *    P014-ARCHIVE-CALIBRATION - COPIES THE CALRUN SNAPSHOT THE
      *    RUN WAS CONSOLIDATED UNDER INTO HISTORY AS TYPE 'C', ONE
      *    RECORD PER CALIBRATED STREAM.
      ******************************************************************
       P014-ARCHIVE-CALIBRATION.
       MOVE 'F' TO EOF
       MOVE 0 TO WS-ARC-SEQ
       OPEN INPUT CAL-SNAPSHOT
       IF WS-STATUS-CSN = "00"
           PERFORM UNTIL EOF = 'T'
               READ CAL-SNAPSHOT
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-ARC-SEQ
                       MOVE WS-RUN-NUM TO HIST-RUN-NUM
                       MOVE 'C' TO HIST-REC-TYPE
                       MOVE WS-ARC-SEQ TO HIST-SEQ
                       MOVE SPACES TO HIST-DATA
                       MOVE FD-CAL-SNAPSHOT-REC TO HIST-DATA
                       PERFORM P008-WRITE-HISTORY-RECORD
                       IF WS-STATUS-HST = "00"
                           ADD 1 TO WS-COUNT-CALS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-SNAPSHOT
       END-IF
       .
      ******************************************************************
      *    P015-SNAPSHOT-CALIBRATION - SAVES CALMAST AS IT STANDS NOW,
      *    AHEAD OF THE CONSOLIDATION THIS CHAIN IS ABOUT TO RUN, FOR
      *    THE NEXT ARCHIVE STEP TO FILE WITH THAT RUN. NO CALMAST
      *    LEAVES AN EMPTY SNAPSHOT: NOTHING WILL BE CALIBRATED.
      ******************************************************************
       P015-SNAPSHOT-CALIBRATION.
       MOVE 'F' TO EOF
       OPEN OUTPUT CAL-SNAPSHOT
       IF WS-STATUS-CSN = "00"
           OPEN INPUT CALIBRATION-MASTER
           IF WS-STATUS-CAL = "00"
               PERFORM UNTIL EOF = 'T'
                   READ CALIBRATION-MASTER
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           WRITE FD-CAL-SNAPSHOT-REC
                               FROM FD-CALIBRATION-REC
                   END-READ
               END-PERFORM
               CLOSE CALIBRATION-MASTER
           END-IF
           CLOSE CAL-SNAPSHOT
       ELSE
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'CALRUN STATUS=' DELIMITED BY SIZE
               WS-STATUS-CSN DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
       END-IF
       .
      ******************************************************************
      *    P016-STAMP-WORK-ORDERS - EVERY WORK ORDER STILL AT RUN ZERO
      *    WAS RAISED BY THE CHAIN THAT MADE THE CONSOLIDATION JUST
      *    ARCHIVED, SO IT TAKES THIS RUN NUMBER. NO WORKORD MEANS NO
      *    ORDER HAS EVER BEEN RAISED.
      ******************************************************************
       P016-STAMP-WORK-ORDERS.
       MOVE 'F' TO EOF
       OPEN I-O WORK-ORDER-FILE
       IF WS-STATUS-WKO = "00"
           PERFORM UNTIL EOF = 'T'
               READ WORK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF WO-RUN-NUM = 0
                           MOVE WS-RUN-NUM TO WO-RUN-NUM
                           REWRITE FD-WORK-ORDER-REC
                           IF WS-STATUS-WKO = "00"
                               ADD 1 TO WS-COUNT-ORDERS
                               MOVE 'WORK ORDER ARCHIVED' TO
                                   WS-AUDIT-EVENT-ARG
                               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
                               STRING 'ORDER ' DELIMITED BY SIZE
                                   WO-NUMBER DELIMITED BY SIZE
                                   ' RUN ' DELIMITED BY SIZE
                                   WS-RUN-NUM DELIMITED BY SIZE
                                   INTO WS-AUDIT-DETAIL-ARG
                               PERFORM P006-WRITE-AUDIT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       END-IF
       .
      ******************************************************************
      *    P017-STAMP-DISPOSITIONS - EVERY DISPOSITION STILL AT RUN
      *    ZERO WAS RECORDED AGAINST THE LIVE ALERT-FILE JUST
      *    ARCHIVED, SO IT TAKES THIS RUN NUMBER. THE RUN IS PART OF
      *    THE KEY, SO EACH ONE IS WRITTEN UNDER THE NEW KEY FIRST AND
      *    ONLY THEN DELETED UNDER RUN ZERO; THE SCAN RESTARTS AT RUN
      *    ZERO EACH TIME UNTIL NONE IS LEFT. NO ALTDISP MEANS NO
      *    DISPOSITION HAS EVER BEEN RECORDED.
      ******************************************************************
       P017-STAMP-DISPOSITIONS.
       MOVE 'F' TO EOF
       OPEN I-O ALERT-DISP
       IF WS-STATUS-DSP = "00"
           PERFORM UNTIL EOF = 'T'
               MOVE LOW-VALUES TO DSP-KEY
               MOVE 0 TO DSP-RUN-NUM
               START ALERT-DISP KEY NOT < DSP-KEY
                   INVALID KEY
                       MOVE 'T' TO EOF
               END-START
               IF EOF NOT = 'T'
                   READ ALERT-DISP NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF DSP-RUN-NUM NOT = 0
                               MOVE 'T' TO EOF
                           ELSE
                               PERFORM P019-RENUMBER-DISPOSITION
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ALERT-DISP
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P019-RENUMBER-DISPOSITION - A FAILED WRITE OR DELETE IS
      *    AUDITED AND ENDS THE SCAN, LEAVING THE REST AT RUN ZERO
      *    RATHER THAN LOOPING ON THE SAME RECORD.
      ******************************************************************
       P019-RENUMBER-DISPOSITION.
       MOVE FD-DISP-REC TO WS-DISP-SAVE
       MOVE WS-RUN-NUM TO DSP-RUN-NUM
       WRITE FD-DISP-REC
       IF WS-STATUS-DSP = "00"
           MOVE WS-DISP-SAVE TO FD-DISP-REC
           DELETE ALERT-DISP RECORD
       END-IF
       IF WS-STATUS-DSP = "00"
           ADD 1 TO WS-COUNT-DISP-TIED
       ELSE
           MOVE 'T' TO EOF
           MOVE 'UPDATE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'ALTDISP STATUS=' DELIMITED BY SIZE
               WS-STATUS-DSP DELIMITED BY SIZE
               ' RUN=' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
           DISPLAY "ALTDISP RENUMBER FAILED - STATUS " WS-STATUS-DSP
       END-IF
       .
      ******************************************************************
      *    P018-ARCHIVE-DISPOSITIONS - EVERY DISPOSITION VERSION NOT
      *    YET IN HISTORY (ARC 'N') IS ADDED TO ITS RUN AS THE NEXT
      *    TYPE 'B' RECORD AND THEN MARKED ARCHIVED. A CHANGED
      *    DISPOSITION IS ADDED AGAIN, SO HISTORY KEEPS EVERY VERSION.
      *    ONE STILL AT RUN ZERO (ITS RUN NOT ARCHIVED) WAITS. ONE
      *    THAT CANNOT BE POSTED STAYS 'N' FOR THE NEXT ARCHIVE.
      ******************************************************************
       P018-ARCHIVE-DISPOSITIONS.
       MOVE 'F' TO EOF
       OPEN I-O ALERT-DISP
       IF WS-STATUS-DSP = "00"
           OPEN I-O HISTORY-POST
           IF WS-STATUS-PST NOT = "00"
               MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'HISTORY STATUS=' DELIMITED BY SIZE
                   WS-STATUS-PST DELIMITED BY SIZE
                   ' DISPOSITIONS' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P006-WRITE-AUDIT-RECORD
           ELSE
               MOVE LOW-VALUES TO DSP-KEY
               START ALERT-DISP KEY NOT < DSP-KEY
                   INVALID KEY
                       MOVE 'T' TO EOF
               END-START
               PERFORM UNTIL EOF = 'T'
                   READ ALERT-DISP NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF DSP-ARC-FLAG = 'N' AND DSP-RUN-NUM > 0
                               PERFORM P020-POST-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-POST
           END-IF
           CLOSE ALERT-DISP
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P020-POST-DISPOSITION - THE NEXT SEQUENCE IS ONE PAST THE
      *    HIGHEST TYPE 'B' ALREADY FILED FOR THE RUN.
      ******************************************************************
       P020-POST-DISPOSITION.
       MOVE 0 TO WS-POST-SEQ
       MOVE 'F' TO WS-POST-EOF
       MOVE DSP-RUN-NUM TO POST-RUN-NUM
       MOVE 'B' TO POST-REC-TYPE
       MOVE 0 TO POST-SEQ
       START HISTORY-POST KEY NOT < POST-KEY
           INVALID KEY
               MOVE 'T' TO WS-POST-EOF
       END-START
       PERFORM UNTIL WS-POST-EOF = 'T'
           READ HISTORY-POST NEXT RECORD
               AT END
                   MOVE 'T' TO WS-POST-EOF
               NOT AT END
                   IF POST-RUN-NUM NOT = DSP-RUN-NUM
                       OR POST-REC-TYPE NOT = 'B'
                       MOVE 'T' TO WS-POST-EOF
                   ELSE
                       MOVE POST-SEQ TO WS-POST-SEQ
                   END-IF
           END-READ
       END-PERFORM
       ADD 1 TO WS-POST-SEQ
       MOVE DSP-RUN-NUM TO POST-RUN-NUM
       MOVE 'B' TO POST-REC-TYPE
       MOVE WS-POST-SEQ TO POST-SEQ
       MOVE SPACES TO POST-DATA
       MOVE FD-DISP-REC TO POST-DATA
       WRITE FD-POST-REC
       IF WS-STATUS-PST = "00"
           MOVE 'Y' TO DSP-ARC-FLAG
           REWRITE FD-DISP-REC
           ADD 1 TO WS-COUNT-DISP-POSTED
       ELSE
           MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'HISTORY STATUS=' DELIMITED BY SIZE
               WS-STATUS-PST DELIMITED BY SIZE
               ' DISP RUN=' DELIMITED BY SIZE
               DSP-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
       END-IF
       .
      ******************************************************************
      *    P021-ARCHIVE-SIGN-OFF - THE SIGNOFF ENTRIES RECORDED AGAINST
      *    RUN ZERO GO INTO HISTORY AS TYPE '1' UNDER THIS RUN'S
      *    NUMBER, SEQUENCE FOR SEQUENCE, RIGHT AFTER THE STAMP. WHEN
      *    THERE ARE NONE (THE TURNOVER STEP DID NOT RUN, OR SIGNOFF
      *    DOES NOT EXIST YET) A PENDING ENTRY WITH NO VERDICT IS
      *    ARCHIVED IN THEIR PLACE, SO THE RUN STILL WAITS FOR A
      *    SUPERVISOR.
      ******************************************************************
       P021-ARCHIVE-SIGN-OFF.
       MOVE 'Y' TO WS-SIGN-NONE
       MOVE 'F' TO EOF
       OPEN INPUT SIGN-OFF
       IF WS-STATUS-SGN = "00"
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
                       IF SGN-RUN-NUM NOT = 0
                           MOVE 'T' TO EOF
                       ELSE
                           MOVE 'N' TO WS-SIGN-NONE
                           MOVE WS-RUN-NUM TO SGN-RUN-NUM
                           MOVE 'Y' TO SGN-ARC-FLAG
                           MOVE WS-RUN-NUM TO HIST-RUN-NUM
                           MOVE '1' TO HIST-REC-TYPE
                           MOVE SGN-SEQ TO HIST-SEQ
                           MOVE SPACES TO HIST-DATA
                           MOVE FD-SIGN-REC TO HIST-DATA
                           PERFORM P008-WRITE-HISTORY-RECORD
                           IF WS-STATUS-HST = "00"
                               ADD 1 TO WS-COUNT-SIGN-ARC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGN-OFF
       END-IF
       INITIALIZE EOF
       IF WS-SIGN-NONE = 'Y'
           PERFORM P024-BUILD-NO-TURNOVER
           MOVE WS-RUN-NUM TO HIST-RUN-NUM
           MOVE '1' TO HIST-REC-TYPE
           MOVE 0 TO HIST-SEQ
           MOVE SPACES TO HIST-DATA
           MOVE FD-SIGN-REC TO HIST-DATA
           PERFORM P008-WRITE-HISTORY-RECORD
           IF WS-STATUS-HST = "00"
               ADD 1 TO WS-COUNT-SIGN-ARC
           END-IF
       END-IF
       .
      ******************************************************************
      *    P022-STAMP-SIGN-OFFS - ONCE THE RUN IS SAFELY ARCHIVED ITS
      *    RUN-ZERO SIGNOFF ENTRIES TAKE ITS NUMBER, MARKED AS ALREADY
      *    IN HISTORY, WRITTEN UNDER THE NEW KEY FIRST AND ONLY THEN
      *    DELETED UNDER RUN ZERO, AS P017 DOES FOR DISPOSITIONS. THE
      *    PENDING ENTRY P021 ARCHIVED FOR A RUN WITH NO VERDICT IS
      *    ADDED TOO, SO SGN-MNT FINDS THE RUN WAITING. A MISSING
      *    SIGNOFF IS BUILT EMPTY FOR IT.
      ******************************************************************
       P022-STAMP-SIGN-OFFS.
       MOVE 'F' TO EOF
       OPEN I-O SIGN-OFF
       IF WS-STATUS-SGN NOT = "00"
           OPEN OUTPUT SIGN-OFF
           IF WS-STATUS-SGN = "00"
               CLOSE SIGN-OFF
               OPEN I-O SIGN-OFF
           END-IF
       END-IF
       IF WS-STATUS-SGN = "00"
           PERFORM UNTIL EOF = 'T'
               MOVE 0 TO SGN-RUN-NUM
               MOVE 0 TO SGN-SEQ
               START SIGN-OFF KEY NOT < SGN-KEY
                   INVALID KEY
                       MOVE 'T' TO EOF
               END-START
               IF EOF NOT = 'T'
                   READ SIGN-OFF NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           IF SGN-RUN-NUM NOT = 0
                               MOVE 'T' TO EOF
                           ELSE
                               PERFORM P025-RENUMBER-SIGN-OFF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-SIGN-NONE = 'Y'
               PERFORM P024-BUILD-NO-TURNOVER
               WRITE FD-SIGN-REC
               IF WS-STATUS-SGN = "00"
                   ADD 1 TO WS-COUNT-SIGN-TIED
               ELSE
                   DISPLAY "SIGNOFF PENDING ENTRY NOT WRITTEN - STATUS "
                           WS-STATUS-SGN
               END-IF
           END-IF
           CLOSE SIGN-OFF
       ELSE
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'SIGNOFF STATUS=' DELIMITED BY SIZE
               WS-STATUS-SGN DELIMITED BY SIZE
               ' RUN=' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
           DISPLAY "SIGNOFF OPEN FAILED - STATUS " WS-STATUS-SGN
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P023-ARCHIVE-SIGN-OFFS - A DECISION SGN-MNT RECORDED FOR AN
      *    ARCHIVED RUN BUT COULD NOT POST (ARC STILL 'N') IS ADDED TO
      *    ITS RUN AS TYPE '1' UNDER ITS OWN SEQUENCE. A KEY ALREADY
      *    ON HISTORY MEANS IT WAS POSTED AND ONLY THE FLAG WAS LOST.
      ******************************************************************
       P023-ARCHIVE-SIGN-OFFS.
       MOVE 'F' TO EOF
       OPEN I-O SIGN-OFF
       IF WS-STATUS-SGN = "00"
           OPEN I-O HISTORY-POST
           IF WS-STATUS-PST NOT = "00"
               MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'HISTORY STATUS=' DELIMITED BY SIZE
                   WS-STATUS-PST DELIMITED BY SIZE
                   ' SIGN-OFFS' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P006-WRITE-AUDIT-RECORD
           ELSE
               MOVE 1 TO SGN-RUN-NUM
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
                           IF SGN-ARC-FLAG = 'N'
                               PERFORM P026-POST-SIGN-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-POST
           END-IF
           CLOSE SIGN-OFF
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P024-BUILD-NO-TURNOVER - THE PENDING ENTRY FOR A RUN THAT
      *    REACHED THE ARCHIVE WITHOUT A TURNOVER VERDICT.
      ******************************************************************
       P024-BUILD-NO-TURNOVER.
       MOVE SPACES TO FD-SIGN-REC
       MOVE WS-RUN-NUM TO SGN-RUN-NUM
       MOVE 0 TO SGN-SEQ
       MOVE 'P' TO SGN-DECISION
       MOVE 'NO TURNOVER' TO SGN-VERDICT
       MOVE 'NO TURNOVER VERDICT RECORDED FOR THE RUN' TO SGN-REASON
       MOVE WS-JOB-ID TO SGN-USER
       MOVE STAMP-TIMESTAMP TO SGN-STAMP
       MOVE 'Y' TO SGN-ARC-FLAG
       .
      ******************************************************************
      *    P025-RENUMBER-SIGN-OFF - A FAILED WRITE OR DELETE IS
      *    AUDITED AND ENDS THE SCAN, LEAVING THE REST AT RUN ZERO.
      ******************************************************************
       P025-RENUMBER-SIGN-OFF.
       MOVE FD-SIGN-REC TO WS-SIGN-SAVE
       MOVE WS-RUN-NUM TO SGN-RUN-NUM
       MOVE 'Y' TO SGN-ARC-FLAG
       WRITE FD-SIGN-REC
       IF WS-STATUS-SGN = "00"
           MOVE WS-SIGN-SAVE TO FD-SIGN-REC
           DELETE SIGN-OFF RECORD
       END-IF
       IF WS-STATUS-SGN = "00"
           ADD 1 TO WS-COUNT-SIGN-TIED
       ELSE
           MOVE 'T' TO EOF
           MOVE 'UPDATE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'SIGNOFF STATUS=' DELIMITED BY SIZE
               WS-STATUS-SGN DELIMITED BY SIZE
               ' RUN=' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
           DISPLAY "SIGNOFF RENUMBER FAILED - STATUS " WS-STATUS-SGN
       END-IF
       .
      ******************************************************************
      *    P026-POST-SIGN-OFF
      ******************************************************************
       P026-POST-SIGN-OFF.
       MOVE SGN-RUN-NUM TO POST-RUN-NUM
       MOVE '1' TO POST-REC-TYPE
       MOVE SGN-SEQ TO POST-SEQ
       MOVE SPACES TO POST-DATA
       MOVE 'Y' TO SGN-ARC-FLAG
       MOVE FD-SIGN-REC TO POST-DATA
       WRITE FD-POST-REC
       IF WS-STATUS-PST = "00" OR WS-STATUS-PST = "22"
           REWRITE FD-SIGN-REC
           IF WS-STATUS-PST = "00"
               ADD 1 TO WS-COUNT-SIGN-POSTED
           END-IF
       ELSE
           MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'HISTORY STATUS=' DELIMITED BY SIZE
               WS-STATUS-PST DELIMITED BY SIZE
               ' SIGN RUN=' DELIMITED BY SIZE
               SGN-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
       END-IF
       .
      ******************************************************************
      *    P027-STAMP-SCORES - EVERY SCRHIST SCORE STILL AT RUN ZERO
      *    WAS FILED BY THE SCORECARD STEP OF THE CONSOLIDATION JUST
      *    ARCHIVED, SO IT TAKES THIS RUN NUMBER. THE KEY IS STREAM
      *    THEN RUN, SO RUN ZERO IS THE FIRST ENTRY OF ITS STREAM;
      *    THE SCAN READS THAT FIRST ENTRY AND THEN STARTS PAST THE
      *    LAST POSSIBLE RUN OF THE STREAM FOR THE NEXT ONE. NO
      *    SCRHIST MEANS NO RUN HAS EVER BEEN SCORED.
      ******************************************************************
       P027-STAMP-SCORES.
       MOVE 'F' TO EOF
       OPEN I-O SCORE-HISTORY
       IF WS-STATUS-SCH = "00"
           MOVE LOW-VALUES TO SCH-KEY
           START SCORE-HISTORY KEY NOT < SCH-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ SCORE-HISTORY NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE SCH-STREAM TO WS-SCORE-STREAM
                       IF SCH-RUN-NUM = 0
                           PERFORM P028-RENUMBER-SCORE
                       END-IF
                       IF EOF NOT = 'T'
                           MOVE WS-SCORE-STREAM TO SCH-STREAM
                           MOVE 99999 TO SCH-RUN-NUM
                           START SCORE-HISTORY KEY > SCH-KEY
                               INVALID KEY
                                   MOVE 'T' TO EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-HISTORY
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P028-RENUMBER-SCORE - WRITTEN UNDER THE NEW KEY FIRST AND
      *    ONLY THEN DELETED UNDER RUN ZERO. A FAILED WRITE OR DELETE
      *    IS AUDITED AND ENDS THE SCAN, LEAVING THE REST AT RUN ZERO.
      ******************************************************************
       P028-RENUMBER-SCORE.
       MOVE FD-SCORE-HIST-REC TO WS-SCORE-SAVE
       MOVE WS-RUN-NUM TO SCH-RUN-NUM
       WRITE FD-SCORE-HIST-REC
       IF WS-STATUS-SCH = "00"
           MOVE WS-SCORE-SAVE TO FD-SCORE-HIST-REC
           DELETE SCORE-HISTORY RECORD
       END-IF
       IF WS-STATUS-SCH = "00"
           ADD 1 TO WS-COUNT-SCORES
       ELSE
           MOVE 'T' TO EOF
           MOVE 'UPDATE FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'SCRHIST STATUS=' DELIMITED BY SIZE
               WS-STATUS-SCH DELIMITED BY SIZE
               ' RUN=' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P006-WRITE-AUDIT-RECORD
           DISPLAY "SCRHIST RENUMBER FAILED - STATUS " WS-STATUS-SCH
       END-IF
       .
      ******************************************************************
      *    P029-STAMP-TRANSMISSIONS - EVERY TXLOG ENTRY STILL AT RUN
      *    ZERO IS A BMS TRANSMISSION OF THE CONSOLIDATION JUST
      *    ARCHIVED, SO IT TAKES THIS RUN NUMBER; A LATER RESEND OF IT
      *    CARRIES THE NUMBER IN ITS HEADER. NO TXLOG MEANS NOTHING
      *    HAS EVER BEEN SENT.
      ******************************************************************
       P029-STAMP-TRANSMISSIONS.
       MOVE 'F' TO EOF
       OPEN I-O TRANSMISSION-LOG
       IF WS-STATUS-TXL = "00"
           PERFORM UNTIL EOF = 'T'
               READ TRANSMISSION-LOG NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF TXL-RUN-NUM = 0
                           MOVE WS-RUN-NUM TO TXL-RUN-NUM
                           REWRITE FD-TX-LOG-REC
                           IF WS-STATUS-TXL = "00"
                               ADD 1 TO WS-COUNT-TRANSMITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMISSION-LOG
       END-IF
       INITIALIZE EOF
       .

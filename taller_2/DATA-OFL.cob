       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-OFL.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    HISTORY OFFLOAD AND VERIFY. DATA-PRG USED TO PURGE A RUN PAST
      *    RETENTION AND IT WAS GONE; NOW A RUN MUST FIRST BE OFFLOADED
      *    HERE TO A PORTABLE SEQUENTIAL ARCHIVE VOLUME AND THE COPY
      *    PROVEN GOOD. EACH VOLUME IS ITS OWN FILE, NAMED AFTER THE
      *    VOLUME, SO ONE OFFLOAD NEVER WRITES OVER ANOTHER; A VOLUME
      *    NAME THAT OFLCAT STILL HOLDS RUNS ON IS REFUSED. DRIVEN BY
      *    THE OFLPARMS LINE:
      *      MODE,RUN-FROM,RUN-TO,VOLUME
      *    MODE OFFLOAD (THE DEFAULT) WRITES EVERY HISTORY RECORD OF
      *    THE RUN RANGE TO THE VOLUME, EACH RUN BETWEEN A HEADER AND A
      *    TRAILER CARRYING ITS CONTROL TOTALS (RECORDS PER
      *    HIST-REC-TYPE, HASH OF THE SEQUENCE NUMBERS, HASH OF THE
      *    READING VALUES), THEN READS THE VOLUME BACK, RECOMPUTES THE
      *    TOTALS AND MARKS EACH RUN THAT AGREES AS VERIFIED ON THE
      *    OFLCAT OFFLOAD CATALOG. THE VOLUME HEADER DESCRIBES THE
      *    LAYOUT SO THE FILE CAN BE READ WITHOUT THIS SOURCE.
      *    MODE VERIFY WRITES NO VOLUME: IT RECOMPUTES THE
      *    TOTALS OF THE RUNS STILL ON HISTORY, COMPARES THEM WITH
      *    THE TOTALS CATALOGUED AT OFFLOAD AND FLAGS ANY RUN THAT NO
      *    LONGER AGREES, OR WHOSE READINGS ARE NO LONGER READABLE.
      *    VOLUME DEFAULTS TO OFL AND THE RUN DATE AND TIME; THE
      *    RANGE DEFAULTS TO EVERY RUN. THE RESULT OF EITHER MODE IS
      *    LISTED RUN BY RUN ON OFLRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFLOAD-PARMS ASSIGN TO OFLPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT OFFLOAD-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
               FILE STATUS IS WS-STATUS-ARC.
           SELECT OFFLOAD-CATALOG ASSIGN TO OFLCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-RUN-NUM
               FILE STATUS IS WS-STATUS-CAT.
           SELECT OFFLOAD-REPORT ASSIGN TO OFLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD OFFLOAD-PARMS
           DATA RECORD IS FD-OFFLOAD-PARM-REC.
       01 FD-OFFLOAD-PARM-REC  PIC X(80).
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC.
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
       FD OFFLOAD-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD IS FD-ARCHIVE-REC.
       01 FD-ARCHIVE-REC       PIC X(240).
      ******************************************************************
      *    OFFLOAD CATALOG - MUST STAY IN STEP WITH DATA-RLD AND
      *    DATA-PRG. ONE ENTRY PER OFFLOADED RUN, THE LATEST OFFLOAD
      *    WINNING. VERIFIED Y = THE VOLUME WAS READ BACK AND THE RUN'S
      *    TOTALS AGREED WITH HISTORY AND WITH ITS TRAILER. HISTORY
      *    CHECK G = THE LAST VERIFY OF HISTORY AGREED WITH THE
      *    CATALOGUED TOTALS, M = IT DID NOT, SPACE = NEVER CHECKED.
      *    OFC-TOTALS HOLDS WS-RUN-TOTALS AS THEY STOOD AT OFFLOAD.
      ******************************************************************
       FD OFFLOAD-CATALOG
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS FD-CATALOG-REC.
       01 FD-CATALOG-REC.
           02 OFC-RUN-NUM      PIC 9(05).
           02 OFC-VOLUME       PIC X(20).
           02 OFC-OFFLOAD-STAMP PIC X(26).
           02 OFC-VERIFIED     PIC X(01).
           02 OFC-VERIFY-STAMP PIC X(26).
           02 OFC-HIST-CHECK   PIC X(01).
           02 OFC-HIST-CHECK-STAMP PIC X(26).
           02 OFC-TOTALS       PIC X(170).
           02 FILLER           PIC X(25).
       FD OFFLOAD-REPORT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(80).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC         PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-ARC        PIC XX.
       01 WS-STATUS-CAT        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    OFFLOAD POLICY - ONE CSV LINE IN OFLPARMS:
      *    MODE,RUN-FROM,RUN-TO,VOLUME. MISSING FILE OR BLANK FIELDS
      *    LEAVE THE DEFAULTS.
      ******************************************************************
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-MODE         PIC X(10).
       01 WS-PARM-FROM-TXT     PIC X(10).
       01 WS-PARM-TO-TXT       PIC X(10).
       01 WS-PARM-VOLUME       PIC X(20).
       01 WS-MODE              PIC X(07) VALUE 'OFFLOAD'.
       01 WS-RUN-FROM          PIC 9(05) VALUE 1.
       01 WS-RUN-TO            PIC 9(05) VALUE 99999.
       01 WS-VOLUME            PIC X(20) VALUE SPACES.
       01 WS-ARCHIVE-NAME      PIC X(20) VALUE SPACES.
       01 WS-CURRENT-STAMP     PIC X(26).
       01 WS-OFL-ERROR         PIC X(01) VALUE 'N'.
      ******************************************************************
      *    ARCHIVE VOLUME RECORDS - MUST STAY IN STEP WITH DATA-RLD.
      *    FIXED 240 BYTES, RECORD TYPE FIRST: VH VOLUME HEADER, THEN
      *    PER RUN RH RUN HEADER, ONE RD PER HISTORY RECORD EXACTLY AS
      *    IT STOOD, RT RUN TRAILER WITH THE RUN'S CONTROL TOTALS, AND
      *    A CLOSING VT VOLUME TRAILER. THE HEADER TEXT DESCRIBES THE
      *    LAYOUT FOR ANYONE READING THE VOLUME WITHOUT THIS SOURCE.
      ******************************************************************
       01 WS-ARC-VOLUME-HDR.
           02 OVH-REC-TYPE     PIC X(02) VALUE 'VH'.
           02 OVH-VOLUME       PIC X(20).
           02 OVH-CREATE-DATE  PIC 9(08).
           02 OVH-CREATE-TIME  PIC 9(06).
           02 OVH-SOURCE       PIC X(08) VALUE 'HISTORY'.
           02 OVH-LAYOUT-VER   PIC X(02) VALUE '01'.
           02 OVH-HIST-REC-LEN PIC 9(04) VALUE 220.
           02 OVH-RUN-FROM     PIC 9(05).
           02 OVH-RUN-TO       PIC 9(05).
           02 OVH-DATA-DESC    PIC X(60) VALUE
               'RD: HISTORY RECORD - RUN 9(5) TYPE X(1) '
             & 'SEQ 9(7) DATA X(207)'.
           02 OVH-TOTAL-DESC   PIC X(80) VALUE
               'RT: RUN 9(5) RECS 9(9) TYPES 9(2) 16 X (X(1) 9(7)) '
             & 'SEQ 9(15) RDG S9(13)V99 LS'.
           02 FILLER           PIC X(40) VALUE SPACES.
       01 WS-ARC-RUN-HDR.
           02 ORH-REC-TYPE     PIC X(02) VALUE 'RH'.
           02 ORH-RUN-NUM      PIC 9(05).
           02 ORH-VOLUME       PIC X(20).
           02 ORH-OFFLOAD-DATE PIC 9(08).
           02 ORH-OFFLOAD-TIME PIC 9(06).
           02 FILLER           PIC X(199) VALUE SPACES.
       01 WS-ARC-RUN-DATA.
           02 ORD-REC-TYPE     PIC X(02) VALUE 'RD'.
           02 ORD-HIST-REC.
               03 ORD-RUN-NUM  PIC 9(05).
               03 ORD-HIST-TYPE PIC X(01).
               03 ORD-SEQ      PIC 9(07).
               03 ORD-DATA     PIC X(207).
           02 FILLER           PIC X(18) VALUE SPACES.
       01 WS-ARC-RUN-TRL.
           02 ORT-REC-TYPE     PIC X(02) VALUE 'RT'.
           02 ORT-RUN-NUM      PIC 9(05).
           02 ORT-TOTALS       PIC X(170).
           02 FILLER           PIC X(63) VALUE SPACES.
       01 WS-ARC-VOLUME-TRL.
           02 OVT-REC-TYPE     PIC X(02) VALUE 'VT'.
           02 OVT-VOLUME       PIC X(20).
           02 OVT-RUN-COUNT    PIC 9(05).
           02 OVT-RECORD-COUNT PIC 9(09).
           02 OVT-HASH-SEQ     PIC 9(15).
           02 FILLER           PIC X(189) VALUE SPACES.
       01 WS-ARC-REC-TYPE      PIC X(02).
      ******************************************************************
      *    RUN CONTROL TOTALS - MUST STAY IN STEP WITH DATA-RLD AND
      *    DATA-PRG. OFC-TOTALS AND ORT-TOTALS ARE COMPARED WITH IT
      *    BYTE FOR BYTE. TYPES ARE ENTERED AS THEY ARRIVE, WHICH IS
      *    KEY ORDER; A SIXTEENTH DISTINCT TYPE AND BEYOND ARE COUNTED
      *    TOGETHER UNDER '*'. THE READING HASH IS THE SUM OF
      *    TEMPERATURE, HUMIDITY, CO2 AND INDEX OVER THE TYPE 'D'
      *    RECORDS; A VALUE THAT IS NOT NUMERIC ADDS NOTHING AND IS
      *    COUNTED AS A BAD VALUE OUTSIDE THE TOTALS.
      ******************************************************************
       01 WS-RUN-TOTALS.
           02 TOT-RECORD-COUNT PIC 9(09).
           02 TOT-TYPE-COUNT   PIC 9(02).
           02 TOT-TYPE-ENTRY OCCURS 16 TIMES.
               03 TOT-TYPE      PIC X(01).
               03 TOT-TYPE-RECS PIC 9(07).
           02 TOT-HASH-SEQ     PIC 9(15).
           02 TOT-HASH-READING PIC S9(13)V99 SIGN LEADING SEPARATE.
       01 WS-TOT-SUB           PIC 9(02).
       01 WS-TOT-BAD-VALUES    PIC 9(07) VALUE 0.
       01 WS-TOT-REC.
           02 TOT-KEY.
               03 TOT-RUN-NUM  PIC 9(05).
               03 TOT-REC-TYPE PIC X(01).
               03 TOT-SEQ      PIC 9(07).
           02 TOT-DATA         PIC X(207).
      ******************************************************************
      *    ARCHIVED DATA-TOTAL RECORD AND ITS READING - MUST STAY IN
      *    STEP WITH DATA-EXT.
      ******************************************************************
       01 WS-ARC-TOTAL-REC.
           02 ARC-SEQ-NUM      PIC 9(07).
           02 ARC-SRC-FILE     PIC X(12).
           02 ARC-CYCLE-NUM    PIC 9(05).
           02 ARC-SEQ-CYC      PIC 9(03).
           02 ARC-READING      PIC X(104).
           02 FILLER           PIC X(76).
       01 WS-ARC-READING-VIEW.
           02 FILLER           PIC X(12).
           02 ARV-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ARV-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ARV-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ARV-INDEX-NUM    PIC 99V99.
           02 FILLER           PIC X(55).
      ******************************************************************
      *    RUN BEING WALKED AND VOLUME COUNTERS
      ******************************************************************
       01 WS-RUN-OPEN          PIC X(01) VALUE 'N'.
       01 WS-CURR-RUN          PIC 9(05) VALUE 0.
       01 WS-RUN-STATE         PIC X(60).
       01 WS-CAT-FOUND         PIC X(01) VALUE 'N'.
       01 WS-RUN-BAD           PIC X(01) VALUE 'N'.
       01 WS-COUNT-RUNS        PIC 9(05) VALUE 0.
       01 WS-COUNT-RECORDS     PIC 9(09) VALUE 0.
       01 WS-COUNT-VERIFIED    PIC 9(05) VALUE 0.
       01 WS-COUNT-FAILED      PIC 9(05) VALUE 0.
       01 WS-COUNT-AGREED      PIC 9(05) VALUE 0.
       01 WS-COUNT-MISMATCH    PIC 9(05) VALUE 0.
       01 WS-COUNT-UNCATALOGUED PIC 9(05) VALUE 0.
       01 WS-VOL-HASH-SEQ      PIC 9(15) VALUE 0.
       01 WS-CHK-RUNS          PIC 9(05) VALUE 0.
       01 WS-CHK-RECORDS       PIC 9(09) VALUE 0.
       01 WS-CHK-HASH-SEQ      PIC 9(15) VALUE 0.
       01 WS-CHK-VH-SEEN       PIC X(01) VALUE 'N'.
       01 WS-CHK-VT-SEEN       PIC X(01) VALUE 'N'.
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-LINE       PIC X(80).
       01 WS-ED-COUNT          PIC Z(08)9.
       01 WS-ED-HASH-SEQ       PIC Z(14)9.
       01 WS-ED-HASH-READING   PIC -(13)9.99.
       01 WS-TYPE-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 TYL-TEXT         PIC X(10) OCCURS 7 TIMES.
       01 WS-TYPE-CELL.
           02 TYC-TYPE         PIC X(01).
           02 FILLER           PIC X(01) VALUE '='.
           02 TYC-COUNT        PIC Z(06)9.
           02 FILLER           PIC X(01) VALUE SPACE.
       01 WS-TYL-SUB           PIC 9(02).
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID          PIC X(08) VALUE 'DATA-OFL'.
       01 WS-AUDIT-TIMESTAMP PIC X(26).
       01 WS-AUDIT-REC.
           02 AUD-JOB-ID      PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-TIMESTAMP   PIC X(26).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-EVENT       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 AUD-DETAIL      PIC X(40).
       01 WS-AUDIT-EVENT-ARG  PIC X(20).
       01 WS-AUDIT-DETAIL-ARG PIC X(40).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-OFL PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       PERFORM P014-WRITE-AUDIT-RECORD.
       PERFORM P001-LOAD-PARMS.
       OPEN OUTPUT OFFLOAD-REPORT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'HISTORY ' DELIMITED BY SIZE
           WS-MODE DELIMITED BY SPACE
           ' REPORT - RUNS ' DELIMITED BY SIZE
           WS-RUN-FROM DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-RUN-TO DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       IF WS-MODE = 'OFFLOAD'
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VOLUME ' DELIMITED BY SIZE
               WS-VOLUME DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       END-IF
       MOVE SPACES TO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE.
       PERFORM P002-OPEN-CATALOG.
       IF WS-OFL-ERROR = 'N'
           IF WS-MODE = 'VERIFY'
               PERFORM P010-VERIFY-HISTORY
           ELSE
               PERFORM P018-CHECK-VOLUME-FREE
               IF WS-OFL-ERROR = 'N'
                   PERFORM P003-OFFLOAD-RUNS
               END-IF
               IF WS-OFL-ERROR = 'N'
                   PERFORM P007-VERIFY-ARCHIVE
               END-IF
           END-IF
           CLOSE OFFLOAD-CATALOG
       END-IF.
       PERFORM P016-REPORT-TOTALS.
       CLOSE OFFLOAD-REPORT.
       DISPLAY "MODE  . . . . . . . . . . . . . . . . : " WS-MODE.
       DISPLAY "RUNS READ FROM HISTORY  . . . . . . . : "
               WS-COUNT-RUNS.
       DISPLAY "HISTORY RECORDS READ  . . . . . . . . : "
               WS-COUNT-RECORDS.
       IF WS-MODE = 'VERIFY'
           DISPLAY "RUNS AGREEING WITH THE CATALOG  . . . : "
                   WS-COUNT-AGREED
           DISPLAY "RUNS FLAGGED - MISMATCH OR BAD VALUES : "
                   WS-COUNT-MISMATCH
           DISPLAY "RUNS NEVER OFFLOADED  . . . . . . . . : "
                   WS-COUNT-UNCATALOGUED
       ELSE
           DISPLAY "RUNS OFFLOADED AND VERIFIED . . . . . : "
                   WS-COUNT-VERIFIED
           DISPLAY "RUNS FAILING VERIFICATION . . . . . . : "
                   WS-COUNT-FAILED
       END-IF
       IF WS-OFL-ERROR = 'Y' OR WS-COUNT-FAILED > 0
               OR WS-COUNT-MISMATCH > 0
           DISPLAY "HISTORY " WS-MODE " NOT CLEAN - SEE OFLRPT"
           IF WS-MODE = 'VERIFY'
               MOVE 'VERIFY MISMATCH' TO WS-AUDIT-EVENT-ARG
           ELSE
               MOVE 'OFFLOAD FAILED' TO WS-AUDIT-EVENT-ARG
           END-IF
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "HISTORY " WS-MODE " COMPLETE - SEE OFLRPT"
           IF WS-MODE = 'VERIFY'
               MOVE 'VERIFY COMPLETE' TO WS-AUDIT-EVENT-ARG
           ELSE
               MOVE 'OFFLOAD COMPLETE' TO WS-AUDIT-EVENT-ARG
           END-IF
       END-IF
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       IF WS-MODE = 'VERIFY'
           STRING 'RUNS ' DELIMITED BY SIZE
               WS-COUNT-RUNS DELIMITED BY SIZE
               ' FLAGGED ' DELIMITED BY SIZE
               WS-COUNT-MISMATCH DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
       ELSE
           STRING WS-VOLUME DELIMITED BY SPACE
               ' RUNS ' DELIMITED BY SIZE
               WS-COUNT-RUNS DELIMITED BY SIZE
               ' FAILED ' DELIMITED BY SIZE
               WS-COUNT-FAILED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
       END-IF
       PERFORM P014-WRITE-AUDIT-RECORD
       CLOSE AUDIT-LOG
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS - ANY MODE OTHER THAN VERIFY IS AN OFFLOAD.
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT OFFLOAD-PARMS
       IF WS-STATUS-PRM = "00"
           READ OFFLOAD-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               MOVE SPACES TO WS-PARM-MODE WS-PARM-FROM-TXT
                              WS-PARM-TO-TXT WS-PARM-VOLUME
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-MODE WS-PARM-FROM-TXT
                        WS-PARM-TO-TXT WS-PARM-VOLUME
               END-UNSTRING
               IF WS-PARM-MODE(1:6) = 'VERIFY'
                   MOVE 'VERIFY' TO WS-MODE
               END-IF
               IF WS-PARM-FROM-TXT NOT = SPACES
                   COMPUTE WS-RUN-FROM =
                       FUNCTION NUMVAL(WS-PARM-FROM-TXT)
               END-IF
               IF WS-PARM-TO-TXT NOT = SPACES
                   COMPUTE WS-RUN-TO =
                       FUNCTION NUMVAL(WS-PARM-TO-TXT)
               END-IF
               IF WS-PARM-VOLUME NOT = SPACES
                   MOVE WS-PARM-VOLUME TO WS-VOLUME
               END-IF
               DISPLAY "OFLPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE OFFLOAD-PARMS
       END-IF
       IF WS-VOLUME = SPACES
           STRING 'OFL' DELIMITED BY SIZE
               WS-CURRENT-STAMP(1:14) DELIMITED BY SIZE
               INTO WS-VOLUME
       END-IF
       MOVE WS-VOLUME TO WS-ARCHIVE-NAME
       .
      ******************************************************************
      *    P002-OPEN-CATALOG - A MISSING OFLCAT IS BUILT EMPTY. ONE
      *    THAT CANNOT BE OPENED FAILS THE STEP BEFORE ANYTHING IS
      *    WRITTEN, SINCE AN OFFLOAD NOBODY CATALOGUED COULD NEVER
      *    RELEASE A RUN FOR PURGE.
      ******************************************************************
       P002-OPEN-CATALOG.
       OPEN I-O OFFLOAD-CATALOG
       IF WS-STATUS-CAT = "35"
           OPEN OUTPUT OFFLOAD-CATALOG
           IF WS-STATUS-CAT = "00"
               CLOSE OFFLOAD-CATALOG
               OPEN I-O OFFLOAD-CATALOG
           END-IF
       END-IF
       IF WS-STATUS-CAT NOT = "00"
           MOVE 'Y' TO WS-OFL-ERROR
           DISPLAY "OFLCAT COULD NOT BE OPENED - STATUS "
                   WS-STATUS-CAT
           MOVE 'OFFLOAD CATALOG OFLCAT COULD NOT BE OPENED'
               TO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P003-OFFLOAD-RUNS - POSITIONS ON THE FIRST RECORD OF THE
      *    RANGE AND COPIES FORWARD UNTIL THE RANGE IS PASSED.
      ******************************************************************
       P003-OFFLOAD-RUNS.
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST NOT = "00"
           MOVE 'Y' TO WS-OFL-ERROR
           DISPLAY "HISTORY OPEN FAILED - STATUS " WS-STATUS-HST
           MOVE 'NO HISTORY FILE TO OFFLOAD' TO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       ELSE
           OPEN OUTPUT OFFLOAD-ARCHIVE
           IF WS-STATUS-ARC NOT = "00"
               MOVE 'Y' TO WS-OFL-ERROR
               DISPLAY "VOLUME " WS-ARCHIVE-NAME
                       " OPEN FAILED - STATUS " WS-STATUS-ARC
               CLOSE HISTORY-FILE
           ELSE
               MOVE WS-VOLUME TO OVH-VOLUME
               MOVE WS-CURRENT-STAMP(1:8) TO OVH-CREATE-DATE
               MOVE WS-CURRENT-STAMP(9:6) TO OVH-CREATE-TIME
               MOVE WS-RUN-FROM TO OVH-RUN-FROM
               MOVE WS-RUN-TO TO OVH-RUN-TO
               MOVE WS-ARC-VOLUME-HDR TO FD-ARCHIVE-REC
               PERFORM P006-WRITE-ARCHIVE-RECORD
               MOVE 'F' TO EOF
               MOVE WS-RUN-FROM TO HIST-RUN-NUM
               MOVE LOW-VALUE TO HIST-REC-TYPE
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
                           IF HIST-RUN-NUM > WS-RUN-TO
                               MOVE 'T' TO EOF
                           ELSE
                               PERFORM P004-TAKE-OFFLOAD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P005-CLOSE-OFFLOAD-RUN
               MOVE WS-VOLUME TO OVT-VOLUME
               MOVE WS-COUNT-RUNS TO OVT-RUN-COUNT
               MOVE WS-COUNT-RECORDS TO OVT-RECORD-COUNT
               MOVE WS-VOL-HASH-SEQ TO OVT-HASH-SEQ
               MOVE WS-ARC-VOLUME-TRL TO FD-ARCHIVE-REC
               PERFORM P006-WRITE-ARCHIVE-RECORD
               CLOSE OFFLOAD-ARCHIVE
               CLOSE HISTORY-FILE
               INITIALIZE EOF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-TAKE-OFFLOAD-RECORD - A NEW RUN NUMBER CLOSES THE
      *    PREVIOUS RUN AND OPENS THE NEXT WITH ITS RUN HEADER.
      ******************************************************************
       P004-TAKE-OFFLOAD-RECORD.
       IF WS-RUN-OPEN = 'N' OR HIST-RUN-NUM NOT = WS-CURR-RUN
           PERFORM P005-CLOSE-OFFLOAD-RUN
           MOVE 'Y' TO WS-RUN-OPEN
           MOVE HIST-RUN-NUM TO WS-CURR-RUN
           INITIALIZE WS-RUN-TOTALS
           MOVE HIST-RUN-NUM TO ORH-RUN-NUM
           MOVE WS-VOLUME TO ORH-VOLUME
           MOVE WS-CURRENT-STAMP(1:8) TO ORH-OFFLOAD-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO ORH-OFFLOAD-TIME
           MOVE WS-ARC-RUN-HDR TO FD-ARCHIVE-REC
           PERFORM P006-WRITE-ARCHIVE-RECORD
       END-IF
       MOVE FD-HISTORY-REC TO ORD-HIST-REC
       MOVE WS-ARC-RUN-DATA TO FD-ARCHIVE-REC
       PERFORM P006-WRITE-ARCHIVE-RECORD
       MOVE FD-HISTORY-REC TO WS-TOT-REC
       PERFORM P020-ADD-TO-TOTALS
       ADD 1 TO WS-COUNT-RECORDS
       ADD HIST-SEQ TO WS-VOL-HASH-SEQ
       .
      ******************************************************************
      *    P005-CLOSE-OFFLOAD-RUN - WRITES THE RUN TRAILER AND
      *    CATALOGUES THE RUN AS OFFLOADED BUT NOT YET VERIFIED. AN
      *    EARLIER OFFLOAD OF THE SAME RUN IS REPLACED.
      ******************************************************************
       P005-CLOSE-OFFLOAD-RUN.
       IF WS-RUN-OPEN = 'Y'
           MOVE 'N' TO WS-RUN-OPEN
           ADD 1 TO WS-COUNT-RUNS
           MOVE WS-CURR-RUN TO ORT-RUN-NUM
           MOVE WS-RUN-TOTALS TO ORT-TOTALS
           MOVE WS-ARC-RUN-TRL TO FD-ARCHIVE-REC
           PERFORM P006-WRITE-ARCHIVE-RECORD
           MOVE SPACES TO FD-CATALOG-REC
           MOVE WS-CURR-RUN TO OFC-RUN-NUM
           MOVE WS-VOLUME TO OFC-VOLUME
           MOVE WS-CURRENT-STAMP TO OFC-OFFLOAD-STAMP
           MOVE 'N' TO OFC-VERIFIED
           MOVE WS-RUN-TOTALS TO OFC-TOTALS
           WRITE FD-CATALOG-REC
           IF WS-STATUS-CAT = "22"
               REWRITE FD-CATALOG-REC
           END-IF
           IF WS-STATUS-CAT NOT = "00"
               MOVE 'Y' TO WS-OFL-ERROR
               DISPLAY "OFLCAT WRITE FAILED FOR RUN " WS-CURR-RUN
                       " - STATUS " WS-STATUS-CAT
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-WRITE-ARCHIVE-RECORD
      ******************************************************************
       P006-WRITE-ARCHIVE-RECORD.
       WRITE FD-ARCHIVE-REC
       IF WS-STATUS-ARC NOT = "00"
           IF WS-OFL-ERROR = 'N'
               DISPLAY "VOLUME WRITE FAILED - STATUS " WS-STATUS-ARC
           END-IF
           MOVE 'Y' TO WS-OFL-ERROR
       END-IF
       .
      ******************************************************************
      *    P007-VERIFY-ARCHIVE - READS THE VOLUME JUST WRITTEN BACK,
      *    RECOMPUTES EVERY RUN'S TOTALS FROM ITS RD RECORDS AND
      *    MARKS THE RUN VERIFIED ONLY WHEN THEY AGREE WITH BOTH ITS
      *    TRAILER AND THE TOTALS CATALOGUED FROM HISTORY.
      ******************************************************************
       P007-VERIFY-ARCHIVE.
       MOVE 'F' TO EOF
       MOVE 'N' TO WS-RUN-OPEN
       OPEN INPUT OFFLOAD-ARCHIVE
       IF WS-STATUS-ARC NOT = "00"
           MOVE 'Y' TO WS-OFL-ERROR
           DISPLAY "VOLUME REOPEN FAILED - STATUS " WS-STATUS-ARC
       ELSE
           PERFORM UNTIL EOF = 'T'
               READ OFFLOAD-ARCHIVE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P008-CHECK-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE OFFLOAD-ARCHIVE
           INITIALIZE EOF
           IF WS-CHK-VH-SEEN = 'N' OR WS-CHK-VT-SEEN = 'N'
                   OR WS-CHK-RUNS NOT = WS-COUNT-RUNS
                   OR WS-CHK-RECORDS NOT = WS-COUNT-RECORDS
                   OR WS-CHK-HASH-SEQ NOT = WS-VOL-HASH-SEQ
               MOVE 'Y' TO WS-OFL-ERROR
               MOVE 'VOLUME HEADER OR TRAILER DOES NOT AGREE'
                   TO WS-REPORT-LINE
               PERFORM P013-WRITE-REPORT-LINE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P008-CHECK-ARCHIVE-RECORD
      ******************************************************************
       P008-CHECK-ARCHIVE-RECORD.
       MOVE FD-ARCHIVE-REC(1:2) TO WS-ARC-REC-TYPE
       EVALUATE WS-ARC-REC-TYPE
           WHEN 'VH'
               MOVE FD-ARCHIVE-REC TO WS-ARC-VOLUME-HDR
               IF OVH-VOLUME = WS-VOLUME
                   MOVE 'Y' TO WS-CHK-VH-SEEN
               END-IF
           WHEN 'RH'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-HDR
               MOVE 'Y' TO WS-RUN-OPEN
               MOVE ORH-RUN-NUM TO WS-CURR-RUN
               INITIALIZE WS-RUN-TOTALS
           WHEN 'RD'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-DATA
               MOVE ORD-HIST-REC TO WS-TOT-REC
               PERFORM P020-ADD-TO-TOTALS
               ADD 1 TO WS-CHK-RECORDS
               ADD ORD-SEQ TO WS-CHK-HASH-SEQ
           WHEN 'RT'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-TRL
               ADD 1 TO WS-CHK-RUNS
               PERFORM P009-CONFIRM-RUN
               MOVE 'N' TO WS-RUN-OPEN
           WHEN 'VT'
               MOVE FD-ARCHIVE-REC TO WS-ARC-VOLUME-TRL
               IF OVT-VOLUME = WS-VOLUME
                       AND OVT-RUN-COUNT = WS-COUNT-RUNS
                       AND OVT-RECORD-COUNT = WS-COUNT-RECORDS
                       AND OVT-HASH-SEQ = WS-VOL-HASH-SEQ
                   MOVE 'Y' TO WS-CHK-VT-SEEN
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P009-CONFIRM-RUN - THE RUN IS VERIFIED ONLY WHEN THE
      *    TOTALS RECOMPUTED FROM THE VOLUME, THE TRAILER AND THE
      *    CATALOG ENTRY FOR THIS VOLUME ALL AGREE.
      ******************************************************************
       P009-CONFIRM-RUN.
       MOVE ORT-RUN-NUM TO OFC-RUN-NUM
       PERFORM P017-READ-CATALOG
       IF WS-RUN-OPEN = 'Y'
               AND ORT-RUN-NUM = WS-CURR-RUN
               AND ORT-TOTALS = WS-RUN-TOTALS
               AND WS-CAT-FOUND = 'Y'
               AND OFC-VOLUME = WS-VOLUME
               AND OFC-TOTALS = WS-RUN-TOTALS
           MOVE 'Y' TO OFC-VERIFIED
           MOVE FUNCTION CURRENT-DATE TO OFC-VERIFY-STAMP
           REWRITE FD-CATALOG-REC
           IF WS-STATUS-CAT = "00"
               ADD 1 TO WS-COUNT-VERIFIED
               MOVE 'OFFLOADED AND VERIFIED' TO WS-RUN-STATE
           ELSE
               ADD 1 TO WS-COUNT-FAILED
               MOVE 'VERIFIED BUT CATALOG NOT UPDATED'
                   TO WS-RUN-STATE
           END-IF
       ELSE
           ADD 1 TO WS-COUNT-FAILED
           MOVE 'FAILED - VOLUME DOES NOT AGREE WITH HISTORY'
               TO WS-RUN-STATE
       END-IF
       MOVE ORT-RUN-NUM TO WS-CURR-RUN
       PERFORM P015-REPORT-RUN
       .
      ******************************************************************
      *    P010-VERIFY-HISTORY - WALKS THE RANGE ON HISTORY AND CHECKS
      *    EACH RUN AGAINST THE TOTALS CATALOGUED WHEN IT WAS
      *    OFFLOADED.
      ******************************************************************
       P010-VERIFY-HISTORY.
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST NOT = "00"
           MOVE 'Y' TO WS-OFL-ERROR
           DISPLAY "HISTORY OPEN FAILED - STATUS " WS-STATUS-HST
           MOVE 'NO HISTORY FILE TO VERIFY' TO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       ELSE
           MOVE 'F' TO EOF
           MOVE WS-RUN-FROM TO HIST-RUN-NUM
           MOVE LOW-VALUE TO HIST-REC-TYPE
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
                       IF HIST-RUN-NUM > WS-RUN-TO
                           MOVE 'T' TO EOF
                       ELSE
                           PERFORM P011-TAKE-VERIFY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P012-CLOSE-VERIFY-RUN
           CLOSE HISTORY-FILE
           INITIALIZE EOF
       END-IF
       .
      ******************************************************************
      *    P011-TAKE-VERIFY-RECORD - BESIDES THE TOTALS, A READING
      *    WHOSE VALUES ARE NOT NUMERIC OR WHOSE OWN SEQUENCE NUMBER
      *    DISAGREES WITH ITS KEY MARKS THE RUN BAD EVEN WHEN IT WAS
      *    NEVER OFFLOADED.
      ******************************************************************
       P011-TAKE-VERIFY-RECORD.
       IF WS-RUN-OPEN = 'N' OR HIST-RUN-NUM NOT = WS-CURR-RUN
           PERFORM P012-CLOSE-VERIFY-RUN
           MOVE 'Y' TO WS-RUN-OPEN
           MOVE HIST-RUN-NUM TO WS-CURR-RUN
           MOVE 'N' TO WS-RUN-BAD
           MOVE 0 TO WS-TOT-BAD-VALUES
           INITIALIZE WS-RUN-TOTALS
       END-IF
       MOVE FD-HISTORY-REC TO WS-TOT-REC
       PERFORM P020-ADD-TO-TOTALS
       ADD 1 TO WS-COUNT-RECORDS
       IF HIST-REC-TYPE = 'D'
           IF ARC-SEQ-NUM NOT NUMERIC OR ARC-SEQ-NUM NOT = HIST-SEQ
               MOVE 'Y' TO WS-RUN-BAD
           END-IF
       END-IF
       IF WS-TOT-BAD-VALUES > 0
           MOVE 'Y' TO WS-RUN-BAD
       END-IF
       .
      ******************************************************************
      *    P012-CLOSE-VERIFY-RUN - RECORDS THE OUTCOME ON THE CATALOG
      *    ENTRY SO THE LAST CHECK OF EVERY OFFLOADED RUN IS KNOWN.
      ******************************************************************
       P012-CLOSE-VERIFY-RUN.
       IF WS-RUN-OPEN = 'Y'
           MOVE 'N' TO WS-RUN-OPEN
           ADD 1 TO WS-COUNT-RUNS
           MOVE WS-CURR-RUN TO OFC-RUN-NUM
           PERFORM P017-READ-CATALOG
           EVALUATE TRUE
               WHEN WS-CAT-FOUND = 'N'
                   IF WS-RUN-BAD = 'Y'
                       ADD 1 TO WS-COUNT-MISMATCH
                       MOVE 'BAD READINGS - NEVER OFFLOADED'
                           TO WS-RUN-STATE
                   ELSE
                       ADD 1 TO WS-COUNT-UNCATALOGUED
                       MOVE 'READABLE - NEVER OFFLOADED'
                           TO WS-RUN-STATE
                   END-IF
               WHEN OFC-TOTALS = WS-RUN-TOTALS AND WS-RUN-BAD = 'N'
                   ADD 1 TO WS-COUNT-AGREED
                   MOVE 'AGREES WITH OFFLOAD ON ' TO WS-RUN-STATE
                   MOVE OFC-VOLUME TO WS-RUN-STATE(24:20)
                   MOVE 'G' TO OFC-HIST-CHECK
               WHEN OTHER
                   ADD 1 TO WS-COUNT-MISMATCH
                   IF WS-RUN-BAD = 'Y'
                       MOVE 'BAD READINGS - CORRUPT ON HISTORY'
                           TO WS-RUN-STATE
                   ELSE
                       MOVE 'MISMATCH - CORRUPT OR CHANGED SINCE '
                         & 'OFFLOAD' TO WS-RUN-STATE
                   END-IF
                   MOVE 'M' TO OFC-HIST-CHECK
           END-EVALUATE
           IF WS-CAT-FOUND = 'Y'
               MOVE FUNCTION CURRENT-DATE TO OFC-HIST-CHECK-STAMP
               REWRITE FD-CATALOG-REC
           END-IF
           PERFORM P015-REPORT-RUN
       END-IF
       .
      ******************************************************************
      *    P013-WRITE-REPORT-LINE
      ******************************************************************
       P013-WRITE-REPORT-LINE.
       WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
       .
      ******************************************************************
      *    P014-WRITE-AUDIT-RECORD
      ******************************************************************
       P014-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P015-REPORT-RUN - THE OUTCOME LINE, THE TOTALS LINE AND THE
      *    RECORD COUNT OF EACH HIST-REC-TYPE, SEVEN TO A LINE.
      ******************************************************************
       P015-REPORT-RUN.
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUN ' DELIMITED BY SIZE
           WS-CURR-RUN DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-RUN-STATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       MOVE TOT-RECORD-COUNT TO WS-ED-COUNT
       MOVE TOT-HASH-SEQ TO WS-ED-HASH-SEQ
       MOVE TOT-HASH-READING TO WS-ED-HASH-READING
       MOVE SPACES TO WS-REPORT-LINE
       STRING '    RECORDS' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           '  SEQ HASH' DELIMITED BY SIZE
           WS-ED-HASH-SEQ DELIMITED BY SIZE
           '  READING HASH' DELIMITED BY SIZE
           WS-ED-HASH-READING DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       MOVE SPACES TO WS-TYPE-LINE
       MOVE 0 TO WS-TYL-SUB
       PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > TOT-TYPE-COUNT
           ADD 1 TO WS-TYL-SUB
           MOVE TOT-TYPE(WS-TOT-SUB) TO TYC-TYPE
           MOVE TOT-TYPE-RECS(WS-TOT-SUB) TO TYC-COUNT
           MOVE WS-TYPE-CELL TO TYL-TEXT(WS-TYL-SUB)
           IF WS-TYL-SUB = 7
               WRITE FD-REPORT-LINE FROM WS-TYPE-LINE
               MOVE SPACES TO WS-TYPE-LINE
               MOVE 0 TO WS-TYL-SUB
           END-IF
       END-PERFORM
       IF WS-TYL-SUB > 0
           WRITE FD-REPORT-LINE FROM WS-TYPE-LINE
       END-IF
       .
      ******************************************************************
      *    P016-REPORT-TOTALS
      ******************************************************************
       P016-REPORT-TOTALS.
       MOVE SPACES TO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       MOVE WS-COUNT-RUNS TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS READ FROM HISTORY  . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       MOVE WS-COUNT-RECORDS TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'HISTORY RECORDS READ  . . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P013-WRITE-REPORT-LINE
       IF WS-MODE = 'VERIFY'
           MOVE WS-COUNT-AGREED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNS AGREEING WITH OFLCAT :' DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
           MOVE WS-COUNT-MISMATCH TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNS FLAGGED  . . . . . . :' DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
           MOVE WS-COUNT-UNCATALOGUED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNS NEVER OFFLOADED  . . :' DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       ELSE
           MOVE WS-COUNT-VERIFIED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNS OFFLOADED, VERIFIED  :' DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
           MOVE WS-COUNT-FAILED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUNS FAILING VERIFICATION :' DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       END-IF
       IF WS-OFL-ERROR = 'Y'
           MOVE 'STEP FAILED - A FILE COULD NOT BE OPENED OR WRITTEN'
               TO WS-REPORT-LINE
           PERFORM P013-WRITE-REPORT-LINE
       END-IF
       .
      ******************************************************************
      *    P017-READ-CATALOG - OFC-RUN-NUM SET BY THE CALLER.
      ******************************************************************
       P017-READ-CATALOG.
       MOVE 'Y' TO WS-CAT-FOUND
       READ OFFLOAD-CATALOG
           INVALID KEY
               MOVE 'N' TO WS-CAT-FOUND
       END-READ
       .
      ******************************************************************
      *    P018-CHECK-VOLUME-FREE - A VOLUME FILE THAT ALREADY EXISTS
      *    IS ONLY WRITTEN OVER WHEN NO OFLCAT ENTRY STILL NAMES IT
      *    (AN OFFLOAD THAT FAILED BEFORE CATALOGUING, OR ONE WHOSE
      *    RUNS HAVE ALL SINCE BEEN OFFLOADED AGAIN ELSEWHERE). ONE
      *    THE CATALOG STILL POINTS AT IS THE ONLY COPY OF A PURGED
      *    RUN AND IS REFUSED BEFORE ANYTHING IS OPENED FOR OUTPUT.
      ******************************************************************
       P018-CHECK-VOLUME-FREE.
       OPEN INPUT OFFLOAD-ARCHIVE
       IF WS-STATUS-ARC = "00"
           CLOSE OFFLOAD-ARCHIVE
           MOVE 'N' TO WS-CAT-FOUND
           MOVE 'F' TO EOF
           MOVE 0 TO OFC-RUN-NUM
           START OFFLOAD-CATALOG KEY NOT < OFC-RUN-NUM
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ OFFLOAD-CATALOG NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF OFC-VOLUME = WS-VOLUME
                           MOVE 'Y' TO WS-CAT-FOUND
                           MOVE 'T' TO EOF
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE EOF
           IF WS-CAT-FOUND = 'Y'
               MOVE 'Y' TO WS-OFL-ERROR
               DISPLAY "VOLUME " WS-VOLUME
                       " IS STILL CATALOGUED - NOT WRITTEN OVER"
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'VOLUME ' DELIMITED BY SIZE
                   WS-VOLUME DELIMITED BY SPACE
                   ' EXISTS AND IS STILL CATALOGUED - NAME A NEW '
                       DELIMITED BY SIZE
                   'VOLUME' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM P013-WRITE-REPORT-LINE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P020-ADD-TO-TOTALS - ADDS WS-TOT-REC TO WS-RUN-TOTALS. MUST
      *    STAY IN STEP WITH THE SAME PARAGRAPH IN DATA-RLD AND
      *    DATA-PRG, OR NO CATALOGUED TOTAL WILL EVER AGREE.
      ******************************************************************
       P020-ADD-TO-TOTALS.
       ADD 1 TO TOT-RECORD-COUNT
       IF TOT-SEQ NUMERIC
           ADD TOT-SEQ TO TOT-HASH-SEQ
       END-IF
       PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
               UNTIL WS-TOT-SUB > TOT-TYPE-COUNT
                  OR TOT-TYPE(WS-TOT-SUB) = TOT-REC-TYPE
           CONTINUE
       END-PERFORM
       IF WS-TOT-SUB > TOT-TYPE-COUNT
           IF TOT-TYPE-COUNT < 15
               ADD 1 TO TOT-TYPE-COUNT
               MOVE TOT-REC-TYPE TO TOT-TYPE(WS-TOT-SUB)
           ELSE
               MOVE 16 TO WS-TOT-SUB
               MOVE 16 TO TOT-TYPE-COUNT
               MOVE '*' TO TOT-TYPE(WS-TOT-SUB)
           END-IF
       END-IF
       ADD 1 TO TOT-TYPE-RECS(WS-TOT-SUB)
       IF TOT-REC-TYPE = 'D'
           MOVE TOT-DATA TO WS-ARC-TOTAL-REC
           MOVE ARC-READING TO WS-ARC-READING-VIEW
           IF ARV-TEMPERATURE NUMERIC
               ADD ARV-TEMPERATURE TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-HUMIDITY NUMERIC
               ADD ARV-HUMIDITY TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-CO2 NUMERIC
               ADD ARV-CO2 TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
           IF ARV-INDEX-NUM NUMERIC
               ADD ARV-INDEX-NUM TO TOT-HASH-READING
           ELSE
               ADD 1 TO WS-TOT-BAD-VALUES
           END-IF
       END-IF
       .

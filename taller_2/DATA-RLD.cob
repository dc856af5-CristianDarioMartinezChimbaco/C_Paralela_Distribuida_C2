       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RLD.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    VERIFIED RELOAD OF OFFLOADED HISTORY. PUTS RUNS FROM AN
      *    ARCHIVE VOLUME WRITTEN BY DATA-OFL BACK INTO HISTORY UNDER
      *    THEIR ORIGINAL RUN NUMBERS, E.G. FOR AN AUDIT OF A PERIOD
      *    ALREADY PURGED. THE RLDPARMS LINE (RUN-FROM,RUN-TO,VOLUME)
      *    NAMES THE VOLUME - THE FILE DATA-OFL WROTE UNDER THAT NAME,
      *    AS OFLCAT RECORDS IT FOR EACH RUN - AND MAY LIMIT WHICH OF
      *    ITS RUNS ARE WANTED; NO VOLUME NAMED MEANS NOTHING TO LOAD.
      *    A FILE WHOSE HEADER NAMES ANOTHER VOLUME IS REFUSED.
      *    THE VOLUME IS READ TWICE. THE FIRST PASS CHECKS THE VOLUME
      *    HEADER DESCRIBES A HISTORY LAYOUT THIS SYSTEM CAN TAKE,
      *    RECOMPUTES EVERY RUN'S CONTROL TOTALS FROM ITS RECORDS AND
      *    COMPARES THEM WITH THE RUN TRAILER, AND CHECKS THE VOLUME
      *    TRAILER; A VOLUME THAT FAILS ITS OWN HEADER OR TRAILER IS
      *    REFUSED WHOLE. THE SECOND PASS RELOADS ONLY THE RUNS THAT
      *    AGREED, AND REFUSES ANY RUN ALREADY ON HISTORY OR NUMBERED
      *    BEYOND THE LAST RUN DATA-ARC HAS ISSUED. A RUN WHOSE WRITE
      *    FAILS PART WAY IS BACKED OUT AGAIN, SO A RUN IS NEVER LEFT
      *    HALF ON HISTORY. EVERY RUN'S OUTCOME IS LISTED ON RLDRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOAD-PARMS ASSIGN TO RLDPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT OFFLOAD-ARCHIVE ASSIGN TO WS-ARCHIVE-NAME
               FILE STATUS IS WS-STATUS-ARC.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT RUN-NUMBER-FILE ASSIGN TO ARCNUM
               FILE STATUS IS WS-STATUS-RUN.
           SELECT RELOAD-REPORT ASSIGN TO RLDRPT
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
       FD RELOAD-PARMS
           DATA RECORD IS FD-RELOAD-PARM-REC.
       01 FD-RELOAD-PARM-REC   PIC X(80).
       FD OFFLOAD-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD IS FD-ARCHIVE-REC.
       01 FD-ARCHIVE-REC       PIC X(240).
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
       FD RUN-NUMBER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS FD-RUN-NUMBER-REC.
       01 FD-RUN-NUMBER-REC    PIC 9(05).
       FD RELOAD-REPORT
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
       01 WS-STATUS-ARC        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-RUN        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    RELOAD SELECTION - ONE CSV LINE IN RLDPARMS:
      *    RUN-FROM,RUN-TO,VOLUME. A BLANK RANGE MEANS EVERY RUN ON
      *    THE VOLUME.
      ******************************************************************
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-FROM-TXT     PIC X(10).
       01 WS-PARM-TO-TXT       PIC X(10).
       01 WS-PARM-VOLUME       PIC X(20).
       01 WS-RUN-FROM          PIC 9(05) VALUE 1.
       01 WS-RUN-TO            PIC 9(05) VALUE 99999.
       01 WS-LAST-RUN-ISSUED   PIC 9(05) VALUE 0.
       01 WS-RLD-ERROR         PIC X(01) VALUE 'N'.
       01 WS-VOLUME-OK         PIC X(01) VALUE 'N'.
       01 WS-VOLUME-REASON     PIC X(60) VALUE SPACES.
       01 WS-VOLUME            PIC X(20) VALUE SPACES.
       01 WS-ARCHIVE-NAME      PIC X(20) VALUE SPACES.
      ******************************************************************
      *    ARCHIVE VOLUME RECORDS - MUST STAY IN STEP WITH DATA-OFL.
      ******************************************************************
       01 WS-ARC-VOLUME-HDR.
           02 OVH-REC-TYPE     PIC X(02).
           02 OVH-VOLUME       PIC X(20).
           02 OVH-CREATE-DATE  PIC 9(08).
           02 OVH-CREATE-TIME  PIC 9(06).
           02 OVH-SOURCE       PIC X(08).
           02 OVH-LAYOUT-VER   PIC X(02).
           02 OVH-HIST-REC-LEN PIC 9(04).
           02 OVH-RUN-FROM     PIC 9(05).
           02 OVH-RUN-TO       PIC 9(05).
           02 OVH-DATA-DESC    PIC X(60).
           02 OVH-TOTAL-DESC   PIC X(80).
           02 FILLER           PIC X(40).
       01 WS-ARC-RUN-HDR.
           02 ORH-REC-TYPE     PIC X(02).
           02 ORH-RUN-NUM      PIC 9(05).
           02 ORH-VOLUME       PIC X(20).
           02 ORH-OFFLOAD-DATE PIC 9(08).
           02 ORH-OFFLOAD-TIME PIC 9(06).
           02 FILLER           PIC X(199).
       01 WS-ARC-RUN-DATA.
           02 ORD-REC-TYPE     PIC X(02).
           02 ORD-HIST-REC.
               03 ORD-RUN-NUM  PIC 9(05).
               03 ORD-HIST-TYPE PIC X(01).
               03 ORD-SEQ      PIC 9(07).
               03 ORD-DATA     PIC X(207).
           02 FILLER           PIC X(18).
       01 WS-ARC-RUN-TRL.
           02 ORT-REC-TYPE     PIC X(02).
           02 ORT-RUN-NUM      PIC 9(05).
           02 ORT-TOTALS       PIC X(170).
           02 FILLER           PIC X(63).
       01 WS-ARC-VOLUME-TRL.
           02 OVT-REC-TYPE     PIC X(02).
           02 OVT-VOLUME       PIC X(20).
           02 OVT-RUN-COUNT    PIC 9(05).
           02 OVT-RECORD-COUNT PIC 9(09).
           02 OVT-HASH-SEQ     PIC 9(15).
           02 FILLER           PIC X(189).
       01 WS-ARC-REC-TYPE      PIC X(02).
      ******************************************************************
      *    RUN CONTROL TOTALS - MUST STAY IN STEP WITH DATA-OFL AND
      *    DATA-PRG.
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
      *    FIRST-PASS RESULT PER RUN ON THE VOLUME. STATE V = TOTALS
      *    AGREE WITH THE TRAILER, F = THEY DO NOT, S = THE RUN IS
      *    INCOMPLETE, MIXED WITH ANOTHER RUN'S RECORDS OR ON THE
      *    VOLUME TWICE. A RUN BEYOND THE TABLE IS NOT CHECKED AND SO
      *    IS NEVER RELOADED.
      ******************************************************************
       01 WS-RUN-COUNT         PIC 9(04) VALUE 0.
       01 WS-RUN-SUB           PIC 9(04).
       01 WS-CURR-SUB          PIC 9(04) VALUE 0.
       01 WS-RUN-TABLE.
           02 WS-RUN-ENTRY OCCURS 2000 TIMES.
               03 RLT-RUN-NUM  PIC 9(05).
               03 RLT-STATE    PIC X(01).
               03 RLT-RECORDS  PIC 9(09).
       01 WS-RUNS-UNCHECKED    PIC 9(05) VALUE 0.
       01 WS-RUN-OPEN          PIC X(01) VALUE 'N'.
       01 WS-CURR-RUN          PIC 9(05) VALUE 0.
       01 WS-CHK-VH-SEEN       PIC X(01) VALUE 'N'.
       01 WS-CHK-VT-SEEN       PIC X(01) VALUE 'N'.
       01 WS-CHK-STRAY         PIC X(01) VALUE 'N'.
       01 WS-CHK-RUNS          PIC 9(05) VALUE 0.
       01 WS-CHK-RECORDS       PIC 9(09) VALUE 0.
       01 WS-CHK-HASH-SEQ      PIC 9(15) VALUE 0.
      ******************************************************************
      *    SECOND PASS - THE RUN BEING RELOADED
      ******************************************************************
       01 WS-LOADING           PIC X(01) VALUE 'N'.
       01 WS-LOAD-COUNT        PIC 9(09) VALUE 0.
       01 WS-ON-HISTORY        PIC X(01) VALUE 'N'.
       01 WS-BACKOUT-END       PIC X(01) VALUE 'N'.
       01 WS-RUN-STATE         PIC X(60).
       01 WS-COUNT-RELOADED    PIC 9(05) VALUE 0.
       01 WS-COUNT-REFUSED     PIC 9(05) VALUE 0.
       01 WS-COUNT-SKIPPED     PIC 9(05) VALUE 0.
       01 WS-COUNT-RECORDS     PIC 9(09) VALUE 0.
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-LINE       PIC X(80).
       01 WS-ED-COUNT          PIC Z(08)9.
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID          PIC X(08) VALUE 'DATA-RLD'.
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
       DISPLAY "WELCOME TO DATA-RLD PROGRAM".
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       PERFORM P012-WRITE-AUDIT-RECORD.
       PERFORM P001-LOAD-PARMS.
       PERFORM P002-FIND-LAST-RUN.
       OPEN OUTPUT RELOAD-REPORT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'HISTORY RELOAD REPORT - RUNS ' DELIMITED BY SIZE
           WS-RUN-FROM DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-RUN-TO DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE.
       IF WS-VOLUME = SPACES
           MOVE 'NO VOLUME NAMED ON RLDPARMS' TO WS-VOLUME-REASON
       ELSE
           PERFORM P003-CHECK-VOLUME
       END-IF.
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'VOLUME ' DELIMITED BY SIZE
           WS-VOLUME DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE SPACES TO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE.
       IF WS-VOLUME-OK = 'Y'
           PERFORM P006-RELOAD-RUNS
       ELSE
           MOVE 'Y' TO WS-RLD-ERROR
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VOLUME REFUSED - ' DELIMITED BY SIZE
               WS-VOLUME-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM P011-WRITE-REPORT-LINE
           MOVE 'NOTHING RELOADED' TO WS-REPORT-LINE
           PERFORM P011-WRITE-REPORT-LINE
       END-IF.
       PERFORM P013-REPORT-TOTALS.
       CLOSE RELOAD-REPORT.
       DISPLAY "VOLUME  . . . . . . . . . . . . . . . : " WS-VOLUME.
       DISPLAY "RUNS ON THE VOLUME  . . . . . . . . . : "
               WS-CHK-RUNS.
       DISPLAY "RUNS RELOADED INTO HISTORY  . . . . . : "
               WS-COUNT-RELOADED.
       DISPLAY "RUNS REFUSED  . . . . . . . . . . . . : "
               WS-COUNT-REFUSED.
       DISPLAY "RUNS OUTSIDE THE RLDPARMS RANGE . . . : "
               WS-COUNT-SKIPPED.
       DISPLAY "HISTORY RECORDS RELOADED  . . . . . . : "
               WS-COUNT-RECORDS.
       IF WS-RLD-ERROR = 'Y' OR WS-COUNT-REFUSED > 0
           DISPLAY "RELOAD NOT CLEAN - SEE RLDRPT"
           IF WS-VOLUME-OK = 'N'
               MOVE 'RELOAD REFUSED' TO WS-AUDIT-EVENT-ARG
           ELSE
               MOVE 'RELOAD INCOMPLETE' TO WS-AUDIT-EVENT-ARG
           END-IF
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "RELOAD COMPLETE - SEE RLDRPT"
           MOVE 'RELOAD COMPLETE' TO WS-AUDIT-EVENT-ARG
       END-IF
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       STRING WS-VOLUME DELIMITED BY SPACE
           ' LOADED ' DELIMITED BY SIZE
           WS-COUNT-RELOADED DELIMITED BY SIZE
           ' REFUSED ' DELIMITED BY SIZE
           WS-COUNT-REFUSED DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL-ARG
       PERFORM P012-WRITE-AUDIT-RECORD
       CLOSE AUDIT-LOG
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT RELOAD-PARMS
       IF WS-STATUS-PRM = "00"
           READ RELOAD-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               MOVE SPACES TO WS-PARM-FROM-TXT WS-PARM-TO-TXT
                              WS-PARM-VOLUME
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-FROM-TXT WS-PARM-TO-TXT
                        WS-PARM-VOLUME
               END-UNSTRING
               IF WS-PARM-FROM-TXT NOT = SPACES
                   COMPUTE WS-RUN-FROM =
                       FUNCTION NUMVAL(WS-PARM-FROM-TXT)
               END-IF
               IF WS-PARM-TO-TXT NOT = SPACES
                   COMPUTE WS-RUN-TO =
                       FUNCTION NUMVAL(WS-PARM-TO-TXT)
               END-IF
               MOVE WS-PARM-VOLUME TO WS-VOLUME
               DISPLAY "RLDPARMS FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE RELOAD-PARMS
       END-IF
       MOVE WS-VOLUME TO WS-ARCHIVE-NAME
       .
      ******************************************************************
      *    P002-FIND-LAST-RUN - ARCNUM HOLDS THE LAST RUN DATA-ARC
      *    ISSUED. A RUN NUMBERED BEYOND IT WAS NEVER ARCHIVED HERE
      *    AND WOULD COLLIDE WITH A FUTURE ARCHIVE.
      ******************************************************************
       P002-FIND-LAST-RUN.
       MOVE 0 TO WS-LAST-RUN-ISSUED
       OPEN INPUT RUN-NUMBER-FILE
       IF WS-STATUS-RUN = "00"
           READ RUN-NUMBER-FILE INTO WS-LAST-RUN-ISSUED
               AT END MOVE 0 TO WS-LAST-RUN-ISSUED
           END-READ
           CLOSE RUN-NUMBER-FILE
       END-IF
       .
      ******************************************************************
      *    P003-CHECK-VOLUME - FIRST PASS. NOTHING IS WRITTEN TO
      *    HISTORY HERE.
      ******************************************************************
       P003-CHECK-VOLUME.
       MOVE 'F' TO EOF
       OPEN INPUT OFFLOAD-ARCHIVE
       IF WS-STATUS-ARC NOT = "00"
           MOVE 'VOLUME COULD NOT BE OPENED' TO WS-VOLUME-REASON
           DISPLAY "VOLUME " WS-ARCHIVE-NAME
                   " OPEN FAILED - STATUS " WS-STATUS-ARC
       ELSE
           READ OFFLOAD-ARCHIVE
               AT END
                   MOVE 'T' TO EOF
                   MOVE 'VOLUME IS EMPTY' TO WS-VOLUME-REASON
               NOT AT END
                   PERFORM P004-CHECK-VOLUME-HEADER
           END-READ
           PERFORM UNTIL EOF = 'T'
               READ OFFLOAD-ARCHIVE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P005-CHECK-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE OFFLOAD-ARCHIVE
           INITIALIZE EOF
           IF WS-RUN-OPEN = 'Y' AND WS-CURR-SUB > 0
               MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
           END-IF
           IF WS-CHK-VH-SEEN = 'Y'
               EVALUATE TRUE
                   WHEN WS-CHK-STRAY = 'Y'
                       MOVE 'RECORDS OUTSIDE ANY RUN OR OF NO KNOWN '
                         & 'TYPE' TO WS-VOLUME-REASON
                   WHEN WS-CHK-VT-SEEN = 'N'
                       MOVE 'VOLUME TRAILER MISSING OR DOES NOT AGREE'
                           TO WS-VOLUME-REASON
                   WHEN OTHER
                       MOVE 'Y' TO WS-VOLUME-OK
               END-EVALUATE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-CHECK-VOLUME-HEADER - THE VOLUME MUST BE THE ONE NAMED
      *    AND SAY IT HOLDS HISTORY RECORDS IN THE LAYOUT THIS SYSTEM
      *    WRITES.
      ******************************************************************
       P004-CHECK-VOLUME-HEADER.
       MOVE FD-ARCHIVE-REC TO WS-ARC-VOLUME-HDR
       EVALUATE TRUE
           WHEN OVH-REC-TYPE NOT = 'VH'
               MOVE 'T' TO EOF
               MOVE 'NO VOLUME HEADER - NOT AN OFFLOAD VOLUME'
                   TO WS-VOLUME-REASON
           WHEN OVH-VOLUME NOT = WS-VOLUME
               MOVE 'T' TO EOF
               MOVE 'VOLUME HEADER NAMES ANOTHER VOLUME'
                   TO WS-VOLUME-REASON
           WHEN OVH-SOURCE NOT = 'HISTORY'
                   OR OVH-LAYOUT-VER NOT = '01'
                   OR OVH-HIST-REC-LEN NOT = 220
               MOVE 'T' TO EOF
               MOVE 'VOLUME HEADER DESCRIBES ANOTHER LAYOUT'
                   TO WS-VOLUME-REASON
           WHEN OTHER
               MOVE 'Y' TO WS-CHK-VH-SEEN
       END-EVALUATE
       .
      ******************************************************************
      *    P005-CHECK-ARCHIVE-RECORD - A RUN IS GOOD ONLY IF ITS
      *    HEADER, EVERY RECORD AND ITS TRAILER ARRIVE TOGETHER AND
      *    THE RECOMPUTED TOTALS MATCH THE TRAILER BYTE FOR BYTE.
      ******************************************************************
       P005-CHECK-ARCHIVE-RECORD.
       MOVE FD-ARCHIVE-REC(1:2) TO WS-ARC-REC-TYPE
       EVALUATE WS-ARC-REC-TYPE
           WHEN 'RH'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-HDR
               IF WS-RUN-OPEN = 'Y' AND WS-CURR-SUB > 0
                   MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
               END-IF
               MOVE 'Y' TO WS-RUN-OPEN
               MOVE ORH-RUN-NUM TO WS-CURR-RUN
               INITIALIZE WS-RUN-TOTALS
               PERFORM P014-FIND-RUN-ENTRY
               IF WS-CURR-SUB > 0
                   MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
               ELSE
                   IF WS-RUN-COUNT < 2000
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-RUN-COUNT TO WS-CURR-SUB
                       MOVE ORH-RUN-NUM TO RLT-RUN-NUM(WS-CURR-SUB)
                       MOVE SPACE TO RLT-STATE(WS-CURR-SUB)
                       MOVE 0 TO RLT-RECORDS(WS-CURR-SUB)
                   ELSE
                       ADD 1 TO WS-RUNS-UNCHECKED
                   END-IF
               END-IF
           WHEN 'RD'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-DATA
               MOVE ORD-HIST-REC TO WS-TOT-REC
               PERFORM P020-ADD-TO-TOTALS
               ADD 1 TO WS-CHK-RECORDS
               ADD ORD-SEQ TO WS-CHK-HASH-SEQ
               IF WS-RUN-OPEN = 'N'
                   MOVE 'Y' TO WS-CHK-STRAY
               END-IF
               IF WS-CURR-SUB > 0
                   ADD 1 TO RLT-RECORDS(WS-CURR-SUB)
                   IF ORD-RUN-NUM NOT = WS-CURR-RUN
                       MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
                   END-IF
               END-IF
           WHEN 'RT'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-TRL
               ADD 1 TO WS-CHK-RUNS
               IF WS-CURR-SUB > 0
                   IF WS-RUN-OPEN = 'N'
                           OR ORT-RUN-NUM NOT = WS-CURR-RUN
                       MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
                   END-IF
                   IF RLT-STATE(WS-CURR-SUB) = SPACE
                       IF ORT-TOTALS = WS-RUN-TOTALS
                           MOVE 'V' TO RLT-STATE(WS-CURR-SUB)
                       ELSE
                           MOVE 'F' TO RLT-STATE(WS-CURR-SUB)
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-RUN-OPEN
               MOVE 0 TO WS-CURR-SUB
           WHEN 'VT'
               MOVE FD-ARCHIVE-REC TO WS-ARC-VOLUME-TRL
               IF OVT-VOLUME = WS-VOLUME
                       AND OVT-RUN-COUNT = WS-CHK-RUNS
                       AND OVT-RECORD-COUNT = WS-CHK-RECORDS
                       AND OVT-HASH-SEQ = WS-CHK-HASH-SEQ
                   MOVE 'Y' TO WS-CHK-VT-SEEN
               END-IF
           WHEN OTHER
               MOVE 'Y' TO WS-CHK-STRAY
               IF WS-CURR-SUB > 0
                   MOVE 'S' TO RLT-STATE(WS-CURR-SUB)
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P006-RELOAD-RUNS - SECOND PASS. A MISSING HISTORY IS BUILT
      *    EMPTY SO A VOLUME CAN BE RELOADED ONTO A CLEAN SYSTEM.
      ******************************************************************
       P006-RELOAD-RUNS.
       OPEN I-O HISTORY-FILE
       IF WS-STATUS-HST = "35"
           OPEN OUTPUT HISTORY-FILE
           IF WS-STATUS-HST = "00"
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
       END-IF
       IF WS-STATUS-HST NOT = "00"
           MOVE 'Y' TO WS-RLD-ERROR
           DISPLAY "HISTORY OPEN FAILED - STATUS " WS-STATUS-HST
           MOVE 'HISTORY COULD NOT BE OPENED - NOTHING RELOADED'
               TO WS-REPORT-LINE
           PERFORM P011-WRITE-REPORT-LINE
       ELSE
           MOVE 'F' TO EOF
           OPEN INPUT OFFLOAD-ARCHIVE
           IF WS-STATUS-ARC NOT = "00"
               MOVE 'Y' TO WS-RLD-ERROR
               DISPLAY "VOLUME REOPEN FAILED - STATUS " WS-STATUS-ARC
           ELSE
               PERFORM UNTIL EOF = 'T'
                   READ OFFLOAD-ARCHIVE
                       AT END
                           MOVE 'T' TO EOF
                       NOT AT END
                           PERFORM P007-RELOAD-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE OFFLOAD-ARCHIVE
           END-IF
           CLOSE HISTORY-FILE
           INITIALIZE EOF
       END-IF
       .
      ******************************************************************
      *    P007-RELOAD-ARCHIVE-RECORD - THE RUN HEADER DECIDES WHETHER
      *    THE RUN GOES BACK; ITS TRAILER REPORTS THE OUTCOME.
      ******************************************************************
       P007-RELOAD-ARCHIVE-RECORD.
       MOVE FD-ARCHIVE-REC(1:2) TO WS-ARC-REC-TYPE
       EVALUATE WS-ARC-REC-TYPE
           WHEN 'RH'
               MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-HDR
               MOVE ORH-RUN-NUM TO WS-CURR-RUN
               PERFORM P008-DECIDE-RUN
           WHEN 'RD'
               IF WS-LOADING = 'Y'
                   MOVE FD-ARCHIVE-REC TO WS-ARC-RUN-DATA
                   MOVE ORD-HIST-REC TO FD-HISTORY-REC
                   WRITE FD-HISTORY-REC
                   IF WS-STATUS-HST = "00"
                       ADD 1 TO WS-LOAD-COUNT
                   ELSE
                       MOVE 'N' TO WS-LOADING
                       ADD 1 TO WS-COUNT-REFUSED
                       MOVE SPACES TO WS-RUN-STATE
                       STRING 'FAILED - HISTORY WRITE STATUS '
                           DELIMITED BY SIZE
                           WS-STATUS-HST DELIMITED BY SIZE
                           ', RUN BACKED OUT' DELIMITED BY SIZE
                           INTO WS-RUN-STATE
                       PERFORM P009-BACK-OUT-RUN
                       PERFORM P010-REPORT-RUN
                   END-IF
               END-IF
           WHEN 'RT'
               IF WS-LOADING = 'Y'
                   MOVE 'N' TO WS-LOADING
                   ADD 1 TO WS-COUNT-RELOADED
                   ADD WS-LOAD-COUNT TO WS-COUNT-RECORDS
                   MOVE WS-LOAD-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO WS-RUN-STATE
                   STRING 'RELOADED -' DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' RECORDS, TOTALS AGREED' DELIMITED BY SIZE
                       INTO WS-RUN-STATE
                   PERFORM P010-REPORT-RUN
                   MOVE 'RUN RELOADED' TO WS-AUDIT-EVENT-ARG
                   MOVE SPACES TO WS-AUDIT-DETAIL-ARG
                   STRING 'RUN ' DELIMITED BY SIZE
                       WS-CURR-RUN DELIMITED BY SIZE
                       ' FROM ' DELIMITED BY SIZE
                       WS-VOLUME DELIMITED BY SPACE
                       INTO WS-AUDIT-DETAIL-ARG
                   PERFORM P012-WRITE-AUDIT-RECORD
               END-IF
       END-EVALUATE
       .
      ******************************************************************
      *    P008-DECIDE-RUN
      ******************************************************************
       P008-DECIDE-RUN.
       MOVE 'N' TO WS-LOADING
       MOVE 0 TO WS-LOAD-COUNT
       PERFORM P014-FIND-RUN-ENTRY
       EVALUATE TRUE
           WHEN WS-CURR-RUN < WS-RUN-FROM OR WS-CURR-RUN > WS-RUN-TO
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE 'SKIPPED - OUTSIDE THE RLDPARMS RANGE'
                   TO WS-RUN-STATE
           WHEN WS-CURR-SUB = 0
               ADD 1 TO WS-COUNT-REFUSED
               MOVE 'REFUSED - NOT CHECKED, TOO MANY RUNS ON VOLUME'
                   TO WS-RUN-STATE
           WHEN RLT-STATE(WS-CURR-SUB) = 'F'
               ADD 1 TO WS-COUNT-REFUSED
               MOVE 'REFUSED - TOTALS DO NOT AGREE WITH RUN TRAILER'
                   TO WS-RUN-STATE
           WHEN RLT-STATE(WS-CURR-SUB) NOT = 'V'
               ADD 1 TO WS-COUNT-REFUSED
               MOVE 'REFUSED - RUN INCOMPLETE OR MIXED ON THE VOLUME'
                   TO WS-RUN-STATE
           WHEN WS-CURR-RUN > WS-LAST-RUN-ISSUED
               ADD 1 TO WS-COUNT-REFUSED
               MOVE 'REFUSED - RUN NUMBER NOT YET ISSUED BY DATA-ARC'
                   TO WS-RUN-STATE
           WHEN OTHER
               PERFORM P015-CHECK-ON-HISTORY
               IF WS-ON-HISTORY = 'Y'
                   ADD 1 TO WS-COUNT-REFUSED
                   MOVE 'REFUSED - RUN ALREADY ON HISTORY'
                       TO WS-RUN-STATE
               ELSE
                   MOVE 'Y' TO WS-LOADING
               END-IF
       END-EVALUATE
       IF WS-LOADING = 'N'
           PERFORM P010-REPORT-RUN
       END-IF
       .
      ******************************************************************
      *    P009-BACK-OUT-RUN - DELETES WHAT WAS WRITTEN OF THE RUN.
      *    THE RUN WAS NOT ON HISTORY BEFORE, SO EVERY RECORD UNDER
      *    ITS NUMBER IS FROM THIS RELOAD.
      ******************************************************************
       P009-BACK-OUT-RUN.
       MOVE WS-CURR-RUN TO HIST-RUN-NUM
       MOVE LOW-VALUE TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
       MOVE 'N' TO WS-BACKOUT-END
       START HISTORY-FILE KEY NOT < HIST-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BACKOUT-END
       END-START
       PERFORM UNTIL WS-BACKOUT-END = 'Y'
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BACKOUT-END
               NOT AT END
                   IF HIST-RUN-NUM NOT = WS-CURR-RUN
                       MOVE 'Y' TO WS-BACKOUT-END
                   ELSE
                       DELETE HISTORY-FILE RECORD
                   END-IF
           END-READ
       END-PERFORM
       .
      ******************************************************************
      *    P010-REPORT-RUN
      ******************************************************************
       P010-REPORT-RUN.
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUN ' DELIMITED BY SIZE
           WS-CURR-RUN DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-RUN-STATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       .
      ******************************************************************
      *    P011-WRITE-REPORT-LINE
      ******************************************************************
       P011-WRITE-REPORT-LINE.
       WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
       .
      ******************************************************************
      *    P012-WRITE-AUDIT-RECORD
      ******************************************************************
       P012-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P013-REPORT-TOTALS
      ******************************************************************
       P013-REPORT-TOTALS.
       MOVE SPACES TO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE WS-CHK-RUNS TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS ON THE VOLUME  . . . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE WS-COUNT-RELOADED TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS RELOADED . . . . . . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE WS-COUNT-REFUSED TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS REFUSED  . . . . . . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE WS-COUNT-SKIPPED TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'RUNS OUTSIDE THE RANGE  . :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       MOVE WS-COUNT-RECORDS TO WS-ED-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING 'HISTORY RECORDS RELOADED  :' DELIMITED BY SIZE
           WS-ED-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE
       PERFORM P011-WRITE-REPORT-LINE
       .
      ******************************************************************
      *    P014-FIND-RUN-ENTRY - WS-CURR-SUB IS THE ENTRY FOR
      *    WS-CURR-RUN, OR ZERO.
      ******************************************************************
       P014-FIND-RUN-ENTRY.
       MOVE 0 TO WS-CURR-SUB
       PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT OR WS-CURR-SUB > 0
           IF RLT-RUN-NUM(WS-RUN-SUB) = WS-CURR-RUN
               MOVE WS-RUN-SUB TO WS-CURR-SUB
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P015-CHECK-ON-HISTORY - ANY RECORD AT ALL UNDER THE RUN
      *    NUMBER MEANS THE RUN IS THERE.
      ******************************************************************
       P015-CHECK-ON-HISTORY.
       MOVE 'N' TO WS-ON-HISTORY
       MOVE WS-CURR-RUN TO HIST-RUN-NUM
       MOVE LOW-VALUE TO HIST-REC-TYPE
       MOVE 0 TO HIST-SEQ
       START HISTORY-FILE KEY NOT < HIST-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-RUN-NUM = WS-CURR-RUN
                           MOVE 'Y' TO WS-ON-HISTORY
                       END-IF
               END-READ
       END-START
       .
      ******************************************************************
      *    P020-ADD-TO-TOTALS - ADDS WS-TOT-REC TO WS-RUN-TOTALS. MUST
      *    STAY IN STEP WITH THE SAME PARAGRAPH IN DATA-OFL AND
      *    DATA-PRG, OR NO TRAILER WILL EVER AGREE.
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

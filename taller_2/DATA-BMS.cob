       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-BMS.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    OUTBOUND BUILDING MANAGEMENT SYSTEM (BMS) INTERFACE STEP.
      *    RUNS AFTER WOAGING, JUST BEFORE THE TURNOVER STEP THAT
      *    CLOSES THE CHAIN. THE BMS TEAM USED TO RE-KEY OUR
      *    ALERTS AND AVERAGES FROM THE DATA-RPT PRINTOUT; THIS STEP
      *    BUILDS THEM A FIXED-FORMAT TRANSMISSION IN BMSOUT INSTEAD:
      *    A HEADER CARRYING THE TRANSMISSION SEQUENCE NUMBER AND THE
      *    RUN NUMBER, ONE DETAIL RECORD PER ALERT (SEVERITY AND
      *    LINEAGE - STREAM, CYCLE AND SEQUENCE IN CYCLE) AND PER
      *    STREAM CYCLE FROM CYCSTATS (THE CYCLE AVERAGES), AND A
      *    TRAILER WITH THE RECORD COUNTS AND HASH TOTALS THE BMS
      *    CHECKS THE FILE AGAINST. EVERY TRANSMISSION IS KEPT ON
      *    BMSSTORE AND LOGGED ON TXLOG AS SENT, SO BMS-ACK CAN APPLY
      *    THE BMS ACKNOWLEDGEMENTS, FLAG THE ONES REJECTED OR NEVER
      *    ANSWERED, AND REBUILD A SEQUENCE FOR RESENDING. THE RUN HAS
      *    NO NUMBER UNTIL DATA-ARC ARCHIVES IT AT THE START OF THE
      *    NEXT CHAIN (A RESTATEMENT CAN TAKE THE NEXT ARCNUM IN
      *    BETWEEN), SO THE FIRST SEND CARRIES RUN ZERO AND IS LOGGED
      *    UNDER RUN ZERO; DATA-ARC RENUMBERS THE TXLOG ENTRY TO THE
      *    RUN IT ARCHIVES, AND A RESEND FROM BMS-ACK CARRIES THAT
      *    NUMBER. SEQUENCES RUN ON FROM THE HIGHEST ON TXLOG; EVERY
      *    EXECUTION IS A NEW TRANSMISSION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO ALERT-FILE
               FILE STATUS IS WS-STATUS-ALT.
           SELECT CYCLE-STATS-FILE ASSIGN TO CYCSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STATUS-STA.
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
           SELECT BMS-OUT ASSIGN TO BMSOUT
               FILE STATUS IS WS-STATUS-OUT.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUD.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS FD-ALERT-REC.
       01 FD-ALERT-REC         PIC X(143).
      ******************************************************************
      *    CYCLE STATISTICS - MUST STAY IN STEP WITH DATA-AGG.
      ******************************************************************
       FD CYCLE-STATS-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS FD-CYCLE-STATS-REC.
       01 FD-CYCLE-STATS-REC.
           02 STAT-KEY.
               03 STAT-SOURCE-FILE PIC X(12).
               03 STAT-CYCLE-NUM   PIC 9(05).
           02 STAT-COUNT       PIC 9(05).
           02 STAT-MIN-TEMP    PIC S99V99.
           02 STAT-MAX-TEMP    PIC S99V99.
           02 STAT-AVG-TEMP    PIC S99V99.
           02 STAT-MIN-HUM     PIC 99V99.
           02 STAT-MAX-HUM     PIC 99V99.
           02 STAT-AVG-HUM     PIC 99V99.
           02 STAT-MIN-CO2     PIC 9(03).
           02 STAT-MAX-CO2     PIC 9(03).
           02 STAT-AVG-CO2     PIC 9(03).
           02 STAT-MIN-IDX     PIC 9(03)V99.
           02 STAT-MAX-IDX     PIC 9(03)V99.
           02 STAT-AVG-IDX     PIC 9(03)V99.
           02 STAT-LOCATION    PIC X(20).
      ******************************************************************
      *    TRANSMISSION LOG - MUST STAY IN STEP WITH BMS-ACK AND
      *    DATA-ARC. ONE ENTRY PER TRANSMISSION SEQUENCE. STATUS S =
      *    SENT AND AWAITING ACKNOWLEDGEMENT, A = ACCEPTED, R =
      *    REJECTED, T = TIMED OUT WITH NO ACKNOWLEDGEMENT. THE COUNTS
      *    AND HASH TOTALS ARE THOSE ON THE TRAILER; THE SENT STAMP IS
      *    THE LATEST SEND, THE ACK FIELDS THE LATEST ACKNOWLEDGEMENT.
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
      *    TRANSMISSION STORE - MUST STAY IN STEP WITH BMS-ACK. EVERY
      *    RECORD OF EVERY TRANSMISSION EXACTLY AS SENT, KEYED BY
      *    SEQUENCE AND RECORD NUMBER (HEADER 0, DETAILS FROM 1, THE
      *    TRAILER LAST).
      ******************************************************************
       FD TRANSMISSION-STORE
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS FD-TX-STORE-REC.
       01 FD-TX-STORE-REC.
           02 STO-KEY.
               03 STO-TX-SEQ   PIC 9(06).
               03 STO-REC-NUM  PIC 9(07).
           02 STO-DATA         PIC X(100).
       FD BMS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FD-BMS-OUT-REC.
       01 FD-BMS-OUT-REC       PIC X(100).
       FD AUDIT-LOG
           DATA RECORD IS FD-AUDIT-REC.
       01 FD-AUDIT-REC         PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-ALT        PIC XX.
       01 WS-STATUS-STA        PIC XX.
       01 WS-STATUS-TXL        PIC XX.
       01 WS-STATUS-STO        PIC XX.
       01 WS-STATUS-OUT        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    ALERT RECORD LAYOUT - MUST STAY IN STEP WITH INDEX'S
      *    WS-ALERT-REC.
      ******************************************************************
       01 WS-ALERT-REC.
           02 FILLER           PIC X(12).
           02 ALT-TEMPERATURE  PIC S99V99.
           02 FILLER           PIC X(10).
           02 ALT-HUMIDITY     PIC 99V99.
           02 FILLER           PIC X(05).
           02 ALT-CO2          PIC 9(03).
           02 FILLER           PIC X(07).
           02 ALT-INDEX-NUM    PIC 9(03)V99.
           02 ALT-WINDOW-FLAG  PIC X(01).
           02 ALT-REASON       PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-INDEX-NAME   PIC X(10).
           02 FILLER           PIC X(05).
           02 ALT-SOURCE-FILE  PIC X(12).
           02 FILLER           PIC X(05).
           02 ALT-CYCLE-NUM    PIC 9(05).
           02 FILLER           PIC X(05).
           02 ALT-SEQ-IN-CYCLE PIC 9(03).
           02 FILLER           PIC X(05).
           02 ALT-TS-DATE      PIC 9(08).
           02 ALT-TS-TIME      PIC 9(06).
           02 FILLER           PIC X(05).
           02 ALT-SEVERITY     PIC X(08).
      ******************************************************************
      *    BMS INTERFACE RECORDS - MUST STAY IN STEP WITH BMS-ACK AND
      *    WITH THE LAYOUT AGREED WITH THE BMS TEAM. FIXED 100 BYTES,
      *    RECORD TYPE AND SEQUENCE FIRST ON EVERY RECORD. SIGNED
      *    FIELDS CARRY A LEADING SEPARATE SIGN. THE HEADER'S RESEND
      *    FLAG AND COUNT ARE SET ONLY WHEN BMS-ACK RESENDS; THEY ARE
      *    OUTSIDE THE HASH TOTALS.
      ******************************************************************
       01 WS-BMS-HEADER-REC.
           02 BHD-REC-TYPE     PIC X(02) VALUE 'HD'.
           02 BHD-TX-SEQ       PIC 9(06).
           02 BHD-RUN-NUM      PIC 9(05).
           02 BHD-CREATE-DATE  PIC 9(08).
           02 BHD-CREATE-TIME  PIC 9(06).
           02 BHD-SENDER       PIC X(08) VALUE 'SENSDATA'.
           02 BHD-RECEIVER     PIC X(08) VALUE 'BMS'.
           02 BHD-RESEND-FLAG  PIC X(01) VALUE 'N'.
           02 BHD-RESEND-COUNT PIC 9(02) VALUE 0.
           02 BHD-LAYOUT-VER   PIC X(02) VALUE '01'.
           02 FILLER           PIC X(52) VALUE SPACES.
       01 WS-BMS-ALERT-REC.
           02 BAL-REC-TYPE     PIC X(02) VALUE 'AL'.
           02 BAL-TX-SEQ       PIC 9(06).
           02 BAL-REC-NUM      PIC 9(07).
           02 BAL-SOURCE-FILE  PIC X(12).
           02 BAL-CYCLE-NUM    PIC 9(05).
           02 BAL-SEQ-IN-CYCLE PIC 9(03).
           02 BAL-TS-DATE      PIC 9(08).
           02 BAL-TS-TIME      PIC 9(06).
           02 BAL-SEVERITY     PIC X(08).
           02 BAL-REASON       PIC X(10).
           02 BAL-INDEX-NAME   PIC X(10).
           02 BAL-INDEX-NUM    PIC 9(03)V99.
           02 BAL-TEMPERATURE  PIC S9(02)V99 SIGN LEADING SEPARATE.
           02 BAL-HUMIDITY     PIC 9(02)V99.
           02 BAL-CO2          PIC 9(03).
           02 BAL-WINDOW-FLAG  PIC X(01).
           02 FILLER           PIC X(05) VALUE SPACES.
       01 WS-BMS-AVERAGE-REC.
           02 BAV-REC-TYPE     PIC X(02) VALUE 'CA'.
           02 BAV-TX-SEQ       PIC 9(06).
           02 BAV-REC-NUM      PIC 9(07).
           02 BAV-SOURCE-FILE  PIC X(12).
           02 BAV-CYCLE-NUM    PIC 9(05).
           02 BAV-LOCATION     PIC X(20).
           02 BAV-READINGS     PIC 9(05).
           02 BAV-AVG-TEMP     PIC S9(02)V99 SIGN LEADING SEPARATE.
           02 BAV-AVG-HUM      PIC 9(02)V99.
           02 BAV-AVG-CO2      PIC 9(03).
           02 BAV-AVG-IDX      PIC 9(03)V99.
           02 BAV-MAX-IDX      PIC 9(03)V99.
           02 FILLER           PIC X(21) VALUE SPACES.
       01 WS-BMS-TRAILER-REC.
           02 BTR-REC-TYPE     PIC X(02) VALUE 'TR'.
           02 BTR-TX-SEQ       PIC 9(06).
           02 BTR-ALERT-COUNT  PIC 9(07).
           02 BTR-AVERAGE-COUNT PIC 9(07).
           02 BTR-RECORD-COUNT PIC 9(07).
           02 BTR-HASH-CYCLE   PIC 9(12).
           02 BTR-HASH-INDEX   PIC 9(10)V99.
           02 FILLER           PIC X(47) VALUE SPACES.
       01 WS-RUN-NUM           PIC 9(05) VALUE 0.
       01 WS-TX-SEQ            PIC 9(06) VALUE 0.
       01 WS-REC-NUM           PIC 9(07) VALUE 0.
       01 WS-BMS-ERROR         PIC X(01) VALUE 'N'.
       01 WS-CURRENT-STAMP     PIC X(26).
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID          PIC X(08) VALUE 'DATA-BMS'.
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
       DISPLAY "WELCOME TO DATA-BMS PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
       OPEN EXTEND AUDIT-LOG
       IF WS-STATUS-AUD NOT = "00"
           OPEN OUTPUT AUDIT-LOG
       END-IF
       MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       PERFORM P009-WRITE-AUDIT-RECORD.
       PERFORM P002-OPEN-INTERFACE-FILES.
       IF WS-BMS-ERROR = 'N'
           PERFORM P003-NEXT-SEQUENCE
           OPEN OUTPUT BMS-OUT
           PERFORM P004-WRITE-HEADER
           PERFORM P005-WRITE-ALERTS
           PERFORM P006-WRITE-AVERAGES
           PERFORM P007-WRITE-TRAILER
           CLOSE BMS-OUT
           IF WS-BMS-ERROR = 'N'
               PERFORM P008-LOG-TRANSMISSION
           END-IF
           CLOSE TRANSMISSION-STORE
           CLOSE TRANSMISSION-LOG
       END-IF.
       DISPLAY "TRANSMISSION SEQUENCE . . . . . . . . : " WS-TX-SEQ.
       DISPLAY "RUN NUMBER  . . . . . . . . . . . . . : " WS-RUN-NUM
               " (PENDING ARCHIVE)".
       DISPLAY "ALERT RECORDS WRITTEN . . . . . . . . : "
               BTR-ALERT-COUNT.
       DISPLAY "CYCLE AVERAGE RECORDS WRITTEN . . . . : "
               BTR-AVERAGE-COUNT.
       DISPLAY "TOTAL RECORDS WRITTEN . . . . . . . . : "
               BTR-RECORD-COUNT.
       IF WS-BMS-ERROR = 'Y'
           MOVE 'JOB FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE 'TXLOG OR BMSSTORE UNAVAILABLE' TO WS-AUDIT-DETAIL-ARG
           PERFORM P009-WRITE-AUDIT-RECORD
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "BMS TRANSMISSION WRITTEN TO BMSOUT"
           MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'SEQ ' DELIMITED BY SIZE
               WS-TX-SEQ DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-RUN-NUM DELIMITED BY SIZE
               ' RECORDS ' DELIMITED BY SIZE
               BTR-RECORD-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P009-WRITE-AUDIT-RECORD
       END-IF
       CLOSE AUDIT-LOG
       STOP RUN.
      ******************************************************************
      *    P002-OPEN-INTERFACE-FILES - A MISSING TXLOG OR BMSSTORE IS
      *    BUILT EMPTY. ONE THAT CANNOT BE OPENED AT ALL FAILS THE STEP
      *    BEFORE ANYTHING IS WRITTEN TO BMSOUT, SINCE A TRANSMISSION
      *    THAT IS NOT LOGGED COULD NEVER BE ACKNOWLEDGED OR RESENT.
      ******************************************************************
       P002-OPEN-INTERFACE-FILES.
       OPEN I-O TRANSMISSION-LOG
       IF WS-STATUS-TXL = "35"
           OPEN OUTPUT TRANSMISSION-LOG
           IF WS-STATUS-TXL = "00"
               CLOSE TRANSMISSION-LOG
               OPEN I-O TRANSMISSION-LOG
           END-IF
       END-IF
       IF WS-STATUS-TXL NOT = "00"
           MOVE 'Y' TO WS-BMS-ERROR
           DISPLAY "TXLOG COULD NOT BE OPENED - STATUS "
                   WS-STATUS-TXL
       ELSE
           OPEN I-O TRANSMISSION-STORE
           IF WS-STATUS-STO = "35"
               OPEN OUTPUT TRANSMISSION-STORE
               IF WS-STATUS-STO = "00"
                   CLOSE TRANSMISSION-STORE
                   OPEN I-O TRANSMISSION-STORE
               END-IF
           END-IF
           IF WS-STATUS-STO NOT = "00"
               MOVE 'Y' TO WS-BMS-ERROR
               DISPLAY "BMSSTORE COULD NOT BE OPENED - STATUS "
                       WS-STATUS-STO
               CLOSE TRANSMISSION-LOG
           END-IF
       END-IF
       .
      ******************************************************************
      *    P003-NEXT-SEQUENCE - ONE MORE THAN THE HIGHEST SEQUENCE ON
      *    TXLOG.
      ******************************************************************
       P003-NEXT-SEQUENCE.
       MOVE 0 TO WS-TX-SEQ
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
                   MOVE TXL-TX-SEQ TO WS-TX-SEQ
           END-READ
       END-PERFORM
       ADD 1 TO WS-TX-SEQ
       INITIALIZE EOF
       .
      ******************************************************************
      *    P004-WRITE-HEADER
      ******************************************************************
       P004-WRITE-HEADER.
       MOVE 0 TO WS-REC-NUM
       MOVE 0 TO BTR-ALERT-COUNT BTR-AVERAGE-COUNT BTR-RECORD-COUNT
                 BTR-HASH-CYCLE BTR-HASH-INDEX
       MOVE WS-TX-SEQ TO BHD-TX-SEQ
       MOVE WS-RUN-NUM TO BHD-RUN-NUM
       MOVE WS-CURRENT-STAMP(1:8) TO BHD-CREATE-DATE
       MOVE WS-CURRENT-STAMP(9:6) TO BHD-CREATE-TIME
       MOVE WS-BMS-HEADER-REC TO FD-BMS-OUT-REC
       PERFORM P010-EMIT-RECORD
       .
      ******************************************************************
      *    P005-WRITE-ALERTS - EVERY ALERT OF THE RUN, INCLUDING THOSE
      *    RAISED INSIDE A MAINTENANCE WINDOW (WINDOW FLAG W), SO THE
      *    BMS SEES THE SAME ALERTS THE REPORT DOES.
      ******************************************************************
       P005-WRITE-ALERTS.
       MOVE 'F' TO EOF
       OPEN INPUT ALERT-FILE
       IF WS-STATUS-ALT = "00"
           PERFORM UNTIL EOF = 'T'
               READ ALERT-FILE INTO WS-ALERT-REC
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE WS-TX-SEQ TO BAL-TX-SEQ
                       MOVE WS-REC-NUM TO BAL-REC-NUM
                       MOVE ALT-SOURCE-FILE TO BAL-SOURCE-FILE
                       MOVE ALT-CYCLE-NUM TO BAL-CYCLE-NUM
                       MOVE ALT-SEQ-IN-CYCLE TO BAL-SEQ-IN-CYCLE
                       MOVE ALT-TS-DATE TO BAL-TS-DATE
                       MOVE ALT-TS-TIME TO BAL-TS-TIME
                       MOVE ALT-SEVERITY TO BAL-SEVERITY
                       MOVE ALT-REASON TO BAL-REASON
                       MOVE ALT-INDEX-NAME TO BAL-INDEX-NAME
                       MOVE ALT-INDEX-NUM TO BAL-INDEX-NUM
                       MOVE ALT-TEMPERATURE TO BAL-TEMPERATURE
                       MOVE ALT-HUMIDITY TO BAL-HUMIDITY
                       MOVE ALT-CO2 TO BAL-CO2
                       MOVE ALT-WINDOW-FLAG TO BAL-WINDOW-FLAG
                       ADD 1 TO BTR-ALERT-COUNT
                       ADD ALT-CYCLE-NUM TO BTR-HASH-CYCLE
                       ADD ALT-INDEX-NUM TO BTR-HASH-INDEX
                       MOVE WS-BMS-ALERT-REC TO FD-BMS-OUT-REC
                       PERFORM P010-EMIT-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P006-WRITE-AVERAGES - ONE RECORD PER STREAM CYCLE, IN
      *    CYCSTATS KEY ORDER (STREAM, THEN CYCLE).
      ******************************************************************
       P006-WRITE-AVERAGES.
       MOVE 'F' TO EOF
       OPEN INPUT CYCLE-STATS-FILE
       IF WS-STATUS-STA = "00"
           PERFORM UNTIL EOF = 'T'
               READ CYCLE-STATS-FILE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       MOVE WS-TX-SEQ TO BAV-TX-SEQ
                       MOVE WS-REC-NUM TO BAV-REC-NUM
                       MOVE STAT-SOURCE-FILE TO BAV-SOURCE-FILE
                       MOVE STAT-CYCLE-NUM TO BAV-CYCLE-NUM
                       MOVE STAT-LOCATION TO BAV-LOCATION
                       MOVE STAT-COUNT TO BAV-READINGS
                       MOVE STAT-AVG-TEMP TO BAV-AVG-TEMP
                       MOVE STAT-AVG-HUM TO BAV-AVG-HUM
                       MOVE STAT-AVG-CO2 TO BAV-AVG-CO2
                       MOVE STAT-AVG-IDX TO BAV-AVG-IDX
                       MOVE STAT-MAX-IDX TO BAV-MAX-IDX
                       ADD 1 TO BTR-AVERAGE-COUNT
                       ADD STAT-CYCLE-NUM TO BTR-HASH-CYCLE
                       ADD STAT-AVG-IDX TO BTR-HASH-INDEX
                       MOVE WS-BMS-AVERAGE-REC TO FD-BMS-OUT-REC
                       PERFORM P010-EMIT-RECORD
               END-READ
           END-PERFORM
           CLOSE CYCLE-STATS-FILE
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P007-WRITE-TRAILER - THE RECORD COUNT INCLUDES THE HEADER
      *    AND THE TRAILER ITSELF.
      ******************************************************************
       P007-WRITE-TRAILER.
       MOVE WS-TX-SEQ TO BTR-TX-SEQ
       COMPUTE BTR-RECORD-COUNT = WS-REC-NUM + 1
       MOVE WS-BMS-TRAILER-REC TO FD-BMS-OUT-REC
       PERFORM P010-EMIT-RECORD
       .
      ******************************************************************
      *    P008-LOG-TRANSMISSION - THE NEW SEQUENCE GOES ON TXLOG AS
      *    SENT, AWAITING ITS ACKNOWLEDGEMENT.
      ******************************************************************
       P008-LOG-TRANSMISSION.
       MOVE SPACES TO FD-TX-LOG-REC
       MOVE WS-TX-SEQ TO TXL-TX-SEQ
       MOVE WS-RUN-NUM TO TXL-RUN-NUM
       MOVE 'S' TO TXL-STATUS
       MOVE WS-CURRENT-STAMP TO TXL-BUILT-STAMP
       MOVE WS-CURRENT-STAMP TO TXL-SENT-STAMP
       MOVE 0 TO TXL-RESEND-COUNT
       MOVE BTR-ALERT-COUNT TO TXL-ALERT-COUNT
       MOVE BTR-AVERAGE-COUNT TO TXL-AVERAGE-COUNT
       MOVE BTR-RECORD-COUNT TO TXL-RECORD-COUNT
       MOVE BTR-HASH-CYCLE TO TXL-HASH-CYCLE
       MOVE BTR-HASH-INDEX TO TXL-HASH-INDEX
       MOVE 0 TO TXL-ACK-DATE
       MOVE 0 TO TXL-ACK-TIME
       MOVE WS-JOB-ID TO TXL-UPD-USER
       WRITE FD-TX-LOG-REC
           INVALID KEY
               DISPLAY "TXLOG ENTRY NOT WRITTEN FOR SEQUENCE "
                       WS-TX-SEQ " - STATUS " WS-STATUS-TXL
               MOVE 'Y' TO WS-BMS-ERROR
       END-WRITE
       .
      ******************************************************************
      *    P009-WRITE-AUDIT-RECORD
      ******************************************************************
       P009-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P010-EMIT-RECORD - FD-BMS-OUT-REC GOES TO BMSOUT AND, UNDER
      *    THE NEXT RECORD NUMBER, TO BMSSTORE.
      ******************************************************************
       P010-EMIT-RECORD.
       WRITE FD-BMS-OUT-REC
       MOVE WS-TX-SEQ TO STO-TX-SEQ
       MOVE WS-REC-NUM TO STO-REC-NUM
       MOVE FD-BMS-OUT-REC TO STO-DATA
       WRITE FD-TX-STORE-REC
           INVALID KEY
               DISPLAY "BMSSTORE RECORD NOT WRITTEN - SEQUENCE "
                       WS-TX-SEQ " RECORD " WS-REC-NUM
                       " - STATUS " WS-STATUS-STO
               MOVE 'Y' TO WS-BMS-ERROR
       END-WRITE
       ADD 1 TO WS-REC-NUM
       .

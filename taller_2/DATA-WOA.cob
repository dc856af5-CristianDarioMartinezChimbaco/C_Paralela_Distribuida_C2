       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-WOA.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    OPEN WORK-ORDER AGING REPORT. RUNS AFTER THE WORKORDER STEP.
      *    LISTS EVERY WORK ORDER STILL OPEN ON WORKORD, BY STREAM,
      *    WITH ITS LOCATION, HOW MANY DAYS IT HAS BEEN OPEN AND
      *    WHETHER A RECALIBRATION HAS BEEN LINKED TO IT YET, FLAGS
      *    ANY ORDER OPEN LONGER THAN THE OVERDUE LIMIT, AND TOTALS
      *    THE OPEN ORDERS BY AGE BAND AND BY LOCATION, SO A SENSOR
      *    NOBODY HAS BEEN OUT TO SEE CANNOT HIDE. DRIVEN BY THE
      *    WOAPARM POLICY LINE (OVERDUE-DAYS); MISSING FILE LEAVES THE
      *    DEFAULT.
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
           SELECT WOA-PARMS ASSIGN TO WOAPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT REPORT-OUT ASSIGN TO WOARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
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
       FD WOA-PARMS
           DATA RECORD IS FD-WOA-PARM-REC.
       01 FD-WOA-PARM-REC      PIC X(80).
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-WKO        PIC XX.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    AGING POLICY - ONE CSV LINE IN WOAPARM: OVERDUE-DAYS. AN
      *    ORDER OPEN LONGER THAN THAT IS FLAGGED OVERDUE. MISSING
      *    FILE LEAVES THE DEFAULT OF 14 DAYS.
      ******************************************************************
       01 WS-OVERDUE-DAYS      PIC 9(05) VALUE 14.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-DAYS-TXT     PIC X(10).
      ******************************************************************
      *    AGE WORK AREAS
      ******************************************************************
       01 WS-TODAY             PIC 9(08).
       01 WS-AGE-DAYS          PIC S9(07).
       01 WS-PREV-STREAM       PIC X(12).
       01 WS-STREAM-OPEN       PIC 9(05) VALUE 0.
       01 WS-COUNT-OPEN        PIC 9(05) VALUE 0.
       01 WS-COUNT-OVERDUE     PIC 9(05) VALUE 0.
       01 WS-COUNT-CALIBRATED  PIC 9(05) VALUE 0.
       01 WS-OLDEST-DAYS       PIC 9(07) VALUE 0.
      ******************************************************************
      *    AGE BANDS - UPPER LIMIT IN DAYS; THE LAST BAND TAKES THE
      *    REST.
      ******************************************************************
       01 WS-BAND-SUB          PIC 9(01).
       01 WS-BAND-IDX          PIC 9(01).
       01 WS-BAND-COUNT        PIC 9(01) VALUE 4.
       01 WS-BAND-LIST.
           02 FILLER           PIC X(20) VALUE '00000070 TO 7 DAYS  '.
           02 FILLER           PIC X(20) VALUE '00000308 TO 30 DAYS '.
           02 FILLER           PIC X(20) VALUE '000009031 TO 90 DAYS'.
           02 FILLER           PIC X(20) VALUE '9999999OVER 90 DAYS '.
       01 WS-BAND-TABLE REDEFINES WS-BAND-LIST.
           02 WS-BAND-ENTRY OCCURS 4 TIMES.
               03 BAND-UPPER   PIC 9(07).
               03 BAND-LABEL   PIC X(13).
       01 WS-BAND-TOTALS.
           02 BAND-OPEN        PIC 9(05) OCCURS 4 TIMES.
      ******************************************************************
      *    OPEN ORDERS BY LOCATION - FIRST 20 LOCATIONS SEEN; ANY
      *    MORE ARE COUNTED TOGETHER ON AN OTHER LOCATIONS LINE.
      ******************************************************************
       01 WS-LOC-SUB           PIC 9(02).
       01 WS-LOC-IDX           PIC 9(02).
       01 WS-LOC-MAX           PIC 9(02) VALUE 20.
       01 WS-LOC-COUNT         PIC 9(02) VALUE 0.
       01 WS-LOC-OVERFLOW      PIC 9(05) VALUE 0.
       01 WS-LOC-TABLE.
           02 WS-LOC-ENTRY OCCURS 20 TIMES.
               03 LOC-NAME     PIC X(20).
               03 LOC-OPEN     PIC 9(05).
               03 LOC-OVERDUE  PIC 9(05).
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
               'OPEN WORK-ORDER AGING REPORT    '.
           02 HDR-DATE         PIC X(10).
       01 WS-COLUMN-LINE.
           02 FILLER           PIC X(50) VALUE
               '  STREAM       ORDER  LOCATION              OPENED'.
           02 FILLER           PIC X(40) VALUE
               '       DAYS  TRIGGER  CAL'.
       01 WS-ORDER-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ORL-STREAM       PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ORL-ORDER        PIC 9(06).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ORL-LOCATION     PIC X(20).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ORL-OPENED       PIC 9(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ORL-DAYS         PIC Z(05)9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 ORL-TRIGGER      PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ORL-CAL          PIC X(03).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 ORL-FLAG         PIC X(15).
       01 WS-STREAM-TOTAL-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 STL-STREAM       PIC X(12).
           02 FILLER           PIC X(13) VALUE ' OPEN ORDERS '.
           02 STL-COUNT        PIC Z(04)9.
       01 WS-LOC-LINE.
           02 FILLER           PIC X(04) VALUE SPACES.
           02 LCL-NAME         PIC X(20).
           02 FILLER           PIC X(07) VALUE '  OPEN '.
           02 LCL-OPEN         PIC Z(04)9.
           02 FILLER           PIC X(10) VALUE '  OVERDUE '.
           02 LCL-OVERDUE      PIC Z(04)9.
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-WOA PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       MOVE WS-CURRENT-DATE TO WS-TODAY.
       PERFORM P001-LOAD-PARMS.
       INITIALIZE WS-BAND-TOTALS.
       INITIALIZE WS-LOC-TABLE.
       OPEN OUTPUT REPORT-OUT.
       MOVE WS-REPORT-DATE TO HDR-DATE.
       WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE.
       MOVE SPACES TO FD-REPORT-LINE.
       WRITE FD-REPORT-LINE.
       PERFORM P002-WALK-OPEN-ORDERS.
       IF WS-COUNT-OPEN > 0
           PERFORM P005-WRITE-BAND-TOTALS
           PERFORM P006-WRITE-LOCATION-TOTALS
       END-IF.
       PERFORM P007-WRITE-SUMMARY.
       CLOSE REPORT-OUT.
       DISPLAY "OPEN WORK ORDERS  . . . . . . . . . . : "
               WS-COUNT-OPEN.
       DISPLAY "OPEN ORDERS OVERDUE . . . . . . . . . : "
               WS-COUNT-OVERDUE.
       DISPLAY "AGING REPORT WRITTEN TO WOARPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT WOA-PARMS
       IF WS-STATUS-PRM = "00"
           READ WOA-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-DAYS-TXT
               END-UNSTRING
               IF WS-PARM-DAYS-TXT NOT = SPACES
                   COMPUTE WS-OVERDUE-DAYS =
                       FUNCTION NUMVAL(WS-PARM-DAYS-TXT)
               END-IF
               DISPLAY "WOAPARM FOUND - USING EXTERNALIZED POLICY"
           END-IF
           CLOSE WOA-PARMS
       END-IF
       .
      ******************************************************************
      *    P002-WALK-OPEN-ORDERS - READS THE ORDERS IN STREAM ORDER
      *    OFF THE ALTERNATE KEY, SO EACH STREAM'S ORDERS COME OUT
      *    TOGETHER, OLDEST FIRST. NO WORKORD MEANS NO ORDER HAS
      *    EVER BEEN RAISED.
      ******************************************************************
       P002-WALK-OPEN-ORDERS.
       MOVE 'F' TO EOF
       MOVE SPACES TO WS-PREV-STREAM
       OPEN INPUT WORK-ORDER-FILE
       IF WS-STATUS-WKO NOT = "00"
           MOVE '  NO WORKORD YET - NO WORK ORDER HAS BEEN RAISED'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       ELSE
           WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE
           MOVE LOW-VALUES TO WO-STREAM-NAME
           START WORK-ORDER-FILE KEY NOT < WO-STREAM-NAME
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ WORK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF WO-STATUS = 'O'
                           PERFORM P003-TAKE-OPEN-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STREAM-OPEN > 0
               PERFORM P004-WRITE-STREAM-TOTAL
           END-IF
           CLOSE WORK-ORDER-FILE
           IF WS-COUNT-OPEN = 0
               MOVE '  NO OPEN WORK ORDERS' TO FD-REPORT-LINE
               WRITE FD-REPORT-LINE
           END-IF
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P003-TAKE-OPEN-ORDER - AGE IN WHOLE DAYS FROM THE OPEN DATE
      *    TO TODAY; AN UNUSABLE OPEN DATE AGES AS ZERO.
      ******************************************************************
       P003-TAKE-OPEN-ORDER.
       IF WO-STREAM-NAME NOT = WS-PREV-STREAM
           IF WS-STREAM-OPEN > 0
               PERFORM P004-WRITE-STREAM-TOTAL
           END-IF
           MOVE WO-STREAM-NAME TO WS-PREV-STREAM
           MOVE 0 TO WS-STREAM-OPEN
       END-IF
       ADD 1 TO WS-STREAM-OPEN
       ADD 1 TO WS-COUNT-OPEN
       MOVE 0 TO WS-AGE-DAYS
       IF WO-OPEN-DATE NUMERIC
           IF FUNCTION TEST-DATE-YYYYMMDD(WO-OPEN-DATE) = 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WO-OPEN-DATE)
           END-IF
       END-IF
       IF WS-AGE-DAYS < 0
           MOVE 0 TO WS-AGE-DAYS
       END-IF
       IF WS-AGE-DAYS > WS-OLDEST-DAYS
           MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
       END-IF
       MOVE 0 TO WS-BAND-SUB
       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   OR WS-BAND-SUB > 0
           IF WS-AGE-DAYS NOT > BAND-UPPER(WS-BAND-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-SUB
           END-IF
       END-PERFORM
       IF WS-BAND-SUB = 0
           MOVE WS-BAND-COUNT TO WS-BAND-SUB
       END-IF
       ADD 1 TO BAND-OPEN(WS-BAND-SUB)
       MOVE SPACES TO WS-ORDER-LINE
       MOVE WO-STREAM-NAME TO ORL-STREAM
       MOVE WO-NUMBER TO ORL-ORDER
       MOVE WO-LOCATION TO ORL-LOCATION
       MOVE WO-OPEN-DATE TO ORL-OPENED
       MOVE WS-AGE-DAYS TO ORL-DAYS
       MOVE WO-TRIGGER TO ORL-TRIGGER
       IF WO-CAL-COUNT NUMERIC AND WO-CAL-COUNT > 0
           MOVE 'YES' TO ORL-CAL
           ADD 1 TO WS-COUNT-CALIBRATED
       ELSE
           MOVE 'NO ' TO ORL-CAL
       END-IF
       IF WS-AGE-DAYS > WS-OVERDUE-DAYS
           MOVE '** OVERDUE **' TO ORL-FLAG
           ADD 1 TO WS-COUNT-OVERDUE
       END-IF
       WRITE FD-REPORT-LINE FROM WS-ORDER-LINE
       PERFORM P008-COUNT-LOCATION
       .
      ******************************************************************
      *    P008-COUNT-LOCATION
      ******************************************************************
       P008-COUNT-LOCATION.
       MOVE 0 TO WS-LOC-IDX
       PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
                   OR WS-LOC-IDX > 0
           IF LOC-NAME(WS-LOC-SUB) = WO-LOCATION
               MOVE WS-LOC-SUB TO WS-LOC-IDX
           END-IF
       END-PERFORM
       IF WS-LOC-IDX = 0 AND WS-LOC-COUNT < WS-LOC-MAX
           ADD 1 TO WS-LOC-COUNT
           MOVE WS-LOC-COUNT TO WS-LOC-IDX
           MOVE WO-LOCATION TO LOC-NAME(WS-LOC-IDX)
       END-IF
       IF WS-LOC-IDX = 0
           ADD 1 TO WS-LOC-OVERFLOW
       ELSE
           ADD 1 TO LOC-OPEN(WS-LOC-IDX)
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               ADD 1 TO LOC-OVERDUE(WS-LOC-IDX)
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-WRITE-STREAM-TOTAL
      ******************************************************************
       P004-WRITE-STREAM-TOTAL.
       MOVE SPACES TO WS-STREAM-TOTAL-LINE
       MOVE WS-PREV-STREAM TO STL-STREAM
       MOVE WS-STREAM-OPEN TO STL-COUNT
       WRITE FD-REPORT-LINE FROM WS-STREAM-TOTAL-LINE
       .
      ******************************************************************
      *    P005-WRITE-BAND-TOTALS
      ******************************************************************
       P005-WRITE-BAND-TOTALS.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE '  OPEN ORDERS BY AGE' TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE BAND-LABEL(WS-BAND-SUB) TO SUM-LABEL
           MOVE BAND-OPEN(WS-BAND-SUB) TO SUM-VALUE
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       END-PERFORM
       .
      ******************************************************************
      *    P006-WRITE-LOCATION-TOTALS
      ******************************************************************
       P006-WRITE-LOCATION-TOTALS.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE '  OPEN ORDERS BY LOCATION' TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
           MOVE SPACES TO WS-LOC-LINE
           MOVE LOC-NAME(WS-LOC-SUB) TO LCL-NAME
           MOVE LOC-OPEN(WS-LOC-SUB) TO LCL-OPEN
           MOVE LOC-OVERDUE(WS-LOC-SUB) TO LCL-OVERDUE
           WRITE FD-REPORT-LINE FROM WS-LOC-LINE
       END-PERFORM
       IF WS-LOC-OVERFLOW > 0
           MOVE SPACES TO WS-LOC-LINE
           MOVE 'OTHER LOCATIONS' TO LCL-NAME
           MOVE WS-LOC-OVERFLOW TO LCL-OPEN
           MOVE 0 TO LCL-OVERDUE
           WRITE FD-REPORT-LINE FROM WS-LOC-LINE
       END-IF
       .
      ******************************************************************
      *    P007-WRITE-SUMMARY
      ******************************************************************
       P007-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OPEN WORK ORDERS' TO SUM-LABEL
       MOVE WS-COUNT-OPEN TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OVERDUE LIMIT (DAYS)' TO SUM-LABEL
       MOVE WS-OVERDUE-DAYS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OPEN ORDERS OVERDUE' TO SUM-LABEL
       MOVE WS-COUNT-OVERDUE TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OPEN ORDERS RECALIBRATED' TO SUM-LABEL
       MOVE WS-COUNT-CALIBRATED TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'OLDEST OPEN ORDER (DAYS)' TO SUM-LABEL
       MOVE WS-OLDEST-DAYS TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       IF WS-COUNT-OVERDUE > 0
           MOVE '  OVERDUE ORDERS NEED A VISIT - CLOSE THEM IN WO-MNT'
               TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
       END-IF
       .

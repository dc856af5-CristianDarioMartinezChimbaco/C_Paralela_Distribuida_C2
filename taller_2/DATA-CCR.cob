       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-CCR.
       AUTHOR. CRISTIAN MCH.
      ******************************************************************
      *    PERIODIC CHANGE-CONTROL REPORT. EVERY MAINTENANCE PROGRAM
      *    KEEPS ITS OWN AUDIT TRAIL IN ITS OWN FORMAT - CALAUDIT,
      *    STRAUDIT, PARMAUD, QUARAUD, WINAUDIT, WOAUDIT, DSPAUDIT,
      *    OPRAUDIT AND ZONAUDIT - SO "WHAT CHANGED BETWEEN THESE TWO
      *    DATES AND WHICH RUNS DID IT TOUCH" USED TO BE ANSWERED BY
      *    HAND. THIS PROGRAM LOADS EVERY TRAIL INTO THE CCRWORK WORK
      *    FILE, KEYED BY THE CHANGE TIMESTAMP, SO READING IT BACK
      *    MERGES THE TRAILS IN TIME ORDER. EACH CHANGE IN THE PERIOD IS
      *    LISTED WITH THE OPERATOR, THE ACTION, THE ENTRY CHANGED AND
      *    THE BEFORE/AFTER DETAIL, AND IS CROSS-REFERENCED TO THE FIRST
      *    ARCHIVED RUN THAT RAN UNDER IT. THE REPORT CLOSES WITH CHANGE
      *    COUNTS PER FILE AND PER OPERATOR, SO A BURST OF UNEXPECTED
      *    CHANGES STANDS OUT. DRIVEN BY THE CCRPARMS POLICY LINE
      *    (FROM-DATE,TO-DATE AS YYYYMMDD); MISSING FILE REPORTS EVERY
      *    CHANGE ON THE TRAILS. RUN OUTSIDE THE CHAIN, LIKE DATA-MCS.
      *
      *    THE RUN CROSS-REFERENCE FOLLOWS THE CHAIN ORDER: DATA-ARC
      *    IS THE FIRST STEP, SO THE TYPE '0' STAMP OF RUN N IS
      *    WRITTEN AT THE START OF THE CHAIN THAT CONSOLIDATES RUN
      *    N+1. A CHANGE IS THEREFORE FIRST IN EFFECT FOR THE RUN
      *    AFTER THE FIRST STAMP LATER THAN THE CHANGE. RESTATEMENTS
      *    CARRY THEIR BASE RUN'S ARCHIVE DATE AND ARE NOT CHAIN RUNS,
      *    SO ONLY REVISION 00 STAMPS ARE USED; A BASE RUN SINCE
      *    RESTATED IS SHOWN WITH THE RUN THAT REPLACED IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCR-PARMS ASSIGN TO CCRPARMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRM.
           SELECT AUDIT-TRAIL ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRL.
           SELECT CHANGE-WORK ASSIGN TO CCRWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHW-KEY
               FILE STATUS IS WS-STATUS-WRK.
           SELECT HISTORY-FILE ASSIGN TO HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-STATUS-HST.
           SELECT REPORT-OUT ASSIGN TO CCRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPT.
      ******************************************************************
      *    DATA DIVISION.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CCR-PARMS
           DATA RECORD IS FD-CCR-PARM-REC.
       01 FD-CCR-PARM-REC      PIC X(80).
      ******************************************************************
      *    ANY ONE OF THE AUDIT TRAILS - THE LONGEST LINE IS QUARAUD'S.
      ******************************************************************
       FD AUDIT-TRAIL
           DATA RECORD IS FD-TRAIL-REC.
       01 FD-TRAIL-REC         PIC X(200).
      ******************************************************************
      *    ONE CHANGE, NORMALIZED. THE KEY PUTS THE TRAILS IN TIME
      *    ORDER; TRAIL AND LINE NUMBER KEEP SAME-SECOND CHANGES IN
      *    THE ORDER THEY WERE WRITTEN.
      ******************************************************************
       FD CHANGE-WORK
           RECORD CONTAINS 240 CHARACTERS
           DATA RECORD IS FD-CHANGE-REC.
       01 FD-CHANGE-REC.
           02 CHW-KEY.
               03 CHW-STAMP        PIC X(14).
               03 CHW-TRAIL-NUM    PIC 9(01).
               03 CHW-LINE-NUM     PIC 9(07).
           02 CHW-USER         PIC X(08).
           02 CHW-ACTION       PIC X(08).
           02 CHW-ENTRY        PIC X(30).
           02 CHW-BEFORE       PIC X(80).
           02 CHW-AFTER        PIC X(80).
           02 FILLER           PIC X(12).
      ******************************************************************
      *    HISTORY RECORD - MUST STAY IN STEP WITH DATA-ARC, WHICH
      *    WRITES IT. ONLY THE TYPE '0' STAMPS ARE READ HERE.
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
       FD REPORT-OUT
           DATA RECORD IS FD-REPORT-LINE.
       01 FD-REPORT-LINE       PIC X(100).
      ******************************************************************
      *    WORKING-STORAGE SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-PRM        PIC XX.
       01 WS-STATUS-TRL        PIC XX.
       01 WS-STATUS-WRK        PIC XX.
       01 WS-STATUS-HST        PIC XX.
       01 WS-STATUS-RPT        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
      ******************************************************************
      *    REPORTING PERIOD - ONE CSV LINE IN CCRPARMS:
      *    FROM-DATE,TO-DATE (YYYYMMDD). MISSING FILE TAKES EVERY
      *    CHANGE ON THE TRAILS.
      ******************************************************************
       01 WS-FROM-DATE         PIC 9(08) VALUE 0.
       01 WS-TO-DATE           PIC 9(08) VALUE 99999999.
       01 WS-PARM-LINE         PIC X(80).
       01 WS-PARM-FROM-TXT     PIC X(10).
       01 WS-PARM-TO-TXT       PIC X(10).
      ******************************************************************
      *    AUDIT TRAILS - FILE NAME, LINE FORMAT AND WHETHER THE
      *    BEFORE IMAGE IS TAKEN FROM THE ENTRY'S PREVIOUS LINE.
      *    FORMAT S IS THE STANDARD MAINTENANCE LINE (TIMESTAMP,
      *    OPERATOR, ACTION, 12-BYTE KEY, DETAIL FROM COLUMN 59);
      *    P IS PARMAUD (FILE, FIELD, OLD, NEW, APPROVER); Q IS
      *    QUARAUD (FEED LINE NUMBER AND TEXT); Z IS ZONAUDIT, THE
      *    STANDARD LINE WITH A 16-BYTE ZONE CODE AS ITS KEY. CALMAST,
      *    STRMAST, OPERAUTH AND ZONEMAST LINES CARRY THE WHOLE ENTRY AS
      *    STORED, SO THE PREVIOUS LINE FOR THE SAME KEY IS THE BEFORE
      *    IMAGE; THE OTHER TRAILS EITHER SAY OLD/NEW THEMSELVES OR KEY
      *    SEVERAL ENTRIES UNDER ONE STREAM.
      ******************************************************************
       01 WS-TRAIL-COUNT       PIC 9(02) VALUE 9.
       01 WS-TRAIL-LIST.
           02 FILLER           PIC X(10) VALUE 'CALAUDITSY'.
           02 FILLER           PIC X(10) VALUE 'STRAUDITSY'.
           02 FILLER           PIC X(10) VALUE 'PARMAUD PN'.
           02 FILLER           PIC X(10) VALUE 'QUARAUD QN'.
           02 FILLER           PIC X(10) VALUE 'WINAUDITSN'.
           02 FILLER           PIC X(10) VALUE 'WOAUDIT SN'.
           02 FILLER           PIC X(10) VALUE 'DSPAUDITSN'.
           02 FILLER           PIC X(10) VALUE 'OPRAUDITSY'.
           02 FILLER           PIC X(10) VALUE 'ZONAUDITZY'.
       01 WS-TRAIL-TABLE REDEFINES WS-TRAIL-LIST.
           02 WS-TRAIL-ENTRY OCCURS 9 TIMES.
               03 TRL-NAME         PIC X(08).
               03 TRL-FORMAT       PIC X(01).
               03 TRL-TRACK        PIC X(01).
       01 WS-TRAIL-TOTALS.
           02 WS-TRAIL-TOTAL OCCURS 9 TIMES.
               03 TRL-PRESENT      PIC X(01).
               03 TRL-LINES        PIC 9(07).
               03 TRL-CHANGES      PIC 9(07).
       01 WS-TRAIL-NAME        PIC X(20).
       01 WS-TRAIL-IDX         PIC 9(02).
       01 WS-TRAIL-LINE        PIC X(200).
       01 WS-LINE-NUM          PIC 9(07).
       01 WS-LINE-DATE         PIC 9(08).
      ******************************************************************
      *    ARCHIVED BASE RUNS IN RUN ORDER, WITH THE FIRST FOURTEEN
      *    DIGITS (DATE AND TIME) OF THEIR ARCHIVE STAMP.
      ******************************************************************
       01 WS-RUN-MAX           PIC 9(05) VALUE 5000.
       01 WS-RUN-COUNT         PIC 9(05) VALUE 0.
       01 WS-RUN-OVERFLOW      PIC X(01) VALUE 'N'.
       01 WS-RUN-TABLE.
           02 WS-RUN-ENTRY OCCURS 5000 TIMES.
               03 RUNT-RUN         PIC 9(05).
               03 RUNT-STAMP       PIC X(14).
               03 RUNT-SUPERSEDED  PIC 9(05).
       01 WS-RUN-IDX           PIC 9(05).
       01 WS-RUN-FOUND         PIC 9(05).
       01 WS-NEXT-RUN          PIC 9(06).
      ******************************************************************
      *    RUN STAMP VIEW - HIST-DATA OF THE TYPE '0' RECORD. MUST STAY
      *    IN STEP WITH WS-RUN-STAMP-REC IN DATA-ARC AND DATA-RSM.
      ******************************************************************
       01 WS-ARC-STAMP-REC.
           02 FILLER            PIC X(09).
           02 ARC-STAMP-DATETIME PIC X(14).
           02 FILLER            PIC X(12).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-REVISION PIC X(02).
           02 FILLER            PIC X(08).
           02 ARC-STAMP-BASE-RUN PIC X(05).
           02 FILLER            PIC X(05).
           02 ARC-STAMP-CAL-KEPT PIC X(01).
           02 FILLER            PIC X(15).
           02 ARC-STAMP-SUPERSEDED PIC X(05).
           02 FILLER            PIC X(126).
      ******************************************************************
      *    LAST IMAGE SEEN PER TRAIL AND ENTRY, FOR THE BEFORE COLUMN.
      ******************************************************************
       01 WS-IMAGE-MAX         PIC 9(03) VALUE 500.
       01 WS-IMAGE-COUNT       PIC 9(03) VALUE 0.
       01 WS-IMAGE-TABLE.
           02 WS-IMAGE-ENTRY OCCURS 500 TIMES.
               03 IMG-TRAIL-NUM    PIC 9(01).
               03 IMG-ENTRY        PIC X(30).
               03 IMG-AFTER        PIC X(80).
       01 WS-IMAGE-IDX         PIC 9(03).
       01 WS-IMAGE-FOUND       PIC 9(03).
      ******************************************************************
      *    CHANGES PER OPERATOR. AN OPERATOR BEYOND THE TABLE IS
      *    COUNTED UNDER OTHERS.
      ******************************************************************
       01 WS-OPER-MAX          PIC 9(03) VALUE 100.
       01 WS-OPER-COUNT        PIC 9(03) VALUE 0.
       01 WS-OPER-TABLE.
           02 WS-OPER-ENTRY OCCURS 100 TIMES.
               03 OPS-USER         PIC X(08).
               03 OPS-CHANGES      PIC 9(07).
       01 WS-OPER-IDX          PIC 9(03).
       01 WS-OPER-FOUND        PIC 9(03).
       01 WS-OPER-OTHERS       PIC 9(07) VALUE 0.
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01 WS-COUNT-CHANGES     PIC 9(07) VALUE 0.
       01 WS-COUNT-UNREADABLE  PIC 9(07) VALUE 0.
       01 WS-COUNT-PENDING     PIC 9(07) VALUE 0.
       01 WS-COUNT-LOADED      PIC 9(07) VALUE 0.
      ******************************************************************
      *    REPORT LINES
      ******************************************************************
       01 WS-REPORT-DATE       PIC X(10).
       01 WS-CURRENT-DATE.
           02 WS-CD-YEAR       PIC 9(04).
           02 WS-CD-MONTH      PIC 9(02).
           02 WS-CD-DAY        PIC 9(02).
       01 WS-HDR-TITLE-LINE.
           02 FILLER           PIC X(32) VALUE
               'CHANGE-CONTROL REPORT         '.
           02 HDR-DATE         PIC X(10).
       01 WS-PERIOD-LINE.
           02 FILLER           PIC X(08) VALUE 'PERIOD '.
           02 PRD-FROM         PIC 9(08).
           02 FILLER           PIC X(04) VALUE ' TO '.
           02 PRD-TO           PIC 9(08).
       01 WS-COLUMN-LINE.
           02 FILLER           PIC X(50) VALUE
               'DATE     TIME   FILE     OPERATOR ACTION   ENTRY'.
           02 FILLER           PIC X(40) VALUE
               '                          FIRST RUN'.
       01 WS-CHANGE-LINE.
           02 CHG-DATE         PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-TIME         PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-TRAIL        PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-USER         PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-ACTION       PIC X(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-ENTRY        PIC X(30).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CHG-RUN-REF      PIC X(17).
       01 WS-RUN-REF.
           02 REF-RUN          PIC 9(05).
           02 REF-TAG          PIC X(06).
           02 REF-RESTATED     PIC X(05).
       01 WS-DETAIL-LINE.
           02 FILLER           PIC X(06) VALUE SPACES.
           02 DTL-LABEL        PIC X(07).
           02 DTL-TEXT         PIC X(80).
       01 WS-SECTION-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SEC-TITLE        PIC X(40).
       01 WS-SUMMARY-LINE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-LABEL        PIC X(30).
           02 SUM-VALUE        PIC Z(06)9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 SUM-TAG          PIC X(20).
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-CCR PROGRAM".
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
       STRING WS-CD-MONTH DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-DAY DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-CD-YEAR DELIMITED BY SIZE
              INTO WS-REPORT-DATE.
       PERFORM P001-LOAD-PARMS.
       PERFORM P002-LOAD-RUN-STAMPS.
       INITIALIZE WS-TRAIL-TOTALS.
       OPEN OUTPUT CHANGE-WORK.
       IF WS-STATUS-WRK NOT = "00"
           DISPLAY "CCRWORK OPEN FAILED - STATUS " WS-STATUS-WRK
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                   UNTIL WS-TRAIL-IDX > WS-TRAIL-COUNT
               PERFORM P004-LOAD-ONE-TRAIL
           END-PERFORM
           CLOSE CHANGE-WORK
           OPEN OUTPUT REPORT-OUT
           MOVE WS-REPORT-DATE TO HDR-DATE
           WRITE FD-REPORT-LINE FROM WS-HDR-TITLE-LINE
           MOVE WS-FROM-DATE TO PRD-FROM
           MOVE WS-TO-DATE TO PRD-TO
           WRITE FD-REPORT-LINE FROM WS-PERIOD-LINE
           MOVE SPACES TO FD-REPORT-LINE
           WRITE FD-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM P006-REPORT-CHANGES
           IF WS-COUNT-CHANGES = 0
               MOVE '  NO CHANGES ON THE AUDIT TRAILS IN THE PERIOD'
                   TO FD-REPORT-LINE
               WRITE FD-REPORT-LINE
           END-IF
           PERFORM P011-WRITE-SUMMARY
           CLOSE REPORT-OUT
       END-IF.
       DISPLAY "AUDIT LINES LOADED  . . . . . . . . . : "
               WS-COUNT-LOADED.
       DISPLAY "UNREADABLE AUDIT LINES SKIPPED  . . . : "
               WS-COUNT-UNREADABLE.
       DISPLAY "ARCHIVED BASE RUNS ON HISTORY . . . . : "
               WS-RUN-COUNT.
       DISPLAY "CHANGES IN THE PERIOD . . . . . . . . : "
               WS-COUNT-CHANGES.
       DISPLAY "CHANGES NOT YET IN AN ARCHIVED RUN  . : "
               WS-COUNT-PENDING.
       IF WS-RUN-OVERFLOW = 'Y'
           DISPLAY "MORE THAN 5000 ARCHIVED RUNS - LATER RUNS NOT "
                   "CROSS-REFERENCED"
       END-IF.
       DISPLAY "CHANGE-CONTROL REPORT WRITTEN TO CCRRPT".
       STOP RUN.
      ******************************************************************
      *    P001-LOAD-PARMS
      ******************************************************************
       P001-LOAD-PARMS.
       OPEN INPUT CCR-PARMS
       IF WS-STATUS-PRM = "00"
           READ CCR-PARMS INTO WS-PARM-LINE
           IF WS-STATUS-PRM = "00"
               UNSTRING WS-PARM-LINE DELIMITED BY ','
                   INTO WS-PARM-FROM-TXT WS-PARM-TO-TXT
               END-UNSTRING
               IF WS-PARM-FROM-TXT(1:8) NUMERIC
                   MOVE WS-PARM-FROM-TXT(1:8) TO WS-FROM-DATE
               END-IF
               IF WS-PARM-TO-TXT(1:8) NUMERIC
                   MOVE WS-PARM-TO-TXT(1:8) TO WS-TO-DATE
               END-IF
               DISPLAY "CCRPARMS FOUND - USING EXTERNALIZED PERIOD"
           END-IF
           CLOSE CCR-PARMS
       END-IF
       .
      ******************************************************************
      *    P002-LOAD-RUN-STAMPS - READS ONLY THE TYPE '0' STAMP OF
      *    EACH RUN: AFTER A RUN'S FIRST RECORD THE FILE IS
      *    REPOSITIONED AT THE NEXT RUN NUMBER. A RUN WHOSE FIRST
      *    RECORD IS NOT A STAMP WAS ARCHIVED BEFORE STAMPS EXISTED
      *    AND CANNOT BE DATED.
      ******************************************************************
       P002-LOAD-RUN-STAMPS.
       OPEN INPUT HISTORY-FILE
       IF WS-STATUS-HST NOT = "00"
           DISPLAY "NO HISTORY FILE FOUND - NO RUN HAS BEEN "
                   "ARCHIVED YET"
       ELSE
           MOVE 'F' TO EOF
           MOVE LOW-VALUES TO HIST-KEY
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'T' TO EOF
           END-START
           PERFORM UNTIL EOF = 'T'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       IF HIST-REC-TYPE = '0'
                           PERFORM P003-TAKE-RUN-STAMP
                       END-IF
                       COMPUTE WS-NEXT-RUN = HIST-RUN-NUM + 1
                       IF WS-NEXT-RUN > 99999
                           MOVE 'T' TO EOF
                       ELSE
                           MOVE WS-NEXT-RUN TO HIST-RUN-NUM
                           MOVE LOW-VALUES TO HIST-REC-TYPE
                           MOVE 0 TO HIST-SEQ
                           START HISTORY-FILE KEY NOT < HIST-KEY
                               INVALID KEY
                                   MOVE 'T' TO EOF
                           END-START
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
       END-IF
       .
      ******************************************************************
      *    P003-TAKE-RUN-STAMP - REVISION 00 (OR A STAMP FROM BEFORE
      *    REVISIONS EXISTED) IS A CHAIN RUN; A RESTATEMENT IS NOT.
      ******************************************************************
       P003-TAKE-RUN-STAMP.
       MOVE HIST-DATA TO WS-ARC-STAMP-REC
       IF ARC-STAMP-DATETIME NUMERIC
          AND (ARC-STAMP-REVISION NOT NUMERIC
               OR ARC-STAMP-REVISION = '00')
           IF WS-RUN-COUNT < WS-RUN-MAX
               ADD 1 TO WS-RUN-COUNT
               MOVE HIST-RUN-NUM TO RUNT-RUN(WS-RUN-COUNT)
               MOVE ARC-STAMP-DATETIME TO RUNT-STAMP(WS-RUN-COUNT)
               IF ARC-STAMP-SUPERSEDED NUMERIC
                   MOVE ARC-STAMP-SUPERSEDED
                       TO RUNT-SUPERSEDED(WS-RUN-COUNT)
               ELSE
                   MOVE 0 TO RUNT-SUPERSEDED(WS-RUN-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-RUN-OVERFLOW
           END-IF
       END-IF
       .
      ******************************************************************
      *    P004-LOAD-ONE-TRAIL - A TRAIL THAT DOES NOT EXIST YET IS
      *    REPORTED AS SUCH. LINES AFTER THE PERIOD ARE NOT NEEDED;
      *    LINES BEFORE IT ARE ONLY NEEDED WHERE THEY SUPPLY A BEFORE
      *    IMAGE.
      ******************************************************************
       P004-LOAD-ONE-TRAIL.
       MOVE TRL-NAME(WS-TRAIL-IDX) TO WS-TRAIL-NAME
       MOVE 0 TO WS-LINE-NUM
       OPEN INPUT AUDIT-TRAIL
       IF WS-STATUS-TRL = "00"
           MOVE 'Y' TO TRL-PRESENT(WS-TRAIL-IDX)
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               MOVE SPACES TO WS-TRAIL-LINE
               READ AUDIT-TRAIL INTO WS-TRAIL-LINE
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO TRL-LINES(WS-TRAIL-IDX)
                       PERFORM P005-TAKE-TRAIL-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL
       ELSE
           MOVE 'N' TO TRL-PRESENT(WS-TRAIL-IDX)
       END-IF
       .
      ******************************************************************
      *    P005-TAKE-TRAIL-LINE - MAPS ONE LINE OF THE TRAIL ONTO THE
      *    COMMON CHANGE RECORD AND FILES IT UNDER ITS TIMESTAMP.
      ******************************************************************
       P005-TAKE-TRAIL-LINE.
       IF WS-TRAIL-LINE(1:14) NOT NUMERIC
           ADD 1 TO WS-COUNT-UNREADABLE
       ELSE
           MOVE WS-TRAIL-LINE(1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE NOT > WS-TO-DATE
              AND (WS-LINE-DATE NOT < WS-FROM-DATE
                   OR TRL-TRACK(WS-TRAIL-IDX) = 'Y')
               MOVE SPACES TO FD-CHANGE-REC
               MOVE WS-TRAIL-LINE(1:14) TO CHW-STAMP
               MOVE WS-TRAIL-IDX TO CHW-TRAIL-NUM
               MOVE WS-LINE-NUM TO CHW-LINE-NUM
               MOVE WS-TRAIL-LINE(28:8) TO CHW-USER
               EVALUATE TRL-FORMAT(WS-TRAIL-IDX)
                   WHEN 'P'
                       EVALUATE WS-TRAIL-LINE(46:20)
                           WHEN 'CREATED'
                               MOVE 'CREATE' TO CHW-ACTION
                           WHEN 'ADD'
                               MOVE 'ADD' TO CHW-ACTION
                           WHEN OTHER
                               MOVE 'CHANGE' TO CHW-ACTION
                       END-EVALUATE
                       MOVE WS-TRAIL-LINE(37:8) TO CHW-ENTRY(1:8)
                       MOVE WS-TRAIL-LINE(46:20) TO CHW-ENTRY(10:20)
                       MOVE WS-TRAIL-LINE(71:10) TO CHW-BEFORE
                       MOVE WS-TRAIL-LINE(86:10) TO CHW-AFTER
                       IF WS-TRAIL-LINE(102:8) NOT = SPACES
                           MOVE 'APPROVED BY' TO CHW-AFTER(13:11)
                           MOVE WS-TRAIL-LINE(102:8) TO CHW-AFTER(25:8)
                       END-IF
                   WHEN 'Q'
                       MOVE WS-TRAIL-LINE(37:8) TO CHW-ACTION
                       MOVE 'FEED LINE' TO CHW-ENTRY(1:9)
                       MOVE WS-TRAIL-LINE(51:7) TO CHW-ENTRY(11:7)
                       MOVE WS-TRAIL-LINE(59:80) TO CHW-AFTER
                   WHEN 'Z'
                       MOVE WS-TRAIL-LINE(37:8) TO CHW-ACTION
                       MOVE WS-TRAIL-LINE(46:16) TO CHW-ENTRY
                       MOVE WS-TRAIL-LINE(63:80) TO CHW-AFTER
                   WHEN OTHER
                       MOVE WS-TRAIL-LINE(37:8) TO CHW-ACTION
                       MOVE WS-TRAIL-LINE(46:12) TO CHW-ENTRY
                       MOVE WS-TRAIL-LINE(59:80) TO CHW-AFTER
               END-EVALUATE
               WRITE FD-CHANGE-REC
                   INVALID KEY
                       ADD 1 TO WS-COUNT-UNREADABLE
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-LOADED
               END-WRITE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P006-REPORT-CHANGES - READS CCRWORK BACK IN KEY ORDER, SO
      *    THE TRAILS COME OUT MERGED BY TIME. EVERY LINE OF A
      *    TRACKED TRAIL UPDATES THE ENTRY'S LAST IMAGE, BUT ONLY THE
      *    CHANGES INSIDE THE PERIOD ARE LISTED AND COUNTED.
      ******************************************************************
       P006-REPORT-CHANGES.
       OPEN INPUT CHANGE-WORK
       IF WS-STATUS-WRK = "00"
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ CHANGE-WORK NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P007-TAKE-CHANGE
               END-READ
           END-PERFORM
           CLOSE CHANGE-WORK
       END-IF
       .
      ******************************************************************
      *    P007-TAKE-CHANGE
      ******************************************************************
       P007-TAKE-CHANGE.
       MOVE CHW-TRAIL-NUM TO WS-TRAIL-IDX
       IF TRL-TRACK(WS-TRAIL-IDX) = 'Y'
           PERFORM P008-SWAP-LAST-IMAGE
       END-IF
       MOVE CHW-STAMP(1:8) TO WS-LINE-DATE
       IF WS-LINE-DATE NOT < WS-FROM-DATE
           ADD 1 TO WS-COUNT-CHANGES
           ADD 1 TO TRL-CHANGES(WS-TRAIL-IDX)
           PERFORM P010-COUNT-OPERATOR
           PERFORM P009-FIND-FIRST-RUN
           MOVE SPACES TO WS-CHANGE-LINE
           MOVE CHW-STAMP(1:8) TO CHG-DATE
           MOVE CHW-STAMP(9:6) TO CHG-TIME
           MOVE TRL-NAME(WS-TRAIL-IDX) TO CHG-TRAIL
           MOVE CHW-USER TO CHG-USER
           MOVE CHW-ACTION TO CHG-ACTION
           MOVE CHW-ENTRY TO CHG-ENTRY
           IF WS-RUN-FOUND = 0
               MOVE 'NOT YET ARCHIVED' TO CHG-RUN-REF
               ADD 1 TO WS-COUNT-PENDING
           ELSE
               MOVE SPACES TO WS-RUN-REF
               MOVE RUNT-RUN(WS-RUN-FOUND) TO REF-RUN
               IF RUNT-SUPERSEDED(WS-RUN-FOUND) > 0
                   MOVE ' REST ' TO REF-TAG
                   MOVE RUNT-SUPERSEDED(WS-RUN-FOUND) TO REF-RESTATED
               END-IF
               MOVE WS-RUN-REF TO CHG-RUN-REF
           END-IF
           WRITE FD-REPORT-LINE FROM WS-CHANGE-LINE
           IF CHW-BEFORE NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'BEFORE' TO DTL-LABEL
               MOVE CHW-BEFORE TO DTL-TEXT
               WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'AFTER' TO DTL-LABEL
           MOVE CHW-AFTER TO DTL-TEXT
           WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
       END-IF
       .
      ******************************************************************
      *    P008-SWAP-LAST-IMAGE - THE ENTRY'S PREVIOUS LINE BECOMES
      *    THIS CHANGE'S BEFORE IMAGE, AND THIS LINE BECOMES THE LAST
      *    IMAGE FOR THE NEXT CHANGE. A FIRST ADD HAS NO BEFORE IMAGE.
      ******************************************************************
       P008-SWAP-LAST-IMAGE.
       MOVE 0 TO WS-IMAGE-FOUND
       PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
               UNTIL WS-IMAGE-IDX > WS-IMAGE-COUNT
                  OR WS-IMAGE-FOUND > 0
           IF IMG-TRAIL-NUM(WS-IMAGE-IDX) = CHW-TRAIL-NUM
              AND IMG-ENTRY(WS-IMAGE-IDX) = CHW-ENTRY
               MOVE WS-IMAGE-IDX TO WS-IMAGE-FOUND
           END-IF
       END-PERFORM
       IF WS-IMAGE-FOUND = 0 AND WS-IMAGE-COUNT < WS-IMAGE-MAX
           ADD 1 TO WS-IMAGE-COUNT
           MOVE WS-IMAGE-COUNT TO WS-IMAGE-FOUND
           MOVE CHW-TRAIL-NUM TO IMG-TRAIL-NUM(WS-IMAGE-FOUND)
           MOVE CHW-ENTRY TO IMG-ENTRY(WS-IMAGE-FOUND)
           MOVE SPACES TO IMG-AFTER(WS-IMAGE-FOUND)
       END-IF
       IF WS-IMAGE-FOUND > 0
           MOVE IMG-AFTER(WS-IMAGE-FOUND) TO CHW-BEFORE
           MOVE CHW-AFTER TO IMG-AFTER(WS-IMAGE-FOUND)
       END-IF
       .
      ******************************************************************
      *    P009-FIND-FIRST-RUN - THE FIRST BASE RUN STAMPED AFTER THE
      *    CHANGE WAS ALREADY CONSOLIDATED WHEN ITS CHAIN STARTED; THE
      *    RUN AFTER IT IS THE FIRST ONE CONSOLIDATED UNDER THE
      *    CHANGE. ZERO WHEN THAT RUN HAS NOT BEEN ARCHIVED YET.
      ******************************************************************
       P009-FIND-FIRST-RUN.
       MOVE 0 TO WS-RUN-FOUND
       PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
                  OR WS-RUN-FOUND > 0
           IF RUNT-STAMP(WS-RUN-IDX) > CHW-STAMP
               MOVE WS-RUN-IDX TO WS-RUN-FOUND
           END-IF
       END-PERFORM
       IF WS-RUN-FOUND > 0
           IF WS-RUN-FOUND < WS-RUN-COUNT
               ADD 1 TO WS-RUN-FOUND
           ELSE
               MOVE 0 TO WS-RUN-FOUND
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-COUNT-OPERATOR
      ******************************************************************
       P010-COUNT-OPERATOR.
       MOVE 0 TO WS-OPER-FOUND
       PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                  OR WS-OPER-FOUND > 0
           IF OPS-USER(WS-OPER-IDX) = CHW-USER
               MOVE WS-OPER-IDX TO WS-OPER-FOUND
           END-IF
       END-PERFORM
       IF WS-OPER-FOUND = 0 AND WS-OPER-COUNT < WS-OPER-MAX
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-OPER-COUNT TO WS-OPER-FOUND
           MOVE CHW-USER TO OPS-USER(WS-OPER-FOUND)
           MOVE 0 TO OPS-CHANGES(WS-OPER-FOUND)
       END-IF
       IF WS-OPER-FOUND > 0
           ADD 1 TO OPS-CHANGES(WS-OPER-FOUND)
       ELSE
           ADD 1 TO WS-OPER-OTHERS
       END-IF
       .
      ******************************************************************
      *    P011-WRITE-SUMMARY - CHANGE COUNTS PER FILE AND PER
      *    OPERATOR.
      ******************************************************************
       P011-WRITE-SUMMARY.
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SECTION-LINE
       MOVE 'CHANGES BY FILE' TO SEC-TITLE
       WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
       PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
               UNTIL WS-TRAIL-IDX > WS-TRAIL-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE TRL-NAME(WS-TRAIL-IDX) TO SUM-LABEL
           MOVE TRL-CHANGES(WS-TRAIL-IDX) TO SUM-VALUE
           IF TRL-PRESENT(WS-TRAIL-IDX) = 'N'
               MOVE 'NO TRAIL YET' TO SUM-TAG
           END-IF
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       END-PERFORM
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SECTION-LINE
       MOVE 'CHANGES BY OPERATOR' TO SEC-TITLE
       WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
       PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE OPS-USER(WS-OPER-IDX) TO SUM-LABEL
           IF OPS-USER(WS-OPER-IDX) = SPACES
               MOVE '(NO OPERATOR ID)' TO SUM-LABEL
           END-IF
           MOVE OPS-CHANGES(WS-OPER-IDX) TO SUM-VALUE
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       END-PERFORM
       IF WS-OPER-OTHERS > 0
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'OTHER OPERATORS' TO SUM-LABEL
           MOVE WS-OPER-OTHERS TO SUM-VALUE
           WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       END-IF
       MOVE SPACES TO FD-REPORT-LINE
       WRITE FD-REPORT-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'CHANGES IN THE PERIOD' TO SUM-LABEL
       MOVE WS-COUNT-CHANGES TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'NOT YET IN AN ARCHIVED RUN' TO SUM-LABEL
       MOVE WS-COUNT-PENDING TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       MOVE SPACES TO WS-SUMMARY-LINE
       MOVE 'UNREADABLE AUDIT LINES' TO SUM-LABEL
       MOVE WS-COUNT-UNREADABLE TO SUM-VALUE
       WRITE FD-REPORT-LINE FROM WS-SUMMARY-LINE
       .

      ******************************************************************
      *    SENSOR FEED EDIT/QUARANTINE FRONT-END. RUNS BEFORE
      *    DATA-INDEX WHEN FIELD HARDWARE DELIVERS A RAW FEED: EVERY
      *    RAWFEED LINE (STREAM,DATE,TIME,TEMPERATURE,HUMIDITY,CO2) IS
      *    CHECKED FOR FIELD COUNT, A STREAM NAME KNOWN TO THE SUITE
      *    AND ON STRMAST UNRETIRED, A VALID CAPTURE TIMESTAMP,
      *    NUMERIC CONTENT AND PLAUSIBLE RANGES BEFORE IT IS ALLOWED
      *    ANYWHERE NEAR
      *    FUNCTION NUMVAL IN P010-READ-SENSOR-FEED. CLEAN LINES GO TO
      *    REASON, SO A GARBAGE READING CAN BE TRACED STRAIGHT BACK TO
      *    THE FEED LINE THAT CAUSED IT. A MISSING RAWFEED MEANS THE
      *    RUN IS NOT IN LIVE FEED MODE AND THE STEP DOES NOTHING.
      *    EVERY FEED EDITED IS ENTERED IN THE FEEDREG INTAKE REGISTER
      *    (CAPTURE RANGE, LINE COUNT, HASH TOTALS, CLEAN/QUARANTINED
      *    COUNTS; DATA-ARC LATER ADDS THE RUN NUMBER). A FEED THAT
      *    EXACTLY REPEATS, OR OVERLAPS THE CAPTURE RANGE OF, A FEED
      *    ALREADY ON THE REGISTER IS REFUSED: SENSOR-FEED IS LEFT
      *    EMPTY AND THE STEP ENDS WITH RETURN-CODE 8 SO THE CHAIN
      *    STOPS BEFORE THE SAME READINGS ARE CONSOLIDATED TWICE. A
      *    DELIBERATE RELOAD GOES THROUGH ONLY WITH A RELOAD
      *    AUTHORIZATION POSTED IN FEEDOVR BY FEED-INQ; IT IS AUDITED
      *    AND CONSUMED BY THE RUN THAT SEES IT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUARANTINE-FILE ASSIGN TO FEEDQUAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QUA.
           SELECT STREAM-MASTER ASSIGN TO STRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STR-STREAM-NAME
               FILE STATUS IS WS-STATUS-STR.
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
           DATA RECORD IS FD-QUARANTINE-REC.
       01 FD-QUARANTINE-REC    PIC X(110).
      ******************************************************************
      *    STREAM MASTER - MUST STAY IN STEP WITH STR-MNT, WHICH
      *    MAINTAINS IT. ONE ENTRY PER PRODUCER STREAM: LOCATION,
      *    DESCRIPTION, IN-SERVICE DATE AND ACTIVE/RETIRED STATUS.
      ******************************************************************
       FD STREAM-MASTER
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS FD-STREAM-REC.
       01 FD-STREAM-REC.
           02 STR-STREAM-NAME  PIC X(12).
           02 STR-LOCATION     PIC X(20).
           02 STR-DESCRIPTION  PIC X(30).
           02 STR-INSERVICE    PIC 9(08).
           02 STR-STATUS       PIC X(01).
           02 STR-UPD-USER     PIC X(08).
           02 STR-UPD-STAMP    PIC X(26).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    FEED INTAKE REGISTER - MUST STAY IN STEP WITH DATA-ARC AND
      *    FEED-INQ. ONE ENTRY PER RAWFEED EDITED, NUMBERED IN INTAKE
      *    ORDER AND ALSO KEYED BY ITS FIRST CAPTURE TIMESTAMP SO IT
      *    CAN BE LISTED BY DATE. THE HASH TOTALS ARE THE SUMS OF THE
      *    TEMPERATURE, HUMIDITY AND CO2 COLUMNS OVER THE CLEAN LINES.
      *    REG-RUN-NUM STAYS ZERO UNTIL DATA-ARC ARCHIVES THE RUN THE
      *    FEED WAS CONSOLIDATED INTO. A RELOAD ENTRY CARRIES 'Y', THE
      *    AUTHORIZING OPERATOR AND THE INTAKE IT REPEATED.
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
      *    RELOAD AUTHORIZATION - POSTED BY FEED-INQ, ONE RECORD: 'R',
      *    THE AUTHORIZING OPERATOR, WHEN, AND WHY. MUST STAY IN STEP
      *    WITH FEED-INQ.
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
       01 WS-STATUS-RAW        PIC XX.
       01 WS-STATUS-FEED       PIC XX.
       01 WS-STATUS-QUA        PIC XX.
       01 WS-STATUS-REG        PIC XX.
       01 WS-STATUS-OVR        PIC XX.
       01 WS-STATUS-AUD        PIC XX.
       01 EOF                  PIC X(01) VALUE 'F'.
       01 WS-FEED-LINE         PIC X(80).
       01 WS-LINE-NUM          PIC 9(07) VALUE 0.
      ******************************************************************
      *    FIELD EDIT WORK AREAS. THE STATION HARDWARE STAMPS EVERY
      *    TRANSMISSION WITH THE STREAM IT BELONGS TO, SO A FEED LINE
      *    IS SIX FIELDS: STREAM,DATE,TIME,TEMPERATURE,HUMIDITY,CO2.
      *    THE STREAM NAME IS TAKEN INTO ITS OWN RECEIVER AHEAD OF
      *    THE OTHER FIVE; A SIXTH MEASUREMENT RECEIVER CATCHES LINES
      *    WITH TOO MANY FIELDS AND THE TALLY COUNTS HOW MANY WERE
      *    FILLED SO LINES WITH TOO FEW ARE CAUGHT AS WELL.
      ******************************************************************
       01 WS-FIELD-STREAM      PIC X(20).
       01 WS-FIELD-1           PIC X(20).
       01 WS-FIELD-2           PIC X(20).
       01 WS-FIELD-3           PIC X(20).
       01 WS-MAX-HUMIDITY      PIC 9(05)V99 VALUE 99.99.
       01 WS-MAX-CO2           PIC 9(05)V99 VALUE 999.
      ******************************************************************
      *    PARALLEL DATA FILE STREAMS - MUST STAY IN STEP WITH THE
      *    TABLE IN DATA-INDEX AND INDEX. A FEED LINE FOR ANY OTHER
      *    STREAM NAME HAS NOWHERE TO GO AND IS QUARANTINED.
      ******************************************************************
       01 WS-FILE-IDX          PIC 9(02).
       01 WS-FILE-COUNT        PIC 9(02) VALUE 3.
       01 WS-FILE-NAME-LIST.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-01'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-02'.
           02 FILLER           PIC X(20) VALUE 'DATA-FILE-03'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-LIST.
           02 WS-FILE-NAME-ENTRY PIC X(20) OCCURS 3 TIMES.
       01 WS-LINE-STREAM       PIC 9(02).
      ******************************************************************
      *    STREAM MASTER VIEW - ON-MASTER AND ACTIVE FLAGS PER STREAM,
      *    LOADED FROM STRMAST AT STARTUP AND LINED UP WITH
      *    WS-FILE-NAME-TABLE. A STREAM WITHOUT AN ENTRY IS UNKNOWN.
      *    ONLY A MASTER THAT CANNOT BE OPENED LEAVES EVERY STREAM ON
      *    IT AND ACTIVE, THE SAME FALLBACK DATA-INDEX APPLIES.
      ******************************************************************
       01 WS-STATUS-STR        PIC XX.
       01 WS-STR-VIEW-TABLE.
           02 WS-STR-VIEW OCCURS 3 TIMES.
               03 STR-ON-MASTER   PIC X(01).
               03 STR-ACTIVE-FLAG PIC X(01).
               03 STR-LOC-NAME    PIC X(20).
      ******************************************************************
      *    QUARANTINE RECORD - INPUT LINE NUMBER, REASON, RAW LINE.
      ******************************************************************
       01 WS-QUARANTINE-REC.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 QUAR-LINE        PIC X(80).
      ******************************************************************
      *    INTAKE FIGURES FOR THIS FEED - CAPTURE RANGE AND HASH
      *    TOTALS OVER THE CLEAN LINES, BUILT AS THE FEED IS EDITED.
      ******************************************************************
       01 WS-LINE-STAMP        PIC 9(14).
       01 WS-FEED-FIRST-STAMP  PIC 9(14) VALUE 99999999999999.
       01 WS-FEED-LAST-STAMP   PIC 9(14) VALUE 0.
       01 WS-HASH-TEMP         PIC S9(09)V99 VALUE 0.
       01 WS-HASH-HUM          PIC 9(09)V99 VALUE 0.
       01 WS-HASH-CO2          PIC 9(11) VALUE 0.
       01 WS-REG-STAMP         PIC 9(14).
      ******************************************************************
      *    REGISTER CHECK RESULT - 'E' EXACT REPEAT, 'O' OVERLAPPING
      *    CAPTURE RANGE, SPACE NEITHER - AND THE INTAKE IT CLASHED
      *    WITH. THE LAST INTAKE NUMBER ON FILE NUMBERS THE NEW ENTRY.
      ******************************************************************
       01 WS-DUP-KIND          PIC X(01) VALUE SPACE.
       01 WS-DUP-INTAKE        PIC 9(07) VALUE 0.
       01 WS-LAST-INTAKE       PIC 9(07) VALUE 0.
       01 WS-NEW-INTAKE        PIC 9(07) VALUE 0.
       01 WS-FEED-REFUSED      PIC X(01) VALUE 'N'.
       01 WS-OVERRIDE-REC.
           02 OVR-STATE        PIC X(01).
           02 OVR-USER         PIC X(08).
           02 OVR-STAMP        PIC X(26).
           02 OVR-REASON       PIC X(40).
           02 FILLER           PIC X(05).
      ******************************************************************
      *    RUN AUDIT TRAIL
      ******************************************************************
       01 WS-JOB-ID            PIC X(08) VALUE 'DATA-EDT'.
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
      *    EDIT TOTALS
      ******************************************************************
       01 WS-COUNT-READ        PIC 9(07) VALUE 0.
       01 WS-COUNT-CLEAN       PIC 9(07) VALUE 0.
       01 WS-COUNT-QUARANTINED PIC 9(07) VALUE 0.
       01 WS-COUNT-STREAM-TABLE.
           02 WS-COUNT-STREAM  PIC 9(07) VALUE 0 OCCURS 3 TIMES.
      ******************************************************************
      *    PROCEDURE DIVISION.
      ******************************************************************
       PROCEDURE DIVISION.
       DISPLAY "WELCOME TO DATA-EDT PROGRAM".
       PERFORM P010-LOAD-STREAM-MASTER.
       OPEN INPUT RAW-FEED
       IF WS-STATUS-RAW NOT = "00"
           DISPLAY "NO RAWFEED PRESENT - NOT A LIVE FEED RUN, "
                   "NOTHING TO EDIT"
       ELSE
           OPEN EXTEND AUDIT-LOG
           IF WS-STATUS-AUD NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE 'JOB START' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           PERFORM P016-WRITE-AUDIT-RECORD
           OPEN OUTPUT SENSOR-FEED
           OPEN OUTPUT QUARANTINE-FILE
           PERFORM UNTIL EOF = 'T'
           CLOSE RAW-FEED
           CLOSE SENSOR-FEED
           CLOSE QUARANTINE-FILE
           IF WS-COUNT-READ > 0
               PERFORM P012-CHECK-FEED-REGISTER
           ELSE
               DISPLAY "RAWFEED IS EMPTY - NOTHING TO REGISTER"
           END-IF
           PERFORM P006-PRINT-EDIT-TOTALS
           IF WS-FEED-REFUSED = 'Y'
               MOVE 'JOB FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               PERFORM P016-WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'JOB END' TO WS-AUDIT-EVENT-ARG
               MOVE WS-COUNT-CLEAN TO WS-AUDIT-DETAIL-ARG
               PERFORM P016-WRITE-AUDIT-RECORD
           END-IF
           CLOSE AUDIT-LOG
       END-IF
       STOP RUN.
      ******************************************************************
       MOVE 'Y' TO WS-LINE-VALID
       MOVE SPACES TO WS-EDIT-REASON
       PERFORM P002-CHECK-FIELD-COUNT
       IF WS-LINE-VALID = 'Y'
           PERFORM P009-CHECK-STREAM
       END-IF
       IF WS-LINE-VALID = 'Y'
           PERFORM P008-CHECK-TIMESTAMP
       END-IF
       IF WS-LINE-VALID = 'Y'
           WRITE FD-SENSOR-FEED-REC FROM WS-FEED-LINE
           ADD 1 TO WS-COUNT-CLEAN
           ADD 1 TO WS-COUNT-STREAM(WS-LINE-STREAM)
           PERFORM P017-TAKE-INTAKE-FIGURES
       ELSE
           PERFORM P005-WRITE-QUARANTINE-RECORD
       END-IF
      *    P002-CHECK-FIELD-COUNT
      ******************************************************************
       P002-CHECK-FIELD-COUNT.
       MOVE SPACES TO WS-FIELD-STREAM
       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                      WS-FIELD-5 WS-FIELD-6
       MOVE 0 TO WS-FIELD-TALLY
       UNSTRING WS-FEED-LINE DELIMITED BY ','
           INTO WS-FIELD-STREAM
                WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                WS-FIELD-5 WS-FIELD-6
           TALLYING IN WS-FIELD-TALLY
       END-UNSTRING
       IF WS-FIELD-TALLY < 6
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'TOO FEW FIELDS' TO WS-EDIT-REASON
       END-IF
       IF WS-FIELD-TALLY > 6 OR WS-FIELD-6 NOT = SPACES
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'TOO MANY FIELDS' TO WS-EDIT-REASON
       END-IF
               WS-COUNT-CLEAN
       DISPLAY "LINES QUARANTINED TO FEEDQUAR . . . . : "
               WS-COUNT-QUARANTINED
       IF WS-FEED-REFUSED = 'Y'
           DISPLAY "FEED REFUSED - NOTHING PASSED TO SENSOR-FEED"
       END-IF
       IF WS-NEW-INTAKE > 0
           DISPLAY "ENTERED IN FEEDREG AS INTAKE  . . . . : "
                   WS-NEW-INTAKE
       END-IF
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           DISPLAY "CLEAN LINES FOR "
                   WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
                   " . . . . : " WS-COUNT-STREAM(WS-FILE-IDX)
       END-PERFORM
       DISPLAY "===================================================="
       .
      ******************************************************************
           MOVE 'N' TO WS-FIELD-OK
       END-IF
       .
      ******************************************************************
      *    P009-CHECK-STREAM - THE LINE MUST NAME ONE OF THE SUITE'S
      *    PRODUCER STREAMS, AND THAT STREAM MUST BE ON STRMAST AND NOT
      *    RETIRED THERE: DATA-INDEX ROUTES EVERY CLEAN LINE TO THE FILE
      *    OF THE STREAM IT NAMES, SO A LINE FOR A STREAM NOBODY BUILDS
      *    WOULD OTHERWISE BE DROPPED WITHOUT TRACE.
      ******************************************************************
       P009-CHECK-STREAM.
       MOVE 0 TO WS-LINE-STREAM
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF WS-FIELD-STREAM = WS-FILE-NAME-ENTRY(WS-FILE-IDX)
               MOVE WS-FILE-IDX TO WS-LINE-STREAM
           END-IF
       END-PERFORM
       IF WS-LINE-STREAM = 0
           MOVE 'N' TO WS-LINE-VALID
           MOVE 'UNKNOWN STREAM' TO WS-EDIT-REASON
       ELSE
           IF STR-ON-MASTER(WS-LINE-STREAM) NOT = 'Y'
               MOVE 'N' TO WS-LINE-VALID
               MOVE 'UNKNOWN STREAM' TO WS-EDIT-REASON
           ELSE
               IF STR-ACTIVE-FLAG(WS-LINE-STREAM) NOT = 'Y'
                   MOVE 'N' TO WS-LINE-VALID
                   MOVE 'RETIRED STREAM' TO WS-EDIT-REASON
               END-IF
           END-IF
       END-IF
       .
      ******************************************************************
      *    P010-LOAD-STREAM-MASTER - READS STRMAST AND LINES EACH
      *    ENTRY UP WITH ITS PRODUCER STREAM. ONCE THE MASTER IS OPEN
      *    A STREAM IS ON IT ONLY IF AN ENTRY NAMES IT; A MASTER THAT
      *    CANNOT BE OPENED LEAVES EVERY STREAM ON IT AND ACTIVE.
      ******************************************************************
       P010-LOAD-STREAM-MASTER.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           MOVE 'Y' TO STR-ON-MASTER(WS-FILE-IDX)
           MOVE 'Y' TO STR-ACTIVE-FLAG(WS-FILE-IDX)
           MOVE SPACES TO STR-LOC-NAME(WS-FILE-IDX)
       END-PERFORM
       MOVE 'F' TO EOF
       OPEN INPUT STREAM-MASTER
       IF WS-STATUS-STR = "00"
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE 'N' TO STR-ON-MASTER(WS-FILE-IDX)
           END-PERFORM
           PERFORM UNTIL EOF = 'T'
               READ STREAM-MASTER
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P011-TAKE-STREAM-ENTRY
               END-READ
           END-PERFORM
           CLOSE STREAM-MASTER
       END-IF
       INITIALIZE EOF
       .
      ******************************************************************
      *    P011-TAKE-STREAM-ENTRY
      ******************************************************************
       P011-TAKE-STREAM-ENTRY.
       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
           IF STR-STREAM-NAME = WS-FILE-NAME-ENTRY(WS-FILE-IDX)(1:12)
               MOVE 'Y' TO STR-ON-MASTER(WS-FILE-IDX)
               MOVE STR-LOCATION TO STR-LOC-NAME(WS-FILE-IDX)
               IF STR-STATUS = 'R'
                   MOVE 'N' TO STR-ACTIVE-FLAG(WS-FILE-IDX)
               END-IF
           END-IF
       END-PERFORM
       .
      ******************************************************************
      *    P017-TAKE-INTAKE-FIGURES - FOLDS ONE CLEAN LINE INTO THE
      *    FEED'S CAPTURE RANGE AND HASH TOTALS. THE LINE HAS PASSED
      *    EVERY EDIT, SO ITS STAMP AND VALUES ARE SAFE TO USE.
      ******************************************************************
       P017-TAKE-INTAKE-FIGURES.
       MOVE WS-TS-DATE TO WS-LINE-STAMP(1:8)
       MOVE WS-TS-TIME TO WS-LINE-STAMP(9:6)
       IF WS-LINE-STAMP < WS-FEED-FIRST-STAMP
           MOVE WS-LINE-STAMP TO WS-FEED-FIRST-STAMP
       END-IF
       IF WS-LINE-STAMP > WS-FEED-LAST-STAMP
           MOVE WS-LINE-STAMP TO WS-FEED-LAST-STAMP
       END-IF
       COMPUTE WS-HASH-TEMP = WS-HASH-TEMP
           + FUNCTION NUMVAL(WS-FIELD-3)
       COMPUTE WS-HASH-HUM = WS-HASH-HUM
           + FUNCTION NUMVAL(WS-FIELD-4)
       COMPUTE WS-HASH-CO2 = WS-HASH-CO2
           + FUNCTION NUMVAL(WS-FIELD-5)
       .
      ******************************************************************
      *    P012-CHECK-FEED-REGISTER - COMPARES THE FEED JUST EDITED
      *    WITH EVERY ENTRY ON THE REGISTER, THEN EITHER ENTERS IT OR
      *    REFUSES IT. A FEED WITH NO CLEAN LINES HAS NO CAPTURE
      *    RANGE; IT IS REGISTERED WITH A ZERO RANGE AND ONLY AN EXACT
      *    REPEAT CAN CLASH WITH IT. A MISSING REGISTER IS BUILT
      *    EMPTY; ONE THAT CANNOT BE OPENED AT ALL REFUSES THE FEED,
      *    SINCE NOTHING COULD THEN PROVE IT IS NOT A REPEAT.
      ******************************************************************
       P012-CHECK-FEED-REGISTER.
       IF WS-COUNT-CLEAN = 0
           MOVE 0 TO WS-FEED-FIRST-STAMP
           MOVE 0 TO WS-FEED-LAST-STAMP
       END-IF
       OPEN I-O FEED-REGISTER
       IF WS-STATUS-REG = "35"
           OPEN OUTPUT FEED-REGISTER
           IF WS-STATUS-REG = "00"
               CLOSE FEED-REGISTER
               OPEN I-O FEED-REGISTER
           END-IF
       END-IF
       IF WS-STATUS-REG NOT = "00"
           DISPLAY "FEEDREG COULD NOT BE OPENED - STATUS "
                   WS-STATUS-REG
           MOVE 'OPEN FAILED' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING 'FEEDREG STATUS=' DELIMITED BY SIZE
               WS-STATUS-REG DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P016-WRITE-AUDIT-RECORD
           PERFORM P015-REFUSE-FEED
       ELSE
           MOVE 'F' TO EOF
           PERFORM UNTIL EOF = 'T'
               READ FEED-REGISTER NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF
                   NOT AT END
                       PERFORM P013-COMPARE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           INITIALIZE EOF
           PERFORM P018-READ-RELOAD-OVERRIDE
           IF WS-DUP-KIND NOT = SPACE AND OVR-STATE NOT = 'R'
               PERFORM P015-REFUSE-FEED
           ELSE
               PERFORM P014-ENTER-FEED
           END-IF
           CLOSE FEED-REGISTER
       END-IF
       .
      ******************************************************************
      *    P013-COMPARE-REGISTER-ENTRY - AN EXACT REPEAT MATCHES ON
      *    CAPTURE RANGE, LINE COUNT AND ALL THREE HASH TOTALS; AN
      *    OVERLAP IS ANY SHARED CAPTURE TIME WITH AN ENTRY THAT HAS
      *    A RANGE. THE FIRST EXACT REPEAT FOUND WINS OVER AN OVERLAP.
      ******************************************************************
       P013-COMPARE-REGISTER-ENTRY.
       MOVE REG-INTAKE-NUM TO WS-LAST-INTAKE
       MOVE REG-FIRST-TS TO WS-REG-STAMP
       IF WS-REG-STAMP = WS-FEED-FIRST-STAMP
               AND REG-LAST-TS = WS-FEED-LAST-STAMP
               AND REG-LINE-COUNT = WS-COUNT-READ
               AND REG-HASH-TEMP = WS-HASH-TEMP
               AND REG-HASH-HUM = WS-HASH-HUM
               AND REG-HASH-CO2 = WS-HASH-CO2
           IF WS-DUP-KIND NOT = 'E'
               MOVE 'E' TO WS-DUP-KIND
               MOVE REG-INTAKE-NUM TO WS-DUP-INTAKE
           END-IF
       ELSE
           IF WS-DUP-KIND = SPACE AND WS-COUNT-CLEAN > 0
                   AND REG-CLEAN-COUNT > 0
                   AND WS-FEED-FIRST-STAMP NOT > REG-LAST-TS
                   AND WS-FEED-LAST-STAMP NOT < WS-REG-STAMP
               MOVE 'O' TO WS-DUP-KIND
               MOVE REG-INTAKE-NUM TO WS-DUP-INTAKE
           END-IF
       END-IF
       .
      ******************************************************************
      *    P014-ENTER-FEED - WRITES THE NEW REGISTER ENTRY. WHEN THE
      *    FEED CLASHED AND A RELOAD AUTHORIZATION LET IT THROUGH, THE
      *    ENTRY IS MARKED AS A RELOAD AND THE OVERRIDE IS AUDITED.
      *    ANY AUTHORIZATION SEEN IS CONSUMED EITHER WAY, SO IT CANNOT
      *    WAIT AROUND TO WAVE THROUGH SOME LATER, UNINTENDED REPEAT.
      ******************************************************************
       P014-ENTER-FEED.
       COMPUTE WS-NEW-INTAKE = WS-LAST-INTAKE + 1
       MOVE SPACES TO FD-REGISTER-REC
       MOVE WS-NEW-INTAKE TO REG-INTAKE-NUM
       MOVE WS-FEED-FIRST-STAMP TO REG-FIRST-TS
       MOVE WS-FEED-LAST-STAMP TO REG-LAST-TS
       MOVE WS-COUNT-READ TO REG-LINE-COUNT
       MOVE WS-COUNT-CLEAN TO REG-CLEAN-COUNT
       MOVE WS-COUNT-QUARANTINED TO REG-QUAR-COUNT
       MOVE WS-HASH-TEMP TO REG-HASH-TEMP
       MOVE WS-HASH-HUM TO REG-HASH-HUM
       MOVE WS-HASH-CO2 TO REG-HASH-CO2
       MOVE 0 TO REG-RUN-NUM
       MOVE FUNCTION CURRENT-DATE TO REG-INTAKE-STAMP
       MOVE 'N' TO REG-RELOAD-FLAG
       MOVE 0 TO REG-RELOAD-OF
       IF WS-DUP-KIND NOT = SPACE
           MOVE 'Y' TO REG-RELOAD-FLAG
           MOVE OVR-USER TO REG-RELOAD-USER
           MOVE WS-DUP-INTAKE TO REG-RELOAD-OF
       END-IF
       WRITE FD-REGISTER-REC
           INVALID KEY
               DISPLAY "FEEDREG WRITE FAILED - STATUS " WS-STATUS-REG
               MOVE 'WRITE FAILED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'FEEDREG STATUS=' DELIMITED BY SIZE
                   WS-STATUS-REG DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P016-WRITE-AUDIT-RECORD
               PERFORM P015-REFUSE-FEED
               MOVE 0 TO WS-NEW-INTAKE
           NOT INVALID KEY
               MOVE 'FEED REGISTERED' TO WS-AUDIT-EVENT-ARG
               MOVE SPACES TO WS-AUDIT-DETAIL-ARG
               STRING 'INTAKE ' DELIMITED BY SIZE
                   WS-NEW-INTAKE DELIMITED BY SIZE
                   ' LINES ' DELIMITED BY SIZE
                   WS-COUNT-READ DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
               PERFORM P016-WRITE-AUDIT-RECORD
       END-WRITE
       IF WS-DUP-KIND NOT = SPACE AND WS-FEED-REFUSED = 'N'
           DISPLAY "FEED REPEATS INTAKE " WS-DUP-INTAKE
                   " - RELOADED UNDER AUTHORIZATION BY " OVR-USER
           MOVE 'RELOAD OVERRIDE' TO WS-AUDIT-EVENT-ARG
           MOVE SPACES TO WS-AUDIT-DETAIL-ARG
           STRING OVR-USER DELIMITED BY SIZE
               ' INTAKE ' DELIMITED BY SIZE
               WS-NEW-INTAKE DELIMITED BY SIZE
               ' REPEATS ' DELIMITED BY SIZE
               WS-DUP-INTAKE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL-ARG
           PERFORM P016-WRITE-AUDIT-RECORD
       END-IF
       IF OVR-STATE = 'R'
           IF WS-DUP-KIND = SPACE
               DISPLAY "RELOAD AUTHORIZATION NOT NEEDED - CLEARED"
           END-IF
           PERFORM P019-CLEAR-RELOAD-OVERRIDE
       END-IF
       .
      ******************************************************************
      *    P015-REFUSE-FEED - EMPTIES SENSOR-FEED SO NOTHING FROM THE
      *    REFUSED FEED CAN REACH DATA-INDEX, AND AUDITS WHY.
      ******************************************************************
       P015-REFUSE-FEED.
       MOVE 'Y' TO WS-FEED-REFUSED
       OPEN OUTPUT SENSOR-FEED
       CLOSE SENSOR-FEED
       MOVE 'FEED REFUSED' TO WS-AUDIT-EVENT-ARG
       MOVE SPACES TO WS-AUDIT-DETAIL-ARG
       EVALUATE WS-DUP-KIND
           WHEN 'E'
               DISPLAY "RAWFEED IS AN EXACT REPEAT OF INTAKE "
                       WS-DUP-INTAKE " - REFUSED"
               STRING 'REPEATS INTAKE ' DELIMITED BY SIZE
                   WS-DUP-INTAKE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
           WHEN 'O'
               DISPLAY "RAWFEED OVERLAPS THE CAPTURE RANGE OF INTAKE "
                       WS-DUP-INTAKE " - REFUSED"
               STRING 'OVERLAPS INTAKE ' DELIMITED BY SIZE
                   WS-DUP-INTAKE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL-ARG
           WHEN OTHER
               MOVE 'REGISTER UNAVAILABLE' TO WS-AUDIT-DETAIL-ARG
       END-EVALUATE
       PERFORM P016-WRITE-AUDIT-RECORD
       IF WS-DUP-KIND NOT = SPACE
           DISPLAY "TO RELOAD IT DELIBERATELY, POST A RELOAD "
                   "AUTHORIZATION WITH FEED-INQ AND RERUN"
       END-IF
       .
      ******************************************************************
      *    P016-WRITE-AUDIT-RECORD
      ******************************************************************
       P016-WRITE-AUDIT-RECORD.
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE WS-JOB-ID TO AUD-JOB-ID
       MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
       MOVE WS-AUDIT-EVENT-ARG TO AUD-EVENT
       MOVE WS-AUDIT-DETAIL-ARG TO AUD-DETAIL
       WRITE FD-AUDIT-REC FROM WS-AUDIT-REC
       .
      ******************************************************************
      *    P018-READ-RELOAD-OVERRIDE - A MISSING OR CLEARED FEEDOVR
      *    MEANS NO RELOAD IS AUTHORIZED.
      ******************************************************************
       P018-READ-RELOAD-OVERRIDE.
       MOVE SPACES TO WS-OVERRIDE-REC
       OPEN INPUT RELOAD-OVERRIDE
       IF WS-STATUS-OVR = "00"
           READ RELOAD-OVERRIDE INTO WS-OVERRIDE-REC
               AT END
                   MOVE SPACES TO WS-OVERRIDE-REC
           END-READ
           CLOSE RELOAD-OVERRIDE
       END-IF
       .
      ******************************************************************
      *    P019-CLEAR-RELOAD-OVERRIDE
      ******************************************************************
       P019-CLEAR-RELOAD-OVERRIDE.
       OPEN OUTPUT RELOAD-OVERRIDE
       IF WS-STATUS-OVR = "00"
           MOVE SPACES TO FD-OVERRIDE-REC
           WRITE FD-OVERRIDE-REC
           CLOSE RELOAD-OVERRIDE
       END-IF
       .

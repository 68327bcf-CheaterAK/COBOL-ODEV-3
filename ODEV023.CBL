       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV023.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIS-FILE ASSIGN TO HISFILE
                           FILE STATUS IS STATUS-HIS.
           SELECT CUS-FILE ASSIGN to CUSFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is CUS-ID
                           FILE STATUS is STATUS-CUS.
           SELECT CUR-FILE ASSIGN TO CURFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-CUR.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT REV-FILE ASSIGN TO REVFILE
                           FILE STATUS IS STATUS-REV.
           SELECT ALT-FILE ASSIGN TO ALTFILE
                           FILE STATUS IS STATUS-ALT.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  HIS-FILE RECORDING MODE F.
           COPY HISREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  CUR-FILE.
           COPY CURREC.
       FD  PRM-FILE.
           COPY PRMREC.
       FD  REV-FILE RECORDING MODE F.
       01  REV-REC                       PIC X(64).
       FD  ALT-FILE RECORDING MODE F.
           COPY ALTREC.
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05    SW-CUS-ID               PIC 9(5).
           05    SW-VALUE-DATE           PIC 9(7).
           05    SW-CYCLE                PIC 9(6).
           05    SW-SEQ                  PIC 9(6).
           05    SW-CURRENCY             PIC 9(3).
           05    SW-TRAN-TYPE            PIC X(1).
           05    SW-AMOUNT               PIC S9(13).
           05    SW-BASE                 PIC S9(18).
           05    SW-NEAR                 PIC X(1).
           05    SW-NO-RATE              PIC X(1).
           05    SW-OWN-XFER             PIC X(1).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-HIS                 PIC 99.
              88 HIS-SUCC                         VALUE 00 97.
              88 HIS-EOF                          VALUE 10.
           05 STATUS-CUS                 PIC 99.
              88 CUS-SUCC                         VALUE 00 97.
              88 CUS-INVALID-KEY                  VALUE 23.
           05 STATUS-CUR                 PIC 99.
              88 CUR-SUCC                         VALUE 00 97.
              88 CUR-EOF                          VALUE 10.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-REV                 PIC 99.
              88 REV-SUCC                         VALUE 00 97.
              88 REV-EOF                          VALUE 10.
              88 REV-NOT-FOUND                    VALUE 35.
           05 STATUS-ALT                 PIC 99.
              88 ALT-SUCC                         VALUE 00 97.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-CURRENCY-IDX.
              10 WS-CURRENCY-NUM         PIC 9(3).
              10 WS-CURRENCY-ALPHA       PIC X(3).
              10 WS-CURRENCY-RATE        PIC 9(3)V9(6).
              10 WS-CURRENCY-LIMIT       PIC 9(13).
       01  WS-BACKOUT-TABLE.
           05 WS-BKO-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-BKO-IDX.
              10 WS-BKO-ACC-ID           PIC 9(5).
              10 WS-BKO-CURR             PIC 9(3).
              10 WS-BKO-CYCLE            PIC 9(6).
              10 WS-BKO-SEQ              PIC 9(6).
              10 WS-BKO-USED             PIC 9(1).
       01  WS-REVIEW-TABLE.
           05 WS-REV-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-REV-IDX.
              10 WS-REV-CUS-ID           PIC 9(5).
              10 WS-REV-TYPE             PIC X(1).
              10 WS-REV-LAST-DATE        PIC 9(7).
       01  WS-MOVEMENT-TABLE.
           05 WS-MOV-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-MOV-IDX.
              10 WS-MOV-VALUE-DATE       PIC 9(7).
              10 WS-MOV-CYCLE            PIC 9(6).
              10 WS-MOV-CURRENCY         PIC 9(3).
              10 WS-MOV-TRAN-TYPE        PIC X(1).
              10 WS-MOV-AMOUNT           PIC S9(13).
              10 WS-MOV-BASE             PIC S9(18).
              10 WS-MOV-NEAR             PIC X(1).
              10 WS-MOV-NO-RATE          PIC X(1).
              10 WS-MOV-OWN-XFER         PIC X(1).
       77  WS-CURRENCY-CNT               PIC 9(2) VALUE 0.
       77  WS-CURR-FOUND                 PIC 9(1) VALUE 0.
       77  WS-LOOKUP-CURR                PIC 9(3) VALUE 0.
       77  WS-CURR-RATE                  PIC 9(3)V9(6) VALUE 0.
       77  WS-CURR-LIMIT                 PIC 9(13) VALUE 0.
       77  WS-CURR-ALPHA                 PIC X(3) VALUE SPACES.
       77  WS-BKO-CNT                    PIC 9(4) VALUE 0.
       77  WS-BKO-FOUND                  PIC 9(1) VALUE 0.
       77  WS-REV-CNT                    PIC 9(4) VALUE 0.
       77  WS-MOV-CNT                    PIC 9(3) VALUE 0.
       77  WS-THRESHOLD-X                PIC X(1) VALUE SPACE.
       77  WS-THRESHOLD                  PIC 9(15) VALUE 0.
       77  WS-WINDOW-DAYS                PIC 9(3) VALUE 30.
       77  WS-NEAR-PCT                   PIC 9(2) VALUE 90.
       77  WS-NEAR-COUNT                 PIC 9(3) VALUE 3.
       77  WS-AS-OF-DATE                 PIC 9(7) VALUE 0.
       77  WS-FROM-DATE                  PIC 9(7) VALUE 0.
       77  WS-DATE-INT                   PIC 9(8) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-SORT-END                   PIC 9(1) VALUE 0.
       77  WS-ABS-AMOUNT                 PIC 9(13) VALUE 0.
       77  WS-NEAR-FLOOR                 PIC 9(13) VALUE 0.
       77  WS-CUR-CUS-ID                 PIC 9(5) VALUE 0.
       77  WS-CUS-STARTED                PIC 9(1) VALUE 0.
       77  WS-CUS-BASE                   PIC S9(18) VALUE 0.
       77  WS-CUS-MOVE-CNT               PIC 9(5) VALUE 0.
       77  WS-CUS-NEAR-CNT               PIC 9(5) VALUE 0.
       77  WS-CUS-NO-RATE-CNT            PIC 9(5) VALUE 0.
       77  WS-CUS-LAST-DATE              PIC 9(7) VALUE 0.
       77  WS-CUM-ALERT                  PIC 9(1) VALUE 0.
       77  WS-NEAR-ALERT                 PIC 9(1) VALUE 0.
       77  WS-ALERT-TYPE                 PIC X(1) VALUE SPACE.
       77  WS-REVIEWED                   PIC 9(1) VALUE 0.
       77  READ-CNT                      PIC 9(7) VALUE 0.
       77  BACKOUT-CNT                   PIC 9(7) VALUE 0.
       77  REVERSED-CNT                  PIC 9(7) VALUE 0.
       77  WINDOW-CNT                    PIC 9(7) VALUE 0.
       77  NO-RATE-CNT                   PIC 9(7) VALUE 0.
       77  OWN-XFER-CNT                  PIC 9(7) VALUE 0.
       77  CUSTOMER-CNT                  PIC 9(6) VALUE 0.
       77  CUM-ALERT-CNT                 PIC 9(6) VALUE 0.
       77  NEAR-ALERT-CNT                PIC 9(6) VALUE 0.
       77  SUPPRESSED-CNT                PIC 9(6) VALUE 0.
       77  CASE-CNT                      PIC 9(6) VALUE 0.
       77  WS-AMT-O                      PIC S9(13) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       77  WS-BASE-O                     PIC S9(18) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AS-OF-DATE FROM DAY YYYYDDD.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-LOAD-CURRENCY.
           PERFORM 0130-LOAD-BACKOUTS.
           PERFORM 0140-LOAD-REVIEWED.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 9999-EXIT.

       0050-READ-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCC
              DISPLAY "PRM FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0055-READ-PRM.
           PERFORM UNTIL PRM-EOF
              IF PRM-PROGRAM = 'ODEV023'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
           IF WS-THRESHOLD-X = SPACE
              DISPLAY "ODEV023 THRESHOLD MUST BE SET TO THE BASE "
                      "CURRENCY SURVEILLANCE LIMIT. EXITING..."
              STOP RUN
           END-IF.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DAY(WS-AS-OF-DATE)
                   - WS-WINDOW-DAYS + 1.
           COMPUTE WS-FROM-DATE = FUNCTION DAY-OF-INTEGER(WS-DATE-INT).
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
       0060-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
              WHEN 'THRESHOLD'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(PRM-VALUE)
                    MOVE 'Y' TO WS-THRESHOLD-X
                 ELSE
                    DISPLAY "ODEV023 THRESHOLD MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'WINDOW-DAYS'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    MOVE 0 TO WS-WINDOW-DAYS
                 END-IF
                 IF WS-WINDOW-DAYS = 0
                    DISPLAY "ODEV023 WINDOW-DAYS MUST BE 1 TO 999. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'NEAR-LIMIT-PCT'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    MOVE 0 TO WS-NEAR-PCT
                 END-IF
                 IF WS-NEAR-PCT = 0
                    DISPLAY "ODEV023 NEAR-LIMIT-PCT MUST BE 1 TO 99. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'NEAR-LIMIT-COUNT'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    COMPUTE WS-NEAR-COUNT = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    MOVE 0 TO WS-NEAR-COUNT
                 END-IF
                 IF WS-NEAR-COUNT < 2
                    DISPLAY "ODEV023 NEAR-LIMIT-COUNT MUST BE 2 TO "
                            "999. EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'AS-OF-DATE'
                 IF PRM-VALUE(1:7) IS NUMERIC
                    MOVE PRM-VALUE(1:7) TO WS-AS-OF-DATE
                 ELSE
                    MOVE 0 TO WS-AS-OF-DATE
                 END-IF
                 IF FUNCTION TEST-DAY-YYYYDDD(WS-AS-OF-DATE) NOT = 0
                 OR WS-AS-OF-DATE = 0
                    DISPLAY "ODEV023 AS-OF-DATE MUST BE A YYYYDDD "
                            "DATE. EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV023 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN INPUT HIS-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT CUR-FILE.
           OPEN INPUT REV-FILE.
           OPEN OUTPUT ALT-FILE.
           OPEN OUTPUT LOG-FILE.

       0110-FILE-CONTROL.
           IF NOT HIS-SUCC
              DISPLAY "HIS FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CUS-SUCC
              DISPLAY "CUS FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CUR-SUCC
              DISPLAY "CUR FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT REV-SUCC AND NOT REV-NOT-FOUND
              DISPLAY "REV FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ALT-SUCC
              DISPLAY "ALT FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT LOG-SUCC
              DISPLAY "LOG FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0120-LOAD-CURRENCY.
           PERFORM 0125-READ-CUR.
           PERFORM UNTIL CUR-EOF
              IF CUR-NUM NOT NUMERIC
              OR CUR-RATE NOT NUMERIC
              OR CUR-LIMIT NOT NUMERIC
                 DISPLAY "WARNING: BAD CURRENCY REFERENCE ROW "
                    "SKIPPED: " CUR-REC
              ELSE
              IF WS-CURRENCY-CNT < 50
                 ADD 1 TO WS-CURRENCY-CNT
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
                 MOVE CUR-NUM TO WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                 MOVE CUR-ALPHA TO WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                 MOVE CUR-RATE TO WS-CURRENCY-RATE(WS-CURRENCY-IDX)
                 MOVE CUR-LIMIT TO WS-CURRENCY-LIMIT(WS-CURRENCY-IDX)
              ELSE
                 DISPLAY "WARNING: CURRENCY REFERENCE TABLE FULL AT "
                    "50 ENTRIES -- IGNORING CUR-NUM " CUR-NUM
              END-IF
              END-IF
              PERFORM 0125-READ-CUR
           END-PERFORM.
           CLOSE CUR-FILE.
           IF WS-CURRENCY-CNT = 0
              DISPLAY "CUR FILE IS EMPTY. EXITING..."
              STOP RUN
           END-IF.
       0125-READ-CUR.
           READ CUR-FILE
           END-READ.
       0130-LOAD-BACKOUTS.
           PERFORM 0135-READ-HIS.
           PERFORM UNTIL HIS-EOF
              IF HIS-TRAN-TYPE = 'B'
                 IF WS-BKO-CNT < 5000
                    ADD 1 TO WS-BKO-CNT
                    MOVE HIS-ACC-ID TO WS-BKO-ACC-ID(WS-BKO-CNT)
                    MOVE HIS-CURRENCY TO WS-BKO-CURR(WS-BKO-CNT)
                    MOVE HIS-CYCLE TO WS-BKO-CYCLE(WS-BKO-CNT)
                    MOVE HIS-SEQ TO WS-BKO-SEQ(WS-BKO-CNT)
                    MOVE 0 TO WS-BKO-USED(WS-BKO-CNT)
                 ELSE
                    DISPLAY "WARNING: BACK-OUT TABLE FULL AT 5000 "
                       "ENTRIES -- BACKED-OUT MOVEMENT MAY BE COUNTED "
                       "FOR ACC-ID " HIS-ACC-ID
                 END-IF
              END-IF
              PERFORM 0135-READ-HIS
           END-PERFORM.
           CLOSE HIS-FILE.
       0135-READ-HIS.
           READ HIS-FILE
           END-READ.
       0140-LOAD-REVIEWED.
           IF REV-NOT-FOUND
              DISPLAY "WARNING: REV FILE NOT FOUND -- NO REVIEWED "
                      "ALERTS TO SUPPRESS"
           ELSE
              PERFORM 0145-READ-REV
              PERFORM UNTIL REV-EOF
                 MOVE REV-REC TO ALT-REC
                 IF ALT-CUS-ID NUMERIC
                 AND ALT-LAST-VALUE-DATE NUMERIC
                    IF WS-REV-CNT < 2000
                       ADD 1 TO WS-REV-CNT
                       MOVE ALT-CUS-ID TO WS-REV-CUS-ID(WS-REV-CNT)
                       MOVE ALT-TYPE TO WS-REV-TYPE(WS-REV-CNT)
                       MOVE ALT-LAST-VALUE-DATE
                                     TO WS-REV-LAST-DATE(WS-REV-CNT)
                    ELSE
                       DISPLAY "WARNING: REVIEWED ALERT TABLE FULL AT "
                          "2000 ENTRIES -- IGNORING CUS-ID " ALT-CUS-ID
                    END-IF
                 ELSE
                    DISPLAY "WARNING: BAD REVIEWED ALERT ROW "
                       "SKIPPED: " REV-REC
                 END-IF
                 PERFORM 0145-READ-REV
              END-PERFORM
              CLOSE REV-FILE
           END-IF.
       0145-READ-REV.
           READ REV-FILE
           END-READ.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-CUS-ID SW-VALUE-DATE
                                 SW-CYCLE SW-SEQ
                INPUT PROCEDURE IS P200-SELECT-MOVEMENTS
                OUTPUT PROCEDURE IS P400-SURVEY-CUSTOMERS.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "CUMULATIVE-THRESHOLD SURVEILLANCE - CASE REPORT"
                                                        TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RUN PARAMETERS" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "WINDOW" TO LOG-REC(3:6).
           MOVE WS-FROM-DATE TO LOG-REC(20:7).
           MOVE "TO" TO LOG-REC(28:2).
           MOVE WS-AS-OF-DATE TO LOG-REC(31:7).
           MOVE WS-WINDOW-DAYS TO LOG-REC(40:3).
           MOVE "DAYS" TO LOG-REC(44:4).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "THRESHOLD" TO LOG-REC(3:9).
           MOVE WS-THRESHOLD TO LOG-REC(20:15).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "NEAR LIMIT" TO LOG-REC(3:10).
           MOVE WS-NEAR-PCT TO LOG-REC(20:2).
           MOVE "PCT OF CUR-LIMIT, AT LEAST" TO LOG-REC(23:26).
           MOVE WS-NEAR-COUNT TO LOG-REC(50:3).
           MOVE "TIMES" TO LOG-REC(54:5).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.

       P200-SELECT-MOVEMENTS.
           OPEN INPUT HIS-FILE.
           IF NOT HIS-SUCC
              DISPLAY "HIS FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0135-READ-HIS.
           PERFORM UNTIL HIS-EOF
              ADD 1 TO READ-CNT
              PERFORM P210-SELECT-MOVEMENT
              PERFORM 0135-READ-HIS
           END-PERFORM.
           CLOSE HIS-FILE.
       P210-SELECT-MOVEMENT.
           IF HIS-TRAN-TYPE = 'B'
              ADD 1 TO BACKOUT-CNT
           ELSE
           IF HIS-VALUE-DATE NOT < WS-FROM-DATE
           AND HIS-VALUE-DATE NOT > WS-AS-OF-DATE
              PERFORM P220-BACKOUT-LOOKUP
              IF WS-BKO-FOUND = 1
                 ADD 1 TO REVERSED-CNT
              ELSE
                 PERFORM P230-RELEASE-MOVEMENT
              END-IF
           END-IF
           END-IF.
       P220-BACKOUT-LOOKUP.
           MOVE 0 TO WS-BKO-FOUND.
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-CNT
              IF WS-BKO-ACC-ID(WS-BKO-IDX) = HIS-ACC-ID
              AND WS-BKO-CURR(WS-BKO-IDX) = HIS-CURRENCY
              AND WS-BKO-CYCLE(WS-BKO-IDX) = HIS-CYCLE
              AND WS-BKO-SEQ(WS-BKO-IDX) = HIS-SEQ
              AND WS-BKO-USED(WS-BKO-IDX) = 0
                 MOVE 1 TO WS-BKO-FOUND
                 MOVE 1 TO WS-BKO-USED(WS-BKO-IDX)
                 SET WS-BKO-IDX TO WS-BKO-CNT
              END-IF
           END-PERFORM.
       P230-RELEASE-MOVEMENT.
           ADD 1 TO WINDOW-CNT.
           MOVE HIS-CURRENCY TO WS-LOOKUP-CURR.
           PERFORM P310-RATE-LOOKUP.
           MOVE HIS-ACC-ID TO SW-CUS-ID.
           MOVE HIS-CURRENCY TO SW-CURRENCY.
           MOVE HIS-VALUE-DATE TO SW-VALUE-DATE.
           MOVE HIS-CYCLE TO SW-CYCLE.
           MOVE HIS-SEQ TO SW-SEQ.
           MOVE HIS-TRAN-TYPE TO SW-TRAN-TYPE.
           MOVE HIS-AMOUNT TO SW-AMOUNT.
           MOVE SPACE TO SW-OWN-XFER.
           IF HIS-TRAN-TYPE = 'T' AND HIS-XFER-ACC-ID = HIS-ACC-ID
              MOVE 'Y' TO SW-OWN-XFER
              ADD 1 TO OWN-XFER-CNT
           END-IF.
           IF HIS-AMOUNT < 0
              COMPUTE WS-ABS-AMOUNT = 0 - HIS-AMOUNT
           ELSE
              MOVE HIS-AMOUNT TO WS-ABS-AMOUNT
           END-IF.
           MOVE SPACE TO SW-NO-RATE.
           IF WS-CURR-RATE = 0
              MOVE 0 TO SW-BASE
              MOVE 'Y' TO SW-NO-RATE
              ADD 1 TO NO-RATE-CNT
           ELSE
              COMPUTE SW-BASE ROUNDED = WS-ABS-AMOUNT * WS-CURR-RATE
           END-IF.
           MOVE SPACE TO SW-NEAR.
           IF WS-CURR-LIMIT > 0 AND SW-OWN-XFER NOT = 'Y'
              COMPUTE WS-NEAR-FLOOR =
                      WS-CURR-LIMIT * WS-NEAR-PCT / 100
              IF WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR
              AND WS-ABS-AMOUNT NOT > WS-CURR-LIMIT
                 MOVE 'Y' TO SW-NEAR
              END-IF
           END-IF.
           RELEASE SORT-WORK-REC.
       P310-RATE-LOOKUP.
           MOVE 0 TO WS-CURR-FOUND.
           MOVE 0 TO WS-CURR-RATE.
           MOVE 0 TO WS-CURR-LIMIT.
           MOVE "???" TO WS-CURR-ALPHA.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
              IF WS-CURRENCY-NUM(WS-CURRENCY-IDX) = WS-LOOKUP-CURR
                 MOVE 1 TO WS-CURR-FOUND
                 MOVE WS-CURRENCY-RATE(WS-CURRENCY-IDX) TO WS-CURR-RATE
                 MOVE WS-CURRENCY-LIMIT(WS-CURRENCY-IDX)
                                                 TO WS-CURR-LIMIT
                 MOVE WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                                                 TO WS-CURR-ALPHA
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
              END-IF
           END-PERFORM.

       P400-SURVEY-CUSTOMERS.
           MOVE 0 TO WS-SORT-END.
           MOVE 0 TO WS-CUS-STARTED.
           PERFORM P405-RETURN-MOVEMENT.
           PERFORM UNTIL WS-SORT-END = 1
              IF WS-CUS-STARTED = 0
              OR SW-CUS-ID NOT = WS-CUR-CUS-ID
                 IF WS-CUS-STARTED = 1
                    PERFORM P450-EVALUATE-CUSTOMER
                 END-IF
                 PERFORM P410-START-CUSTOMER
              END-IF
              PERFORM P420-ACCUM-MOVEMENT
              PERFORM P405-RETURN-MOVEMENT
           END-PERFORM.
           IF WS-CUS-STARTED = 1
              PERFORM P450-EVALUATE-CUSTOMER
           END-IF.
       P405-RETURN-MOVEMENT.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 1 TO WS-SORT-END
           END-RETURN.
       P410-START-CUSTOMER.
           MOVE 1 TO WS-CUS-STARTED.
           MOVE SW-CUS-ID TO WS-CUR-CUS-ID.
           MOVE 0 TO WS-CUS-BASE.
           MOVE 0 TO WS-CUS-MOVE-CNT.
           MOVE 0 TO WS-CUS-NEAR-CNT.
           MOVE 0 TO WS-CUS-NO-RATE-CNT.
           MOVE 0 TO WS-CUS-LAST-DATE.
           MOVE 0 TO WS-MOV-CNT.
           ADD 1 TO CUSTOMER-CNT.
       P420-ACCUM-MOVEMENT.
           ADD 1 TO WS-CUS-MOVE-CNT.
           IF SW-OWN-XFER NOT = 'Y'
              ADD SW-BASE TO WS-CUS-BASE
              IF SW-NEAR = 'Y'
                 ADD 1 TO WS-CUS-NEAR-CNT
              END-IF
              IF SW-NO-RATE = 'Y'
                 ADD 1 TO WS-CUS-NO-RATE-CNT
              END-IF
           END-IF.
           IF SW-VALUE-DATE > WS-CUS-LAST-DATE
              MOVE SW-VALUE-DATE TO WS-CUS-LAST-DATE
           END-IF.
           IF WS-MOV-CNT < 500
              ADD 1 TO WS-MOV-CNT
              SET WS-MOV-IDX TO WS-MOV-CNT
              MOVE SW-VALUE-DATE TO WS-MOV-VALUE-DATE(WS-MOV-IDX)
              MOVE SW-CYCLE TO WS-MOV-CYCLE(WS-MOV-IDX)
              MOVE SW-CURRENCY TO WS-MOV-CURRENCY(WS-MOV-IDX)
              MOVE SW-TRAN-TYPE TO WS-MOV-TRAN-TYPE(WS-MOV-IDX)
              MOVE SW-AMOUNT TO WS-MOV-AMOUNT(WS-MOV-IDX)
              MOVE SW-BASE TO WS-MOV-BASE(WS-MOV-IDX)
              MOVE SW-NEAR TO WS-MOV-NEAR(WS-MOV-IDX)
              MOVE SW-NO-RATE TO WS-MOV-NO-RATE(WS-MOV-IDX)
              MOVE SW-OWN-XFER TO WS-MOV-OWN-XFER(WS-MOV-IDX)
           END-IF.
       P450-EVALUATE-CUSTOMER.
           MOVE 0 TO WS-CUM-ALERT.
           MOVE 0 TO WS-NEAR-ALERT.
           IF WS-CUS-BASE > WS-THRESHOLD
              MOVE 'C' TO WS-ALERT-TYPE
              PERFORM P460-CHECK-REVIEWED
              IF WS-REVIEWED = 1
                 ADD 1 TO SUPPRESSED-CNT
              ELSE
                 MOVE 1 TO WS-CUM-ALERT
              END-IF
           END-IF.
           IF WS-CUS-NEAR-CNT NOT < WS-NEAR-COUNT
              MOVE 'N' TO WS-ALERT-TYPE
              PERFORM P460-CHECK-REVIEWED
              IF WS-REVIEWED = 1
                 ADD 1 TO SUPPRESSED-CNT
              ELSE
                 MOVE 1 TO WS-NEAR-ALERT
              END-IF
           END-IF.
           IF WS-CUM-ALERT = 1 OR WS-NEAR-ALERT = 1
              PERFORM P500-CASE-PRINT
           END-IF.
       P460-CHECK-REVIEWED.
           MOVE 0 TO WS-REVIEWED.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-CNT
              IF WS-REV-CUS-ID(WS-REV-IDX) = WS-CUR-CUS-ID
              AND WS-REV-TYPE(WS-REV-IDX) = WS-ALERT-TYPE
              AND WS-REV-LAST-DATE(WS-REV-IDX) NOT < WS-CUS-LAST-DATE
                 MOVE 1 TO WS-REVIEWED
                 SET WS-REV-IDX TO WS-REV-CNT
              END-IF
           END-PERFORM.

       P500-CASE-PRINT.
           ADD 1 TO CASE-CNT.
           MOVE SPACES TO LOG-REC.
           MOVE "CUSTOMER" TO LOG-REC(1:8).
           MOVE WS-CUR-CUS-ID TO LOG-REC(10:5).
           MOVE WS-CUR-CUS-ID TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
              INVALID KEY
                 MOVE "NO CUSTOMER MASTER ENTRY" TO LOG-REC(16:24)
              NOT INVALID KEY
                 MOVE CUS-NAME TO LOG-REC(16:30)
           END-READ.
           WRITE LOG-REC.
           IF WS-CUM-ALERT = 1
              MOVE 'C' TO WS-ALERT-TYPE
              PERFORM U100-ALT-WRITE
              ADD 1 TO CUM-ALERT-CNT
              MOVE SPACES TO LOG-REC
              MOVE "ALERT CUMULATIVE TOTAL" TO LOG-REC(3:22)
              MOVE WS-CUS-BASE TO WS-BASE-O
              MOVE WS-BASE-O TO LOG-REC(26:19)
              MOVE "OVER" TO LOG-REC(46:4)
              MOVE WS-THRESHOLD TO LOG-REC(51:15)
              WRITE LOG-REC
           END-IF.
           IF WS-NEAR-ALERT = 1
              MOVE 'N' TO WS-ALERT-TYPE
              PERFORM U100-ALT-WRITE
              ADD 1 TO NEAR-ALERT-CNT
              MOVE SPACES TO LOG-REC
              MOVE "ALERT NEAR CUR-LIMIT" TO LOG-REC(3:20)
              MOVE WS-CUS-NEAR-CNT TO LOG-REC(26:5)
              MOVE "MOVEMENTS AT OR ABOVE" TO LOG-REC(32:21)
              MOVE WS-NEAR-PCT TO LOG-REC(54:2)
              MOVE "PCT" TO LOG-REC(57:3)
              WRITE LOG-REC
           END-IF.
           IF WS-CUS-NO-RATE-CNT > 0
              MOVE SPACES TO LOG-REC
              MOVE "WARNING:" TO LOG-REC(3:8)
              MOVE WS-CUS-NO-RATE-CNT TO LOG-REC(12:5)
              MOVE "MOVEMENTS WITH NO RATE NOT IN TOTAL"
                                                  TO LOG-REC(18:35)
              WRITE LOG-REC
           END-IF.
           MOVE SPACES TO LOG-REC.
           MOVE "CYCLE  VAL-DT  T CUR AMOUNT         BASE EQUIVALENT"
                                                  TO LOG-REC(3:52).
           WRITE LOG-REC.
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-CNT
              PERFORM P510-MOVEMENT-PRINT
           END-PERFORM.
           IF WS-CUS-MOVE-CNT > WS-MOV-CNT
              MOVE SPACES TO LOG-REC
              MOVE "LISTING STOPPED AT 500 OF" TO LOG-REC(3:25)
              MOVE WS-CUS-MOVE-CNT TO LOG-REC(29:5)
              MOVE "MOVEMENTS" TO LOG-REC(35:9)
              WRITE LOG-REC
           END-IF.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P510-MOVEMENT-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE WS-MOV-CYCLE(WS-MOV-IDX) TO LOG-REC(3:6).
           MOVE WS-MOV-VALUE-DATE(WS-MOV-IDX) TO LOG-REC(10:7).
           MOVE WS-MOV-TRAN-TYPE(WS-MOV-IDX) TO LOG-REC(18:1).
           MOVE WS-MOV-CURRENCY(WS-MOV-IDX) TO WS-LOOKUP-CURR.
           PERFORM P310-RATE-LOOKUP.
           MOVE WS-CURR-ALPHA TO LOG-REC(20:3).
           MOVE WS-MOV-AMOUNT(WS-MOV-IDX) TO WS-AMT-O.
           MOVE WS-AMT-O TO LOG-REC(24:14).
           IF WS-MOV-NO-RATE(WS-MOV-IDX) = 'Y'
              MOVE "NO RATE" TO LOG-REC(39:7)
           ELSE
              MOVE WS-MOV-BASE(WS-MOV-IDX) TO WS-BASE-O
              MOVE WS-BASE-O TO LOG-REC(39:19)
           END-IF.
           IF WS-MOV-NEAR(WS-MOV-IDX) = 'Y'
              MOVE "NEAR LIMIT" TO LOG-REC(59:10)
           END-IF.
           IF WS-MOV-OWN-XFER(WS-MOV-IDX) = 'Y'
              MOVE "OWN XFER" TO LOG-REC(59:8)
           END-IF.
           WRITE LOG-REC.
       U100-ALT-WRITE.
           MOVE WS-RUN-DATE TO ALT-RUN-DATE.
           MOVE WS-CUR-CUS-ID TO ALT-CUS-ID.
           MOVE WS-ALERT-TYPE TO ALT-TYPE.
           MOVE WS-FROM-DATE TO ALT-WINDOW-FROM.
           MOVE WS-AS-OF-DATE TO ALT-WINDOW-TO.
           MOVE WS-CUS-BASE TO ALT-TOTAL-BASE.
           MOVE WS-CUS-MOVE-CNT TO ALT-MOVE-CNT.
           MOVE WS-CUS-NEAR-CNT TO ALT-NEAR-CNT.
           MOVE WS-CUS-LAST-DATE TO ALT-LAST-VALUE-DATE.
           WRITE ALT-REC.

       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.     IN-WIND BACKOUT REVERSD NO-RATE OWN-XFR"
                                                        TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:7).
           MOVE WINDOW-CNT TO LOG-REC(9:7).
           MOVE BACKOUT-CNT TO LOG-REC(17:7).
           MOVE REVERSED-CNT TO LOG-REC(25:7).
           MOVE NO-RATE-CNT TO LOG-REC(33:7).
           MOVE OWN-XFER-CNT TO LOG-REC(41:7).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CUST.  CASES  CUMUL. NEAR   SUPPR." TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE CUSTOMER-CNT TO LOG-REC(1:6).
           MOVE CASE-CNT TO LOG-REC(8:6).
           MOVE CUM-ALERT-CNT TO LOG-REC(15:6).
           MOVE NEAR-ALERT-CNT TO LOG-REC(22:6).
           MOVE SUPPRESSED-CNT TO LOG-REC(29:6).
           WRITE LOG-REC.
           DISPLAY "ODEV023 CUSTOMERS " CUSTOMER-CNT
                   " CASES " CASE-CNT
                   " CUMULATIVE " CUM-ALERT-CNT
                   " NEAR-LIMIT " NEAR-ALERT-CNT
                   " SUPPRESSED " SUPPRESSED-CNT.
       0800-CLOSE-FILES.
           CLOSE CUS-FILE.
           CLOSE ALT-FILE.
           CLOSE LOG-FILE.
       9999-EXIT.
           STOP RUN.

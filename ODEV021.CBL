       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV021.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE ASSIGN to CUSFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is CUS-ID
                           FILE STATUS is STATUS-CUS.
           SELECT IDX-FILE ASSIGN to IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is IDX-KEY
                           FILE STATUS is STATUS-IDX.
           SELECT CUR-FILE ASSIGN TO CURFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-CUR.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT POS-FILE ASSIGN TO POSFILE
                           FILE STATUS IS STATUS-POS.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUR-FILE.
           COPY CURREC.
       FD  PRM-FILE.
           COPY PRMREC.
       FD  POS-FILE RECORDING MODE F.
           COPY POSREC.
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-CUS                 PIC 9(2).
              88 CUS-SUCC                         VALUE 00 97.
              88 CUS-EOF                          VALUE 10.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                         VALUE 00 97.
              88 IDX-EOF                          VALUE 10.
           05 STATUS-CUR                 PIC 99.
              88 CUR-SUCC                         VALUE 00 97.
              88 CUR-EOF                          VALUE 10.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-POS                 PIC 99.
              88 POS-SUCC                         VALUE 00 97.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-CURRENCY-IDX.
              10 WS-CURRENCY-NUM         PIC 9(3).
              10 WS-CURRENCY-ALPHA       PIC X(3).
              10 WS-CURRENCY-RATE        PIC 9(3)V9(6).
       77  WS-CURRENCY-CNT               PIC 9(2) VALUE 0.
       77  WS-CURR-FOUND                 PIC 9(1) VALUE 0.
       77  WS-CURR-RATE                  PIC 9(3)V9(6) VALUE 0.
       77  WS-CURR-ALPHA                 PIC X(3) VALUE SPACES.
       77  WS-THRESHOLD                  PIC 9(15) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-SCAN-END                   PIC 9(1) VALUE 0.
       77  WS-ACC-CNT                    PIC 9(3) VALUE 0.
       77  WS-NO-RATE-CNT                PIC 9(3) VALUE 0.
       77  WS-BASE-AMT                   PIC S9(18) VALUE 0.
       77  WS-NET-BASE                   PIC S9(18) VALUE 0.
       77  WS-GRAND-BASE                 PIC S9(18) VALUE 0.
       77  READ-CNT                      PIC 9(6) VALUE 0.
       77  ACCOUNT-CNT                   PIC 9(6) VALUE 0.
       77  NO-ACCOUNT-CNT                PIC 9(6) VALUE 0.
       77  EXTRACT-CNT                   PIC 9(6) VALUE 0.
       77  NEGATIVE-CNT                  PIC 9(6) VALUE 0.
       77  CONCENTRATION-CNT             PIC 9(6) VALUE 0.
       77  NO-RATE-CNT                   PIC 9(6) VALUE 0.
       77  WS-LOG-CURR                   PIC 9(3) VALUE 0.
       77  WS-BAL-O                      PIC S9(15) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       77  WS-BASE-AMT-O                 PIC S9(18) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       77  WS-LAST-ORDER-O               PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-LOAD-CURRENCY.
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
              IF PRM-PROGRAM = 'ODEV021'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
       0060-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
              WHEN 'THRESHOLD'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    DISPLAY "ODEV021 THRESHOLD MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV021 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN INPUT CUS-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUR-FILE.
           OPEN OUTPUT POS-FILE.
           OPEN OUTPUT LOG-FILE.

       0110-FILE-CONTROL.
           IF NOT CUS-SUCC
              DISPLAY "CUS FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT IDX-SUCC
              DISPLAY "IDX FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CUR-SUCC
              DISPLAY "CUR FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT POS-SUCC
              DISPLAY "POS FILE NOT FOUND. EXITING..."
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
                 DISPLAY "WARNING: BAD CURRENCY REFERENCE ROW "
                    "SKIPPED: " CUR-REC
              ELSE
              IF WS-CURRENCY-CNT < 50
                 ADD 1 TO WS-CURRENCY-CNT
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
                 MOVE CUR-NUM TO WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                 MOVE CUR-ALPHA TO WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                 MOVE CUR-RATE TO WS-CURRENCY-RATE(WS-CURRENCY-IDX)
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

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           MOVE 0 TO CUS-ID.
           START CUS-FILE KEY IS NOT LESS THAN CUS-ID
              INVALID KEY
                 MOVE 10 TO STATUS-CUS
           END-START.
           PERFORM UNTIL CUS-EOF
              READ CUS-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO READ-CNT
                    PERFORM P200-CUSTOMER-POSITION
              END-READ
           END-PERFORM.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "CUSTOMER CONSOLIDATED POSITION" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RUN PARAMETERS" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "THRESHOLD" TO LOG-REC(3:9).
           IF WS-THRESHOLD = 0
              MOVE "NONE" TO LOG-REC(20:4)
           ELSE
              MOVE WS-THRESHOLD TO LOG-REC(20:15)
           END-IF.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "   CUR BALANCE          S LAST-ORD BASE EQUIVALENT"
                                                        TO LOG-REC.
           WRITE LOG-REC.
       P200-CUSTOMER-POSITION.
           MOVE 0 TO WS-ACC-CNT.
           MOVE 0 TO WS-NO-RATE-CNT.
           MOVE 0 TO WS-NET-BASE.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE CUS-ID TO LOG-REC(1:5).
           MOVE CUS-NAME TO LOG-REC(7:30).
           WRITE LOG-REC.
           MOVE 0 TO WS-SCAN-END.
           MOVE CUS-ID TO IDX-ID.
           MOVE 0 TO CURRENCY-CURRENCY.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 MOVE 1 TO WS-SCAN-END
           END-START.
           PERFORM UNTIL WS-SCAN-END = 1
              READ IDX-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-SCAN-END
                 NOT AT END
                    IF IDX-ID NOT = CUS-ID
                       MOVE 1 TO WS-SCAN-END
                    ELSE
                       PERFORM P300-ACCOUNT-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ACC-CNT = 0
              MOVE SPACES TO LOG-REC
              MOVE "NO ACCOUNTS" TO LOG-REC(4:11)
              WRITE LOG-REC
              ADD 1 TO NO-ACCOUNT-CNT
           ELSE
              PERFORM P400-NET-POSITION
           END-IF.
       P300-ACCOUNT-LINE.
           ADD 1 TO WS-ACC-CNT.
           ADD 1 TO ACCOUNT-CNT.
           PERFORM P310-RATE-LOOKUP.
           MOVE SPACES TO LOG-REC.
           IF WS-CURR-FOUND = 1
              MOVE WS-CURR-ALPHA TO LOG-REC(4:3)
           ELSE
              MOVE CURRENCY-CURRENCY TO WS-LOG-CURR
              MOVE WS-LOG-CURR TO LOG-REC(4:3)
           END-IF.
           IF BALANCE NUMERIC
              MOVE BALANCE TO WS-BAL-O
              MOVE WS-BAL-O TO LOG-REC(8:16)
           ELSE
              MOVE "BAD BALANCE" TO LOG-REC(8:11)
           END-IF.
           MOVE IDX-STATUS TO LOG-REC(25:1).
           IF LAST-ORDER-DATE NUMERIC
              MOVE LAST-ORDER-DATE TO WS-LAST-ORDER-O
              MOVE WS-LAST-ORDER-O TO LOG-REC(27:7)
           END-IF.
           IF WS-CURR-FOUND = 0 OR BALANCE NOT NUMERIC
              MOVE "NO RATE" TO LOG-REC(55:7)
              ADD 1 TO WS-NO-RATE-CNT
              ADD 1 TO NO-RATE-CNT
           ELSE
              COMPUTE WS-BASE-AMT ROUNDED = BALANCE * WS-CURR-RATE
              ADD WS-BASE-AMT TO WS-NET-BASE
              MOVE WS-BASE-AMT TO WS-BASE-AMT-O
              MOVE WS-BASE-AMT-O TO LOG-REC(35:19)
           END-IF.
           WRITE LOG-REC.
       P310-RATE-LOOKUP.
           MOVE 0 TO WS-CURR-FOUND.
           MOVE 0 TO WS-CURR-RATE.
           MOVE SPACES TO WS-CURR-ALPHA.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
              IF WS-CURRENCY-NUM(WS-CURRENCY-IDX) = CURRENCY-CURRENCY
                 MOVE WS-CURRENCY-RATE(WS-CURRENCY-IDX) TO WS-CURR-RATE
                 MOVE WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                                                      TO WS-CURR-ALPHA
                 MOVE 1 TO WS-CURR-FOUND
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
              END-IF
           END-PERFORM.
       P400-NET-POSITION.
           MOVE SPACES TO POS-REC.
           MOVE WS-RUN-DATE TO POS-RUN-DATE.
           MOVE CUS-ID TO POS-CUS-ID.
           MOVE CUS-NAME TO POS-NAME.
           MOVE WS-ACC-CNT TO POS-ACC-CNT.
           MOVE WS-NO-RATE-CNT TO POS-NO-RATE-CNT.
           MOVE WS-NET-BASE TO POS-NET-BASE.
           MOVE SPACES TO LOG-REC.
           MOVE "NET POSITION" TO LOG-REC(4:12).
           MOVE WS-NET-BASE TO WS-BASE-AMT-O.
           MOVE WS-BASE-AMT-O TO LOG-REC(35:19).
           IF WS-NET-BASE < 0
              MOVE 'N' TO POS-FLAG
              MOVE "* NEGATIVE" TO LOG-REC(55:10)
              ADD 1 TO NEGATIVE-CNT
           ELSE
           IF WS-THRESHOLD > 0 AND WS-NET-BASE > WS-THRESHOLD
              MOVE 'C' TO POS-FLAG
              MOVE "* CONCENTRATION" TO LOG-REC(55:15)
              ADD 1 TO CONCENTRATION-CNT
           END-IF
           END-IF.
           WRITE LOG-REC.
           WRITE POS-REC.
           ADD 1 TO EXTRACT-CNT.
           ADD WS-NET-BASE TO WS-GRAND-BASE.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "GRAND TOTAL IN BASE CURRENCY" TO LOG-REC.
           MOVE WS-GRAND-BASE TO WS-BASE-AMT-O.
           MOVE WS-BASE-AMT-O TO LOG-REC(35:19).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CUST   ACCTS  NOACC  EXTR   NEG    CONC   NORATE"
                                                        TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE ACCOUNT-CNT TO LOG-REC(8:6).
           MOVE NO-ACCOUNT-CNT TO LOG-REC(15:6).
           MOVE EXTRACT-CNT TO LOG-REC(22:6).
           MOVE NEGATIVE-CNT TO LOG-REC(29:6).
           MOVE CONCENTRATION-CNT TO LOG-REC(36:6).
           MOVE NO-RATE-CNT TO LOG-REC(43:6).
           WRITE LOG-REC.
           DISPLAY "ODEV021 CUSTOMERS " READ-CNT
                   " ACCOUNTS " ACCOUNT-CNT
                   " NEGATIVE " NEGATIVE-CNT
                   " CONCENTRATION " CONCENTRATION-CNT.
       0800-CLOSE-FILES.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           CLOSE POS-FILE.
           CLOSE LOG-FILE.
       9999-EXIT.
           STOP RUN.

           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT HLD-FILE ASSIGN to HLDFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is HLD-KEY
                           FILE STATUS is STATUS-HLD.
           SELECT CYC-FILE ASSIGN to CYCFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is CYC-CYCLE
                           FILE STATUS is STATUS-CYC.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUR-FILE.
           COPY CURREC.
       FD  ACC-FILE RECORDING MODE F.
       01  ACC-REC                       PIC X(50).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       FD  PRM-FILE.
           COPY PRMREC.
       FD  HLD-FILE.
           COPY HLDREC.
       FD  CYC-FILE.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
       01  WS-ACC-DETAIL.
           05 WS-ACC-ID                  PIC 9(5).
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-HLD                 PIC 9(2).
              88 HLD-SUCC                         VALUE 00 97.
           05 STATUS-CYC                 PIC 9(2).
              88 CYC-SUCC                         VALUE 00 97.
              88 CYC-EOF                          VALUE 10.
              88 CYC-NOT-FOUND                    VALUE 35.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-CURRENCY-IDX.
              10 WS-CURRENCY-ALPHA       PIC X(3).
              10 WS-CURRENCY-CR-RATE     PIC 9(2)V9(6).
              10 WS-CURRENCY-DR-RATE     PIC 9(2)V9(6).
              10 WS-CURRENCY-XS-RATE     PIC 9(2)V9(6).
       77  WS-CURRENCY-CNT               PIC 9(2) VALUE 0.
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-CURR-FOUND                 PIC 9(1) VALUE 0.
       77  WS-CR-RATE                    PIC 9(2)V9(6) VALUE 0.
       77  WS-DR-RATE                    PIC 9(2)V9(6) VALUE 0.
       77  WS-XS-RATE                    PIC 9(2)V9(6) VALUE 0.
       77  WS-HLD-OPEN                   PIC 9(1) VALUE 0.
       77  WS-OD-LIMIT                   PIC S9(15) VALUE 0.
       77  WS-OD-AMT                     PIC S9(15) VALUE 0.
       77  WS-XS-AMT                     PIC S9(15) VALUE 0.
       77  OVER-LIMIT-CNT                PIC 9(6) VALUE 0.
       77  WS-INT-AMT                    PIC S9(13) VALUE 0.
       77  WS-HASH                       PIC 9(15) VALUE 0.
       77  WS-AMT-O                      PIC S9(13) VALUE 0
       77  WS-LOG-ID                     PIC 9(5) VALUE 0.
       77  WS-LOG-CURR                   PIC 9(3) VALUE 0.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-STEP-POST                  PIC 9(1) VALUE 2.
       77  WS-STEP-ACCRUAL               PIC 9(1) VALUE 4.
       77  WS-CYC-STEP                   PIC 9(1) VALUE 4.
       77  WS-CYC-OVERRIDE               PIC X(1) VALUE 'N'.
           88 CYC-OVERRIDE-ON                    VALUE 'Y' 'y'.
       77  WS-CYC-OVERRIDDEN             PIC X(1) VALUE 'N'.
       77  WS-CYC-REASON                 PIC X(40) VALUE SPACES.
       77  WS-CYC-NEW                    PIC 9(1) VALUE 0.
       77  WS-CYC-DATE                   PIC 9(8) VALUE 0.
       01  WS-CYC-CLOCK.
           05 WS-CYC-TIME                PIC 9(6).
           05 FILLER                     PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
           PERFORM 0070-CHECK-CYCLE-LEDGER.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-LOAD-CURRENCY.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0850-RECORD-CYCLE-LEDGER.
           PERFORM 9999-EXIT.

       0050-READ-PARAMETERS.
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'OVERRIDE'
                 IF PRM-VALUE(1:1) = 'Y' OR 'y' OR 'N' OR 'n'
                    MOVE PRM-VALUE(1:1) TO WS-CYC-OVERRIDE
                 ELSE
                    DISPLAY "ODEV011 OVERRIDE MUST BE Y OR N. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV011 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0070-CHECK-CYCLE-LEDGER.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           MOVE SPACES TO WS-CYC-REASON.
           PERFORM 0076-SCAN-MONTH-ACCRUALS.
           PERFORM 0074-READ-CYCLE.
           PERFORM 0078-TEST-PREREQUISITE.
           IF WS-CYC-REASON NOT = SPACES
              PERFORM 0079-REFUSE-OR-OVERRIDE
           END-IF.
           PERFORM 0080-MARK-STEP-STARTED.
           CLOSE CYC-FILE.
       0072-OPEN-CYCLE-LEDGER.
           OPEN I-O CYC-FILE.
           IF CYC-NOT-FOUND
              OPEN OUTPUT CYC-FILE
              CLOSE CYC-FILE
              OPEN I-O CYC-FILE
           END-IF.
           IF NOT CYC-SUCC
              DISPLAY "CYC FILE NOT FOUND. EXITING..."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0074-READ-CYCLE.
           MOVE WS-CYCLE-NUM TO CYC-CYCLE.
           MOVE 0 TO WS-CYC-NEW.
           READ CYC-FILE
              INVALID KEY
                 INITIALIZE CYC-REC
                 MOVE WS-CYCLE-NUM TO CYC-CYCLE
                 MOVE 1 TO WS-CYC-NEW
           END-READ.
       0076-SCAN-MONTH-ACCRUALS.
           MOVE 0 TO CYC-CYCLE.
           START CYC-FILE KEY IS NOT LESS THAN CYC-CYCLE
              INVALID KEY
                 MOVE 10 TO STATUS-CYC
           END-START.
           PERFORM UNTIL CYC-EOF
              READ CYC-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CYC-CYCLE NOT = WS-CYCLE-NUM
                    AND CYC-STEP-COMPLETE(WS-STEP-ACCRUAL)
                    AND CYC-STEP-START-DATE(WS-STEP-ACCRUAL)(1:6)
                        = WS-CYC-DATE(1:6)
                       MOVE "MONTH ALREADY ACCRUED BY CYCLE"
                                                    TO WS-CYC-REASON
                       MOVE CYC-CYCLE TO WS-CYC-REASON(32:6)
                    END-IF
              END-READ
              IF NOT CYC-SUCC AND NOT CYC-EOF
                 DISPLAY "CYC FILE READ ERROR. EXITING..."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
       0078-TEST-PREREQUISITE.
           EVALUATE TRUE
              WHEN WS-CYC-REASON NOT = SPACES
                 CONTINUE
              WHEN CYC-STEP-COMPLETE(WS-STEP-ACCRUAL)
                 MOVE "ACCRUAL ALREADY COMPLETE FOR THIS CYCLE"
                                                    TO WS-CYC-REASON
              WHEN CYC-STEP-ATTEMPTED(WS-STEP-POST)
                 MOVE "CYCLE ALREADY POSTED" TO WS-CYC-REASON
           END-EVALUATE.
       0079-REFUSE-OR-OVERRIDE.
           IF CYC-OVERRIDE-ON
              DISPLAY "WARNING: ODEV011 CYCLE " WS-CYCLE-NUM " "
                      WS-CYC-REASON
              DISPLAY "WARNING: ODEV011 PREREQUISITE OVERRIDDEN BY "
                      "OPERATOR"
              MOVE 'Y' TO WS-CYC-OVERRIDDEN
           ELSE
              DISPLAY "ODEV011 CYCLE " WS-CYCLE-NUM
                      " OUT OF SEQUENCE -- " WS-CYC-REASON
              DISPLAY "ODEV011 RUN REFUSED -- OVERRIDE Y ON PRM-FILE "
                      "FORCES IT. EXITING..."
              CLOSE CYC-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0080-MARK-STEP-STARTED.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           MOVE 'S' TO CYC-STEP-STATUS(WS-CYC-STEP).
           MOVE WS-CYC-OVERRIDDEN TO CYC-STEP-OVERRIDE(WS-CYC-STEP).
           MOVE WS-CYC-DATE TO CYC-STEP-START-DATE(WS-CYC-STEP).
           MOVE WS-CYC-TIME TO CYC-STEP-START-TIME(WS-CYC-STEP).
           MOVE 0 TO CYC-STEP-END-DATE(WS-CYC-STEP).
           MOVE 0 TO CYC-STEP-END-TIME(WS-CYC-STEP).
           MOVE 0 TO CYC-STEP-RC(WS-CYC-STEP).
           MOVE 0 TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE 0 TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF WS-CYC-NEW = 1
              WRITE CYC-REC
           ELSE
              REWRITE CYC-REC
           END-IF.
           IF NOT CYC-SUCC
              DISPLAY "FATAL: CYCLE LEDGER UPDATE FAILED FOR CYCLE "
                      WS-CYCLE-NUM " STATUS " STATUS-CYC
                      ". EXITING..."
              CLOSE CYC-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUR-FILE.
           OPEN OUTPUT ACC-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN INPUT HLD-FILE.
           IF HLD-SUCC
              MOVE 1 TO WS-HLD-OPEN
           ELSE
              DISPLAY "WARNING: HLD FILE NOT FOUND -- OVERDRAFT "
                      "LIMITS NOT APPLIED"
           END-IF.

       0110-FILE-CONTROL.
           IF NOT IDX-SUCC
                 ELSE
                    MOVE 0 TO WS-CURRENCY-DR-RATE(WS-CURRENCY-IDX)
                 END-IF
                 IF CUR-XS-RATE NUMERIC
                    MOVE CUR-XS-RATE
                                TO WS-CURRENCY-XS-RATE(WS-CURRENCY-IDX)
                 ELSE
                    MOVE WS-CURRENCY-DR-RATE(WS-CURRENCY-IDX)
                                TO WS-CURRENCY-XS-RATE(WS-CURRENCY-IDX)
                 END-IF
              ELSE
                 DISPLAY "WARNING: CURRENCY REFERENCE TABLE FULL AT "
                    "50 ENTRIES -- IGNORING CUR-NUM " CUR-NUM
           MOVE WS-ACC-HEADER TO ACC-REC.
           WRITE ACC-REC.
       P200-ACCRUE-ACCOUNT.
           MOVE 0 TO WS-XS-AMT.
           IF BALANCE NOT NUMERIC OR BALANCE = 0
              CONTINUE
           ELSE
                    COMPUTE WS-INT-AMT ROUNDED =
                            BALANCE * WS-CR-RATE
                 ELSE
                    PERFORM P350-LIMIT-LOOKUP
                    COMPUTE WS-OD-AMT = 0 - BALANCE
                    IF WS-HLD-OPEN = 1 AND WS-OD-AMT > WS-OD-LIMIT
                       COMPUTE WS-XS-AMT = WS-OD-AMT - WS-OD-LIMIT
                    ELSE
                       MOVE 0 TO WS-XS-AMT
                    END-IF
                    COMPUTE WS-INT-AMT ROUNDED =
                            0 - ((WS-OD-AMT - WS-XS-AMT) * WS-DR-RATE
                                 + WS-XS-AMT * WS-XS-RATE)
                 END-IF
                 IF WS-INT-AMT = 0
                    CONTINUE
           MOVE 0 TO WS-CURR-FOUND.
           MOVE 0 TO WS-CR-RATE.
           MOVE 0 TO WS-DR-RATE.
           MOVE 0 TO WS-XS-RATE.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
              IF WS-CURRENCY-NUM(WS-CURRENCY-IDX) = CURRENCY-CURRENCY
                                                   TO WS-CR-RATE
                 MOVE WS-CURRENCY-DR-RATE(WS-CURRENCY-IDX)
                                                   TO WS-DR-RATE
                 MOVE WS-CURRENCY-XS-RATE(WS-CURRENCY-IDX)
                                                   TO WS-XS-RATE
                 MOVE 1 TO WS-CURR-FOUND
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
              END-IF
           END-PERFORM.
       P350-LIMIT-LOOKUP.
           MOVE 0 TO WS-OD-LIMIT.
           MOVE 0 TO WS-XS-AMT.
           IF WS-HLD-OPEN = 1
              MOVE IDX-ID TO HLD-ID
              MOVE CURRENCY-CURRENCY TO HLD-CURRENCY
              MOVE 0 TO HLD-SEQ
              READ HLD-FILE KEY HLD-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HLD-TYPE-LIMIT AND HLD-STS-ACTIVE
                       MOVE HLD-AMOUNT TO WS-OD-LIMIT
                    END-IF
              END-READ
           END-IF.
       P400-WRITE-ACCRUAL.
           MOVE IDX-ID TO WS-ACC-ID.
           MOVE CURRENCY-CURRENCY TO WS-ACC-CURRENCY.
           ELSE
              ADD WS-INT-AMT TO WS-HASH
           END-IF.
           IF WS-XS-AMT > 0
              MOVE "ACCRUED - OVER AUTHORISED LIMIT" TO WS-LOG-MSG
              ADD 1 TO OVER-LIMIT-CNT
           ELSE
              MOVE "ACCRUED" TO WS-LOG-MSG
           END-IF.
           PERFORM U200-LOG-ACCOUNT.
       P900-WRITE-ACC-TRAILER.
           MOVE ACCRUED-CNT TO WS-ACC-TRL-CNT.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.    ACCR   SKIP   NOPEN  OVLIM  HASH" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE ACCRUED-CNT TO LOG-REC(8:6).
           MOVE SKIPPED-CNT TO LOG-REC(15:6).
           MOVE NOT-OPEN-CNT TO LOG-REC(22:6).
           MOVE OVER-LIMIT-CNT TO LOG-REC(29:6).
           MOVE WS-HASH TO LOG-REC(36:15).
           WRITE LOG-REC.
           DISPLAY "ODEV011 CYCLE " WS-CYCLE-NUM
                   " READ " READ-CNT
                   " ACCRUED " ACCRUED-CNT
                   " SKIPPED " SKIPPED-CNT
                   " NOT OPEN " NOT-OPEN-CNT
                   " OVER LIMIT " OVER-LIMIT-CNT.
       0800-CLOSE-FILES.
           CLOSE IDX-FILE.
           CLOSE ACC-FILE.
           CLOSE LOG-FILE.
           IF WS-HLD-OPEN = 1
              CLOSE HLD-FILE
           END-IF.
       0850-RECORD-CYCLE-LEDGER.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           PERFORM 0074-READ-CYCLE.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP).
           MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP).
           MOVE RETURN-CODE TO CYC-STEP-RC(WS-CYC-STEP).
           MOVE ACCRUED-CNT TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE READ-CNT TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF RETURN-CODE = 0
              MOVE 'C' TO CYC-STEP-STATUS(WS-CYC-STEP)
           ELSE
              MOVE 'F' TO CYC-STEP-STATUS(WS-CYC-STEP)
           END-IF.
           REWRITE CYC-REC.
           IF NOT CYC-SUCC
              DISPLAY "WARNING: COULD NOT RECORD THE END OF ODEV011 "
                      "ON THE CYCLE LEDGER FOR CYCLE " WS-CYCLE-NUM
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CYC-FILE.
       9999-EXIT.
           STOP RUN.

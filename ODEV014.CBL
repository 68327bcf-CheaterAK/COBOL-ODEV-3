           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT PND-FILE ASSIGN to PNDFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is PND-KEY
                           FILE STATUS is STATUS-PND.
           SELECT CYC-FILE ASSIGN to CYCFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is CYC-CYCLE
                           FILE STATUS is STATUS-CYC.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       01  LOG-REC                       PIC X(80).
       FD  PRM-FILE.
           COPY PRMREC.
       FD  PND-FILE.
           COPY PNDREC.
       FD  CYC-FILE.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-PND                 PIC 9(2).
              88 PND-SUCC                         VALUE 00 97.
              88 PND-NOT-FOUND                    VALUE 35.
           05 STATUS-CYC                 PIC 9(2).
              88 CYC-SUCC                         VALUE 00 97.
              88 CYC-EOF                          VALUE 10.
              88 CYC-NOT-FOUND                    VALUE 35.
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
              10 WS-PJ-SEQ               PIC 9(6).
              10 WS-PJ-BEFORE            PIC X(48).
              10 WS-PJ-AFTER             PIC X(48).
              10 WS-PJ-LEG               PIC X(1).
       77  WS-PJ-CNT                     PIC 9(4) VALUE 0.
       77  WS-PJ-PARTNER                 PIC 9(4) VALUE 0.
       77  WS-PARTNER-LEG                PIC X(1) VALUE SPACE.
       77  XFER-LEG-CNT                  PIC 9(6) VALUE 0.
       77  WS-PJ-SUB                     PIC 9(4) VALUE 0.
       77  WS-PJ-SCAN                    PIC 9(4) VALUE 0.
       77  WS-LATER-FOUND                PIC 9(1) VALUE 0.
              10 WS-RUN-T-CYCLE          PIC 9(6).
       77  WS-RUN-CNT                    PIC 9(4) VALUE 0.
       77  WS-RUN-REMOVED                PIC 9(1) VALUE 0.
       77  WS-PND-SCAN-END               PIC 9(1) VALUE 0.
       77  PND-WITHDRAWN-CNT             PIC 9(6) VALUE 0.
       77  WS-STEP-POST                  PIC 9(1) VALUE 2.
       77  WS-STEP-PROOF                 PIC 9(1) VALUE 3.
       77  WS-STEP-BACKOUT               PIC 9(1) VALUE 5.
       77  WS-CYC-STEP                   PIC 9(1) VALUE 5.
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
           ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
           PERFORM 0070-CHECK-CYCLE-LEDGER.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
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
                    DISPLAY "ODEV014 OVERRIDE MUST BE Y OR N. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV014 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0070-CHECK-CYCLE-LEDGER.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           MOVE SPACES TO WS-CYC-REASON.
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
       0078-TEST-PREREQUISITE.
           EVALUATE TRUE
              WHEN NOT CYC-STEP-ATTEMPTED(WS-STEP-POST)
                 MOVE "CYCLE NOT POSTED" TO WS-CYC-REASON
              WHEN CYC-STEP-COMPLETE(WS-STEP-PROOF)
                 MOVE "CYCLE ALREADY PROVED AND FED TO GL"
                                                    TO WS-CYC-REASON
           END-EVALUATE.
       0079-REFUSE-OR-OVERRIDE.
           IF CYC-OVERRIDE-ON
              DISPLAY "WARNING: ODEV014 CYCLE " WS-CYCLE-NUM " "
                      WS-CYC-REASON
              DISPLAY "WARNING: ODEV014 PREREQUISITE OVERRIDDEN BY "
                      "OPERATOR"
              MOVE 'Y' TO WS-CYC-OVERRIDDEN
           ELSE
              DISPLAY "ODEV014 CYCLE " WS-CYCLE-NUM
                      " OUT OF SEQUENCE -- " WS-CYC-REASON
              DISPLAY "ODEV014 RUN REFUSED -- OVERRIDE Y ON PRM-FILE "
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
           OPEN INPUT PJRN-FILE.
           OPEN I-O IDX-FILE.
              IF REJECT-CNT = 0
                 PERFORM P550-MARK-JOURNAL
                 PERFORM P500-REMOVE-RUN-CYCLE
                 PERFORM P570-WITHDRAW-PENDING
              ELSE
                 MOVE SPACES TO LOG-REC
                 MOVE "BACK-OUT INCOMPLETE - CYCLE NOT RELEASED "
                    MOVE PJRN-SEQ TO WS-PJ-SEQ(WS-PJ-CNT)
                    MOVE PJRN-BEFORE TO WS-PJ-BEFORE(WS-PJ-CNT)
                    MOVE PJRN-AFTER TO WS-PJ-AFTER(WS-PJ-CNT)
                    MOVE PJRN-XFER-LEG TO WS-PJ-LEG(WS-PJ-CNT)
                    PERFORM P220-TALLY-POSTED
                 ELSE
                    DISPLAY "FATAL: CYCLE HAS MORE THAN 5000 JOURNAL "
                 ADD 1 TO WS-PJ-SCAN
              END-IF
           END-PERFORM.
           IF WS-PJ-LEG(WS-PJ-SUB) NOT = SPACE
              PERFORM P265-FIND-PARTNER
              IF WS-PJ-PARTNER = 0
                 MOVE "REJECT - TRANSFER LEG WITHOUT PARTNER"
                                                       TO WS-LOG-MSG
                 PERFORM U100-LOG-WRITE
                 ADD 1 TO REJECT-CNT
              END-IF
           END-IF.
           IF WS-LATER-FOUND = 0
              MOVE WS-PJ-AFTER(WS-PJ-SUB) TO IDX-REC
              READ IDX-FILE KEY IDX-KEY
                    END-IF
              END-READ
           END-IF.
       P265-FIND-PARTNER.
           MOVE 0 TO WS-PJ-PARTNER.
           IF WS-PJ-LEG(WS-PJ-SUB) = 'D'
              MOVE 'C' TO WS-PARTNER-LEG
           ELSE
              MOVE 'D' TO WS-PARTNER-LEG
           END-IF.
           PERFORM VARYING WS-PJ-SCAN FROM 1 BY 1
                   UNTIL WS-PJ-SCAN > WS-PJ-CNT
              IF WS-PJ-SEQ(WS-PJ-SCAN) = WS-PJ-SEQ(WS-PJ-SUB)
              AND WS-PJ-LEG(WS-PJ-SCAN) = WS-PARTNER-LEG
                 MOVE WS-PJ-SCAN TO WS-PJ-PARTNER
                 MOVE WS-PJ-CNT TO WS-PJ-SCAN
              END-IF
           END-PERFORM.
       P300-UNDO-ENTRY.
           MOVE WS-PJ-SEQ(WS-PJ-IDX) TO WS-LOG-SEQ.
           PERFORM P310-REWRITE-BEFORE.
                 PERFORM U100-LOG-WRITE
                 ADD 1 TO REJECT-CNT
              NOT INVALID KEY
                 IF WS-PJ-LEG(WS-PJ-IDX) = SPACE
                    MOVE "BACK-OUT OK" TO WS-LOG-MSG
                 ELSE
                    MOVE "BACK-OUT OK - TRANSFER LEG" TO WS-LOG-MSG
                    ADD 1 TO XFER-LEG-CNT
                 END-IF
                 PERFORM U100-LOG-WRITE
                 ADD 1 TO UNDO-CNT
                 PERFORM P320-TALLY-UNDONE
           COMPUTE HIS-AMOUNT = WS-BAL-BEFORE - WS-BAL-AFTER.
           MOVE WS-BAL-AFTER TO HIS-BAL-BEFORE.
           MOVE WS-BAL-BEFORE TO HIS-BAL-AFTER.
           MOVE WS-PJ-SEQ(WS-PJ-IDX) TO HIS-SEQ.
           MOVE 0 TO HIS-XFER-ACC-ID.
           MOVE 0 TO HIS-XFER-CURRENCY.
           IF WS-PJ-LEG(WS-PJ-IDX) NOT = SPACE
              SET WS-PJ-SUB TO WS-PJ-IDX
              PERFORM P265-FIND-PARTNER
              IF WS-PJ-PARTNER > 0
                 MOVE WS-PJ-AFTER(WS-PJ-PARTNER) TO IDX-REC
                 MOVE IDX-ID TO HIS-XFER-ACC-ID
                 MOVE CURRENCY-CURRENCY TO HIS-XFER-CURRENCY
              END-IF
           END-IF.
           WRITE HIS-REC.
       P550-MARK-JOURNAL.
           CLOSE PJRN-FILE.
       P510-READ-RUN.
           READ RUN-FILE
           END-READ.
       P570-WITHDRAW-PENDING.
           OPEN I-O PND-FILE.
           IF PND-NOT-FOUND
              CONTINUE
           ELSE
           IF NOT PND-SUCC
              DISPLAY "WARNING: PND FILE NOT FOUND -- WAREHOUSED "
                      "ITEMS OF THE CYCLE NOT WITHDRAWN"
           ELSE
              MOVE 0 TO WS-PND-SCAN-END
              MOVE WS-CYCLE-NUM TO PND-ARR-CYCLE
              MOVE 0 TO PND-ARR-SEQ
              START PND-FILE KEY IS NOT LESS THAN PND-KEY
                 INVALID KEY
                    MOVE 1 TO WS-PND-SCAN-END
              END-START
              PERFORM UNTIL WS-PND-SCAN-END = 1
                 READ PND-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-PND-SCAN-END
                    NOT AT END
                       IF PND-ARR-CYCLE NOT = WS-CYCLE-NUM
                          MOVE 1 TO WS-PND-SCAN-END
                       ELSE
                       IF PND-STS-PENDING
                          PERFORM P575-WITHDRAW-ONE
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PND-FILE
           END-IF
           END-IF.
           IF PND-WITHDRAWN-CNT > 0
              MOVE SPACES TO LOG-REC
              MOVE "WAREHOUSED ITEMS OF THE CYCLE WITHDRAWN" TO LOG-REC
              MOVE PND-WITHDRAWN-CNT TO LOG-REC(42:6)
              WRITE LOG-REC
           END-IF.
       P575-WITHDRAW-ONE.
           MOVE 'B' TO PND-STATUS.
           REWRITE PND-REC
              INVALID KEY
                 DISPLAY "WARNING: COULD NOT WITHDRAW WAREHOUSED ITEM "
                         PND-ARR-CYCLE " " PND-ARR-SEQ
              NOT INVALID KEY
                 ADD 1 TO PND-WITHDRAWN-CNT
           END-REWRITE.
       P600-REVERSAL-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.    UNDO   REJ    XFER" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE UNDO-CNT TO LOG-REC(8:6).
           MOVE REJECT-CNT TO LOG-REC(15:6).
           MOVE XFER-LEG-CNT TO LOG-REC(22:6).
           WRITE LOG-REC.
           DISPLAY "ODEV014 CYCLE " WS-CYCLE-NUM
                   " READ " READ-CNT
                   " BACKED OUT " UNDO-CNT
                   " REJECTED " REJECT-CNT
                   " MISMATCHES " MISMATCH-CNT
                   " WITHDRAWN " PND-WITHDRAWN-CNT.
           IF REJECT-CNT > 0 OR MISMATCH-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE HIS-FILE.
           CLOSE LOG-FILE.
       0850-RECORD-CYCLE-LEDGER.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           PERFORM 0074-READ-CYCLE.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP).
           MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP).
           MOVE RETURN-CODE TO CYC-STEP-RC(WS-CYC-STEP).
           MOVE UNDO-CNT TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE REJECT-CNT TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF WS-PJ-CNT > 0 AND REJECT-CNT = 0
              MOVE 'B' TO CYC-STEP-STATUS(WS-STEP-POST)
           END-IF.
           IF RETURN-CODE = 0
              MOVE 'C' TO CYC-STEP-STATUS(WS-CYC-STEP)
           ELSE
              MOVE 'F' TO CYC-STEP-STATUS(WS-CYC-STEP)
           END-IF.
           REWRITE CYC-REC.
           IF NOT CYC-SUCC
              DISPLAY "WARNING: COULD NOT RECORD THE END OF ODEV014 "
                      "ON THE CYCLE LEDGER FOR CYCLE " WS-CYCLE-NUM
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CYC-FILE.
       9999-EXIT.
           STOP RUN.

           SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
           SELECT ACC-SORTED-FILE ASSIGN TO ACCSRTD
                           FILE STATUS IS STATUS-ACS.
           SELECT HLD-FILE ASSIGN to HLDFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is HLD-KEY
                           FILE STATUS is STATUS-HLD.
           SELECT HJRN-FILE ASSIGN TO HJRNFILE
                           FILE STATUS IS STATUS-HJRN.
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
              07 CHK-BAT-ENTRY OCCURS 20 TIMES.
                 10 CHK-BAT-POSTED-CNT   PIC 9(6).
                 10 CHK-BAT-REJ-CNT      PIC 9(6).
                 10 CHK-BAT-PND-CNT      PIC 9(6).
                 10 CHK-BAT-POSTED-AMT   PIC S9(15).
           05    CHK-CUSX-CNT            PIC 9(3).
           05    CHK-CUSX-KEYS.
                 10 CHK-DUP-CURR         PIC X(3).
                 10 CHK-DUP-AMT          PIC X(13).
                 10 CHK-DUP-VALDATE      PIC X(7).
                 10 CHK-DUP-TYPE         PIC X(1).
                 10 CHK-DUP-XFER-ID      PIC X(5).
                 10 CHK-DUP-XFER-CURR    PIC X(3).
                 10 CHK-DUP-BATCH        PIC 9(2).
                 10 CHK-DUP-SEQ          PIC 9(6).
           05    CHK-XFER-CNT            PIC 9(6).
           05    CHK-INSUF-REJ-CNT       PIC 9(6).
           05    CHK-PND-CNT             PIC 9(6).
           05    CHK-GLT-CNT             PIC 9(3).
           05    CHK-GLT-TRANSFERS.
              07 CHK-GLT-ENTRY OCCURS 500 TIMES.
                 10 CHK-GLT-CYCLE        PIC 9(6).
                 10 CHK-GLT-SEQ          PIC 9(6).
                 10 CHK-GLT-DR-CURR      PIC 9(3).
                 10 CHK-GLT-DR-AMT       PIC S9(15).
                 10 CHK-GLT-CR-CURR      PIC 9(3).
                 10 CHK-GLT-CR-AMT       PIC S9(15).
       FD  ACC-FILE RECORDING MODE F.
       01  ACC-REC.
           05    ACC-ID                  PIC X(5).
                 88 TRAN-TYPE-PAYMENT             VALUE 'P'.
                 88 TRAN-TYPE-REFUND              VALUE 'R'.
                 88 TRAN-TYPE-ADJUSTMENT          VALUE 'J'.
                 88 TRAN-TYPE-TRANSFER            VALUE 'T'.
              07    RECYCLE-CNT           PIC 9(2).
              07    XFER-ACC-ID           PIC X(5).
              07    XFER-CURRENCY         PIC X(3).
              07    FILLER                PIC X(11).
       01  ACC-HDR-REC.
           05    ACC-HDR-TAG             PIC X(3).
              88 ACC-HDR-PRESENT                  VALUE 'HDR'.
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC                        PIC X(80).
       FD  CUR-FILE.
           COPY CURREC.
       FD  GLM-FILE.
       01  GLM-REC.
           05    GLM-CURR                PIC 9(3).
              07    AS-TRAN-AMOUNT        PIC S9(13).
              07    FILLER                PIC X(29).
           05    AS-BATCH-NDX            PIC 9(2).
       FD  HLD-FILE.
           COPY HLDREC.
       FD  HJRN-FILE RECORDING MODE F.
           COPY HJRNREC.
       FD  PND-FILE.
           COPY PNDREC.
       FD  CYC-FILE.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
       01  HEADER.
           05 FILLER                     PIC X(5) VALUE 'ACCNT'.
              88 RUN-NOT-FOUND                    VALUE 35.
           05 STATUS-EXC                 PIC 99.
              88 EXC-SUCC                         VALUE 00 97.
           05 STATUS-HLD                 PIC 9(2).
              88 HLD-SUCC                         VALUE 00 97.
              88 HLD-NOT-FOUND                    VALUE 35.
           05 STATUS-HJRN                PIC 99.
              88 HJRN-SUCC                        VALUE 00 97.
              88 HJRN-NOT-FOUND                   VALUE 35.
           05 STATUS-PND                 PIC 9(2).
              88 PND-SUCC                         VALUE 00 97.
              88 PND-NOT-FOUND                    VALUE 35.
           05 STATUS-CYC                 PIC 9(2).
              88 CYC-SUCC                         VALUE 00 97.
              88 CYC-EOF                          VALUE 10.
              88 CYC-NOT-FOUND                    VALUE 35.
       77  WS-HIVOL-MODE                 PIC X(1) VALUE 'N'.
           88 HIVOL-ON                           VALUE 'Y' 'y'.
       77  WS-ACC-ID-NUM                 PIC 9(5) VALUE 0.
       77  WS-CURR-FOUND                  PIC 9(1) VALUE 0.
       77  WS-CURR-RATE                   PIC 9(3)V9(6) VALUE 0.
       77  WS-CURR-LIMIT                  PIC 9(13) VALUE 0.
       77  WS-CURR-DEC                    PIC 9(1) VALUE 0.
       77  WS-ABS-AMOUNT                  PIC 9(13) VALUE 0.
       77  WS-EXC-REASON                  PIC X(20) VALUE SPACES.
       77  EXCEPTION-CNT                  PIC 9(6) VALUE 0.
       77  WS-BAD-ACC-ID                  PIC 9(1) VALUE 0.
       77  WS-BAD-CURRENCY                PIC 9(1) VALUE 0.
       77  WS-BAD-AMOUNT                  PIC 9(1) VALUE 0.
       77  WS-BAD-XFER                    PIC 9(1) VALUE 0.
       77  WS-XFER-REASON                 PIC X(40) VALUE SPACES.
       77  WS-XFER-LEG                    PIC X(1) VALUE SPACE.
           88 XFER-LEG-DEBIT                     VALUE 'D'.
           88 XFER-LEG-CREDIT                    VALUE 'C'.
       77  WS-XFER-DR-REC                 PIC X(48) VALUE LOW-VALUES.
       77  WS-XFER-CR-REC                 PIC X(48) VALUE LOW-VALUES.
       77  WS-XFER-DR-AFTER               PIC X(48) VALUE LOW-VALUES.
       77  WS-XFER-CR-AFTER               PIC X(48) VALUE LOW-VALUES.
       77  WS-XFER-ACC-SAVE               PIC X(50) VALUE SPACES.
       77  WS-XFER-AMOUNT                 PIC S9(13) VALUE 0.
       77  WS-XFER-CR-AMT                 PIC S9(13) VALUE 0.
       77  WS-XFER-DR-CURR-NUM            PIC 9(3) VALUE 0.
       77  WS-XFER-CR-CURR-NUM            PIC 9(3) VALUE 0.
       77  WS-XFER-DR-FOUND               PIC 9(1) VALUE 0.
       77  WS-XFER-CR-FOUND               PIC 9(1) VALUE 0.
       77  WS-XFER-DR-RATE                PIC 9(3)V9(6) VALUE 0.
       77  WS-XFER-CR-RATE                PIC 9(3)V9(6) VALUE 0.
       77  WS-XFER-DR-DEC                 PIC 9(1) VALUE 0.
       77  WS-XFER-CR-DEC                 PIC 9(1) VALUE 0.
       77  WS-XFER-DR-SCALE               PIC 9(10) VALUE 0.
       77  WS-XFER-CR-SCALE               PIC 9(10) VALUE 0.
       77  WS-XFER-DR-ALPHA               PIC X(3) VALUE SPACES.
       77  WS-XFER-CR-ALPHA               PIC X(3) VALUE SPACES.
       77  WS-XFER-CP-ID                  PIC 9(5) VALUE 0.
       77  WS-XFER-CP-CURR                PIC 9(3) VALUE 0.
       77  WS-XFER-CP-ALPHA               PIC X(3) VALUE SPACES.
       77  XFER-CNT                       PIC 9(6) VALUE 0.
       77  WS-DEBIT-AMT                   PIC S9(15) VALUE 0.
       77  WS-AVAIL-BAL                   PIC S9(17) VALUE 0.
       77  WS-HOLD-TOTAL                  PIC S9(17) VALUE 0.
       77  WS-HOLD-LIMIT                  PIC S9(15) VALUE 0.
       77  WS-HLD-KEY-ID                  PIC 9(5) VALUE 0.
       77  WS-HLD-KEY-CURR                PIC 9(3) VALUE 0.
       77  WS-HLD-SCAN-END                PIC 9(1) VALUE 0.
       77  WS-HJRN-BEFORE                 PIC X(45) VALUE LOW-VALUES.
       77  INSUF-REJ-CNT                  PIC 9(6) VALUE 0.
       77  HOLD-EXPIRED-CNT               PIC 9(6) VALUE 0.
       77  WS-FUTURE-ITEM                 PIC 9(1) VALUE 0.
       77  WS-PND-SAVE                    PIC X(84) VALUE SPACES.
       77  PND-CNT                        PIC 9(6) VALUE 0.
       01  WS-CURR-SUBTOTALS.
           07 WS-CURR-SUB-ENTRY OCCURS 20 TIMES
                                 INDEXED BY WS-CURR-SUB-IDX.
           05 WS-GL-JRN-TYPE             PIC X(1).
           05 WS-GL-JRN-AMT              PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-GL-JRN-XFER-LINK.
              07 WS-GL-JRN-XFER-CYCLE    PIC 9(6).
              07 WS-GL-JRN-XFER-REF      PIC 9(6).
              07 WS-GL-JRN-XFER-LEG      PIC X(1).
           05 FILLER                     PIC X(37) VALUE SPACES.
       01  WS-GL-TRAILER.
           05 FILLER                     PIC X(1) VALUE 'T'.
           05 WS-GL-TRL-CNT              PIC 9(6).
       77  WS-GLM-FOUND                   PIC 9(1) VALUE 0.
       77  WS-GLM-DR-A                    PIC 9(8) VALUE 0.
       77  WS-GLM-CR-A                    PIC 9(8) VALUE 0.
       77  WS-GLM-KEY-CURR                PIC 9(3) VALUE 0.
       77  WS-GLM-KEY-TYPE                PIC X(1) VALUE SPACE.
       77  WS-GLM-KEY-AMT                 PIC S9(15) VALUE 0.
       01  WS-GLJ-SUBTOTALS.
           05 WS-GLJ-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-GLJ-IDX.
       77  WS-GLJ-CNT                     PIC 9(2) VALUE 0.
       77  WS-GLJ-FOUND                   PIC 9(1) VALUE 0.
       77  WS-GLJ-WORK-AMT                PIC S9(15) VALUE 0.
       01  WS-GLT-TRANSFERS.
           05 WS-GLT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-GLT-IDX.
              10 WS-GLT-CYCLE            PIC 9(6).
              10 WS-GLT-SEQ              PIC 9(6).
              10 WS-GLT-DR-CURR          PIC 9(3).
              10 WS-GLT-DR-AMT           PIC S9(15).
              10 WS-GLT-CR-CURR          PIC 9(3).
              10 WS-GLT-CR-AMT           PIC S9(15).
       77  WS-GLT-CNT                     PIC 9(3) VALUE 0.
       77  WS-GLT-SLOT                    PIC 9(1) VALUE 0.
       01  WS-GLX-TABLE.
           05 WS-GLX-ENTRY OCCURS 60 TIMES
                            INDEXED BY WS-GLX-IDX.
              10 WS-GLX-TYPE             PIC X(1).
              10 WS-GLX-AMT              PIC S9(15).
       77  WS-GLX-CNT                     PIC 9(2) VALUE 0.
       77  WS-GLX-FOUND                   PIC 9(1) VALUE 0.
       77  WS-GL-DR-TOTAL                 PIC S9(15) VALUE 0.
       77  WS-GL-CR-TOTAL                 PIC S9(15) VALUE 0.
       77  WS-GL-SUSPENSE-ACCT            PIC 9(8) VALUE 99999999.
              10 WS-BAT-REASON           PIC X(40).
              10 WS-BAT-POSTED-CNT       PIC 9(6).
              10 WS-BAT-REJ-CNT          PIC 9(6).
              10 WS-BAT-PND-CNT          PIC 9(6).
              10 WS-BAT-POSTED-AMT       PIC S9(15).
       77  WS-BATCH-TOTAL                 PIC 9(2) VALUE 0.
       77  WS-CUR-BATCH                   PIC 9(2) VALUE 0.
              10 WS-DUP-CURR             PIC X(3).
              10 WS-DUP-AMT              PIC X(13).
              10 WS-DUP-VALDATE          PIC X(7).
              10 WS-DUP-TYPE             PIC X(1).
              10 WS-DUP-XFER-ID          PIC X(5).
              10 WS-DUP-XFER-CURR        PIC X(3).
              10 WS-DUP-BATCH            PIC 9(2).
              10 WS-DUP-SEQ              PIC 9(6).
       77  WS-DUP-CNT                    PIC 9(4) VALUE 0.
                            INDEXED BY WS-RUN-IDX.
              10 WS-RUN-T-CYCLE          PIC 9(6).
       77  WS-RUN-CNT                     PIC 9(4) VALUE 0.
       01  WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CYC-IDX.
              10 WS-CYC-T-CYCLE          PIC 9(6).
              10 WS-CYC-T-OVERRIDE       PIC X(1).
              10 WS-CYC-T-BATCH          PIC 9(2).
       77  WS-CYC-CNT                    PIC 9(2) VALUE 0.
       77  WS-CYC-REFUSED                PIC 9(1) VALUE 0.
       77  WS-STEP-UNLOAD                PIC 9(1) VALUE 1.
       77  WS-STEP-POST                  PIC 9(1) VALUE 2.
       77  WS-CYC-STEP                   PIC 9(1) VALUE 2.
       77  WS-CYC-OVERRIDE               PIC X(1) VALUE 'N'.
           88 CYC-OVERRIDE-ON                    VALUE 'Y' 'y'.
       77  WS-CYC-REASON                 PIC X(40) VALUE SPACES.
       77  WS-CYC-NEW                    PIC 9(1) VALUE 0.
       77  WS-CYC-DATE                   PIC 9(8) VALUE 0.
       77  WS-CYC-RC                     PIC 9(2) VALUE 0.
       77  WS-CYC-WRITE-ERR              PIC 9(1) VALUE 0.
       01  WS-CYC-CLOCK.
           05 WS-CYC-TIME                PIC 9(6).
           05 FILLER                     PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-LOAD-CURRENCY.
           PERFORM 0130-LOAD-GL-MAP.
           PERFORM 0140-EXPIRE-HOLDS.
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
                    DISPLAY "ODEV003 OVERRIDE MUST BE Y OR N. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV003 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0070-CHECK-CYCLE-LEDGER.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           PERFORM 0071-LIST-CYCLES.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           MOVE 0 TO WS-CYC-REFUSED.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-CNT
              MOVE 'N' TO WS-CYC-T-OVERRIDE(WS-CYC-IDX)
              MOVE SPACES TO WS-CYC-REASON
              PERFORM 0074-READ-CYCLE
              PERFORM 0078-TEST-PREREQUISITE
              IF WS-CYC-REASON NOT = SPACES
                 PERFORM 0079-REFUSE-OR-OVERRIDE
              END-IF
           END-PERFORM.
           IF WS-CYC-REFUSED = 1
              DISPLAY "ODEV003 RUN REFUSED -- OVERRIDE Y ON PRM-FILE "
                      "FORCES IT. EXITING..."
              CLOSE CYC-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-CNT
              PERFORM 0074-READ-CYCLE
              PERFORM 0080-MARK-STEP-STARTED
           END-PERFORM.
           CLOSE CYC-FILE.
       0071-LIST-CYCLES.
           MOVE 0 TO WS-CYC-CNT.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-TOTAL
              IF WS-BAT-VALID(WS-BAT-SUB) = 1
                 ADD 1 TO WS-CYC-CNT
                 MOVE WS-BAT-CYCLE(WS-BAT-SUB)
                                  TO WS-CYC-T-CYCLE(WS-CYC-CNT)
                 MOVE WS-BAT-SUB TO WS-CYC-T-BATCH(WS-CYC-CNT)
              END-IF
           END-PERFORM.
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
           MOVE WS-CYC-T-CYCLE(WS-CYC-IDX) TO CYC-CYCLE.
           MOVE 0 TO WS-CYC-NEW.
           READ CYC-FILE
              INVALID KEY
                 INITIALIZE CYC-REC
                 MOVE WS-CYC-T-CYCLE(WS-CYC-IDX) TO CYC-CYCLE
                 MOVE 1 TO WS-CYC-NEW
           END-READ.
       0078-TEST-PREREQUISITE.
           EVALUATE TRUE
              WHEN NOT CYC-STEP-COMPLETE(WS-STEP-UNLOAD)
                 MOVE "IDX-FILE NOT UNLOADED FOR THIS CYCLE"
                                                    TO WS-CYC-REASON
              WHEN CYC-STEP-COMPLETE(WS-STEP-POST)
                 MOVE "CYCLE ALREADY POSTED" TO WS-CYC-REASON
           END-EVALUATE.
       0079-REFUSE-OR-OVERRIDE.
           IF CYC-OVERRIDE-ON
              DISPLAY "WARNING: ODEV003 CYCLE " CYC-CYCLE " "
                      WS-CYC-REASON
              DISPLAY "WARNING: ODEV003 PREREQUISITE OVERRIDDEN BY "
                      "OPERATOR"
              MOVE 'Y' TO WS-CYC-T-OVERRIDE(WS-CYC-IDX)
           ELSE
              DISPLAY "ODEV003 CYCLE " CYC-CYCLE
                      " OUT OF SEQUENCE -- " WS-CYC-REASON
              MOVE 1 TO WS-CYC-REFUSED
           END-IF.
       0080-MARK-STEP-STARTED.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           MOVE 'S' TO CYC-STEP-STATUS(WS-CYC-STEP).
           MOVE WS-CYC-T-OVERRIDE(WS-CYC-IDX)
                                  TO CYC-STEP-OVERRIDE(WS-CYC-STEP).
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
                      CYC-CYCLE " STATUS " STATUS-CYC
                      ". EXITING..."
              CLOSE CYC-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ACC-FILE.
           IF NOT ACC-SUCC
           END-IF.
           PERFORM P030-VALIDATE-BATCH.
           CLOSE ACC-FILE.
           PERFORM 0070-CHECK-CYCLE-LEDGER.
           IF HIVOL-ON
              PERFORM P800-SORT-ACC-FILE
              OPEN INPUT ACC-SORTED-FILE
           OPEN INPUT CUR-FILE.
           OPEN INPUT GLM-FILE.
           OPEN INPUT CUS-FILE.
           OPEN I-O HLD-FILE.
           IF HLD-NOT-FOUND
              OPEN OUTPUT HLD-FILE
              CLOSE HLD-FILE
              OPEN I-O HLD-FILE
           END-IF.
           OPEN EXTEND HJRN-FILE.
           IF HJRN-NOT-FOUND
              OPEN OUTPUT HJRN-FILE
           END-IF.
           OPEN I-O PND-FILE.
           IF PND-NOT-FOUND
              OPEN OUTPUT PND-FILE
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF.

       0110-FILE-CONTROL.
           IF NOT IDX-SUCC
              DISPLAY "DUP FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HLD-SUCC
              DISPLAY "HLD FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HJRN-SUCC
              DISPLAY "HJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT PND-SUCC
              DISPLAY "PND FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF HIVOL-ON
              IF NOT ACS-SUCC
                 DISPLAY "ACC-SORTED FILE NOT FOUND. EXITING..."
       0135-READ-GLM.
           READ GLM-FILE
           END-READ.
       0140-EXPIRE-HOLDS.
           MOVE 0 TO WS-HLD-SCAN-END.
           MOVE LOW-VALUES TO HLD-KEY.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 1 TO WS-HLD-SCAN-END
           END-START.
           PERFORM UNTIL WS-HLD-SCAN-END = 1
              READ HLD-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-HLD-SCAN-END
                 NOT AT END
                    IF HLD-TYPE-HOLD AND HLD-STS-ACTIVE
                    AND HLD-EXPIRY-DATE NOT = 0
                    AND HLD-EXPIRY-DATE < WS-TODAY-YYYYDDD
                       PERFORM 0145-EXPIRE-ONE-HOLD
                    END-IF
              END-READ
           END-PERFORM.
       0145-EXPIRE-ONE-HOLD.
           MOVE HLD-REC TO WS-HJRN-BEFORE.
           MOVE 'E' TO HLD-STATUS.
           REWRITE HLD-REC
              INVALID KEY
                 DISPLAY "WARNING: HOLD EXPIRY REWRITE FAILED FOR "
                         HLD-ID " " HLD-CURRENCY " " HLD-SEQ
              NOT INVALID KEY
                 ADD 1 TO HOLD-EXPIRED-CNT
                 MOVE WS-RUN-DATE TO HJRN-RUN-DATE
                 MOVE HOLD-EXPIRED-CNT TO HJRN-SEQ
                 MOVE 'E' TO HJRN-ACTION
                 MOVE WS-HJRN-BEFORE TO HJRN-BEFORE
                 MOVE HLD-REC TO HJRN-AFTER
                 WRITE HJRN-REC
           END-REWRITE.
       P030-VALIDATE-BATCH.
           PERFORM P040-CHECK-RUN-CONTROL.
           MOVE 0 TO WS-BATCH-TOTAL.
           MOVE SPACES TO WS-BAT-REASON(WS-BATCH-TOTAL).
           MOVE 0 TO WS-BAT-POSTED-CNT(WS-BATCH-TOTAL).
           MOVE 0 TO WS-BAT-REJ-CNT(WS-BATCH-TOTAL).
           MOVE 0 TO WS-BAT-PND-CNT(WS-BATCH-TOTAL).
           MOVE 0 TO WS-BAT-POSTED-AMT(WS-BATCH-TOTAL).
       P032-CLOSE-BATCH.
           MOVE 0 TO WS-IN-BATCH.
                    MOVE CHK-DUP-CNT TO WS-DUP-CNT
                    MOVE CHK-DUP-TOT TO DUP-CNT
                    MOVE CHK-DUP-KEYS TO WS-DUP-KEYS
                    MOVE CHK-XFER-CNT TO XFER-CNT
                    MOVE CHK-INSUF-REJ-CNT TO INSUF-REJ-CNT
                    MOVE CHK-PND-CNT TO PND-CNT
                    MOVE CHK-GLT-CNT TO WS-GLT-CNT
                    MOVE CHK-GLT-TRANSFERS TO WS-GLT-TRANSFERS
                    PERFORM P015-RESTORE-BATCH-CNTRS
                    DISPLAY "RESTARTING AFTER CHECKPOINTED RECORD "
                            RESTART-CNT
                                 TO WS-BAT-POSTED-CNT(WS-BAT-SUB)
              MOVE CHK-BAT-REJ-CNT(WS-BAT-SUB)
                                 TO WS-BAT-REJ-CNT(WS-BAT-SUB)
              MOVE CHK-BAT-PND-CNT(WS-BAT-SUB)
                                 TO WS-BAT-PND-CNT(WS-BAT-SUB)
              MOVE CHK-BAT-POSTED-AMT(WS-BAT-SUB)
                                 TO WS-BAT-POSTED-AMT(WS-BAT-SUB)
           END-PERFORM.
           MOVE WS-DUP-CNT TO CHK-DUP-CNT.
           MOVE DUP-CNT TO CHK-DUP-TOT.
           MOVE WS-DUP-KEYS TO CHK-DUP-KEYS.
           MOVE XFER-CNT TO CHK-XFER-CNT.
           MOVE INSUF-REJ-CNT TO CHK-INSUF-REJ-CNT.
           MOVE PND-CNT TO CHK-PND-CNT.
           MOVE WS-GLT-CNT TO CHK-GLT-CNT.
           MOVE WS-GLT-TRANSFERS TO CHK-GLT-TRANSFERS.
           PERFORM P705-SAVE-BATCH-CNTRS.
           REWRITE CHK-REC
              INVALID KEY
                                 TO CHK-BAT-POSTED-CNT(WS-BAT-SUB)
              MOVE WS-BAT-REJ-CNT(WS-BAT-SUB)
                                 TO CHK-BAT-REJ-CNT(WS-BAT-SUB)
              MOVE WS-BAT-PND-CNT(WS-BAT-SUB)
                                 TO CHK-BAT-PND-CNT(WS-BAT-SUB)
              MOVE WS-BAT-POSTED-AMT(WS-BAT-SUB)
                                 TO CHK-BAT-POSTED-AMT(WS-BAT-SUB)
           END-PERFORM.
           MOVE 0 TO WS-BAD-AMOUNT.
           MOVE 0 TO WS-BAD-VALDATE.
           MOVE 0 TO WS-BAD-TRANTYPE.
           MOVE 0 TO WS-BAD-XFER.
           MOVE 0 TO WS-FUTURE-ITEM.
           IF ACC-ID NOT NUMERIC
              DISPLAY ACC-ID
              " << ACC-ID MUST BE NUMERIC AND 5 CHARACTER"
           END-IF.
           PERFORM P220-VALUE-DATE-CONTROL.
           IF NOT (TRAN-TYPE-PAYMENT OR TRAN-TYPE-REFUND
                   OR TRAN-TYPE-ADJUSTMENT OR TRAN-TYPE-TRANSFER)
              DISPLAY TRAN-TYPE
              " << TRAN-TYPE MUST BE P, R, J OR T"
              MOVE 0 TO VALID-VALDATE
              MOVE 1 TO WS-BAD-TRANTYPE
           END-IF.
           IF TRAN-TYPE-TRANSFER
              PERFORM P215-TRANSFER-CONTROL
           END-IF.
           EVALUATE TRUE
              WHEN WS-BAD-ACC-ID = 1 AND WS-BAD-CURRENCY = 1
                                     AND WS-BAD-AMOUNT = 1
           IF WS-REJ-REASON = SPACES AND WS-BAD-TRANTYPE = 1
              MOVE 'BAD TRAN-TYPE' TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES AND WS-BAD-XFER = 1
              MOVE WS-XFER-REASON TO WS-REJ-REASON
           END-IF.
       P215-TRANSFER-CONTROL.
           IF XFER-ACC-ID NOT NUMERIC OR XFER-CURRENCY NOT NUMERIC
              DISPLAY XFER-ACC-ID " " XFER-CURRENCY
              " << TRANSFER NEEDS A NUMERIC RECEIVING ACCOUNT AND "
              "CURRENCY"
              MOVE 0 TO VALID-VALDATE
              MOVE 1 TO WS-BAD-XFER
              MOVE 'BAD TRANSFER RECEIVING ACCOUNT'
                                                  TO WS-XFER-REASON
           ELSE
           IF XFER-ACC-ID = ACC-ID AND XFER-CURRENCY = CURRENCY-KEY
              DISPLAY XFER-ACC-ID " " XFER-CURRENCY
              " << TRANSFER RECEIVING ACCOUNT IS THE SENDING ACCOUNT"
              MOVE 0 TO VALID-VALDATE
              MOVE 1 TO WS-BAD-XFER
              MOVE 'TRANSFER TO THE SAME ACCOUNT' TO WS-XFER-REASON
           ELSE
           IF TRAN-AMOUNT NUMERIC AND TRAN-AMOUNT NOT > 0
              DISPLAY TRAN-AMOUNT
              " << TRANSFER AMOUNT MUST BE POSITIVE"
              MOVE 0 TO VALID-VALDATE
              MOVE 1 TO WS-BAD-XFER
              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE'
                                                  TO WS-XFER-REASON
           END-IF
           END-IF
           END-IF.
       P220-VALUE-DATE-CONTROL.
           IF VALUE-DATE NOT NUMERIC
           OR FUNCTION TEST-DAY-YYYYDDD(VALUE-DATE) NOT = 0
              COMPUTE WS-VALDATE-INT =
              FUNCTION INTEGER-OF-DAY(VALUE-DATE)
              IF WS-VALDATE-INT > WS-TODAY-INT
                 MOVE 1 TO WS-FUTURE-ITEM
              ELSE
                 IF WS-TODAY-INT - WS-VALDATE-INT > WS-DATE-TOLERANCE
                    DISPLAY VALUE-DATE
           IF VALID-IDX = 0 OR VALID-KEY = 0 OR VALID-AMOUNT = 0
           OR VALID-VALDATE = 0
                PERFORM U100-ERR-PRINT
           ELSE
           IF WS-FUTURE-ITEM = 1
                 PERFORM P487-WAREHOUSE-ITEM
           ELSE
                 MOVE IDX-ID TO IDX-ID-O
                 MOVE CURRENCY-CURRENCY TO WS-CURR-COMPARE
                    ADD 1 TO CLOSED-REJ-CNT
                    PERFORM U100-ERR-PRINT
                 ELSE
                    IF TRAN-TYPE-TRANSFER
                       PERFORM P520-XFER-CREDIT-CHECK
                    END-IF
                    IF WS-REJ-REASON = SPACES
                       PERFORM P490-AVAILABLE-CHECK
                    END-IF
                    IF WS-REJ-REASON NOT = SPACES
                       PERFORM U100-ERR-PRINT
                    ELSE
                    PERFORM P480-DUP-SCREEN
                    IF WS-DUP-FOUND = 1
                       PERFORM U600-DUP-WRITE
                    ELSE
                    IF TRAN-TYPE-TRANSFER
                       PERFORM P530-POST-TRANSFER
                    ELSE
                       PERFORM P500-UPBALANCE
                       PERFORM P410-CALCULATE-DATE
                       PERFORM U200-CSV-WRITE
                       WRITE OUT-REC
                    END-IF
                    END-IF
                    END-IF
                    IF TRAN-TYPE-TRANSFER AND HIVOL-ON
                       PERFORM P528-XFER-RESTORE-SEQ
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-IF
           END-IF.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE 1 TO VALID-IDX.
           MOVE 0 TO WS-CURR-FOUND.
           MOVE 0 TO WS-CURR-RATE.
           MOVE 0 TO WS-CURR-LIMIT.
           MOVE 0 TO WS-CURR-DEC.
           MOVE SPACES TO IDX-CURR-O.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
                                                   TO WS-CURR-RATE
                 MOVE WS-CURRENCY-LIMIT(WS-CURRENCY-IDX)
                                                   TO WS-CURR-LIMIT
                 MOVE WS-CURRENCY-DEC(WS-CURRENCY-IDX)
                                                   TO WS-CURR-DEC
                 MOVE 1 TO WS-CURR-FOUND
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
              END-IF
           MOVE 'BALANCE' TO STM-REC(28:7).
           MOVE WS-STM-AMT-O TO STM-REC(36:16).
           WRITE STM-REC.
           IF WS-XFER-LEG NOT = SPACE
              PERFORM P465-STM-TRANSFER-LINE
           END-IF.
           ADD TRAN-AMOUNT TO WS-STM-MOVEMENT.
           MOVE BALANCE TO WS-STM-CLOSE-BAL.
           MOVE IDX-ID TO WS-STM-PREV-ID.
           MOVE SPACES TO STM-REC.
           WRITE STM-REC.
           MOVE 0 TO WS-STM-ACTIVE.
       P465-STM-TRANSFER-LINE.
           MOVE SPACES TO STM-REC.
           IF XFER-LEG-DEBIT
              MOVE 'TRANSFER TO' TO STM-REC(5:11)
           ELSE
              MOVE 'TRANSFER FROM' TO STM-REC(5:13)
           END-IF.
           MOVE WS-XFER-CP-ID TO STM-REC(19:5).
           MOVE WS-XFER-CP-ALPHA TO STM-REC(25:3).
           MOVE 'REF' TO STM-REC(30:3).
           MOVE WS-CYCLE-NUM TO STM-REC(34:6).
           MOVE '/' TO STM-REC(40:1).
           MOVE READ-CNT TO STM-REC(41:6).
           WRITE STM-REC.
       P470-EXCEPTION-CHECK.
           IF BALANCE < 0
              MOVE 'OVERDRAFT' TO WS-EXC-REASON
              AND WS-DUP-CURR(WS-DUP-IDX) = CURRENCY-KEY
              AND WS-DUP-AMT(WS-DUP-IDX) = RESERVED(1:13)
              AND WS-DUP-VALDATE(WS-DUP-IDX) = RESERVED(14:7)
              AND WS-DUP-TYPE(WS-DUP-IDX) = TRAN-TYPE
              AND WS-DUP-XFER-ID(WS-DUP-IDX) = XFER-ACC-ID
              AND WS-DUP-XFER-CURR(WS-DUP-IDX) = XFER-CURRENCY
              AND WS-DUP-BATCH(WS-DUP-IDX) = WS-CUR-BATCH
                 MOVE 1 TO WS-DUP-FOUND
                 MOVE WS-DUP-SEQ(WS-DUP-IDX) TO WS-DUP-ORIG
                 MOVE CURRENCY-KEY TO WS-DUP-CURR(WS-DUP-CNT)
                 MOVE RESERVED(1:13) TO WS-DUP-AMT(WS-DUP-CNT)
                 MOVE RESERVED(14:7) TO WS-DUP-VALDATE(WS-DUP-CNT)
                 MOVE TRAN-TYPE TO WS-DUP-TYPE(WS-DUP-CNT)
                 MOVE XFER-ACC-ID TO WS-DUP-XFER-ID(WS-DUP-CNT)
                 MOVE XFER-CURRENCY TO WS-DUP-XFER-CURR(WS-DUP-CNT)
                 MOVE WS-CUR-BATCH TO WS-DUP-BATCH(WS-DUP-CNT)
                 MOVE READ-CNT TO WS-DUP-SEQ(WS-DUP-CNT)
              ELSE
           MOVE 'SEQ' TO OUT-REC(49:3).
           MOVE READ-CNT TO OUT-REC(53:6).
           WRITE OUT-REC.
       P487-WAREHOUSE-ITEM.
           MOVE WS-CYCLE-NUM TO PND-ARR-CYCLE.
           MOVE READ-CNT TO PND-ARR-SEQ.
           MOVE VALUE-DATE TO PND-DUE-DATE.
           MOVE 'P' TO PND-STATUS.
           MOVE WS-RUN-DATE TO PND-STORED-DATE.
           MOVE 0 TO PND-REL-CYCLE.
           MOVE ACC-REC TO PND-ACC-REC.
           MOVE PND-REC TO WS-PND-SAVE.
           WRITE PND-REC
              INVALID KEY
                 PERFORM P488-REWAREHOUSE-ITEM
              NOT INVALID KEY
                 PERFORM P489-COUNT-WAREHOUSED
           END-WRITE.
       P488-REWAREHOUSE-ITEM.
           READ PND-FILE KEY PND-KEY
              INVALID KEY
                 MOVE 'WAREHOUSE WRITE FAILED' TO WS-REJ-REASON
           END-READ.
           IF WS-REJ-REASON = SPACES
              IF PND-STS-PENDING OR PND-STS-BACKED-OUT
                 MOVE WS-PND-SAVE TO PND-REC
                 REWRITE PND-REC
                    INVALID KEY
                       MOVE 'WAREHOUSE WRITE FAILED' TO WS-REJ-REASON
                    NOT INVALID KEY
                       PERFORM P489-COUNT-WAREHOUSED
                 END-REWRITE
              ELSE
              IF PND-STS-CANCELLED
                 MOVE 'WAREHOUSED ITEM WAS CANCELLED'
                                                  TO WS-REJ-REASON
              ELSE
                 MOVE 'WAREHOUSED ITEM ALREADY RELEASED'
                                                  TO WS-REJ-REASON
              END-IF
              END-IF
           END-IF.
           IF WS-REJ-REASON NOT = SPACES
              PERFORM U100-ERR-PRINT
           END-IF.
       P489-COUNT-WAREHOUSED.
           ADD 1 TO PND-CNT.
           ADD 1 TO WS-BAT-PND-CNT(WS-CUR-BATCH).
       P490-AVAILABLE-CHECK.
           MOVE 0 TO WS-DEBIT-AMT.
           IF TRAN-TYPE-TRANSFER
              MOVE TRAN-AMOUNT TO WS-DEBIT-AMT
           ELSE
           IF (TRAN-TYPE-PAYMENT OR TRAN-TYPE-REFUND)
           AND TRAN-AMOUNT < 0
              COMPUTE WS-DEBIT-AMT = 0 - TRAN-AMOUNT
           END-IF
           END-IF.
           IF WS-DEBIT-AMT > 0
              PERFORM P495-HOLD-POSITION
              COMPUTE WS-AVAIL-BAL =
                      BALANCE - WS-HOLD-TOTAL + WS-HOLD-LIMIT
              IF WS-DEBIT-AMT > WS-AVAIL-BAL
                 MOVE 'INSUFFICIENT AVAILABLE BALANCE'
                                                  TO WS-REJ-REASON
                 ADD 1 TO INSUF-REJ-CNT
              END-IF
           END-IF.
       P495-HOLD-POSITION.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 0 TO WS-HOLD-LIMIT.
           MOVE 0 TO WS-HLD-SCAN-END.
           MOVE IDX-ID TO WS-HLD-KEY-ID.
           MOVE CURRENCY-CURRENCY TO WS-HLD-KEY-CURR.
           MOVE IDX-ID TO HLD-ID.
           MOVE CURRENCY-CURRENCY TO HLD-CURRENCY.
           MOVE 0 TO HLD-SEQ.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 1 TO WS-HLD-SCAN-END
           END-START.
           PERFORM UNTIL WS-HLD-SCAN-END = 1
              READ HLD-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-HLD-SCAN-END
                 NOT AT END
                    IF HLD-ID = WS-HLD-KEY-ID
                    AND HLD-CURRENCY = WS-HLD-KEY-CURR
                       IF HLD-STS-ACTIVE AND HLD-TYPE-LIMIT
                          MOVE HLD-AMOUNT TO WS-HOLD-LIMIT
                       END-IF
                       IF HLD-STS-ACTIVE AND HLD-TYPE-HOLD
                       AND (HLD-EXPIRY-DATE = 0
                            OR HLD-EXPIRY-DATE NOT < WS-TODAY-YYYYDDD)
                          ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                    ELSE
                       MOVE 1 TO WS-HLD-SCAN-END
                    END-IF
              END-READ
           END-PERFORM.
       P500-UPBALANCE.
           IF HIVOL-ON
              READ IDX-FILE KEY IDX-KEY
           MOVE 'C' TO PJRN-ACTION.
           MOVE WS-PJRN-BEFORE TO PJRN-BEFORE.
           MOVE IDX-REC TO PJRN-AFTER.
           MOVE WS-XFER-LEG TO PJRN-XFER-LEG.
           WRITE PJRN-REC.
       U500-HIS-WRITE.
           MOVE IDX-ID TO HIS-ACC-ID.
           MOVE TRAN-AMOUNT TO HIS-AMOUNT.
           MOVE WS-BAL-BEFORE TO HIS-BAL-BEFORE.
           MOVE BALANCE TO HIS-BAL-AFTER.
           MOVE READ-CNT TO HIS-SEQ.
           IF WS-XFER-LEG = SPACE
              MOVE 0 TO HIS-XFER-ACC-ID
              MOVE 0 TO HIS-XFER-CURRENCY
           ELSE
              MOVE WS-XFER-CP-ID TO HIS-XFER-ACC-ID
              MOVE WS-XFER-CP-CURR TO HIS-XFER-CURRENCY
           END-IF.
           WRITE HIS-REC.
       P520-XFER-CREDIT-CHECK.
           MOVE IDX-REC TO WS-XFER-DR-REC.
           MOVE XFER-ACC-ID TO IDX-ID.
           MOVE XFER-CURRENCY TO CURRENCY-CURRENCY.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 MOVE 'NO IDX MATCH FOR TRANSFER CREDIT'
                                                  TO WS-REJ-REASON
           END-READ.
           IF WS-REJ-REASON = SPACES
              PERFORM P405-VALIDATE-ORDER-DATE
              IF VALID-DATE = 0
                 MOVE 'BAD LAST-ORDER-DATE ON TRANSFER CREDIT'
                                                  TO WS-REJ-REASON
              ELSE
              IF IDX-STS-FROZEN
                 MOVE 'TRANSFER CREDIT ACCOUNT FROZEN'
                                                  TO WS-REJ-REASON
                 ADD 1 TO FROZEN-REJ-CNT
              ELSE
              IF IDX-STS-CLOSED
                 MOVE 'TRANSFER CREDIT ACCOUNT CLOSED'
                                                  TO WS-REJ-REASON
                 ADD 1 TO CLOSED-REJ-CNT
              ELSE
                 MOVE IDX-REC TO WS-XFER-CR-REC
                 PERFORM P525-XFER-CONVERT
              END-IF
              END-IF
              END-IF
           END-IF.
           MOVE WS-XFER-DR-REC TO IDX-REC.
           MOVE 1 TO VALID-DATE.
       P525-XFER-CONVERT.
           MOVE CURRENCY-KEY TO WS-XFER-DR-CURR-NUM.
           MOVE XFER-CURRENCY TO WS-XFER-CR-CURR-NUM.
           MOVE WS-XFER-DR-CURR-NUM TO WS-CURR-COMPARE.
           PERFORM P420-CURRENCY-LOOKUP.
           MOVE WS-CURR-FOUND TO WS-XFER-DR-FOUND.
           MOVE WS-CURR-RATE TO WS-XFER-DR-RATE.
           MOVE WS-CURR-DEC TO WS-XFER-DR-DEC.
           MOVE IDX-CURR-O TO WS-XFER-DR-ALPHA.
           MOVE WS-XFER-CR-CURR-NUM TO WS-CURR-COMPARE.
           PERFORM P420-CURRENCY-LOOKUP.
           MOVE WS-CURR-FOUND TO WS-XFER-CR-FOUND.
           MOVE WS-CURR-RATE TO WS-XFER-CR-RATE.
           MOVE WS-CURR-DEC TO WS-XFER-CR-DEC.
           MOVE IDX-CURR-O TO WS-XFER-CR-ALPHA.
           IF WS-XFER-CR-CURR-NUM = WS-XFER-DR-CURR-NUM
              MOVE TRAN-AMOUNT TO WS-XFER-CR-AMT
           ELSE
           IF WS-XFER-DR-FOUND = 0 OR WS-XFER-CR-FOUND = 0
           OR WS-XFER-DR-RATE = 0 OR WS-XFER-CR-RATE = 0
              MOVE 'NO RATE FOR TRANSFER CONVERSION' TO WS-REJ-REASON
           ELSE
              COMPUTE WS-XFER-DR-SCALE = 10 ** WS-XFER-DR-DEC
              COMPUTE WS-XFER-CR-SCALE = 10 ** WS-XFER-CR-DEC
              COMPUTE WS-XFER-CR-AMT ROUNDED =
                      TRAN-AMOUNT * WS-XFER-DR-RATE * WS-XFER-CR-SCALE
                      / (WS-XFER-CR-RATE * WS-XFER-DR-SCALE)
                 ON SIZE ERROR
                    MOVE 'TRANSFER AMOUNT OUT OF RANGE'
                                                  TO WS-REJ-REASON
              END-COMPUTE
              IF WS-REJ-REASON = SPACES AND WS-XFER-CR-AMT = 0
                 MOVE 'TRANSFER CONVERTS TO ZERO' TO WS-REJ-REASON
              END-IF
           END-IF
           END-IF.
       P528-XFER-RESTORE-SEQ.
           MOVE WS-XFER-DR-REC TO IDX-REC.
           MOVE 0 TO IDX-SEQ-EOF.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 MOVE 1 TO IDX-SEQ-EOF
                 MOVE 0 TO IDX-SEQ-LOADED
           END-START.
           IF IDX-SEQ-EOF = 0
              PERFORM P850-READ-IDX-SEQ
           END-IF.
       P530-POST-TRANSFER.
           MOVE IDX-REC TO WS-XFER-DR-REC.
           SUBTRACT TRAN-AMOUNT FROM BALANCE.
           IF VALUE-DATE > LAST-ORDER-DATE
              MOVE VALUE-DATE TO LAST-ORDER-DATE
           END-IF.
           REWRITE IDX-REC
              INVALID KEY
                 MOVE 'COULD NOT POST TRANSFER DEBIT' TO WS-REJ-REASON
           END-REWRITE.
           IF WS-REJ-REASON = SPACES
              MOVE IDX-REC TO WS-XFER-DR-AFTER
              MOVE WS-XFER-CR-REC TO IDX-REC
              ADD WS-XFER-CR-AMT TO BALANCE
              IF VALUE-DATE > LAST-ORDER-DATE
                 MOVE VALUE-DATE TO LAST-ORDER-DATE
              END-IF
              REWRITE IDX-REC
                 INVALID KEY
                    MOVE 'COULD NOT POST TRANSFER CREDIT'
                                                  TO WS-REJ-REASON
                    PERFORM P535-XFER-UNDO-DEBIT
                 NOT INVALID KEY
                    MOVE IDX-REC TO WS-XFER-CR-AFTER
              END-REWRITE
           END-IF.
           IF WS-REJ-REASON NOT = SPACES
              PERFORM U100-ERR-PRINT
           ELSE
              MOVE ACC-REC TO WS-XFER-ACC-SAVE
              MOVE TRAN-AMOUNT TO WS-XFER-AMOUNT
              PERFORM P538-XFER-GL-SLOT
              MOVE 'D' TO WS-XFER-LEG
              PERFORM P540-POST-XFER-LEG
              MOVE 'C' TO WS-XFER-LEG
              PERFORM P540-POST-XFER-LEG
              MOVE SPACE TO WS-XFER-LEG
              MOVE WS-XFER-ACC-SAVE TO ACC-REC
              MOVE WS-XFER-DR-AFTER TO IDX-REC
              ADD 1 TO VALID-READ-CNT
              ADD 1 TO WS-BAT-POSTED-CNT(WS-CUR-BATCH)
              ADD 1 TO XFER-CNT
           END-IF.
       P535-XFER-UNDO-DEBIT.
           MOVE WS-XFER-DR-REC TO IDX-REC.
           REWRITE IDX-REC
              INVALID KEY
                 DISPLAY "WARNING: COULD NOT RESTORE IDX-ID " IDX-ID
                         " AFTER A FAILED TRANSFER CREDIT"
           END-REWRITE.
       P538-XFER-GL-SLOT.
           IF WS-GLT-CNT < 500
              ADD 1 TO WS-GLT-CNT
              SET WS-GLT-IDX TO WS-GLT-CNT
              MOVE WS-CYCLE-NUM TO WS-GLT-CYCLE(WS-GLT-IDX)
              MOVE READ-CNT TO WS-GLT-SEQ(WS-GLT-IDX)
              MOVE 1 TO WS-GLT-SLOT
           ELSE
              MOVE 0 TO WS-GLT-SLOT
              DISPLAY "WARNING: TRANSFER JOURNAL TABLE FULL AT 500 "
                 "ENTRIES -- GL JOURNAL WILL CARRY TRANSFER SEQ "
                 READ-CNT " IN THE CURRENCY TOTALS"
           END-IF.
       P540-POST-XFER-LEG.
           INITIALIZE OUT-REC.
           MOVE SPACES TO OUT-REC.
           IF XFER-LEG-DEBIT
              MOVE WS-XFER-CR-REC TO IDX-REC
              MOVE IDX-ID TO WS-XFER-CP-ID
              MOVE CURRENCY-CURRENCY TO WS-XFER-CP-CURR
              MOVE WS-XFER-CR-ALPHA TO WS-XFER-CP-ALPHA
              MOVE WS-XFER-DR-REC TO IDX-REC
              MOVE IDX-REC TO WS-PJRN-BEFORE
              MOVE BALANCE TO WS-BAL-BEFORE
              MOVE WS-XFER-DR-AFTER TO IDX-REC
              COMPUTE TRAN-AMOUNT = 0 - WS-XFER-AMOUNT
           ELSE
              MOVE WS-XFER-DR-REC TO IDX-REC
              MOVE IDX-ID TO WS-XFER-CP-ID
              MOVE CURRENCY-CURRENCY TO WS-XFER-CP-CURR
              MOVE WS-XFER-DR-ALPHA TO WS-XFER-CP-ALPHA
              MOVE WS-XFER-CR-REC TO IDX-REC
              MOVE IDX-REC TO WS-PJRN-BEFORE
              MOVE BALANCE TO WS-BAL-BEFORE
              MOVE WS-XFER-CR-AFTER TO IDX-REC
              MOVE WS-XFER-CR-AMT TO TRAN-AMOUNT
           END-IF.
           MOVE IDX-ID TO IDX-ID-O.
           MOVE CURRENCY-CURRENCY TO WS-CURR-COMPARE.
           PERFORM P420-CURRENCY-LOOKUP.
           MOVE FIRST-NAME TO FIRST-NAME-O.
           MOVE LAST-NAME TO LAST-NAME-O.
           PERFORM U500-HIS-WRITE.
           PERFORM U510-PJRN-WRITE.
           PERFORM P620-TOUCH-MASTER.
           PERFORM P410-CALCULATE-DATE.
           MOVE TAKVIMLER-GREGORYEN TO LAST-ORDER-O.
           PERFORM P440-ACCUM-GL-MOVEMENT.
           IF WS-GLT-SLOT = 1
              PERFORM P545-XFER-GL-RECORD
           ELSE
              PERFORM P447-ACCUM-GL-JOURNAL
           END-IF.
           PERFORM P450-STATEMENT.
           PERFORM P470-EXCEPTION-CHECK.
           MOVE BALANCE TO BALANCE-O.
           ADD BALANCE-O TO TOTAL-BALANCE.
           PERFORM P430-ACCUM-CURRENCY-SUBTOTAL.
           ADD TRAN-AMOUNT TO WS-BAT-POSTED-AMT(WS-CUR-BATCH).
           PERFORM U200-CSV-WRITE.
           WRITE OUT-REC.
       P545-XFER-GL-RECORD.
           IF XFER-LEG-DEBIT
              MOVE CURRENCY-CURRENCY TO WS-GLT-DR-CURR(WS-GLT-IDX)
              COMPUTE WS-GLT-DR-AMT(WS-GLT-IDX) = 0 - TRAN-AMOUNT
           ELSE
              MOVE CURRENCY-CURRENCY TO WS-GLT-CR-CURR(WS-GLT-IDX)
              MOVE TRAN-AMOUNT TO WS-GLT-CR-AMT(WS-GLT-IDX)
           END-IF.
       P999-REPORT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE READ-CNT TO OUT-REC(1:6).
           MOVE VALID-READ-CNT TO OUT-REC(8:6).
           COMPUTE INVALID-READ-CNT = READ-CNT - VALID-READ-CNT
                                    - DUP-CNT - PND-CNT.
           MOVE INVALID-READ-CNT TO OUT-REC(15:6).
           MOVE EXCEPTION-CNT TO OUT-REC(22:6).
           MOVE DUP-CNT TO OUT-REC(29:6).
           MOVE 'CLOSED ACCOUNT REJECTS' TO OUT-REC.
           MOVE CLOSED-REJ-CNT TO OUT-REC(25:6).
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           MOVE 'TRANSFERS POSTED' TO OUT-REC.
           MOVE XFER-CNT TO OUT-REC(25:6).
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           MOVE 'INSUFFICIENT AVAILABLE' TO OUT-REC.
           MOVE INSUF-REJ-CNT TO OUT-REC(25:6).
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           MOVE 'HOLDS EXPIRED' TO OUT-REC.
           MOVE HOLD-EXPIRED-CNT TO OUT-REC(25:6).
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           MOVE 'FUTURE ITEMS WAREHOUSED' TO OUT-REC.
           MOVE PND-CNT TO OUT-REC(25:6).
           WRITE OUT-REC.
           PERFORM P910-CYCLE-TOTALS.
           PERFORM P920-CURRENCY-BREAKS.
           PERFORM P945-CUS-EXCEPTIONS.
           MOVE 'TOTALS BY CYCLE' TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           MOVE 'CYCLE  POSTED REJ    WHSE   POSTED AMOUNT    STATUS'
                                                        TO OUT-REC.
           WRITE OUT-REC.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
              MOVE WS-BAT-CYCLE(WS-BAT-SUB) TO OUT-REC(1:6)
              MOVE WS-BAT-POSTED-CNT(WS-BAT-SUB) TO OUT-REC(8:6)
              MOVE WS-BAT-REJ-CNT(WS-BAT-SUB) TO OUT-REC(15:6)
              MOVE WS-BAT-PND-CNT(WS-BAT-SUB) TO OUT-REC(22:6)
              MOVE WS-BAT-POSTED-AMT(WS-BAT-SUB) TO WS-BAT-AMT-O
              MOVE WS-BAT-AMT-O TO OUT-REC(29:16)
              IF WS-BAT-VALID(WS-BAT-SUB) = 1
                 MOVE 'POSTED' TO OUT-REC(46:6)
                 WRITE OUT-REC
              ELSE
                 MOVE 'SKIPPED' TO OUT-REC(46:7)
                 WRITE OUT-REC
                 MOVE SPACES TO OUT-REC
                 MOVE WS-BAT-REASON(WS-BAT-SUB) TO OUT-REC(8:40)
           MOVE 0 TO WS-GL-DR-TOTAL.
           MOVE 0 TO WS-GL-CR-TOTAL.
           MOVE 0 TO WS-GLX-CNT.
           MOVE SPACES TO WS-GL-JRN-XFER-LINK.
           PERFORM VARYING WS-GLJ-IDX FROM 1 BY 1
                   UNTIL WS-GLJ-IDX > WS-GLJ-CNT
              PERFORM P932-WRITE-JOURNAL-PAIRS
           END-PERFORM.
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                   UNTIL WS-GLT-IDX > WS-GLT-CNT
              PERFORM P934-WRITE-TRANSFER-PAIRS
           END-PERFORM.
           MOVE SPACES TO WS-GL-JRN-XFER-LINK.
           MOVE WS-GL-REC-CNT TO WS-GL-TRL-CNT.
           MOVE WS-GL-HASH TO WS-GL-TRL-HASH.
           MOVE WS-GL-DR-TOTAL TO WS-GL-TRL-DR.
           WRITE GL-REC.
           PERFORM P935-GL-MAP-EXCEPTIONS.
       P932-WRITE-JOURNAL-PAIRS.
           MOVE WS-GLJ-CURR(WS-GLJ-IDX) TO WS-GLM-KEY-CURR.
           MOVE WS-GLJ-TYPE(WS-GLJ-IDX) TO WS-GLM-KEY-TYPE.
           COMPUTE WS-GLM-KEY-AMT = WS-GLJ-POS-AMT(WS-GLJ-IDX)
                                  + WS-GLJ-NEG-AMT(WS-GLJ-IDX).
           PERFORM P933-GL-MAP-LOOKUP.
           MOVE WS-GLJ-CURR(WS-GLJ-IDX) TO WS-GL-JRN-CURR.
           MOVE WS-GLJ-TYPE(WS-GLJ-IDX) TO WS-GL-JRN-TYPE.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GLM-CR-A.
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-CNT
              IF WS-GLM-CURR(WS-GLM-IDX) = WS-GLM-KEY-CURR
              AND WS-GLM-TYPE(WS-GLM-IDX) = WS-GLM-KEY-TYPE
                 MOVE WS-GLM-DR-ACCT(WS-GLM-IDX) TO WS-GLM-DR-A
                 MOVE WS-GLM-CR-ACCT(WS-GLM-IDX) TO WS-GLM-CR-A
                 MOVE 1 TO WS-GLM-FOUND
              END-IF
           END-PERFORM.
           IF WS-GLM-FOUND = 0
              MOVE 0 TO WS-GLX-FOUND
              PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
                      UNTIL WS-GLX-IDX > WS-GLX-CNT
                 IF WS-GLX-CURR(WS-GLX-IDX) = WS-GLM-KEY-CURR
                 AND WS-GLX-TYPE(WS-GLX-IDX) = WS-GLM-KEY-TYPE
                    ADD WS-GLM-KEY-AMT TO WS-GLX-AMT(WS-GLX-IDX)
                    MOVE 1 TO WS-GLX-FOUND
                    SET WS-GLX-IDX TO WS-GLX-CNT
                 END-IF
              END-PERFORM
              IF WS-GLX-FOUND = 0 AND WS-GLX-CNT < 60
                 ADD 1 TO WS-GLX-CNT
                 MOVE WS-GLM-KEY-CURR TO WS-GLX-CURR(WS-GLX-CNT)
                 MOVE WS-GLM-KEY-TYPE TO WS-GLX-TYPE(WS-GLX-CNT)
                 MOVE WS-GLM-KEY-AMT TO WS-GLX-AMT(WS-GLX-CNT)
              END-IF
           END-IF.
       P934-WRITE-TRANSFER-PAIRS.
           MOVE WS-GLT-CYCLE(WS-GLT-IDX) TO WS-GL-JRN-XFER-CYCLE.
           MOVE WS-GLT-SEQ(WS-GLT-IDX) TO WS-GL-JRN-XFER-REF.
           MOVE 'T' TO WS-GL-JRN-TYPE.
           MOVE 'T' TO WS-GLM-KEY-TYPE.
           MOVE WS-GLT-DR-CURR(WS-GLT-IDX) TO WS-GLM-KEY-CURR.
           MOVE WS-GLT-DR-AMT(WS-GLT-IDX) TO WS-GLM-KEY-AMT.
           PERFORM P933-GL-MAP-LOOKUP.
           MOVE WS-GLT-DR-CURR(WS-GLT-IDX) TO WS-GL-JRN-CURR.
           MOVE 'D' TO WS-GL-JRN-XFER-LEG.
           MOVE WS-GLT-DR-AMT(WS-GLT-IDX) TO WS-GLJ-WORK-AMT.
           MOVE WS-GLM-CR-A TO WS-GL-JRN-ACCT.
           MOVE 'D' TO WS-GL-JRN-DC.
           PERFORM U700-GL-JRN-WRITE.
           MOVE WS-GLM-DR-A TO WS-GL-JRN-ACCT.
           MOVE 'C' TO WS-GL-JRN-DC.
           PERFORM U700-GL-JRN-WRITE.
           MOVE WS-GLT-CR-CURR(WS-GLT-IDX) TO WS-GLM-KEY-CURR.
           MOVE WS-GLT-CR-AMT(WS-GLT-IDX) TO WS-GLM-KEY-AMT.
           PERFORM P933-GL-MAP-LOOKUP.
           MOVE WS-GLT-CR-CURR(WS-GLT-IDX) TO WS-GL-JRN-CURR.
           MOVE 'C' TO WS-GL-JRN-XFER-LEG.
           MOVE WS-GLT-CR-AMT(WS-GLT-IDX) TO WS-GLJ-WORK-AMT.
           MOVE WS-GLM-DR-A TO WS-GL-JRN-ACCT.
           MOVE 'D' TO WS-GL-JRN-DC.
           PERFORM U700-GL-JRN-WRITE.
           MOVE WS-GLM-CR-A TO WS-GL-JRN-ACCT.
           MOVE 'C' TO WS-GL-JRN-DC.
           PERFORM U700-GL-JRN-WRITE.
       U700-GL-JRN-WRITE.
           MOVE WS-GLJ-WORK-AMT TO WS-GL-JRN-AMT.
           IF WS-GL-JRN-DC = 'D'
           CLOSE EXC-FILE.
           CLOSE DUP-FILE.
           CLOSE CHK-FILE.
           CLOSE HLD-FILE.
           CLOSE HJRN-FILE.
           CLOSE PND-FILE.
       0850-RECORD-CYCLE-LEDGER.
           MOVE RETURN-CODE TO WS-CYC-RC.
           MOVE 0 TO WS-CYC-WRITE-ERR.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-CNT
              PERFORM 0855-RECORD-ONE-CYCLE
           END-PERFORM.
           CLOSE CYC-FILE.
           IF WS-CYC-WRITE-ERR = 1
              MOVE 8 TO RETURN-CODE
           END-IF.
       0855-RECORD-ONE-CYCLE.
           PERFORM 0074-READ-CYCLE.
           MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP).
           MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP).
           MOVE WS-CYC-RC TO CYC-STEP-RC(WS-CYC-STEP).
           MOVE WS-BAT-POSTED-CNT(WS-CYC-T-BATCH(WS-CYC-IDX))
                                  TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE WS-BAT-REJ-CNT(WS-CYC-T-BATCH(WS-CYC-IDX))
                                  TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF WS-CYC-RC = 0
              MOVE 'C' TO CYC-STEP-STATUS(WS-CYC-STEP)
           ELSE
              MOVE 'F' TO CYC-STEP-STATUS(WS-CYC-STEP)
           END-IF.
           REWRITE CYC-REC.
           IF NOT CYC-SUCC
              DISPLAY "WARNING: COULD NOT RECORD THE END OF ODEV003 "
                      "ON THE CYCLE LEDGER FOR CYCLE " CYC-CYCLE
              MOVE 1 TO WS-CYC-WRITE-ERR
           END-IF.
       9999-EXIT.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV017.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE ASSIGN to PNDFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is PND-KEY
                           FILE STATUS is STATUS-PND.
           SELECT PCN-FILE ASSIGN TO PCNFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PCN.
           SELECT DUE-FILE ASSIGN TO DUEFILE
                           FILE STATUS IS STATUS-DUE.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  PND-FILE.
           COPY PNDREC.
       FD  PCN-FILE.
       01  PCN-REC.
           05    PCN-ARR-CYCLE           PIC X(6).
           05    PCN-ARR-SEQ             PIC X(6).
       FD  DUE-FILE RECORDING MODE F.
       01  DUE-REC                       PIC X(50).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       FD  PRM-FILE.
           COPY PRMREC.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05    SW-DUE-DATE             PIC 9(7).
           05    SW-CURRENCY             PIC X(3).
           05    SW-ARR-CYCLE            PIC 9(6).
           05    SW-ARR-SEQ              PIC 9(6).
           05    SW-ACC-REC              PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-PND                 PIC 9(2).
              88 PND-SUCC                         VALUE 00 97.
              88 PND-NOT-FOUND                    VALUE 35.
           05 STATUS-PCN                 PIC 99.
              88 PCN-SUCC                         VALUE 00 97.
              88 PCN-EOF                          VALUE 10.
              88 PCN-NOT-FOUND                    VALUE 35.
           05 STATUS-DUE                 PIC 99.
              88 DUE-SUCC                         VALUE 00 97.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
       01  WS-DUE-ACC.
           05 WS-DUE-ACC-ID              PIC X(5).
           05 WS-DUE-CURRENCY            PIC X(3).
           05 WS-DUE-RESERVED.
              07 WS-DUE-TRAN-AMOUNT      PIC S9(13).
              07 WS-DUE-VALUE-DATE       PIC X(7).
              07 WS-DUE-TRAN-TYPE        PIC X(1).
              07 WS-DUE-CYCLE-CNT        PIC 9(2).
              07 FILLER                  PIC X(19).
       01  WS-DUE-HEADER.
           05 FILLER                     PIC X(3) VALUE 'HDR'.
           05 WS-DUE-HDR-DATE            PIC 9(8).
           05 WS-DUE-HDR-CYCLE           PIC 9(6).
           05 FILLER                     PIC X(33) VALUE SPACES.
       01  WS-DUE-TRAILER.
           05 FILLER                     PIC X(3) VALUE 'TRL'.
           05 WS-DUE-TRL-CNT             PIC 9(6).
           05 WS-DUE-TRL-HASH            PIC 9(15).
           05 FILLER                     PIC X(26) VALUE SPACES.
       77  WS-MODE                       PIC X(8) VALUE 'RELEASE'.
           88 MODE-RELEASE                        VALUE 'RELEASE'.
           88 MODE-CANCEL                         VALUE 'CANCEL'.
           88 MODE-REPORT                         VALUE 'REPORT'.
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
       77  WS-SCAN-END                   PIC 9(1) VALUE 0.
       77  WS-SORT-END                   PIC 9(1) VALUE 0.
       77  PCN-READ-CNT                  PIC 9(6) VALUE 0.
       77  CANCELLED-CNT                 PIC 9(6) VALUE 0.
       77  CANCEL-REJ-CNT                PIC 9(6) VALUE 0.
       77  RELEASED-CNT                  PIC 9(6) VALUE 0.
       77  PENDING-CNT                   PIC 9(6) VALUE 0.
       77  WS-DUE-HASH                   PIC 9(15) VALUE 0.
       77  WS-AMT-NUM                    PIC S9(13) VALUE 0.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-LOG-CYCLE                  PIC 9(6) VALUE 0.
       77  WS-LOG-SEQ                    PIC 9(6) VALUE 0.
       77  WS-GRP-DUE-DATE               PIC 9(7) VALUE 0.
       77  WS-GRP-CURRENCY               PIC X(3) VALUE SPACES.
       77  WS-GRP-CNT                    PIC 9(6) VALUE 0.
       77  WS-GRP-AMT                    PIC S9(15) VALUE 0.
       77  WS-GRP-ACTIVE                 PIC 9(1) VALUE 0.
       77  WS-DUE-GREG                   PIC 9(8) VALUE 0.
       77  WS-DUE-INT                    PIC 9(8) VALUE 0.
       77  WS-AMT-O                      PIC S9(13) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       77  WS-GRP-AMT-O                  PIC S9(15) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
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
              IF PRM-PROGRAM = 'ODEV017'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
           IF MODE-RELEASE AND WS-CYCLE-X = SPACES
              DISPLAY "ODEV017 CYCLE MUST BE SET TO THE CYCLE "
                      "NUMBER OF THE RELEASE BATCH. EXITING..."
              STOP RUN
           END-IF.
           DISPLAY "ODEV017 RUN PARAMETERS MODE " WS-MODE
                   " CYCLE " WS-CYCLE-NUM.
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
       0060-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
              WHEN 'CYCLE'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    MOVE PRM-VALUE(1:6) TO WS-CYCLE-X
                    COMPUTE WS-CYCLE-NUM = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    DISPLAY "ODEV017 CYCLE MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'MODE'
                 MOVE PRM-VALUE(1:8) TO WS-MODE
                 IF NOT (MODE-RELEASE OR MODE-CANCEL OR MODE-REPORT)
                    DISPLAY "ODEV017 MODE MUST BE RELEASE, CANCEL "
                            "OR REPORT. EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV017 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           IF MODE-REPORT
              OPEN INPUT PND-FILE
           ELSE
              OPEN I-O PND-FILE
              OPEN INPUT PCN-FILE
           END-IF.
           IF MODE-RELEASE
              OPEN OUTPUT DUE-FILE
           END-IF.
           OPEN OUTPUT LOG-FILE.

       0110-FILE-CONTROL.
           IF NOT PND-SUCC
              DISPLAY "PND FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT MODE-REPORT
              IF NOT PCN-SUCC AND NOT PCN-NOT-FOUND
                 DISPLAY "PCN FILE NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
           END-IF.
           IF MODE-RELEASE
              IF NOT DUE-SUCC
                 DISPLAY "DUE FILE NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
           END-IF.
           IF NOT LOG-SUCC
              DISPLAY "LOG FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           IF NOT MODE-REPORT
              IF NOT PCN-NOT-FOUND
                 PERFORM P200-APPLY-CANCELLATIONS
              END-IF
           END-IF.
           IF MODE-RELEASE
              PERFORM P300-RELEASE-DUE-ITEMS
           END-IF.
           PERFORM P400-PENDING-REPORT.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "FUTURE-DATED ITEM WAREHOUSE" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RUN PARAMETERS" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "MODE" TO LOG-REC(3:4).
           MOVE WS-MODE TO LOG-REC(20:8).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CYCLE" TO LOG-REC(3:5).
           MOVE WS-CYCLE-NUM TO LOG-REC(20:6).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "DUE ON OR BEFORE" TO LOG-REC(3:16).
           MOVE WS-TODAY-YYYYDDD TO LOG-REC(20:7).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P200-APPLY-CANCELLATIONS.
           PERFORM P210-READ-PCN.
           PERFORM UNTIL PCN-EOF
              PERFORM P220-CANCEL-ITEM
              PERFORM P210-READ-PCN
           END-PERFORM.
       P210-READ-PCN.
           READ PCN-FILE
           NOT AT END
              ADD 1 TO PCN-READ-CNT
           END-READ.
       P220-CANCEL-ITEM.
           IF PCN-ARR-CYCLE NOT NUMERIC OR PCN-ARR-SEQ NOT NUMERIC
              MOVE 0 TO WS-LOG-CYCLE
              MOVE 0 TO WS-LOG-SEQ
              MOVE "REJECT - CANCEL KEY NOT NUMERIC" TO WS-LOG-MSG
              PERFORM U100-LOG-WRITE
              ADD 1 TO CANCEL-REJ-CNT
           ELSE
              MOVE PCN-ARR-CYCLE TO PND-ARR-CYCLE
              MOVE PCN-ARR-SEQ TO PND-ARR-SEQ
              MOVE PND-ARR-CYCLE TO WS-LOG-CYCLE
              MOVE PND-ARR-SEQ TO WS-LOG-SEQ
              READ PND-FILE KEY PND-KEY
                 INVALID KEY
                    MOVE "REJECT - NO WAREHOUSED ITEM FOR KEY"
                                                       TO WS-LOG-MSG
                    PERFORM U100-LOG-WRITE
                    ADD 1 TO CANCEL-REJ-CNT
                 NOT INVALID KEY
                    PERFORM P230-MARK-CANCELLED
              END-READ
           END-IF.
       P230-MARK-CANCELLED.
           IF NOT PND-STS-PENDING
              MOVE "REJECT - ITEM IS NO LONGER PENDING" TO WS-LOG-MSG
              PERFORM U100-LOG-WRITE
              ADD 1 TO CANCEL-REJ-CNT
           ELSE
              MOVE 'C' TO PND-STATUS
              REWRITE PND-REC
                 INVALID KEY
                    MOVE "REJECT - REWRITE FAILED" TO WS-LOG-MSG
                    PERFORM U100-LOG-WRITE
                    ADD 1 TO CANCEL-REJ-CNT
                 NOT INVALID KEY
                    MOVE "CANCEL OK" TO WS-LOG-MSG
                    PERFORM U100-LOG-WRITE
                    ADD 1 TO CANCELLED-CNT
              END-REWRITE
           END-IF.
       P300-RELEASE-DUE-ITEMS.
           PERFORM P310-WRITE-DUE-HEADER.
           MOVE 0 TO WS-SCAN-END.
           MOVE LOW-VALUES TO PND-KEY.
           START PND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY
                 MOVE 1 TO WS-SCAN-END
           END-START.
           PERFORM UNTIL WS-SCAN-END = 1
              READ PND-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-SCAN-END
                 NOT AT END
                    IF PND-STS-PENDING
                    AND PND-DUE-DATE NOT > WS-TODAY-YYYYDDD
                       PERFORM P320-RELEASE-ITEM
                    ELSE
                       IF PND-STS-RELEASED
                       AND PND-REL-CYCLE = WS-CYCLE-NUM
                          PERFORM P330-REEMIT-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM P390-WRITE-DUE-TRAILER.
       P310-WRITE-DUE-HEADER.
           MOVE WS-RUN-DATE TO WS-DUE-HDR-DATE.
           MOVE WS-CYCLE-NUM TO WS-DUE-HDR-CYCLE.
           MOVE WS-DUE-HEADER TO DUE-REC.
           WRITE DUE-REC.
       P320-RELEASE-ITEM.
           MOVE PND-ARR-CYCLE TO WS-LOG-CYCLE.
           MOVE PND-ARR-SEQ TO WS-LOG-SEQ.
           MOVE 'R' TO PND-STATUS.
           MOVE WS-CYCLE-NUM TO PND-REL-CYCLE.
           REWRITE PND-REC
              INVALID KEY
                 MOVE "WARNING - REWRITE FAILED, NOT RELEASED"
                                                       TO WS-LOG-MSG
                 PERFORM U100-LOG-WRITE
              NOT INVALID KEY
                 PERFORM U200-DUE-WRITE
                 MOVE "RELEASED" TO WS-LOG-MSG
                 PERFORM U100-LOG-WRITE
           END-REWRITE.
       P330-REEMIT-ITEM.
           MOVE PND-ARR-CYCLE TO WS-LOG-CYCLE.
           MOVE PND-ARR-SEQ TO WS-LOG-SEQ.
           PERFORM U200-DUE-WRITE.
           MOVE "RE-EMITTED" TO WS-LOG-MSG.
           PERFORM U100-LOG-WRITE.
       P390-WRITE-DUE-TRAILER.
           MOVE RELEASED-CNT TO WS-DUE-TRL-CNT.
           MOVE WS-DUE-HASH TO WS-DUE-TRL-HASH.
           MOVE WS-DUE-TRAILER TO DUE-REC.
           WRITE DUE-REC.
       P400-PENDING-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "PENDING ITEMS BY DUE DATE AND CURRENCY" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "DUE DATE CUR ACCNT AMOUNT         T ARRIVAL"
                                                        TO LOG-REC.
           WRITE LOG-REC.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-DUE-DATE SW-CURRENCY
                                 SW-ARR-CYCLE SW-ARR-SEQ
                INPUT PROCEDURE IS P410-RELEASE-PENDING
                OUTPUT PROCEDURE IS P450-PRINT-PENDING.
       P410-RELEASE-PENDING.
           MOVE 0 TO WS-SCAN-END.
           MOVE LOW-VALUES TO PND-KEY.
           START PND-FILE KEY IS NOT LESS THAN PND-KEY
              INVALID KEY
                 MOVE 1 TO WS-SCAN-END
           END-START.
           PERFORM UNTIL WS-SCAN-END = 1
              READ PND-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-SCAN-END
                 NOT AT END
                    IF PND-STS-PENDING
                       MOVE PND-ACC-REC TO WS-DUE-ACC
                       MOVE PND-DUE-DATE TO SW-DUE-DATE
                       MOVE WS-DUE-CURRENCY TO SW-CURRENCY
                       MOVE PND-ARR-CYCLE TO SW-ARR-CYCLE
                       MOVE PND-ARR-SEQ TO SW-ARR-SEQ
                       MOVE PND-ACC-REC TO SW-ACC-REC
                       RELEASE SORT-WORK-REC
                    END-IF
              END-READ
           END-PERFORM.
       P450-PRINT-PENDING.
           MOVE 0 TO WS-SORT-END.
           MOVE 0 TO WS-GRP-ACTIVE.
           PERFORM P455-RETURN-PENDING.
           PERFORM UNTIL WS-SORT-END = 1
              IF WS-GRP-ACTIVE = 1
              AND (SW-DUE-DATE NOT = WS-GRP-DUE-DATE
                   OR SW-CURRENCY NOT = WS-GRP-CURRENCY)
                 PERFORM P470-PRINT-GROUP-TOTAL
              END-IF
              IF WS-GRP-ACTIVE = 0
                 MOVE 1 TO WS-GRP-ACTIVE
                 MOVE SW-DUE-DATE TO WS-GRP-DUE-DATE
                 MOVE SW-CURRENCY TO WS-GRP-CURRENCY
                 MOVE 0 TO WS-GRP-CNT
                 MOVE 0 TO WS-GRP-AMT
              END-IF
              PERFORM P460-PRINT-PENDING-LINE
              PERFORM P455-RETURN-PENDING
           END-PERFORM.
           IF WS-GRP-ACTIVE = 1
              PERFORM P470-PRINT-GROUP-TOTAL
           END-IF.
       P455-RETURN-PENDING.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 1 TO WS-SORT-END
           END-RETURN.
       P460-PRINT-PENDING-LINE.
           MOVE SW-ACC-REC TO WS-DUE-ACC.
           ADD 1 TO PENDING-CNT.
           ADD 1 TO WS-GRP-CNT.
           MOVE SPACES TO LOG-REC.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DAY(SW-DUE-DATE).
           COMPUTE WS-DUE-GREG = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-GREG TO LOG-REC(1:8).
           MOVE SW-CURRENCY TO LOG-REC(10:3).
           MOVE WS-DUE-ACC-ID TO LOG-REC(14:5).
           IF WS-DUE-TRAN-AMOUNT NUMERIC
              MOVE WS-DUE-TRAN-AMOUNT TO WS-AMT-O
              ADD WS-DUE-TRAN-AMOUNT TO WS-GRP-AMT
           ELSE
              MOVE 0 TO WS-AMT-O
           END-IF.
           MOVE WS-AMT-O TO LOG-REC(20:14).
           MOVE WS-DUE-TRAN-TYPE TO LOG-REC(35:1).
           MOVE SW-ARR-CYCLE TO LOG-REC(37:6).
           MOVE SW-ARR-SEQ TO LOG-REC(44:6).
           WRITE LOG-REC.
       P470-PRINT-GROUP-TOTAL.
           MOVE SPACES TO LOG-REC.
           MOVE "SUBTOTAL" TO LOG-REC(1:8).
           MOVE WS-GRP-CURRENCY TO LOG-REC(10:3).
           MOVE WS-GRP-CNT TO LOG-REC(14:6).
           MOVE WS-GRP-AMT TO WS-GRP-AMT-O.
           MOVE WS-GRP-AMT-O TO LOG-REC(21:16).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE 0 TO WS-GRP-ACTIVE.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CNREQ  CANC   CNREJ  REL    PEND   HASH" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE PCN-READ-CNT TO LOG-REC(1:6).
           MOVE CANCELLED-CNT TO LOG-REC(8:6).
           MOVE CANCEL-REJ-CNT TO LOG-REC(15:6).
           MOVE RELEASED-CNT TO LOG-REC(22:6).
           MOVE PENDING-CNT TO LOG-REC(29:6).
           MOVE WS-DUE-HASH TO LOG-REC(36:15).
           WRITE LOG-REC.
           DISPLAY "ODEV017 MODE " WS-MODE
                   " CYCLE " WS-CYCLE-NUM
                   " CANCELLED " CANCELLED-CNT
                   " RELEASED " RELEASED-CNT
                   " STILL PENDING " PENDING-CNT.
           IF CANCEL-REJ-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       U100-LOG-WRITE.
           MOVE SPACES TO LOG-REC.
           MOVE WS-LOG-CYCLE TO LOG-REC(1:6).
           MOVE WS-LOG-SEQ TO LOG-REC(8:6).
           MOVE WS-LOG-MSG TO LOG-REC(15:40).
           WRITE LOG-REC.
       U200-DUE-WRITE.
           MOVE PND-ACC-REC TO WS-DUE-ACC.
           MOVE WS-DUE-ACC TO DUE-REC.
           WRITE DUE-REC.
           ADD 1 TO RELEASED-CNT.
           IF WS-DUE-TRAN-AMOUNT NUMERIC
              MOVE WS-DUE-TRAN-AMOUNT TO WS-AMT-NUM
              IF WS-AMT-NUM < 0
                 SUBTRACT WS-AMT-NUM FROM WS-DUE-HASH
              ELSE
                 ADD WS-AMT-NUM TO WS-DUE-HASH
              END-IF
           END-IF.
       0800-CLOSE-FILES.
           CLOSE PND-FILE.
           IF NOT MODE-REPORT
              IF NOT PCN-NOT-FOUND
                 CLOSE PCN-FILE
              END-IF
           END-IF.
           IF MODE-RELEASE
              CLOSE DUE-FILE
           END-IF.
           CLOSE LOG-FILE.
       9999-EXIT.
           STOP RUN.

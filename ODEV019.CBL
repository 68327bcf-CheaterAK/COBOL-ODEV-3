       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV019.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-FILE ASSIGN to STOFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is STO-NUM
                           FILE STATUS is STATUS-STO.
           SELECT IDX-FILE ASSIGN to IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is IDX-KEY
                           FILE STATUS is STATUS-IDX.
           SELECT ACC-FILE ASSIGN TO ACCFILE
                           FILE STATUS IS STATUS-ACC.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT SJRN-FILE ASSIGN TO SJRNFILE
                           FILE STATUS IS STATUS-SJRN.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
           COPY STOREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  ACC-FILE RECORDING MODE F.
       01  ACC-REC                       PIC X(50).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       FD  PRM-FILE.
           COPY PRMREC.
       FD  SJRN-FILE RECORDING MODE F.
           COPY SJRNREC.
       WORKING-STORAGE SECTION.
       01  WS-ACC-DETAIL.
           05 WS-ACC-ID                  PIC 9(5).
           05 WS-ACC-CURRENCY            PIC 9(3).
           05 WS-ACC-AMOUNT              PIC S9(13).
           05 WS-ACC-VALUE-DATE          PIC 9(7).
           05 WS-ACC-TRAN-TYPE           PIC X(1).
           05 WS-ACC-RECYCLE-CNT         PIC 9(2).
           05 WS-ACC-XFER-ACC-ID         PIC X(5).
           05 WS-ACC-XFER-CURRENCY       PIC X(3).
           05 FILLER                     PIC X(11) VALUE SPACES.
       01  WS-ACC-HEADER.
           05 FILLER                     PIC X(3) VALUE 'HDR'.
           05 WS-ACC-HDR-DATE            PIC 9(8).
           05 WS-ACC-HDR-CYCLE           PIC 9(6).
           05 FILLER                     PIC X(33) VALUE SPACES.
       01  WS-ACC-TRAILER.
           05 FILLER                     PIC X(3) VALUE 'TRL'.
           05 WS-ACC-TRL-CNT             PIC 9(6).
           05 WS-ACC-TRL-HASH            PIC 9(15).
           05 FILLER                     PIC X(26) VALUE SPACES.
       01  WS-FLAGS.
           05 STATUS-STO                 PIC 9(2).
              88 STO-SUCC                         VALUE 00 97.
              88 STO-EOF                          VALUE 10.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                         VALUE 00 97.
           05 STATUS-ACC                 PIC 99.
              88 ACC-SUCC                         VALUE 00 97.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-SJRN                PIC 99.
              88 SJRN-SUCC                        VALUE 00 97.
              88 SJRN-NOT-FOUND                   VALUE 35.
       01  WS-GREG-DATE                  PIC 9(8) VALUE 0.
       01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
           05 WS-GREG-YYYY               PIC 9(4).
           05 WS-GREG-MM                 PIC 9(2).
           05 WS-GREG-DD                 PIC 9(2).
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-CYCLE-DATE                 PIC 9(7) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
       77  READ-CNT                      PIC 9(6) VALUE 0.
       77  DUE-CNT                       PIC 9(6) VALUE 0.
       77  PAID-CNT                      PIC 9(6) VALUE 0.
       77  SKIPPED-CNT                   PIC 9(6) VALUE 0.
       77  ENDED-CNT                     PIC 9(6) VALUE 0.
       77  WS-HASH                       PIC 9(15) VALUE 0.
       77  WS-ACCOUNT-OK                 PIC 9(1) VALUE 0.
       77  WS-ORDER-PAYMENTS             PIC 9(3) VALUE 0.
       77  WS-MAX-PAYMENTS               PIC 9(3) VALUE 100.
       77  WS-DATE-INT                   PIC 9(8) VALUE 0.
       77  WS-MONTHS                     PIC 9(2) VALUE 0.
       77  WS-DATE-TEST                  PIC 9(2) VALUE 0.
       77  WS-SJRN-BEFORE                PIC X(65) VALUE LOW-VALUES.
       77  WS-AMT-O                      PIC S9(13) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
           PERFORM 0050-READ-PARAMETERS.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 9999-EXIT.

       0050-READ-PARAMETERS.
           MOVE WS-TODAY-YYYYDDD TO WS-CYCLE-DATE.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCC
              DISPLAY "PRM FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0055-READ-PRM.
           PERFORM UNTIL PRM-EOF
              IF PRM-PROGRAM = 'ODEV019'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
           IF WS-CYCLE-X = SPACES
              DISPLAY "ODEV019 CYCLE MUST BE SET TO THE CYCLE "
                      "NUMBER OF THE STANDING ORDER BATCH. EXITING..."
              STOP RUN
           END-IF.
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
                    DISPLAY "ODEV019 CYCLE MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'CYCLE-DATE'
                 IF PRM-VALUE(1:7) IS NUMERIC
                    MOVE PRM-VALUE(1:7) TO WS-CYCLE-DATE
                 ELSE
                    MOVE 0 TO WS-CYCLE-DATE
                 END-IF
                 IF FUNCTION TEST-DAY-YYYYDDD(WS-CYCLE-DATE) NOT = 0
                 OR WS-CYCLE-DATE = 0
                    DISPLAY "ODEV019 CYCLE-DATE MUST BE A YYYYDDD "
                            "DATE. EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV019 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN I-O STO-FILE.
           OPEN INPUT IDX-FILE.
           OPEN OUTPUT ACC-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN EXTEND SJRN-FILE.
           IF SJRN-NOT-FOUND
              OPEN OUTPUT SJRN-FILE
           END-IF.

       0110-FILE-CONTROL.
           IF NOT STO-SUCC
              DISPLAY "STO FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT IDX-SUCC
              DISPLAY "IDX FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ACC-SUCC
              DISPLAY "ACC FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT LOG-SUCC
              DISPLAY "LOG FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT SJRN-SUCC
              DISPLAY "SJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           PERFORM P150-WRITE-ACC-HEADER.
           MOVE 0 TO STO-NUM.
           START STO-FILE KEY IS NOT LESS THAN STO-NUM
              INVALID KEY
                 MOVE 10 TO STATUS-STO
           END-START.
           PERFORM UNTIL STO-EOF
              READ STO-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO READ-CNT
                    IF STO-STS-ACTIVE
                    AND STO-NEXT-DUE NOT > WS-CYCLE-DATE
                       PERFORM P200-PROCESS-ORDER
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM P900-WRITE-ACC-TRAILER.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "STANDING ORDER EXECUTION" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RUN PARAMETERS" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CYCLE" TO LOG-REC(3:5).
           MOVE WS-CYCLE-NUM TO LOG-REC(20:6).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "CYCLE-DATE" TO LOG-REC(3:10).
           MOVE WS-CYCLE-DATE TO LOG-REC(20:7).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P150-WRITE-ACC-HEADER.
           MOVE WS-RUN-DATE TO WS-ACC-HDR-DATE.
           MOVE WS-CYCLE-NUM TO WS-ACC-HDR-CYCLE.
           MOVE WS-ACC-HEADER TO ACC-REC.
           WRITE ACC-REC.
       P200-PROCESS-ORDER.
           ADD 1 TO DUE-CNT.
           PERFORM P210-ACCOUNT-CHECK.
           IF WS-ACCOUNT-OK = 0
              ADD 1 TO SKIPPED-CNT
              PERFORM U100-LOG-ORDER
           ELSE
              MOVE STO-REC TO WS-SJRN-BEFORE
              MOVE 0 TO WS-ORDER-PAYMENTS
              PERFORM UNTIL NOT STO-STS-ACTIVE
                         OR STO-NEXT-DUE > WS-CYCLE-DATE
                         OR WS-ORDER-PAYMENTS NOT < WS-MAX-PAYMENTS
                 PERFORM P300-PAY-INSTALMENT
              END-PERFORM
              IF STO-STS-ACTIVE AND STO-NEXT-DUE NOT > WS-CYCLE-DATE
                 DISPLAY "WARNING: STANDING ORDER " STO-NUM
                         " STILL DUE AFTER " WS-MAX-PAYMENTS
                         " PAYMENTS"
              END-IF
              REWRITE STO-REC
                 INVALID KEY
                    DISPLAY "WARNING: STANDING ORDER " STO-NUM
                            " COULD NOT BE REWRITTEN"
              END-REWRITE
              PERFORM U200-SJRN-WRITE
           END-IF.
       P210-ACCOUNT-CHECK.
           MOVE 1 TO WS-ACCOUNT-OK.
           MOVE STO-ACC-ID TO IDX-ID.
           MOVE STO-CURRENCY TO CURRENCY-CURRENCY.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 MOVE 0 TO WS-ACCOUNT-OK
                 MOVE "SKIPPED - ACCOUNT NOT FOUND" TO WS-LOG-MSG
              NOT INVALID KEY
                 IF NOT IDX-STS-OPEN
                    MOVE 0 TO WS-ACCOUNT-OK
                    MOVE "SKIPPED - ACCOUNT NOT OPEN" TO WS-LOG-MSG
                 END-IF
           END-READ.
           IF WS-ACCOUNT-OK = 1 AND STO-TRAN-TYPE = 'T'
              MOVE STO-XFER-ACC-ID TO IDX-ID
              MOVE STO-XFER-CURRENCY TO CURRENCY-CURRENCY
              READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                    MOVE 0 TO WS-ACCOUNT-OK
                    MOVE "SKIPPED - RECEIVING ACCOUNT NOT FOUND"
                                                       TO WS-LOG-MSG
                 NOT INVALID KEY
                    IF NOT IDX-STS-OPEN
                       MOVE 0 TO WS-ACCOUNT-OK
                       MOVE "SKIPPED - RECEIVING ACCOUNT NOT OPEN"
                                                       TO WS-LOG-MSG
                    END-IF
              END-READ
           END-IF.
       P300-PAY-INSTALMENT.
           MOVE STO-ACC-ID TO WS-ACC-ID.
           MOVE STO-CURRENCY TO WS-ACC-CURRENCY.
           MOVE STO-AMOUNT TO WS-ACC-AMOUNT.
           MOVE STO-NEXT-DUE TO WS-ACC-VALUE-DATE.
           MOVE STO-TRAN-TYPE TO WS-ACC-TRAN-TYPE.
           MOVE 0 TO WS-ACC-RECYCLE-CNT.
           MOVE STO-XFER-ACC-ID TO WS-ACC-XFER-ACC-ID.
           MOVE STO-XFER-CURRENCY TO WS-ACC-XFER-CURRENCY.
           MOVE WS-ACC-DETAIL TO ACC-REC.
           WRITE ACC-REC.
           ADD 1 TO PAID-CNT.
           ADD 1 TO WS-ORDER-PAYMENTS.
           IF STO-AMOUNT < 0
              SUBTRACT STO-AMOUNT FROM WS-HASH
           ELSE
              ADD STO-AMOUNT TO WS-HASH
           END-IF.
           MOVE STO-NEXT-DUE TO STO-LAST-PAID.
           MOVE "PAID" TO WS-LOG-MSG.
           IF NOT STO-UNLIMITED
              SUBTRACT 1 FROM STO-REMAINING
           END-IF.
           IF STO-REMAINING = 0
              MOVE 'E' TO STO-STATUS
           ELSE
              PERFORM P400-ADVANCE-DUE-DATE
              IF STO-END-DATE NOT = 0
              AND STO-NEXT-DUE > STO-END-DATE
                 MOVE 'E' TO STO-STATUS
              END-IF
           END-IF.
           IF STO-STS-ENDED
              MOVE "PAID - STANDING ORDER ENDED" TO WS-LOG-MSG
              ADD 1 TO ENDED-CNT
           END-IF.
           PERFORM U100-LOG-ORDER.
       P400-ADVANCE-DUE-DATE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DAY(STO-NEXT-DUE).
           IF STO-FREQ-WEEKLY
              ADD 7 TO WS-DATE-INT
              COMPUTE STO-NEXT-DUE =
                      FUNCTION DAY-OF-INTEGER(WS-DATE-INT)
           ELSE
              IF STO-FREQ-QUARTERLY
                 MOVE 3 TO WS-MONTHS
              ELSE
                 MOVE 1 TO WS-MONTHS
              END-IF
              COMPUTE WS-GREG-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              ADD WS-MONTHS TO WS-GREG-MM
              IF WS-GREG-MM > 12
                 SUBTRACT 12 FROM WS-GREG-MM
                 ADD 1 TO WS-GREG-YYYY
              END-IF
              MOVE STO-DAY-OF-MONTH TO WS-GREG-DD
              COMPUTE WS-DATE-TEST =
                      FUNCTION TEST-DATE-YYYYMMDD(WS-GREG-DATE)
              PERFORM UNTIL WS-DATE-TEST = 0
                 SUBTRACT 1 FROM WS-GREG-DD
                 COMPUTE WS-DATE-TEST =
                         FUNCTION TEST-DATE-YYYYMMDD(WS-GREG-DATE)
              END-PERFORM
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-GREG-DATE)
              COMPUTE STO-NEXT-DUE =
                      FUNCTION DAY-OF-INTEGER(WS-DATE-INT)
           END-IF.
       P900-WRITE-ACC-TRAILER.
           MOVE PAID-CNT TO WS-ACC-TRL-CNT.
           MOVE WS-HASH TO WS-ACC-TRL-HASH.
           MOVE WS-ACC-TRAILER TO ACC-REC.
           WRITE ACC-REC.
       U100-LOG-ORDER.
           MOVE SPACES TO LOG-REC.
           MOVE STO-NUM TO LOG-REC(1:6).
           MOVE STO-ACC-ID TO LOG-REC(8:5).
           MOVE STO-CURRENCY TO LOG-REC(14:3).
           MOVE STO-AMOUNT TO WS-AMT-O.
           MOVE WS-AMT-O TO LOG-REC(18:14).
           IF WS-ACCOUNT-OK = 1
              MOVE STO-LAST-PAID TO LOG-REC(33:7)
           ELSE
              MOVE STO-NEXT-DUE TO LOG-REC(33:7)
           END-IF.
           MOVE WS-LOG-MSG TO LOG-REC(41:40).
           WRITE LOG-REC.
       U200-SJRN-WRITE.
           MOVE WS-RUN-DATE TO SJRN-RUN-DATE.
           MOVE READ-CNT TO SJRN-SEQ.
           IF STO-STS-ENDED
              MOVE 'E' TO SJRN-ACTION
           ELSE
              MOVE 'P' TO SJRN-ACTION
           END-IF.
           MOVE WS-SJRN-BEFORE TO SJRN-BEFORE.
           MOVE STO-REC TO SJRN-AFTER.
           WRITE SJRN-REC.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.    DUE    PAID   SKIP   ENDED  HASH" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE DUE-CNT TO LOG-REC(8:6).
           MOVE PAID-CNT TO LOG-REC(15:6).
           MOVE SKIPPED-CNT TO LOG-REC(22:6).
           MOVE ENDED-CNT TO LOG-REC(29:6).
           MOVE WS-HASH TO LOG-REC(36:15).
           WRITE LOG-REC.
           DISPLAY "ODEV019 CYCLE " WS-CYCLE-NUM
                   " PAID " PAID-CNT
                   " SKIPPED " SKIPPED-CNT
                   " ENDED " ENDED-CNT.
       0800-CLOSE-FILES.
           CLOSE STO-FILE.
           CLOSE IDX-FILE.
           CLOSE ACC-FILE.
           CLOSE LOG-FILE.
           CLOSE SJRN-FILE.
       9999-EXIT.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV018.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-FILE ASSIGN to STOFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is STO-NUM
                           FILE STATUS is STATUS-STO.
           SELECT IDX-FILE ASSIGN to IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is IDX-KEY
                           FILE STATUS is STATUS-IDX.
           SELECT STRAN-FILE ASSIGN TO STRANFILE
                           FILE STATUS IS STATUS-STRAN.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
           SELECT SJRN-FILE ASSIGN TO SJRNFILE
                           FILE STATUS IS STATUS-SJRN.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
           COPY STOREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  STRAN-FILE RECORDING MODE F.
       01  STR-REC.
           05    STR-CODE                PIC X(1).
              88 STR-ADD                          VALUE 'A'.
              88 STR-CHANGE                       VALUE 'C'.
              88 STR-CANCEL                       VALUE 'X'.
           05    STR-NUM                 PIC X(6).
           05    STR-ACC-ID              PIC X(5).
           05    STR-CURRENCY            PIC X(3).
           05    STR-AMOUNT              PIC S9(13).
           05    STR-TRAN-TYPE           PIC X(1).
              88 STR-TYPE-VALID                   VALUE 'P' 'R' 'J' 'T'.
              88 STR-TYPE-TRANSFER                VALUE 'T'.
           05    STR-XFER-ACC-ID         PIC X(5).
           05    STR-XFER-CURRENCY       PIC X(3).
           05    STR-FREQUENCY           PIC X(1).
              88 STR-FREQ-VALID                   VALUE 'W' 'M' 'Q'.
           05    STR-NEXT-DUE            PIC 9(7).
           05    STR-END-DATE            PIC 9(7).
           05    STR-REMAINING           PIC X(4).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       FD  SJRN-FILE RECORDING MODE F.
           COPY SJRNREC.
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-STO                 PIC 9(2).
              88 STO-SUCC                         VALUE 00 97.
              88 STO-NOT-FOUND                    VALUE 35.
              88 STO-INVALID-KEY                  VALUE 23.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                         VALUE 00 97.
              88 IDX-INVALID-KEY                  VALUE 23.
           05 STATUS-STRAN               PIC 99.
              88 STRAN-SUCC                       VALUE 00 97.
              88 STRAN-EOF                        VALUE 10.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
           05 STATUS-SJRN                PIC 99.
              88 SJRN-SUCC                        VALUE 00 97.
              88 SJRN-NOT-FOUND                   VALUE 35.
       01  WS-GREG-DATE                  PIC 9(8) VALUE 0.
       01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
           05 WS-GREG-YYYY               PIC 9(4).
           05 WS-GREG-MM                 PIC 9(2).
           05 WS-GREG-DD                 PIC 9(2).
       77  READ-CNT                      PIC 9(5) VALUE 0.
       77  ADD-CNT                       PIC 9(5) VALUE 0.
       77  CHANGE-CNT                    PIC 9(5) VALUE 0.
       77  CANCEL-CNT                    PIC 9(5) VALUE 0.
       77  REJECT-CNT                    PIC 9(5) VALUE 0.
       77  VALID-TRAN                    PIC 9(1) VALUE 1.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
       77  WS-DATE-INT                   PIC 9(8) VALUE 0.
       77  WS-SJRN-BEFORE                PIC X(65) VALUE LOW-VALUES.
       77  WS-SJRN-AFTER                 PIC X(65) VALUE LOW-VALUES.
       77  WS-SJRN-ACTION                PIC X(1) VALUE SPACE.
       77  WS-REMAINING                  PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 9999-EXIT.

       0100-OPEN-FILES.
           OPEN INPUT STRAN-FILE.
           OPEN INPUT IDX-FILE.
           OPEN I-O STO-FILE.
           IF STO-NOT-FOUND
              OPEN OUTPUT STO-FILE
              CLOSE STO-FILE
              OPEN I-O STO-FILE
           END-IF.
           OPEN OUTPUT LOG-FILE.
           OPEN EXTEND SJRN-FILE.
           IF SJRN-NOT-FOUND
              OPEN OUTPUT SJRN-FILE
           END-IF.

       0110-FILE-CONTROL.
           IF NOT STRAN-SUCC
              DISPLAY "STRAN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT IDX-SUCC
              DISPLAY "IDX FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT STO-SUCC
              DISPLAY "STO FILE NOT FOUND. EXITING..."
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
           PERFORM P200-READ-TRAN.
           PERFORM UNTIL STRAN-EOF
              PERFORM P210-TRAN-CONTROL
              IF VALID-TRAN = 1
                 PERFORM P300-APPLY-TRAN
              END-IF
              PERFORM P200-READ-TRAN
           END-PERFORM.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "STANDING ORDER MAINTENANCE LOG" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P200-READ-TRAN.
           READ STRAN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P210-TRAN-CONTROL.
           MOVE 1 TO VALID-TRAN.
           IF STR-NUM NOT NUMERIC
              MOVE "REJECT - STR-NUM NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND NOT (STR-ADD OR STR-CHANGE OR STR-CANCEL)
              MOVE "REJECT - STR-CODE MUST BE A C OR X" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND STR-ADD
              PERFORM P220-ADD-CONTROL
           END-IF.
           IF VALID-TRAN = 1 AND STR-CHANGE
              PERFORM P230-CHANGE-CONTROL
           END-IF.
       P220-ADD-CONTROL.
           IF STR-ACC-ID NOT NUMERIC OR STR-CURRENCY NOT NUMERIC
              MOVE "REJECT - ACCOUNT KEY NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND (STR-AMOUNT NOT NUMERIC OR STR-AMOUNT = 0)
              MOVE "REJECT - STR-AMOUNT MISSING" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND NOT STR-TYPE-VALID
              MOVE "REJECT - STR-TRAN-TYPE MUST BE P R J OR T"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND STR-TYPE-TRANSFER
              IF STR-XFER-ACC-ID NOT NUMERIC
              OR STR-XFER-CURRENCY NOT NUMERIC
                 MOVE "REJECT - TRANSFER NEEDS RECEIVING ACCOUNT"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF STR-XFER-ACC-ID = STR-ACC-ID
              AND STR-XFER-CURRENCY = STR-CURRENCY
                 MOVE "REJECT - TRANSFER TO THE SAME ACCOUNT"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF STR-AMOUNT < 0
                 MOVE "REJECT - TRANSFER AMOUNT MUST BE POSITIVE"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              END-IF
              END-IF
              END-IF
           END-IF.
           IF VALID-TRAN = 1 AND NOT STR-FREQ-VALID
              MOVE "REJECT - STR-FREQUENCY MUST BE W M OR Q"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
              IF STR-NEXT-DUE NOT NUMERIC OR STR-NEXT-DUE = 0
                 MOVE "REJECT - BAD STR-NEXT-DUE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
                 PERFORM P240-NEXT-DUE-CONTROL
              END-IF
           END-IF.
           IF VALID-TRAN = 1
              PERFORM P250-END-DATE-CONTROL
           END-IF.
           IF VALID-TRAN = 1
              PERFORM P260-REMAINING-CONTROL
           END-IF.
       P230-CHANGE-CONTROL.
           IF STR-AMOUNT NOT NUMERIC
              MOVE "REJECT - STR-AMOUNT NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND STR-FREQUENCY NOT = SPACE AND NOT STR-FREQ-VALID
              MOVE "REJECT - STR-FREQUENCY MUST BE W M OR Q"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
              IF STR-NEXT-DUE NOT NUMERIC
                 MOVE "REJECT - BAD STR-NEXT-DUE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF STR-NEXT-DUE NOT = 0
                 PERFORM P240-NEXT-DUE-CONTROL
              END-IF
              END-IF
           END-IF.
           IF VALID-TRAN = 1
              PERFORM P250-END-DATE-CONTROL
           END-IF.
           IF VALID-TRAN = 1 AND STR-REMAINING NOT = SPACES
              PERFORM P260-REMAINING-CONTROL
           END-IF.
       P240-NEXT-DUE-CONTROL.
           IF FUNCTION TEST-DAY-YYYYDDD(STR-NEXT-DUE) NOT = 0
              MOVE "REJECT - BAD STR-NEXT-DUE" TO WS-LOG-MSG
              PERFORM P290-REJECT
           ELSE
           IF STR-NEXT-DUE < WS-TODAY-YYYYDDD
              MOVE "REJECT - NEXT DUE DATE ALREADY PASSED"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF
           END-IF.
       P250-END-DATE-CONTROL.
           IF STR-END-DATE NOT NUMERIC
              MOVE "REJECT - BAD STR-END-DATE" TO WS-LOG-MSG
              PERFORM P290-REJECT
           ELSE
           IF STR-END-DATE NOT = 0
              IF FUNCTION TEST-DAY-YYYYDDD(STR-END-DATE) NOT = 0
                 MOVE "REJECT - BAD STR-END-DATE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF STR-NEXT-DUE NOT = 0
              AND STR-END-DATE < STR-NEXT-DUE
                 MOVE "REJECT - END DATE BEFORE NEXT DUE DATE"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              END-IF
              END-IF
           END-IF
           END-IF.
       P260-REMAINING-CONTROL.
           IF STR-REMAINING = SPACES
              MOVE 9999 TO WS-REMAINING
           ELSE
           IF STR-REMAINING NOT NUMERIC
              MOVE "REJECT - STR-REMAINING NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           ELSE
              MOVE STR-REMAINING TO WS-REMAINING
              IF WS-REMAINING = 0
                 MOVE 9999 TO WS-REMAINING
              END-IF
           END-IF
           END-IF.
       P290-REJECT.
           PERFORM U100-LOG-WRITE.
           ADD 1 TO REJECT-CNT.
           MOVE 0 TO VALID-TRAN.
       P300-APPLY-TRAN.
           EVALUATE TRUE
              WHEN STR-ADD
                 PERFORM P310-CHECK-ACCOUNTS
                 IF VALID-TRAN = 1
                    PERFORM P320-ADD-ORDER
                 END-IF
              WHEN STR-CHANGE
                 PERFORM P330-CHANGE-ORDER
              WHEN STR-CANCEL
                 PERFORM P340-CANCEL-ORDER
           END-EVALUATE.
       P310-CHECK-ACCOUNTS.
           MOVE STR-ACC-ID TO IDX-ID.
           MOVE STR-CURRENCY TO CURRENCY-CURRENCY.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 MOVE "REJECT - NO IDX-FILE ACCOUNT FOR KEY"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
           END-READ.
           IF VALID-TRAN = 1 AND STR-TYPE-TRANSFER
              MOVE STR-XFER-ACC-ID TO IDX-ID
              MOVE STR-XFER-CURRENCY TO CURRENCY-CURRENCY
              READ IDX-FILE KEY IDX-KEY
                 INVALID KEY
                    MOVE "REJECT - NO IDX-FILE RECEIVING ACCOUNT"
                                                       TO WS-LOG-MSG
                    PERFORM P290-REJECT
              END-READ
           END-IF.
       P320-ADD-ORDER.
           MOVE STR-NUM TO STO-NUM.
           MOVE STR-ACC-ID TO STO-ACC-ID.
           MOVE STR-CURRENCY TO STO-CURRENCY.
           MOVE STR-AMOUNT TO STO-AMOUNT.
           MOVE STR-TRAN-TYPE TO STO-TRAN-TYPE.
           IF STR-TYPE-TRANSFER
              MOVE STR-XFER-ACC-ID TO STO-XFER-ACC-ID
              MOVE STR-XFER-CURRENCY TO STO-XFER-CURRENCY
           ELSE
              MOVE SPACES TO STO-XFER-ACC-ID
              MOVE SPACES TO STO-XFER-CURRENCY
           END-IF.
           MOVE STR-FREQUENCY TO STO-FREQUENCY.
           MOVE STR-NEXT-DUE TO STO-NEXT-DUE.
           PERFORM P350-SET-DAY-OF-MONTH.
           MOVE STR-END-DATE TO STO-END-DATE.
           MOVE WS-REMAINING TO STO-REMAINING.
           MOVE 'A' TO STO-STATUS.
           MOVE 0 TO STO-LAST-PAID.
           WRITE STO-REC
              INVALID KEY
                 MOVE "REJECT - DUPLICATE KEY ON ADD" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 MOVE "ADD OK" TO WS-LOG-MSG
                 PERFORM U100-LOG-WRITE
                 ADD 1 TO ADD-CNT
                 MOVE LOW-VALUES TO WS-SJRN-BEFORE
                 MOVE STO-REC TO WS-SJRN-AFTER
                 MOVE 'A' TO WS-SJRN-ACTION
                 PERFORM U200-SJRN-WRITE
           END-WRITE.
       P330-CHANGE-ORDER.
           PERFORM P370-READ-ACTIVE-ORDER.
           IF VALID-TRAN = 1
              IF STR-NEXT-DUE = 0
              AND STR-END-DATE NOT = 0
              AND STR-END-DATE < STO-NEXT-DUE
                 MOVE "REJECT - END DATE BEFORE NEXT DUE DATE"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              END-IF
           END-IF.
           IF VALID-TRAN = 1
           AND STO-TRAN-TYPE = 'T' AND STR-AMOUNT < 0
              MOVE "REJECT - TRANSFER AMOUNT MUST BE POSITIVE"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
              MOVE STO-REC TO WS-SJRN-BEFORE
              IF STR-AMOUNT NOT = 0
                 MOVE STR-AMOUNT TO STO-AMOUNT
              END-IF
              IF STR-FREQUENCY NOT = SPACE
                 MOVE STR-FREQUENCY TO STO-FREQUENCY
              END-IF
              IF STR-NEXT-DUE NOT = 0
                 MOVE STR-NEXT-DUE TO STO-NEXT-DUE
                 PERFORM P350-SET-DAY-OF-MONTH
              END-IF
              IF STR-END-DATE NOT = 0
                 MOVE STR-END-DATE TO STO-END-DATE
              END-IF
              IF STR-REMAINING NOT = SPACES
                 MOVE WS-REMAINING TO STO-REMAINING
              END-IF
              MOVE "CHANGE OK" TO WS-LOG-MSG
              MOVE 'C' TO WS-SJRN-ACTION
              PERFORM P360-REWRITE-ORDER
              IF VALID-TRAN = 1
                 ADD 1 TO CHANGE-CNT
              END-IF
           END-IF.
       P340-CANCEL-ORDER.
           PERFORM P370-READ-ACTIVE-ORDER.
           IF VALID-TRAN = 1
              MOVE STO-REC TO WS-SJRN-BEFORE
              MOVE 'C' TO STO-STATUS
              MOVE "CANCEL OK" TO WS-LOG-MSG
              MOVE 'X' TO WS-SJRN-ACTION
              PERFORM P360-REWRITE-ORDER
              IF VALID-TRAN = 1
                 ADD 1 TO CANCEL-CNT
              END-IF
           END-IF.
       P350-SET-DAY-OF-MONTH.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DAY(STO-NEXT-DUE).
           COMPUTE WS-GREG-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-GREG-DD TO STO-DAY-OF-MONTH.
       P360-REWRITE-ORDER.
           REWRITE STO-REC
              INVALID KEY
                 MOVE "REJECT - REWRITE FAILED" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 PERFORM U100-LOG-WRITE
                 MOVE STO-REC TO WS-SJRN-AFTER
                 PERFORM U200-SJRN-WRITE
           END-REWRITE.
       P370-READ-ACTIVE-ORDER.
           MOVE STR-NUM TO STO-NUM.
           READ STO-FILE KEY STO-NUM
              INVALID KEY
                 MOVE "REJECT - STANDING ORDER NOT FOUND" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 IF NOT STO-STS-ACTIVE
                    MOVE "REJECT - STANDING ORDER NOT ACTIVE"
                                                       TO WS-LOG-MSG
                    PERFORM P290-REJECT
                 END-IF
           END-READ.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.  ADD  CHG  CAN  REJ" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:5).
           MOVE ADD-CNT TO LOG-REC(7:5).
           MOVE CHANGE-CNT TO LOG-REC(13:5).
           MOVE CANCEL-CNT TO LOG-REC(19:5).
           MOVE REJECT-CNT TO LOG-REC(25:5).
           WRITE LOG-REC.
       U100-LOG-WRITE.
           MOVE SPACES TO LOG-REC.
           STRING STR-NUM          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  STR-CODE         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LOG-MSG       DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
       U200-SJRN-WRITE.
           MOVE WS-RUN-DATE TO SJRN-RUN-DATE.
           MOVE READ-CNT TO SJRN-SEQ.
           MOVE WS-SJRN-ACTION TO SJRN-ACTION.
           MOVE WS-SJRN-BEFORE TO SJRN-BEFORE.
           MOVE WS-SJRN-AFTER TO SJRN-AFTER.
           WRITE SJRN-REC.
       0800-CLOSE-FILES.
           CLOSE STRAN-FILE.
           CLOSE IDX-FILE.
           CLOSE STO-FILE.
           CLOSE LOG-FILE.
           CLOSE SJRN-FILE.
       9999-EXIT.
           STOP RUN.

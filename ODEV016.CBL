       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV016.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE ASSIGN to HLDFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is HLD-KEY
                           FILE STATUS is STATUS-HLD.
           SELECT IDX-FILE ASSIGN to IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY is IDX-KEY
                           FILE STATUS is STATUS-IDX.
           SELECT HTRAN-FILE ASSIGN TO HTRANFILE
                           FILE STATUS IS STATUS-HTRAN.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
           SELECT HJRN-FILE ASSIGN TO HJRNFILE
                           FILE STATUS IS STATUS-HJRN.
       DATA DIVISION.
       FILE SECTION.
       FD  HLD-FILE.
           COPY HLDREC.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  HTRAN-FILE RECORDING MODE F.
       01  HTR-REC.
           05    HTR-CODE                PIC X(1).
              88 HTR-LIMIT                        VALUE 'L'.
              88 HTR-ADD                          VALUE 'A'.
              88 HTR-CHANGE                       VALUE 'C'.
              88 HTR-RELEASE                      VALUE 'R'.
              88 HTR-DELETE                       VALUE 'D'.
           05    HTR-ID                  PIC X(5).
           05    HTR-CURRENCY            PIC X(3).
           05    HTR-SEQ                 PIC X(4).
           05    HTR-AMOUNT              PIC S9(15).
           05    HTR-REASON              PIC X(20).
           05    HTR-EXPIRY-DATE         PIC 9(7).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       FD  HJRN-FILE RECORDING MODE F.
           COPY HJRNREC.
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-HLD                 PIC 9(2).
              88 HLD-SUCC                         VALUE 00 97.
              88 HLD-EOF                          VALUE 10.
              88 HLD-NOT-FOUND                    VALUE 35.
              88 HLD-INVALID-KEY                  VALUE 23.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                         VALUE 00 97.
              88 IDX-INVALID-KEY                  VALUE 23.
           05 STATUS-HTRAN               PIC 99.
              88 HTRAN-SUCC                       VALUE 00 97.
              88 HTRAN-EOF                        VALUE 10.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
           05 STATUS-HJRN                PIC 99.
              88 HJRN-SUCC                        VALUE 00 97.
              88 HJRN-NOT-FOUND                   VALUE 35.
       77  READ-CNT                      PIC 9(5) VALUE 0.
       77  LIMIT-CNT                     PIC 9(5) VALUE 0.
       77  ADD-CNT                       PIC 9(5) VALUE 0.
       77  CHANGE-CNT                    PIC 9(5) VALUE 0.
       77  RELEASE-CNT                   PIC 9(5) VALUE 0.
       77  DELETE-CNT                    PIC 9(5) VALUE 0.
       77  REJECT-CNT                    PIC 9(5) VALUE 0.
       77  VALID-TRAN                    PIC 9(1) VALUE 1.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
       77  WS-HJRN-BEFORE                PIC X(45) VALUE LOW-VALUES.
       77  WS-HJRN-AFTER                 PIC X(45) VALUE LOW-VALUES.
       77  WS-HJRN-ACTION                PIC X(1) VALUE SPACE.
       77  WS-KEY-ID                     PIC 9(5) VALUE 0.
       77  WS-KEY-CURR                   PIC 9(3) VALUE 0.
       77  WS-KEY-SEQ                    PIC 9(4) VALUE 0.
       77  WS-NEXT-SEQ                   PIC 9(5) VALUE 0.
       77  WS-SCAN-END                   PIC 9(1) VALUE 0.
       77  WS-SEQ-O                      PIC 9(4) VALUE 0.
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
           OPEN INPUT HTRAN-FILE.
           OPEN INPUT IDX-FILE.
           OPEN I-O HLD-FILE.
           IF HLD-NOT-FOUND
              OPEN OUTPUT HLD-FILE
              CLOSE HLD-FILE
              OPEN I-O HLD-FILE
           END-IF.
           OPEN OUTPUT LOG-FILE.
           OPEN EXTEND HJRN-FILE.
           IF HJRN-NOT-FOUND
              OPEN OUTPUT HJRN-FILE
           END-IF.

       0110-FILE-CONTROL.
           IF NOT HTRAN-SUCC
              DISPLAY "HTRAN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT IDX-SUCC
              DISPLAY "IDX FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HLD-SUCC
              DISPLAY "HLD FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT LOG-SUCC
              DISPLAY "LOG FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HJRN-SUCC
              DISPLAY "HJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           PERFORM P200-READ-TRAN.
           PERFORM UNTIL HTRAN-EOF
              PERFORM P210-TRAN-CONTROL
              IF VALID-TRAN = 1
                 PERFORM P300-APPLY-TRAN
              END-IF
              PERFORM P200-READ-TRAN
           END-PERFORM.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "HOLD AND LIMIT MAINTENANCE LOG" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P200-READ-TRAN.
           READ HTRAN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P210-TRAN-CONTROL.
           MOVE 1 TO VALID-TRAN.
           IF HTR-ID NOT NUMERIC
              MOVE "REJECT - HTR-ID NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF HTR-CURRENCY NOT NUMERIC
              MOVE "REJECT - HTR-CURRENCY NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND NOT (HTR-LIMIT OR HTR-ADD OR HTR-CHANGE
                    OR HTR-RELEASE OR HTR-DELETE)
              MOVE "REJECT - HTR-CODE MUST BE L A C R OR D"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND (HTR-CHANGE OR HTR-RELEASE OR HTR-DELETE)
              IF HTR-SEQ NOT NUMERIC
                 MOVE "REJECT - HTR-SEQ NOT NUMERIC" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF HTR-SEQ = '0000' AND NOT HTR-DELETE
                 MOVE "REJECT - SEQ 0000 IS THE LIMIT RECORD"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
              END-IF
              END-IF
           END-IF.
           IF VALID-TRAN = 1
           AND (HTR-LIMIT OR HTR-ADD OR HTR-CHANGE)
           AND HTR-AMOUNT NOT NUMERIC
              MOVE "REJECT - HTR-AMOUNT NOT NUMERIC" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND HTR-LIMIT AND HTR-AMOUNT < 0
              MOVE "REJECT - LIMIT MUST NOT BE NEGATIVE" TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND HTR-ADD AND HTR-AMOUNT NOT > 0
              MOVE "REJECT - HOLD AMOUNT MUST BE POSITIVE"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1 AND HTR-CHANGE AND HTR-AMOUNT < 0
              MOVE "REJECT - HOLD AMOUNT MUST BE POSITIVE"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           END-IF.
           IF VALID-TRAN = 1
           AND (HTR-ADD OR HTR-CHANGE)
              IF HTR-EXPIRY-DATE NOT NUMERIC
                 MOVE "REJECT - BAD HTR-EXPIRY-DATE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              ELSE
              IF HTR-EXPIRY-DATE NOT = 0
                 IF FUNCTION TEST-DAY-YYYYDDD(HTR-EXPIRY-DATE) NOT = 0
                    MOVE "REJECT - BAD HTR-EXPIRY-DATE" TO WS-LOG-MSG
                    PERFORM P290-REJECT
                 ELSE
                 IF HTR-EXPIRY-DATE < WS-TODAY-YYYYDDD
                    MOVE "REJECT - EXPIRY DATE ALREADY PASSED"
                                                       TO WS-LOG-MSG
                    PERFORM P290-REJECT
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.
       P290-REJECT.
           PERFORM U100-LOG-WRITE.
           ADD 1 TO REJECT-CNT.
           MOVE 0 TO VALID-TRAN.
       P300-APPLY-TRAN.
           MOVE HTR-ID TO WS-KEY-ID.
           MOVE HTR-CURRENCY TO WS-KEY-CURR.
           IF HTR-SEQ NUMERIC
              MOVE HTR-SEQ TO WS-KEY-SEQ
           ELSE
              MOVE 0 TO WS-KEY-SEQ
           END-IF.
           EVALUATE TRUE
              WHEN HTR-LIMIT
                 PERFORM P305-CHECK-ACCOUNT
                 IF VALID-TRAN = 1
                    PERFORM P310-SET-LIMIT
                 END-IF
              WHEN HTR-ADD
                 PERFORM P305-CHECK-ACCOUNT
                 IF VALID-TRAN = 1
                    PERFORM P320-ADD-HOLD
                 END-IF
              WHEN HTR-CHANGE
                 PERFORM P330-CHANGE-HOLD
              WHEN HTR-RELEASE
                 PERFORM P340-RELEASE-HOLD
              WHEN HTR-DELETE
                 PERFORM P350-DELETE-REC
           END-EVALUATE.
       P305-CHECK-ACCOUNT.
           MOVE WS-KEY-ID TO IDX-ID.
           MOVE WS-KEY-CURR TO CURRENCY-CURRENCY.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 MOVE "REJECT - NO IDX-FILE ACCOUNT FOR KEY"
                                                       TO WS-LOG-MSG
                 PERFORM P290-REJECT
           END-READ.
       P310-SET-LIMIT.
           MOVE WS-KEY-ID TO HLD-ID.
           MOVE WS-KEY-CURR TO HLD-CURRENCY.
           MOVE 0 TO HLD-SEQ.
           READ HLD-FILE KEY HLD-KEY
              INVALID KEY
                 MOVE 'L' TO HLD-TYPE
                 MOVE HTR-AMOUNT TO HLD-AMOUNT
                 MOVE HTR-REASON TO HLD-REASON
                 MOVE 0 TO HLD-EXPIRY-DATE
                 MOVE WS-TODAY-YYYYDDD TO HLD-SET-DATE
                 MOVE 'A' TO HLD-STATUS
                 PERFORM P315-WRITE-NEW
              NOT INVALID KEY
                 MOVE HLD-REC TO WS-HJRN-BEFORE
                 MOVE HTR-AMOUNT TO HLD-AMOUNT
                 IF HTR-REASON NOT = SPACES
                    MOVE HTR-REASON TO HLD-REASON
                 END-IF
                 MOVE WS-TODAY-YYYYDDD TO HLD-SET-DATE
                 MOVE "LIMIT OK" TO WS-LOG-MSG
                 PERFORM P360-REWRITE-REC
           END-READ.
           IF VALID-TRAN = 1
              ADD 1 TO LIMIT-CNT
           END-IF.
       P315-WRITE-NEW.
           WRITE HLD-REC
              INVALID KEY
                 MOVE "REJECT - DUPLICATE KEY ON ADD" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 IF HLD-TYPE-LIMIT
                    MOVE "LIMIT OK" TO WS-LOG-MSG
                 ELSE
                    MOVE "ADD OK" TO WS-LOG-MSG
                 END-IF
                 PERFORM U100-LOG-WRITE
                 MOVE LOW-VALUES TO WS-HJRN-BEFORE
                 MOVE HLD-REC TO WS-HJRN-AFTER
                 MOVE 'A' TO WS-HJRN-ACTION
                 PERFORM U200-HJRN-WRITE
           END-WRITE.
       P320-ADD-HOLD.
           PERFORM P325-NEXT-SEQ.
           IF WS-NEXT-SEQ > 9999
              MOVE "REJECT - NO FREE HOLD SEQUENCE NUMBER"
                                                       TO WS-LOG-MSG
              PERFORM P290-REJECT
           ELSE
              MOVE WS-NEXT-SEQ TO WS-KEY-SEQ
              MOVE WS-KEY-ID TO HLD-ID
              MOVE WS-KEY-CURR TO HLD-CURRENCY
              MOVE WS-KEY-SEQ TO HLD-SEQ
              MOVE 'H' TO HLD-TYPE
              MOVE HTR-AMOUNT TO HLD-AMOUNT
              MOVE HTR-REASON TO HLD-REASON
              MOVE HTR-EXPIRY-DATE TO HLD-EXPIRY-DATE
              MOVE WS-TODAY-YYYYDDD TO HLD-SET-DATE
              MOVE 'A' TO HLD-STATUS
              PERFORM P315-WRITE-NEW
              IF VALID-TRAN = 1
                 ADD 1 TO ADD-CNT
              END-IF
           END-IF.
       P325-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ.
           MOVE 0 TO WS-SCAN-END.
           MOVE WS-KEY-ID TO HLD-ID.
           MOVE WS-KEY-CURR TO HLD-CURRENCY.
           MOVE 1 TO HLD-SEQ.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 1 TO WS-SCAN-END
           END-START.
           PERFORM UNTIL WS-SCAN-END = 1
              READ HLD-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-SCAN-END
                 NOT AT END
                    IF HLD-ID = WS-KEY-ID
                    AND HLD-CURRENCY = WS-KEY-CURR
                       MOVE HLD-SEQ TO WS-NEXT-SEQ
                    ELSE
                       MOVE 1 TO WS-SCAN-END
                    END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQ.
       P330-CHANGE-HOLD.
           PERFORM P370-READ-HOLD.
           IF VALID-TRAN = 1
              MOVE HLD-REC TO WS-HJRN-BEFORE
              IF HTR-AMOUNT NOT = 0
                 MOVE HTR-AMOUNT TO HLD-AMOUNT
              END-IF
              IF HTR-REASON NOT = SPACES
                 MOVE HTR-REASON TO HLD-REASON
              END-IF
              IF HTR-EXPIRY-DATE NOT = 0
                 MOVE HTR-EXPIRY-DATE TO HLD-EXPIRY-DATE
              END-IF
              MOVE "CHANGE OK" TO WS-LOG-MSG
              PERFORM P360-REWRITE-REC
              IF VALID-TRAN = 1
                 ADD 1 TO CHANGE-CNT
              END-IF
           END-IF.
       P340-RELEASE-HOLD.
           PERFORM P370-READ-HOLD.
           IF VALID-TRAN = 1
              MOVE HLD-REC TO WS-HJRN-BEFORE
              MOVE 'R' TO HLD-STATUS
              MOVE "RELEASE OK" TO WS-LOG-MSG
              PERFORM P360-REWRITE-REC
              IF VALID-TRAN = 1
                 ADD 1 TO RELEASE-CNT
              END-IF
           END-IF.
       P350-DELETE-REC.
           MOVE WS-KEY-ID TO HLD-ID.
           MOVE WS-KEY-CURR TO HLD-CURRENCY.
           MOVE WS-KEY-SEQ TO HLD-SEQ.
           READ HLD-FILE KEY HLD-KEY
              INVALID KEY
                 MOVE "REJECT - NOT FOUND ON DELETE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 MOVE HLD-REC TO WS-HJRN-BEFORE
                 PERFORM P355-DELETE-JOURNALED
           END-READ.
       P355-DELETE-JOURNALED.
           DELETE HLD-FILE
              INVALID KEY
                 MOVE "REJECT - NOT FOUND ON DELETE" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 MOVE "DELETE OK" TO WS-LOG-MSG
                 PERFORM U100-LOG-WRITE
                 ADD 1 TO DELETE-CNT
                 MOVE LOW-VALUES TO WS-HJRN-AFTER
                 MOVE 'D' TO WS-HJRN-ACTION
                 PERFORM U200-HJRN-WRITE
           END-DELETE.
       P360-REWRITE-REC.
           REWRITE HLD-REC
              INVALID KEY
                 MOVE "REJECT - REWRITE FAILED" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 PERFORM U100-LOG-WRITE
                 MOVE HLD-REC TO WS-HJRN-AFTER
                 MOVE 'C' TO WS-HJRN-ACTION
                 PERFORM U200-HJRN-WRITE
           END-REWRITE.
       P370-READ-HOLD.
           MOVE WS-KEY-ID TO HLD-ID.
           MOVE WS-KEY-CURR TO HLD-CURRENCY.
           MOVE WS-KEY-SEQ TO HLD-SEQ.
           READ HLD-FILE KEY HLD-KEY
              INVALID KEY
                 MOVE "REJECT - HOLD NOT FOUND" TO WS-LOG-MSG
                 PERFORM P290-REJECT
              NOT INVALID KEY
                 IF NOT HLD-STS-ACTIVE
                    MOVE "REJECT - HOLD NOT ACTIVE" TO WS-LOG-MSG
                    PERFORM P290-REJECT
                 END-IF
           END-READ.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.  LIM  ADD  CHG  REL  DEL  REJ" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:5).
           MOVE LIMIT-CNT TO LOG-REC(7:5).
           MOVE ADD-CNT TO LOG-REC(13:5).
           MOVE CHANGE-CNT TO LOG-REC(19:5).
           MOVE RELEASE-CNT TO LOG-REC(25:5).
           MOVE DELETE-CNT TO LOG-REC(31:5).
           MOVE REJECT-CNT TO LOG-REC(37:5).
           WRITE LOG-REC.
       U100-LOG-WRITE.
           MOVE SPACES TO LOG-REC.
           MOVE WS-KEY-SEQ TO WS-SEQ-O.
           STRING HTR-ID           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  HTR-CURRENCY     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-SEQ-O         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-LOG-MSG       DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
       U200-HJRN-WRITE.
           MOVE WS-RUN-DATE TO HJRN-RUN-DATE.
           MOVE READ-CNT TO HJRN-SEQ.
           MOVE WS-HJRN-ACTION TO HJRN-ACTION.
           MOVE WS-HJRN-BEFORE TO HJRN-BEFORE.
           MOVE WS-HJRN-AFTER TO HJRN-AFTER.
           WRITE HJRN-REC.
       0800-CLOSE-FILES.
           CLOSE HTRAN-FILE.
           CLOSE IDX-FILE.
           CLOSE HLD-FILE.
           CLOSE LOG-FILE.
           CLOSE HJRN-FILE.
       9999-EXIT.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV020.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN to IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY is IDX-KEY
                           FILE STATUS is STATUS-IDX.
           SELECT CUR-FILE ASSIGN TO CURFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-CUR.
           SELECT GLM-FILE ASSIGN TO GLMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-GLM.
           SELECT RVS-FILE ASSIGN TO RVSFILE
                           FILE STATUS IS STATUS-RVS.
           SELECT GL-FILE  ASSIGN TO GLFILE
                           FILE STATUS IS STATUS-GL.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUR-FILE.
           COPY CURREC.
       FD  GLM-FILE.
       01  GLM-REC.
           05    GLM-CURR                PIC 9(3).
           05    GLM-TRAN-TYPE           PIC X(1).
           05    GLM-DR-ACCT             PIC 9(8).
           05    GLM-CR-ACCT             PIC 9(8).
       FD  RVS-FILE RECORDING MODE F.
           COPY RVSREC.
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC                        PIC X(80).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                         VALUE 00 97.
              88 IDX-EOF                          VALUE 10.
           05 STATUS-CUR                 PIC 99.
              88 CUR-SUCC                         VALUE 00 97.
              88 CUR-EOF                          VALUE 10.
           05 STATUS-GLM                 PIC 99.
              88 GLM-SUCC                         VALUE 00 97.
              88 GLM-EOF                          VALUE 10.
           05 STATUS-RVS                 PIC 99.
              88 RVS-SUCC                         VALUE 00 97.
              88 RVS-EOF                          VALUE 10.
              88 RVS-NOT-FOUND                    VALUE 35.
           05 STATUS-GL                  PIC 99.
              88 GL-SUCC                          VALUE 00 97.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-CURRENCY-IDX.
              10 WS-CURRENCY-NUM         PIC 9(3).
              10 WS-CURRENCY-ALPHA       PIC X(3).
              10 WS-CURRENCY-RATE        PIC 9(3)V9(6).
       77  WS-CURRENCY-CNT               PIC 9(2) VALUE 0.
       01  WS-GLM-TABLE.
           05 WS-GLM-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-GLM-IDX.
              10 WS-GLM-CURR             PIC 9(3).
              10 WS-GLM-TYPE             PIC X(1).
              10 WS-GLM-DR-ACCT          PIC 9(8).
              10 WS-GLM-CR-ACCT          PIC 9(8).
       77  WS-GLM-CNT                    PIC 9(3) VALUE 0.
       77  WS-GLM-FOUND                  PIC 9(1) VALUE 0.
       77  WS-GLM-DR-A                   PIC 9(8) VALUE 0.
       77  WS-GLM-CR-A                   PIC 9(8) VALUE 0.
       77  WS-GL-SUSPENSE-ACCT           PIC 9(8) VALUE 99999999.
       01  WS-RVS-TABLE.
           05 WS-RVS-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RVS-IDX.
              10 WS-RVS-CURR             PIC 9(3).
              10 WS-RVS-RATE             PIC 9(3)V9(6).
              10 WS-RVS-BAL              PIC S9(18).
              10 WS-RVS-BASE             PIC S9(18).
              10 WS-RVS-DATE             PIC 9(8).
       77  WS-RVS-CNT                    PIC 9(2) VALUE 0.
       77  WS-RVS-FOUND                  PIC 9(1) VALUE 0.
       01  WS-REVAL-TABLE.
           05 WS-RVL-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-RVL-IDX.
              10 WS-RVL-CURR             PIC 9(3).
              10 WS-RVL-BAL              PIC S9(18).
              10 WS-RVL-ACC-CNT          PIC 9(6).
              10 WS-RVL-OLD-RATE         PIC 9(3)V9(6).
              10 WS-RVL-NEW-RATE         PIC 9(3)V9(6).
              10 WS-RVL-NEW-BASE         PIC S9(18).
              10 WS-RVL-GAIN             PIC S9(18).
              10 WS-RVL-STATE            PIC X(1).
                 88 WS-RVL-REVALUED               VALUE 'R'.
                 88 WS-RVL-FIRST                  VALUE 'F'.
                 88 WS-RVL-NO-RATE                VALUE 'N'.
       77  WS-RVL-CNT                    PIC 9(2) VALUE 0.
       77  WS-RVL-FOUND                  PIC 9(1) VALUE 0.
       01  WS-GL-HEADER.
           05 FILLER                     PIC X(1) VALUE 'H'.
           05 WS-GL-HDR-DATE             PIC 9(8).
           05 FILLER                     PIC X(71) VALUE SPACES.
       01  WS-GL-DETAIL.
           05 FILLER                     PIC X(1) VALUE 'D'.
           05 WS-GL-DET-CURR             PIC 9(3).
           05 WS-GL-DET-DR               PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-GL-DET-CR               PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-GL-DET-NET              PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                     PIC X(28) VALUE SPACES.
       01  WS-GL-JOURNAL.
           05 FILLER                     PIC X(1) VALUE 'J'.
           05 WS-GL-JRN-ACCT             PIC 9(8).
           05 WS-GL-JRN-DC               PIC X(1).
           05 WS-GL-JRN-CURR             PIC 9(3).
           05 WS-GL-JRN-TYPE             PIC X(1).
           05 WS-GL-JRN-AMT              PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-GL-JRN-XFER-LINK        PIC X(13) VALUE SPACES.
           05 FILLER                     PIC X(37) VALUE SPACES.
       01  WS-GL-TRAILER.
           05 FILLER                     PIC X(1) VALUE 'T'.
           05 WS-GL-TRL-CNT              PIC 9(6).
           05 WS-GL-TRL-HASH             PIC 9(15).
           05 WS-GL-TRL-DR               PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-GL-TRL-CR               PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05 FILLER                     PIC X(26) VALUE SPACES.
       77  WS-GL-REC-CNT                 PIC 9(6) VALUE 0.
       77  WS-GL-HASH                    PIC 9(15) VALUE 0.
       77  WS-GL-DR-TOTAL                PIC S9(15) VALUE 0.
       77  WS-GL-CR-TOTAL                PIC S9(15) VALUE 0.
       77  WS-GL-WORK-AMT                PIC S9(15) VALUE 0.
       77  WS-GLX-CNT                    PIC 9(2) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  READ-CNT                      PIC 9(6) VALUE 0.
       77  REVALUED-CNT                  PIC 9(2) VALUE 0.
       77  FIRST-CNT                     PIC 9(2) VALUE 0.
       77  NO-RATE-CNT                   PIC 9(2) VALUE 0.
       77  WS-CURR-FOUND                 PIC 9(1) VALUE 0.
       77  WS-CURR-RATE                  PIC 9(3)V9(6) VALUE 0.
       77  WS-CURR-ALPHA                 PIC X(3) VALUE SPACES.
       77  WS-MOVEMENT-BASE              PIC S9(18) VALUE 0.
       77  WS-GAIN-TOTAL                 PIC S9(18) VALUE 0.
       77  WS-RATE-O                     PIC ZZ9.999999.
       77  WS-AMT-O                      PIC S9(18) VALUE 0
                                   SIGN IS TRAILING SEPARATE CHARACTER.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0120-LOAD-CURRENCY.
           PERFORM 0130-LOAD-GL-MAP.
           PERFORM 0140-LOAD-SNAPSHOT.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 9999-EXIT.

       0100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUR-FILE.
           OPEN INPUT GLM-FILE.
           OPEN INPUT RVS-FILE.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT LOG-FILE.

       0110-FILE-CONTROL.
           IF NOT IDX-SUCC
              DISPLAY "IDX FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CUR-SUCC
              DISPLAY "CUR FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT GLM-SUCC
              DISPLAY "GLM FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT RVS-SUCC AND NOT RVS-NOT-FOUND
              DISPLAY "RVS FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT GL-SUCC
              DISPLAY "GL FILE NOT FOUND. EXITING..."
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
       0130-LOAD-GL-MAP.
           PERFORM 0135-READ-GLM.
           PERFORM UNTIL GLM-EOF
              IF GLM-CURR NOT NUMERIC
              OR GLM-DR-ACCT NOT NUMERIC
              OR GLM-CR-ACCT NOT NUMERIC
                 DISPLAY "WARNING: BAD GL MAPPING ROW SKIPPED: "
                         GLM-REC
              ELSE
              IF WS-GLM-CNT < 100
                 ADD 1 TO WS-GLM-CNT
                 SET WS-GLM-IDX TO WS-GLM-CNT
                 MOVE GLM-CURR TO WS-GLM-CURR(WS-GLM-IDX)
                 MOVE GLM-TRAN-TYPE TO WS-GLM-TYPE(WS-GLM-IDX)
                 MOVE GLM-DR-ACCT TO WS-GLM-DR-ACCT(WS-GLM-IDX)
                 MOVE GLM-CR-ACCT TO WS-GLM-CR-ACCT(WS-GLM-IDX)
              ELSE
                 DISPLAY "WARNING: GL MAPPING TABLE FULL AT 100 "
                    "ENTRIES -- IGNORING GLM-CURR " GLM-CURR
              END-IF
              END-IF
              PERFORM 0135-READ-GLM
           END-PERFORM.
           CLOSE GLM-FILE.
       0135-READ-GLM.
           READ GLM-FILE
           END-READ.
       0140-LOAD-SNAPSHOT.
           IF RVS-NOT-FOUND
              DISPLAY "WARNING: RVS FILE NOT FOUND -- FIRST "
                      "REVALUATION, NO GAIN OR LOSS POSTED"
           ELSE
              PERFORM 0145-READ-RVS
              PERFORM UNTIL RVS-EOF
                 IF RVS-CURRENCY NOT NUMERIC
                 OR RVS-RATE NOT NUMERIC
                 OR RVS-BALANCE NOT NUMERIC
                 OR RVS-BASE-VALUE NOT NUMERIC
                    DISPLAY "WARNING: BAD REVALUATION SNAPSHOT ROW "
                            "SKIPPED: " RVS-CURRENCY
                 ELSE
                 IF WS-RVS-CNT < 50
                    ADD 1 TO WS-RVS-CNT
                    SET WS-RVS-IDX TO WS-RVS-CNT
                    MOVE RVS-CURRENCY TO WS-RVS-CURR(WS-RVS-IDX)
                    MOVE RVS-RATE TO WS-RVS-RATE(WS-RVS-IDX)
                    MOVE RVS-BALANCE TO WS-RVS-BAL(WS-RVS-IDX)
                    MOVE RVS-BASE-VALUE TO WS-RVS-BASE(WS-RVS-IDX)
                    MOVE RVS-DATE TO WS-RVS-DATE(WS-RVS-IDX)
                 ELSE
                    DISPLAY "WARNING: REVALUATION SNAPSHOT TABLE FULL "
                       "AT 50 ENTRIES -- IGNORING " RVS-CURRENCY
                 END-IF
                 END-IF
                 PERFORM 0145-READ-RVS
              END-PERFORM
              CLOSE RVS-FILE
           END-IF.
       0145-READ-RVS.
           READ RVS-FILE
           END-READ.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           MOVE LOW-VALUES TO IDX-KEY.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL IDX-EOF
              READ IDX-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO READ-CNT
                    PERFORM P200-ACCUMULATE-BALANCE
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                   UNTIL WS-RVL-IDX > WS-RVL-CNT
              PERFORM P300-REVALUE-CURRENCY
           END-PERFORM.
           PERFORM P400-GL-FEED.
           PERFORM P500-WRITE-SNAPSHOT.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           MOVE "MONTH-END FOREIGN CURRENCY REVALUATION" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE WS-RUN-DATE TO LOG-REC(1:8).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "CUR OLD RATE   NEW RATE   BALANCE" TO LOG-REC.
           MOVE "GAIN/LOSS (BASE)" TO LOG-REC(56:16).
           WRITE LOG-REC.
       P200-ACCUMULATE-BALANCE.
           IF BALANCE NOT NUMERIC
              CONTINUE
           ELSE
              MOVE 0 TO WS-RVL-FOUND
              PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                      UNTIL WS-RVL-IDX > WS-RVL-CNT
                 IF WS-RVL-CURR(WS-RVL-IDX) = CURRENCY-CURRENCY
                    ADD BALANCE TO WS-RVL-BAL(WS-RVL-IDX)
                    ADD 1 TO WS-RVL-ACC-CNT(WS-RVL-IDX)
                    MOVE 1 TO WS-RVL-FOUND
                    SET WS-RVL-IDX TO WS-RVL-CNT
                 END-IF
              END-PERFORM
              IF WS-RVL-FOUND = 0
                 IF WS-RVL-CNT < 50
                    ADD 1 TO WS-RVL-CNT
                    SET WS-RVL-IDX TO WS-RVL-CNT
                    MOVE CURRENCY-CURRENCY TO WS-RVL-CURR(WS-RVL-IDX)
                    MOVE BALANCE TO WS-RVL-BAL(WS-RVL-IDX)
                    MOVE 1 TO WS-RVL-ACC-CNT(WS-RVL-IDX)
                    MOVE 0 TO WS-RVL-OLD-RATE(WS-RVL-IDX)
                    MOVE 0 TO WS-RVL-NEW-RATE(WS-RVL-IDX)
                    MOVE 0 TO WS-RVL-NEW-BASE(WS-RVL-IDX)
                    MOVE 0 TO WS-RVL-GAIN(WS-RVL-IDX)
                 ELSE
                    DISPLAY "WARNING: REVALUATION TABLE FULL AT 50 "
                       "CURRENCIES -- IGNORING " CURRENCY-CURRENCY
                 END-IF
              END-IF
           END-IF.
       P300-REVALUE-CURRENCY.
           PERFORM P310-RATE-LOOKUP.
           IF WS-CURR-FOUND = 0
              MOVE 'N' TO WS-RVL-STATE(WS-RVL-IDX)
              ADD 1 TO NO-RATE-CNT
           ELSE
              MOVE WS-CURR-RATE TO WS-RVL-NEW-RATE(WS-RVL-IDX)
              COMPUTE WS-RVL-NEW-BASE(WS-RVL-IDX) ROUNDED =
                      WS-RVL-BAL(WS-RVL-IDX) * WS-CURR-RATE
              PERFORM P320-SNAPSHOT-LOOKUP
              IF WS-RVS-FOUND = 0
                 MOVE 'F' TO WS-RVL-STATE(WS-RVL-IDX)
                 MOVE WS-CURR-RATE TO WS-RVL-OLD-RATE(WS-RVL-IDX)
                 ADD 1 TO FIRST-CNT
              ELSE
                 MOVE 'R' TO WS-RVL-STATE(WS-RVL-IDX)
                 MOVE WS-RVS-RATE(WS-RVS-IDX)
                                     TO WS-RVL-OLD-RATE(WS-RVL-IDX)
                 COMPUTE WS-MOVEMENT-BASE ROUNDED =
                         (WS-RVL-BAL(WS-RVL-IDX)
                          - WS-RVS-BAL(WS-RVS-IDX))
                         * WS-RVS-RATE(WS-RVS-IDX)
                 COMPUTE WS-RVL-GAIN(WS-RVL-IDX) =
                         WS-RVL-NEW-BASE(WS-RVL-IDX)
                         - WS-RVS-BASE(WS-RVS-IDX)
                         - WS-MOVEMENT-BASE
                 ADD WS-RVL-GAIN(WS-RVL-IDX) TO WS-GAIN-TOTAL
                 ADD 1 TO REVALUED-CNT
              END-IF
           END-IF.
           PERFORM U100-LOG-CURRENCY.
       P310-RATE-LOOKUP.
           MOVE 0 TO WS-CURR-FOUND.
           MOVE 0 TO WS-CURR-RATE.
           MOVE SPACES TO WS-CURR-ALPHA.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                   UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
              IF WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                                          = WS-RVL-CURR(WS-RVL-IDX)
                 MOVE WS-CURRENCY-RATE(WS-CURRENCY-IDX) TO WS-CURR-RATE
                 MOVE WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                                                      TO WS-CURR-ALPHA
                 MOVE 1 TO WS-CURR-FOUND
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
              END-IF
           END-PERFORM.
       P320-SNAPSHOT-LOOKUP.
           MOVE 0 TO WS-RVS-FOUND.
           PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                   UNTIL WS-RVS-IDX > WS-RVS-CNT OR WS-RVS-FOUND = 1
              IF WS-RVS-CURR(WS-RVS-IDX) = WS-RVL-CURR(WS-RVL-IDX)
                 MOVE 1 TO WS-RVS-FOUND
              END-IF
           END-PERFORM.
           IF WS-RVS-FOUND = 1
              SET WS-RVS-IDX DOWN BY 1
           END-IF.
       P400-GL-FEED.
           MOVE WS-RUN-DATE TO WS-GL-HDR-DATE.
           MOVE WS-GL-HEADER TO GL-REC.
           WRITE GL-REC.
           PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                   UNTIL WS-RVL-IDX > WS-RVL-CNT
              IF WS-RVL-REVALUED(WS-RVL-IDX)
              AND WS-RVL-GAIN(WS-RVL-IDX) NOT = 0
                 MOVE WS-RVL-CURR(WS-RVL-IDX) TO WS-GL-DET-CURR
                 IF WS-RVL-GAIN(WS-RVL-IDX) > 0
                    MOVE WS-RVL-GAIN(WS-RVL-IDX) TO WS-GL-WORK-AMT
                    MOVE WS-GL-WORK-AMT TO WS-GL-DET-DR
                    MOVE 0 TO WS-GL-DET-CR
                 ELSE
                    COMPUTE WS-GL-WORK-AMT = 0 - WS-RVL-GAIN(WS-RVL-IDX)
                    MOVE 0 TO WS-GL-DET-DR
                    MOVE WS-GL-WORK-AMT TO WS-GL-DET-CR
                 END-IF
                 MOVE WS-RVL-GAIN(WS-RVL-IDX) TO WS-GL-DET-NET
                 ADD WS-GL-WORK-AMT TO WS-GL-HASH
                 ADD 1 TO WS-GL-REC-CNT
                 MOVE WS-GL-DETAIL TO GL-REC
                 WRITE GL-REC
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                   UNTIL WS-RVL-IDX > WS-RVL-CNT
              IF WS-RVL-REVALUED(WS-RVL-IDX)
              AND WS-RVL-GAIN(WS-RVL-IDX) NOT = 0
                 PERFORM P410-WRITE-REVAL-PAIR
              END-IF
           END-PERFORM.
           MOVE WS-GL-REC-CNT TO WS-GL-TRL-CNT.
           MOVE WS-GL-HASH TO WS-GL-TRL-HASH.
           MOVE WS-GL-DR-TOTAL TO WS-GL-TRL-DR.
           MOVE WS-GL-CR-TOTAL TO WS-GL-TRL-CR.
           MOVE WS-GL-TRAILER TO GL-REC.
           WRITE GL-REC.
       P410-WRITE-REVAL-PAIR.
           PERFORM P420-GL-MAP-LOOKUP.
           MOVE WS-RVL-CURR(WS-RVL-IDX) TO WS-GL-JRN-CURR.
           MOVE 'V' TO WS-GL-JRN-TYPE.
           IF WS-RVL-GAIN(WS-RVL-IDX) > 0
              MOVE WS-RVL-GAIN(WS-RVL-IDX) TO WS-GL-WORK-AMT
              MOVE WS-GLM-DR-A TO WS-GL-JRN-ACCT
              MOVE 'D' TO WS-GL-JRN-DC
              PERFORM U700-GL-JRN-WRITE
              MOVE WS-GLM-CR-A TO WS-GL-JRN-ACCT
              MOVE 'C' TO WS-GL-JRN-DC
              PERFORM U700-GL-JRN-WRITE
           ELSE
              COMPUTE WS-GL-WORK-AMT = 0 - WS-RVL-GAIN(WS-RVL-IDX)
              MOVE WS-GLM-CR-A TO WS-GL-JRN-ACCT
              MOVE 'D' TO WS-GL-JRN-DC
              PERFORM U700-GL-JRN-WRITE
              MOVE WS-GLM-DR-A TO WS-GL-JRN-ACCT
              MOVE 'C' TO WS-GL-JRN-DC
              PERFORM U700-GL-JRN-WRITE
           END-IF.
       P420-GL-MAP-LOOKUP.
           MOVE 0 TO WS-GLM-FOUND.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GLM-DR-A.
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GLM-CR-A.
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-CNT
              IF WS-GLM-CURR(WS-GLM-IDX) = WS-RVL-CURR(WS-RVL-IDX)
              AND WS-GLM-TYPE(WS-GLM-IDX) = 'V'
                 MOVE WS-GLM-DR-ACCT(WS-GLM-IDX) TO WS-GLM-DR-A
                 MOVE WS-GLM-CR-ACCT(WS-GLM-IDX) TO WS-GLM-CR-A
                 MOVE 1 TO WS-GLM-FOUND
                 SET WS-GLM-IDX TO WS-GLM-CNT
              END-IF
           END-PERFORM.
           IF WS-GLM-FOUND = 0
              ADD 1 TO WS-GLX-CNT
              MOVE SPACES TO LOG-REC
              MOVE WS-RVL-CURR(WS-RVL-IDX) TO LOG-REC(1:3)
              MOVE "NO GL MAPPING ENTRY FOR TYPE V - POSTED TO"
                                                    TO LOG-REC(5:42)
              MOVE WS-GL-SUSPENSE-ACCT TO LOG-REC(48:8)
              WRITE LOG-REC
           END-IF.
       U700-GL-JRN-WRITE.
           MOVE WS-GL-WORK-AMT TO WS-GL-JRN-AMT.
           IF WS-GL-JRN-DC = 'D'
              ADD WS-GL-WORK-AMT TO WS-GL-DR-TOTAL
           ELSE
              ADD WS-GL-WORK-AMT TO WS-GL-CR-TOTAL
           END-IF.
           MOVE WS-GL-JOURNAL TO GL-REC.
           WRITE GL-REC.
       P500-WRITE-SNAPSHOT.
           OPEN OUTPUT RVS-FILE.
           IF NOT RVS-SUCC
              DISPLAY "WARNING: RVS FILE COULD NOT BE WRITTEN -- "
                      "SNAPSHOT NOT SAVED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                      UNTIL WS-RVL-IDX > WS-RVL-CNT
                 IF NOT WS-RVL-NO-RATE(WS-RVL-IDX)
                    MOVE WS-RVL-CURR(WS-RVL-IDX) TO RVS-CURRENCY
                    MOVE WS-RVL-NEW-RATE(WS-RVL-IDX) TO RVS-RATE
                    MOVE WS-RVL-BAL(WS-RVL-IDX) TO RVS-BALANCE
                    MOVE WS-RVL-NEW-BASE(WS-RVL-IDX) TO RVS-BASE-VALUE
                    MOVE WS-RUN-DATE TO RVS-DATE
                    WRITE RVS-REC
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
                      UNTIL WS-RVS-IDX > WS-RVS-CNT
                 PERFORM P510-CARRY-SNAPSHOT
              END-PERFORM
              CLOSE RVS-FILE
           END-IF.
       P510-CARRY-SNAPSHOT.
           MOVE 0 TO WS-RVL-FOUND.
           PERFORM VARYING WS-RVL-IDX FROM 1 BY 1
                   UNTIL WS-RVL-IDX > WS-RVL-CNT
              IF WS-RVL-CURR(WS-RVL-IDX) = WS-RVS-CURR(WS-RVS-IDX)
              AND NOT WS-RVL-NO-RATE(WS-RVL-IDX)
                 MOVE 1 TO WS-RVL-FOUND
                 SET WS-RVL-IDX TO WS-RVL-CNT
              END-IF
           END-PERFORM.
           IF WS-RVL-FOUND = 0
              MOVE WS-RVS-CURR(WS-RVS-IDX) TO RVS-CURRENCY
              MOVE WS-RVS-RATE(WS-RVS-IDX) TO RVS-RATE
              MOVE WS-RVS-BAL(WS-RVS-IDX) TO RVS-BALANCE
              MOVE WS-RVS-BASE(WS-RVS-IDX) TO RVS-BASE-VALUE
              MOVE WS-RVS-DATE(WS-RVS-IDX) TO RVS-DATE
              WRITE RVS-REC
           END-IF.
       U100-LOG-CURRENCY.
           MOVE SPACES TO LOG-REC.
           IF WS-CURR-FOUND = 1
              MOVE WS-CURR-ALPHA TO LOG-REC(1:3)
           ELSE
              MOVE WS-RVL-CURR(WS-RVL-IDX) TO LOG-REC(1:3)
           END-IF.
           MOVE WS-RVL-OLD-RATE(WS-RVL-IDX) TO WS-RATE-O.
           MOVE WS-RATE-O TO LOG-REC(5:10).
           MOVE WS-RVL-NEW-RATE(WS-RVL-IDX) TO WS-RATE-O.
           MOVE WS-RATE-O TO LOG-REC(16:10).
           MOVE WS-RVL-BAL(WS-RVL-IDX) TO WS-AMT-O.
           MOVE WS-AMT-O TO LOG-REC(27:19).
           EVALUATE TRUE
              WHEN WS-RVL-NO-RATE(WS-RVL-IDX)
                 MOVE "NO RATE" TO LOG-REC(47:8)
              WHEN WS-RVL-FIRST(WS-RVL-IDX)
                 MOVE "FIRST" TO LOG-REC(47:8)
              WHEN OTHER
                 MOVE WS-RVL-GAIN(WS-RVL-IDX) TO WS-AMT-O
                 MOVE WS-AMT-O TO LOG-REC(56:19)
           END-EVALUATE.
           WRITE LOG-REC.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL UNREALISED GAIN/LOSS IN BASE CURRENCY"
                                                        TO LOG-REC.
           MOVE WS-GAIN-TOTAL TO WS-AMT-O.
           MOVE WS-AMT-O TO LOG-REC(56:19).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.    CURR REVAL FIRST NORATE NOMAP" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE WS-RVL-CNT TO LOG-REC(8:2).
           MOVE REVALUED-CNT TO LOG-REC(13:2).
           MOVE FIRST-CNT TO LOG-REC(19:2).
           MOVE NO-RATE-CNT TO LOG-REC(25:2).
           MOVE WS-GLX-CNT TO LOG-REC(32:2).
           WRITE LOG-REC.
           DISPLAY "ODEV020 READ " READ-CNT
                   " REVALUED " REVALUED-CNT
                   " FIRST " FIRST-CNT
                   " NO RATE " NO-RATE-CNT
                   " GAIN/LOSS " WS-AMT-O.
       0800-CLOSE-FILES.
           CLOSE IDX-FILE.
           CLOSE GL-FILE.
           CLOSE LOG-FILE.
       9999-EXIT.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV015.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO PAYFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PAY.
           SELECT CUR-FILE ASSIGN TO CURFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-CUR.
           SELECT ACC-FILE ASSIGN TO ACCFILE
                           FILE STATUS IS STATUS-ACC.
           SELECT CNV-FILE ASSIGN TO CNVFILE
                           FILE STATUS IS STATUS-CNV.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE.
       01  PAY-REC                       PIC X(100).
       FD  CUR-FILE.
           COPY CURREC.
       FD  ACC-FILE RECORDING MODE F.
       01  ACC-REC                       PIC X(50).
       FD  CNV-FILE RECORDING MODE F.
       01  CNV-REC.
           05    CNV-SEQ                 PIC 9(6).
           05    FILLER                  PIC X(1).
           05    CNV-PAY-IMAGE           PIC X(100).
           05    FILLER                  PIC X(1).
           05    CNV-REASON              PIC X(40).
       FD  PRM-FILE.
           COPY PRMREC.
       WORKING-STORAGE SECTION.
       01  WS-ACC-DETAIL.
           05 WS-ACC-ID                  PIC 9(5).
           05 WS-ACC-CURRENCY            PIC 9(3).
           05 WS-ACC-AMOUNT              PIC S9(13).
           05 WS-ACC-VALUE-DATE          PIC 9(7).
           05 WS-ACC-TRAN-TYPE           PIC X(1).
           05 WS-ACC-RECYCLE-CNT         PIC 9(2).
           05 WS-ACC-XFER-ACC-ID         PIC X(5) VALUE SPACES.
           05 WS-ACC-XFER-CURRENCY       PIC X(3) VALUE SPACES.
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
           05 STATUS-PAY                 PIC 99.
              88 PAY-SUCC                         VALUE 00 97.
              88 PAY-EOF                          VALUE 10.
           05 STATUS-CUR                 PIC 99.
              88 CUR-SUCC                         VALUE 00 97.
              88 CUR-EOF                          VALUE 10.
           05 STATUS-ACC                 PIC 99.
              88 ACC-SUCC                         VALUE 00 97.
           05 STATUS-CNV                 PIC 99.
              88 CNV-SUCC                         VALUE 00 97.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-CURRENCY-IDX.
              10 WS-CURRENCY-NUM         PIC 9(3).
              10 WS-CURRENCY-ALPHA       PIC X(3).
              10 WS-CURRENCY-DEC         PIC 9(1).
       77  WS-CURRENCY-CNT               PIC 9(2) VALUE 0.
       01  WS-PAY-FIELDS.
           05 WS-PAY-ACC                 PIC X(10).
           05 WS-PAY-CURR                PIC X(5).
           05 WS-PAY-AMT                 PIC X(20).
           05 WS-PAY-DATE                PIC X(10).
           05 WS-PAY-TYPE                PIC X(5).
           05 WS-PAY-XACC                PIC X(10).
           05 WS-PAY-XCURR               PIC X(5).
       01  WS-PAY-LENGTHS.
           05 WS-PAY-ACC-LEN             PIC 9(3).
           05 WS-PAY-CURR-LEN            PIC 9(3).
           05 WS-PAY-AMT-LEN             PIC 9(3).
           05 WS-PAY-DATE-LEN            PIC 9(3).
           05 WS-PAY-TYPE-LEN            PIC 9(3).
           05 WS-PAY-XACC-LEN            PIC 9(3).
           05 WS-PAY-XCURR-LEN           PIC 9(3).
       77  WS-DELIMITER                  PIC X(1) VALUE ','.
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-LINE-LEN                   PIC 9(3) VALUE 0.
       77  WS-TRAIL-CNT                  PIC 9(3) VALUE 0.
       77  WS-FIELD-CNT                  PIC 9(2) VALUE 0.
       77  WS-INT-LEN                    PIC 9(3) VALUE 0.
       77  WS-FRAC-LEN                   PIC 9(3) VALUE 0.
       77  WS-CURR-FOUND                 PIC 9(1) VALUE 0.
       77  WS-CURR-DEC                   PIC 9(1) VALUE 0.
       77  WS-XFER-ID-NUM                PIC 9(5) VALUE 0.
       77  WS-XFER-CURR-NUM              PIC 9(3) VALUE 0.
       77  WS-DATE-X                     PIC X(8) VALUE SPACES.
       77  WS-DATE-NUM                   PIC 9(8) VALUE 0.
       77  WS-AMT-DEC                    PIC S9(13)V9(9) VALUE 0.
       77  WS-AMT-SCALED                 PIC S9(13) VALUE 0.
       77  WS-SCALE                      PIC 9(10) VALUE 0.
       77  WS-CNV-REASON                 PIC X(40) VALUE SPACES.
       77  WS-HASH                       PIC 9(15) VALUE 0.
       77  READ-CNT                      PIC 9(6) VALUE 0.
       77  BLANK-CNT                     PIC 9(6) VALUE 0.
       77  CONVERTED-CNT                 PIC 9(6) VALUE 0.
       77  ERROR-CNT                     PIC 9(6) VALUE 0.
       77  XFER-CNT                      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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
              IF PRM-PROGRAM = 'ODEV015'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
           IF WS-CYCLE-X = SPACES
              DISPLAY "ODEV015 CYCLE MUST BE SET TO THE CYCLE "
                      "NUMBER OF THE PAYMENT BATCH. EXITING..."
              STOP RUN
           END-IF.
           DISPLAY "ODEV015 RUN PARAMETERS CYCLE " WS-CYCLE-NUM
                   " DELIMITER " WS-DELIMITER.
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
                    DISPLAY "ODEV015 CYCLE MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'DELIMITER'
                 IF PRM-VALUE(1:1) = SPACE
                    DISPLAY "ODEV015 DELIMITER MUST NOT BE BLANK. "
                            "EXITING..."
                    STOP RUN
                 ELSE
                    MOVE PRM-VALUE(1:1) TO WS-DELIMITER
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV015 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN INPUT PAY-FILE.
           OPEN INPUT CUR-FILE.
           OPEN OUTPUT ACC-FILE.
           OPEN OUTPUT CNV-FILE.

       0110-FILE-CONTROL.
           IF NOT PAY-SUCC
              DISPLAY "PAY FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CUR-SUCC
              DISPLAY "CUR FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ACC-SUCC
              DISPLAY "ACC FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CNV-SUCC
              DISPLAY "CNV FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0120-LOAD-CURRENCY.
           PERFORM 0125-READ-CUR.
           PERFORM UNTIL CUR-EOF
              IF CUR-NUM NOT NUMERIC
                 DISPLAY "WARNING: BAD CURRENCY REFERENCE ROW "
                    "SKIPPED: " CUR-REC
              ELSE
              IF WS-CURRENCY-CNT < 50
                 ADD 1 TO WS-CURRENCY-CNT
                 SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
                 MOVE CUR-NUM TO WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                 MOVE CUR-ALPHA TO WS-CURRENCY-ALPHA(WS-CURRENCY-IDX)
                 IF CUR-DECIMALS NUMERIC
                    MOVE CUR-DECIMALS
                                TO WS-CURRENCY-DEC(WS-CURRENCY-IDX)
                 ELSE
                    MOVE 0 TO WS-CURRENCY-DEC(WS-CURRENCY-IDX)
                 END-IF
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
           PERFORM P150-WRITE-ACC-HEADER.
           PERFORM P200-READ-PAY.
           PERFORM UNTIL PAY-EOF
              IF PAY-REC = SPACES
                 ADD 1 TO BLANK-CNT
              ELSE
                 PERFORM P300-CONVERT-LINE
              END-IF
              PERFORM P200-READ-PAY
           END-PERFORM.
           PERFORM P900-WRITE-ACC-TRAILER.
           PERFORM P999-REPORT.
       P150-WRITE-ACC-HEADER.
           MOVE WS-RUN-DATE TO WS-ACC-HDR-DATE.
           MOVE WS-CYCLE-NUM TO WS-ACC-HDR-CYCLE.
           MOVE WS-ACC-HEADER TO ACC-REC.
           WRITE ACC-REC.
       P200-READ-PAY.
           READ PAY-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P300-CONVERT-LINE.
           MOVE SPACES TO WS-CNV-REASON.
           MOVE SPACES TO WS-ACC-XFER-ACC-ID.
           MOVE SPACES TO WS-ACC-XFER-CURRENCY.
           PERFORM P310-SPLIT-LINE.
           IF WS-CNV-REASON = SPACES
              PERFORM P320-CONVERT-ACCOUNT
           END-IF.
           IF WS-CNV-REASON = SPACES
              PERFORM P330-CONVERT-CURRENCY
           END-IF.
           IF WS-CNV-REASON = SPACES
              PERFORM P340-CONVERT-AMOUNT
           END-IF.
           IF WS-CNV-REASON = SPACES
              PERFORM P350-CONVERT-DATE
           END-IF.
           IF WS-CNV-REASON = SPACES
              PERFORM P360-CONVERT-TYPE
           END-IF.
           IF WS-CNV-REASON = SPACES
              PERFORM U100-ACC-WRITE
           ELSE
              PERFORM U200-CNV-WRITE
           END-IF.
       P310-SPLIT-LINE.
           MOVE SPACES TO WS-PAY-FIELDS.
           INITIALIZE WS-PAY-LENGTHS.
           MOVE 0 TO WS-FIELD-CNT.
           MOVE 0 TO WS-TRAIL-CNT.
           INSPECT FUNCTION REVERSE(PAY-REC)
                   TALLYING WS-TRAIL-CNT FOR LEADING SPACES.
           COMPUTE WS-LINE-LEN = 100 - WS-TRAIL-CNT.
           UNSTRING PAY-REC(1:WS-LINE-LEN) DELIMITED BY WS-DELIMITER
               INTO WS-PAY-ACC  COUNT IN WS-PAY-ACC-LEN
                    WS-PAY-CURR COUNT IN WS-PAY-CURR-LEN
                    WS-PAY-AMT  COUNT IN WS-PAY-AMT-LEN
                    WS-PAY-DATE COUNT IN WS-PAY-DATE-LEN
                    WS-PAY-TYPE COUNT IN WS-PAY-TYPE-LEN
                    WS-PAY-XACC COUNT IN WS-PAY-XACC-LEN
                    WS-PAY-XCURR COUNT IN WS-PAY-XCURR-LEN
               TALLYING IN WS-FIELD-CNT
           END-UNSTRING.
           IF WS-FIELD-CNT < 4
              MOVE 'MISSING FIELDS ON PAYMENT LINE' TO WS-CNV-REASON
           END-IF.
       P320-CONVERT-ACCOUNT.
           IF WS-PAY-ACC-LEN = 0 OR WS-PAY-ACC-LEN > 5
              MOVE 'BAD ACCOUNT NUMBER' TO WS-CNV-REASON
           ELSE
              IF WS-PAY-ACC(1:WS-PAY-ACC-LEN) NOT NUMERIC
                 MOVE 'BAD ACCOUNT NUMBER' TO WS-CNV-REASON
              ELSE
                 COMPUTE WS-ACC-ID =
                         FUNCTION NUMVAL(WS-PAY-ACC(1:WS-PAY-ACC-LEN))
              END-IF
           END-IF.
       P330-CONVERT-CURRENCY.
           MOVE 0 TO WS-CURR-FOUND.
           IF WS-PAY-CURR-LEN NOT = 3
              MOVE 'BAD CURRENCY CODE' TO WS-CNV-REASON
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-PAY-CURR) TO WS-PAY-CURR
              PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                      UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
                 IF WS-CURRENCY-ALPHA(WS-CURRENCY-IDX) =
                                                  WS-PAY-CURR(1:3)
                    MOVE WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                                                  TO WS-ACC-CURRENCY
                    MOVE WS-CURRENCY-DEC(WS-CURRENCY-IDX)
                                                  TO WS-CURR-DEC
                    MOVE 1 TO WS-CURR-FOUND
                    SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
                 END-IF
              END-PERFORM
              IF WS-CURR-FOUND = 0
                 MOVE 'CURRENCY CODE NOT ON CUR-FILE' TO WS-CNV-REASON
              END-IF
           END-IF.
       P340-CONVERT-AMOUNT.
           IF WS-PAY-AMT-LEN = 0 OR WS-PAY-AMT-LEN > 20
              MOVE 'BAD AMOUNT' TO WS-CNV-REASON
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-PAY-AMT) NOT = 0
              MOVE 'BAD AMOUNT' TO WS-CNV-REASON
           ELSE
              MOVE 0 TO WS-INT-LEN
              MOVE 0 TO WS-FRAC-LEN
              INSPECT WS-PAY-AMT(1:WS-PAY-AMT-LEN)
                      TALLYING WS-INT-LEN
                      FOR CHARACTERS BEFORE INITIAL '.'
              IF WS-INT-LEN < WS-PAY-AMT-LEN
                 COMPUTE WS-FRAC-LEN =
                         WS-PAY-AMT-LEN - WS-INT-LEN - 1
              END-IF
              IF WS-FRAC-LEN > WS-CURR-DEC
                 MOVE 'MORE DECIMALS THAN CURRENCY ALLOWS'
                                                     TO WS-CNV-REASON
              ELSE
                 COMPUTE WS-AMT-DEC = FUNCTION NUMVAL(WS-PAY-AMT)
                    ON SIZE ERROR
                       MOVE 'AMOUNT TOO LARGE' TO WS-CNV-REASON
                 END-COMPUTE
                 IF WS-CNV-REASON = SPACES
                    COMPUTE WS-SCALE = 10 ** WS-CURR-DEC
                    COMPUTE WS-AMT-SCALED = WS-AMT-DEC * WS-SCALE
                       ON SIZE ERROR
                          MOVE 'AMOUNT TOO LARGE' TO WS-CNV-REASON
                    END-COMPUTE
                 END-IF
                 IF WS-CNV-REASON = SPACES
                    IF WS-AMT-SCALED = 0
                       MOVE 'ZERO AMOUNT' TO WS-CNV-REASON
                    ELSE
                       MOVE WS-AMT-SCALED TO WS-ACC-AMOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
       P350-CONVERT-DATE.
           MOVE SPACES TO WS-DATE-X.
           EVALUATE TRUE
              WHEN WS-PAY-DATE-LEN = 10
               AND WS-PAY-DATE(5:1) = '-'
               AND WS-PAY-DATE(8:1) = '-'
                 STRING WS-PAY-DATE(1:4) WS-PAY-DATE(6:2)
                        WS-PAY-DATE(9:2)
                        DELIMITED BY SIZE INTO WS-DATE-X
                 END-STRING
              WHEN WS-PAY-DATE-LEN = 8
                 MOVE WS-PAY-DATE(1:8) TO WS-DATE-X
              WHEN OTHER
                 MOVE 'BAD DATE FORMAT' TO WS-CNV-REASON
           END-EVALUATE.
           IF WS-CNV-REASON = SPACES
              IF WS-DATE-X NOT NUMERIC
                 MOVE 'BAD DATE FORMAT' TO WS-CNV-REASON
              ELSE
                 MOVE WS-DATE-X TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                    MOVE 'INVALID CALENDAR DATE' TO WS-CNV-REASON
                 ELSE
                    COMPUTE WS-ACC-VALUE-DATE =
                            FUNCTION DAY-OF-INTEGER(
                            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM))
                 END-IF
              END-IF
           END-IF.
       P360-CONVERT-TYPE.
           IF WS-PAY-TYPE-LEN = 0
              MOVE 'P' TO WS-ACC-TRAN-TYPE
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-PAY-TYPE) TO WS-PAY-TYPE
              IF WS-PAY-TYPE-LEN > 1
              OR NOT (WS-PAY-TYPE(1:1) = 'P' OR 'R' OR 'J' OR 'T')
                 MOVE 'BAD TRANSACTION TYPE' TO WS-CNV-REASON
              ELSE
                 MOVE WS-PAY-TYPE(1:1) TO WS-ACC-TRAN-TYPE
              END-IF
           END-IF.
           IF WS-CNV-REASON = SPACES
              IF WS-ACC-TRAN-TYPE = 'T'
                 PERFORM P370-CONVERT-TRANSFER
              ELSE
              IF WS-FIELD-CNT > 5
                 MOVE 'RECEIVING ACCOUNT GIVEN ON A NON-T LINE'
                                                     TO WS-CNV-REASON
              END-IF
              END-IF
           END-IF.
       P370-CONVERT-TRANSFER.
           IF WS-FIELD-CNT < 7
              MOVE 'TRANSFER NEEDS RECEIVING ACCOUNT AND CCY'
                                                     TO WS-CNV-REASON
           ELSE
           IF WS-ACC-AMOUNT NOT > 0
              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE' TO WS-CNV-REASON
           ELSE
           IF WS-PAY-XACC-LEN = 0 OR WS-PAY-XACC-LEN > 5
              MOVE 'BAD RECEIVING ACCOUNT NUMBER' TO WS-CNV-REASON
           ELSE
           IF WS-PAY-XACC(1:WS-PAY-XACC-LEN) NOT NUMERIC
              MOVE 'BAD RECEIVING ACCOUNT NUMBER' TO WS-CNV-REASON
           ELSE
              COMPUTE WS-XFER-ID-NUM =
                      FUNCTION NUMVAL(WS-PAY-XACC(1:WS-PAY-XACC-LEN))
              PERFORM P375-CONVERT-XFER-CURRENCY
           END-IF
           END-IF
           END-IF
           END-IF.
       P375-CONVERT-XFER-CURRENCY.
           MOVE 0 TO WS-CURR-FOUND.
           IF WS-PAY-XCURR-LEN NOT = 3
              MOVE 'BAD RECEIVING CURRENCY CODE' TO WS-CNV-REASON
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-PAY-XCURR) TO WS-PAY-XCURR
              PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
                      UNTIL WS-CURRENCY-IDX > WS-CURRENCY-CNT
                 IF WS-CURRENCY-ALPHA(WS-CURRENCY-IDX) =
                                                  WS-PAY-XCURR(1:3)
                    MOVE WS-CURRENCY-NUM(WS-CURRENCY-IDX)
                                                  TO WS-XFER-CURR-NUM
                    MOVE 1 TO WS-CURR-FOUND
                    SET WS-CURRENCY-IDX TO WS-CURRENCY-CNT
                 END-IF
              END-PERFORM
              IF WS-CURR-FOUND = 0
                 MOVE 'RECEIVING CURRENCY NOT ON CUR-FILE'
                                                     TO WS-CNV-REASON
              ELSE
              IF WS-XFER-ID-NUM = WS-ACC-ID
              AND WS-XFER-CURR-NUM = WS-ACC-CURRENCY
                 MOVE 'TRANSFER TO THE SAME ACCOUNT' TO WS-CNV-REASON
              ELSE
                 MOVE WS-XFER-ID-NUM TO WS-ACC-XFER-ACC-ID
                 MOVE WS-XFER-CURR-NUM TO WS-ACC-XFER-CURRENCY
              END-IF
              END-IF
           END-IF.
       U100-ACC-WRITE.
           MOVE 0 TO WS-ACC-RECYCLE-CNT.
           MOVE WS-ACC-DETAIL TO ACC-REC.
           WRITE ACC-REC.
           ADD 1 TO CONVERTED-CNT.
           IF WS-ACC-TRAN-TYPE = 'T'
              ADD 1 TO XFER-CNT
           END-IF.
           IF WS-ACC-AMOUNT < 0
              SUBTRACT WS-ACC-AMOUNT FROM WS-HASH
           ELSE
              ADD WS-ACC-AMOUNT TO WS-HASH
           END-IF.
       U200-CNV-WRITE.
           MOVE SPACES TO CNV-REC.
           MOVE READ-CNT TO CNV-SEQ.
           MOVE PAY-REC TO CNV-PAY-IMAGE.
           MOVE WS-CNV-REASON TO CNV-REASON.
           WRITE CNV-REC.
           ADD 1 TO ERROR-CNT.
       P900-WRITE-ACC-TRAILER.
           MOVE CONVERTED-CNT TO WS-ACC-TRL-CNT.
           MOVE WS-HASH TO WS-ACC-TRL-HASH.
           MOVE WS-ACC-TRAILER TO ACC-REC.
           WRITE ACC-REC.
       P999-REPORT.
           DISPLAY "ODEV015 CYCLE " WS-CYCLE-NUM
                   " READ " READ-CNT
                   " BLANK " BLANK-CNT
                   " CONVERTED " CONVERTED-CNT
                   " TRANSFERS " XFER-CNT
                   " ERRORS " ERROR-CNT
                   " HASH " WS-HASH.
       0800-CLOSE-FILES.
           CLOSE PAY-FILE.
           CLOSE ACC-FILE.
           CLOSE CNV-FILE.
       9999-EXIT.
           STOP RUN.

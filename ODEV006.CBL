           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
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
       FD  CYC-FILE.
           COPY CYCREC.
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-CYC                 PIC 9(2).
              88 CYC-SUCC                         VALUE 00 97.
              88 CYC-EOF                          VALUE 10.
              88 CYC-NOT-FOUND                    VALUE 35.
       77  WS-RUN-MODE                   PIC X(7) VALUE 'UNLOAD'.
           88 MODE-UNLOAD                        VALUE 'UNLOAD'.
           88 MODE-RELOAD                        VALUE 'RELOAD'.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-LOG-ID                     PIC 9(5) VALUE 0.
       77  WS-LOG-CURR                   PIC 9(3) VALUE 0.
       01  WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-CYC-IDX.
              10 WS-CYC-T-CYCLE          PIC 9(6).
              10 WS-CYC-T-OVERRIDE       PIC X(1).
       77  WS-CYC-CNT                    PIC 9(2) VALUE 0.
       77  WS-CYC-REFUSED                PIC 9(1) VALUE 0.
       77  WS-STEP-UNLOAD                PIC 9(1) VALUE 1.
       77  WS-STEP-POST                  PIC 9(1) VALUE 2.
       77  WS-CYC-STEP                   PIC 9(1) VALUE 1.
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
           IF MODE-UNLOAD
              PERFORM 0070-CHECK-CYCLE-LEDGER
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           IF MODE-UNLOAD
              PERFORM 0850-RECORD-CYCLE-LEDGER
           END-IF.
           PERFORM 9999-EXIT.

       0050-READ-PARAMETERS.
                      "CONVERT. EXITING..."
              STOP RUN
           END-IF.
           IF MODE-UNLOAD AND WS-CYC-CNT = 0
              DISPLAY "ODEV006 CYCLE MUST BE SET FOR UNLOAD, ONE "
                      "LINE PER CYCLE TO BE POSTED. EXITING..."
              STOP RUN
           END-IF.
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
           EVALUATE PRM-KEYWORD
              WHEN 'MODE'
                 MOVE PRM-VALUE(1:7) TO WS-RUN-MODE
              WHEN 'CYCLE'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    IF WS-CYC-CNT = 20
                       DISPLAY "ODEV006 ACCEPTS AT MOST 20 CYCLE "
                               "PARAMETERS. EXITING..."
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CYC-CNT
                    COMPUTE WS-CYC-T-CYCLE(WS-CYC-CNT) =
                    FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    DISPLAY "ODEV006 CYCLE MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'OVERRIDE'
                 IF PRM-VALUE(1:1) = 'Y' OR 'y' OR 'N' OR 'n'
                    MOVE PRM-VALUE(1:1) TO WS-CYC-OVERRIDE
                 ELSE
                    DISPLAY "ODEV006 OVERRIDE MUST BE Y OR N. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV006 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0070-CHECK-CYCLE-LEDGER.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
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
              DISPLAY "ODEV006 RUN REFUSED -- OVERRIDE Y ON PRM-FILE "
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
           IF CYC-STEP-ATTEMPTED(WS-STEP-POST)
              MOVE "CYCLE ALREADY POSTED" TO WS-CYC-REASON
           END-IF.
       0079-REFUSE-OR-OVERRIDE.
           IF CYC-OVERRIDE-ON
              DISPLAY "WARNING: ODEV006 CYCLE " CYC-CYCLE " "
                      WS-CYC-REASON
              DISPLAY "WARNING: ODEV006 PREREQUISITE OVERRIDDEN BY "
                      "OPERATOR"
              MOVE 'Y' TO WS-CYC-T-OVERRIDE(WS-CYC-IDX)
           ELSE
              DISPLAY "ODEV006 CYCLE " CYC-CYCLE
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
           EVALUATE TRUE
              WHEN MODE-UNLOAD
           WRITE LOG-REC.
           DISPLAY "ODEV006 " WS-RUN-MODE " RECS " REC-CNT
                   " ERRS " ERROR-CNT " HASH " BAL-HASH.
           IF ERROR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       U100-LOG-WRITE.
           IF IDX-ID NUMERIC
              MOVE IDX-ID TO WS-LOG-ID
              CLOSE BKP-FILE
           END-IF.
           CLOSE LOG-FILE.
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
           MOVE REC-CNT TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE ERROR-CNT TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF WS-CYC-RC = 0
              MOVE 'C' TO CYC-STEP-STATUS(WS-CYC-STEP)
           ELSE
              MOVE 'F' TO CYC-STEP-STATUS(WS-CYC-STEP)
           END-IF.
           REWRITE CYC-REC.
           IF NOT CYC-SUCC
              DISPLAY "WARNING: COULD NOT RECORD THE END OF ODEV006 "
                      "ON THE CYCLE LEDGER FOR CYCLE " CYC-CYCLE
              MOVE 1 TO WS-CYC-WRITE-ERR
           END-IF.
       9999-EXIT.
           STOP RUN.

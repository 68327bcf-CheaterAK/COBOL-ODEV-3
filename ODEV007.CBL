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
       77  WS-RUN-MODE                   PIC X(7) VALUE 'ARCHIVE'.
           88 MODE-ARCHIVE                       VALUE 'ARCHIVE'.
           88 MODE-RESTORE                       VALUE 'RESTORE'.
       77  WS-RESTORE-CURR-X             PIC X(3) VALUE SPACES.
       77  WS-RESTORE-ID                 PIC 9(5) VALUE 0.
       77  WS-RESTORE-CURR               PIC 9(3) VALUE 0.
       77  WS-CYCLE-X                    PIC X(6) VALUE SPACES.
       77  WS-CYCLE-NUM                  PIC 9(6) VALUE 0.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-TODAY-YYYYDDD              PIC 9(7) VALUE 0.
       77  WS-TODAY-INT                  PIC 9(8) VALUE 0.
       77  WS-LOG-MSG                    PIC X(40) VALUE SPACES.
       77  WS-LOG-ID                     PIC 9(5) VALUE 0.
       77  WS-LOG-CURR                   PIC 9(3) VALUE 0.
       77  WS-STEP-PROOF                 PIC 9(1) VALUE 3.
       77  WS-CYC-STEP                   PIC 9(1) VALUE 6.
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
           FUNCTION INTEGER-OF-DAY(WS-TODAY-YYYYDDD).
           IF MODE-ARCHIVE
              PERFORM 0010-GET-CUTOFF
              PERFORM 0070-CHECK-CYCLE-LEDGER
           ELSE
              PERFORM 0020-GET-RESTORE-KEY
           END-IF.
           PERFORM 0110-FILE-CONTROL.
           PERFORM 0200-PROCESS-FILE.
           PERFORM 0800-CLOSE-FILES.
           IF MODE-ARCHIVE
              PERFORM 0850-RECORD-CYCLE-LEDGER
           END-IF.
           PERFORM 9999-EXIT.

       0010-GET-CUTOFF.
           IF WS-CYCLE-X = SPACES
              DISPLAY "ODEV007 CYCLE MUST BE SET TO THE PROVED CYCLE "
                      "FOR ARCHIVE. EXITING..."
              STOP RUN
           END-IF.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-CUTOFF-DAYS.

       0020-GET-RESTORE-KEY.
                 MOVE PRM-VALUE(1:5) TO WS-RESTORE-ID-X
              WHEN 'RESTORE-CURR'
                 MOVE PRM-VALUE(1:3) TO WS-RESTORE-CURR-X
              WHEN 'CYCLE'
                 IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                    MOVE PRM-VALUE(1:6) TO WS-CYCLE-X
                    COMPUTE WS-CYCLE-NUM = FUNCTION NUMVAL(PRM-VALUE)
                 ELSE
                    DISPLAY "ODEV007 CYCLE MUST BE NUMERIC. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'OVERRIDE'
                 IF PRM-VALUE(1:1) = 'Y' OR 'y' OR 'N' OR 'n'
                    MOVE PRM-VALUE(1:1) TO WS-CYC-OVERRIDE
                 ELSE
                    DISPLAY "ODEV007 OVERRIDE MUST BE Y OR N. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV007 DOES NOT RECOGNISE PARAMETER "
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
           IF NOT CYC-STEP-COMPLETE(WS-STEP-PROOF)
              MOVE "CYCLE NOT PROVED" TO WS-CYC-REASON
           END-IF.
       0079-REFUSE-OR-OVERRIDE.
           IF CYC-OVERRIDE-ON
              DISPLAY "WARNING: ODEV007 CYCLE " WS-CYCLE-NUM " "
                      WS-CYC-REASON
              DISPLAY "WARNING: ODEV007 PREREQUISITE OVERRIDDEN BY "
                      "OPERATOR"
              MOVE 'Y' TO WS-CYC-OVERRIDDEN
           ELSE
              DISPLAY "ODEV007 CYCLE " WS-CYCLE-NUM
                      " OUT OF SEQUENCE -- " WS-CYC-REASON
              DISPLAY "ODEV007 RUN REFUSED -- OVERRIDE Y ON PRM-FILE "
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
           OPEN I-O IDX-FILE.
           IF MODE-ARCHIVE
              MOVE "CUTOFF-DAYS" TO LOG-REC(3:11)
              MOVE WS-CUTOFF-DAYS TO LOG-REC(20:5)
              WRITE LOG-REC
              MOVE SPACES TO LOG-REC
              MOVE "CYCLE" TO LOG-REC(3:5)
              MOVE WS-CYCLE-NUM TO LOG-REC(20:6)
              WRITE LOG-REC
           ELSE
              MOVE SPACES TO LOG-REC
              MOVE "RESTORE-ID" TO LOG-REC(3:10)
           CLOSE IDX-FILE.
           CLOSE ARC-FILE.
           CLOSE LOG-FILE.
       0850-RECORD-CYCLE-LEDGER.
           PERFORM 0072-OPEN-CYCLE-LEDGER.
           PERFORM 0074-READ-CYCLE.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-CLOCK FROM TIME.
           MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP).
           MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP).
           MOVE RETURN-CODE TO CYC-STEP-RC(WS-CYC-STEP).
           MOVE ARCHIVE-CNT TO CYC-STEP-COUNT-1(WS-CYC-STEP).
           MOVE REJECT-CNT TO CYC-STEP-COUNT-2(WS-CYC-STEP).
           IF RETURN-CODE = 0
              MOVE 'C' TO CYC-STEP-STATUS(WS-CYC-STEP)
           ELSE
              MOVE 'F' TO CYC-STEP-STATUS(WS-CYC-STEP)
           END-IF.
           REWRITE CYC-REC.
           IF NOT CYC-SUCC
              DISPLAY "WARNING: COULD NOT RECORD THE END OF ODEV007 "
                      "ON THE CYCLE LEDGER FOR CYCLE " WS-CYCLE-NUM
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CYC-FILE.
       9999-EXIT.
           STOP RUN.

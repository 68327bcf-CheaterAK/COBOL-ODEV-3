       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV024.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYC-FILE ASSIGN to CYCFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY is CYC-CYCLE
                           FILE STATUS is STATUS-CYC.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT LOG-FILE ASSIGN TO LOGFILE
                           FILE STATUS IS STATUS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CYC-FILE.
           COPY CYCREC.
       FD  PRM-FILE.
           COPY PRMREC.
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-CYC                 PIC 9(2).
              88 CYC-SUCC                         VALUE 00 97.
              88 CYC-EOF                          VALUE 10.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-LOG                 PIC 99.
              88 LOG-SUCC                         VALUE 00 97.
       01  WS-STEP-NAMES.
           05 FILLER                     PIC X(8) VALUE 'UNLOAD'.
           05 FILLER                     PIC X(8) VALUE 'POST'.
           05 FILLER                     PIC X(8) VALUE 'PROOF'.
           05 FILLER                     PIC X(8) VALUE 'ACCRUAL'.
           05 FILLER                     PIC X(8) VALUE 'BACKOUT'.
           05 FILLER                     PIC X(8) VALUE 'ARCHIVE'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-ENTRY OCCURS 6 TIMES
                             INDEXED BY WS-STEP-IDX.
              10 WS-STEP-NAME            PIC X(8).
       77  WS-STEP-UNLOAD                PIC 9(1) VALUE 1.
       77  WS-STEP-POST                  PIC 9(1) VALUE 2.
       77  WS-STEP-PROOF                 PIC 9(1) VALUE 3.
       77  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       77  WS-SELECTED                   PIC 9(1) VALUE 0.
       77  WS-POST-OUTSTANDING           PIC 9(1) VALUE 0.
       77  WS-PROOF-OUTSTANDING          PIC 9(1) VALUE 0.
       77  WS-STATUS-TEXT                PIC X(10) VALUE SPACES.
       77  READ-CNT                      PIC 9(6) VALUE 0.
       77  CYCLE-CNT                     PIC 9(6) VALUE 0.
       77  COMPLETE-CNT                  PIC 9(6) VALUE 0.
       77  FAILED-CNT                    PIC 9(6) VALUE 0.
       77  NOT-ENDED-CNT                 PIC 9(6) VALUE 0.
       77  OUTSTANDING-CNT               PIC 9(6) VALUE 0.
       77  OVERRIDE-CNT                  PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-READ-PARAMETERS.
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
              IF PRM-PROGRAM = 'ODEV024'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
       0060-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
              WHEN 'RUN-DATE'
                 IF PRM-VALUE(1:8) IS NUMERIC
                    MOVE PRM-VALUE(1:8) TO WS-RUN-DATE
                 ELSE
                    MOVE 0 TO WS-RUN-DATE
                 END-IF
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
                    DISPLAY "ODEV024 RUN-DATE MUST BE A YYYYMMDD "
                            "DATE. EXITING..."
                    STOP RUN
                 END-IF
              WHEN OTHER
                 DISPLAY "ODEV024 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN INPUT CYC-FILE.
           OPEN OUTPUT LOG-FILE.

       0110-FILE-CONTROL.
           IF NOT CYC-SUCC
              DISPLAY "CYC FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT LOG-SUCC
              DISPLAY "LOG FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           PERFORM UNTIL CYC-EOF
              READ CYC-FILE NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO READ-CNT
                    PERFORM P200-SELECT-CYCLE
                    IF WS-SELECTED = 1
                       PERFORM P300-PRINT-CYCLE
                    END-IF
              END-READ
              IF NOT CYC-SUCC AND NOT CYC-EOF
                 DISPLAY "CYC FILE READ ERROR. EXITING..."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.
           IF CYCLE-CNT = 0
              MOVE SPACES TO LOG-REC
              MOVE "NO CYCLE ACTIVITY OR OPEN EXCEPTIONS FOR THE DATE"
                                                        TO LOG-REC
              WRITE LOG-REC
           END-IF.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO LOG-REC.
           STRING "CYCLE CONTROL STATUS REPORT - RUN DATE "
                                           DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "STEPS: UNLOAD ODEV006  POST ODEV003  PROOF ODEV010  "
                                                        TO LOG-REC.
           MOVE "ACCRUAL ODEV011" TO LOG-REC(53:15).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "       BACKOUT ODEV014  ARCHIVE ODEV007" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "COUNTS: UNLOAD RECS/ERRS  POST POSTED/REJ  PROOF "
                                                        TO LOG-REC.
           MOVE "CURR/OUT-OF-BAL" TO LOG-REC(50:15).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "        ACCRUAL ACCR/READ  BACKOUT UNDONE/REJ  "
                                                        TO LOG-REC.
           MOVE "ARCHIVE ARC/REJ" TO LOG-REC(48:15).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P200-SELECT-CYCLE.
           MOVE 0 TO WS-SELECTED.
           MOVE 0 TO WS-POST-OUTSTANDING.
           MOVE 0 TO WS-PROOF-OUTSTANDING.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 6
              IF CYC-STEP-START-DATE(WS-STEP-IDX) = WS-RUN-DATE
              OR CYC-STEP-END-DATE(WS-STEP-IDX) = WS-RUN-DATE
              OR CYC-STEP-STARTED(WS-STEP-IDX)
              OR CYC-STEP-FAILED(WS-STEP-IDX)
                 MOVE 1 TO WS-SELECTED
              END-IF
           END-PERFORM.
           IF CYC-STEP-COMPLETE(WS-STEP-UNLOAD)
           AND CYC-STEP-NOT-RUN(WS-STEP-POST)
              MOVE 1 TO WS-POST-OUTSTANDING
              MOVE 1 TO WS-SELECTED
           END-IF.
           IF CYC-STEP-COMPLETE(WS-STEP-POST)
           AND CYC-STEP-NOT-RUN(WS-STEP-PROOF)
              MOVE 1 TO WS-PROOF-OUTSTANDING
              MOVE 1 TO WS-SELECTED
           END-IF.
       P300-PRINT-CYCLE.
           ADD 1 TO CYCLE-CNT.
           MOVE SPACES TO LOG-REC.
           MOVE "CYCLE" TO LOG-REC(1:5).
           MOVE CYC-CYCLE TO LOG-REC(7:6).
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "  STEP     STATUS     O START           END"
                                                        TO LOG-REC.
           MOVE "RC COUNT-1 COUNT-2" TO LOG-REC(57:18).
           WRITE LOG-REC.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 6
              PERFORM P310-PRINT-STEP
           END-PERFORM.
           IF WS-POST-OUTSTANDING = 1
              ADD 1 TO OUTSTANDING-CNT
              MOVE SPACES TO LOG-REC
              MOVE "  ** POSTING OUTSTANDING - UNLOAD COMPLETE, "
                                                        TO LOG-REC
              MOVE "ODEV003 NOT RUN" TO LOG-REC(45:15)
              WRITE LOG-REC
           END-IF.
           IF WS-PROOF-OUTSTANDING = 1
              ADD 1 TO OUTSTANDING-CNT
              MOVE SPACES TO LOG-REC
              MOVE "  ** PROOF OUTSTANDING - POSTING COMPLETE, "
                                                        TO LOG-REC
              MOVE "ODEV010 NOT RUN" TO LOG-REC(44:15)
              WRITE LOG-REC
           END-IF.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
       P310-PRINT-STEP.
           EVALUATE TRUE
              WHEN CYC-STEP-NOT-RUN(WS-STEP-IDX)
                 MOVE "NOT RUN" TO WS-STATUS-TEXT
              WHEN CYC-STEP-STARTED(WS-STEP-IDX)
                 MOVE "NOT ENDED" TO WS-STATUS-TEXT
                 ADD 1 TO NOT-ENDED-CNT
              WHEN CYC-STEP-COMPLETE(WS-STEP-IDX)
                 MOVE "COMPLETE" TO WS-STATUS-TEXT
                 ADD 1 TO COMPLETE-CNT
              WHEN CYC-STEP-FAILED(WS-STEP-IDX)
                 MOVE "FAILED" TO WS-STATUS-TEXT
                 ADD 1 TO FAILED-CNT
              WHEN CYC-STEP-BACKED-OUT(WS-STEP-IDX)
                 MOVE "BACKED OUT" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO LOG-REC.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO LOG-REC(3:8).
           MOVE WS-STATUS-TEXT TO LOG-REC(12:10).
           IF NOT CYC-STEP-NOT-RUN(WS-STEP-IDX)
              IF CYC-STEP-OVERRIDE(WS-STEP-IDX) = 'Y'
                 MOVE 'Y' TO LOG-REC(23:1)
                 ADD 1 TO OVERRIDE-CNT
              END-IF
              MOVE CYC-STEP-START-DATE(WS-STEP-IDX) TO LOG-REC(25:8)
              MOVE CYC-STEP-START-TIME(WS-STEP-IDX) TO LOG-REC(34:6)
              IF NOT CYC-STEP-STARTED(WS-STEP-IDX)
                 MOVE CYC-STEP-END-DATE(WS-STEP-IDX) TO LOG-REC(41:8)
                 MOVE CYC-STEP-END-TIME(WS-STEP-IDX) TO LOG-REC(50:6)
                 MOVE CYC-STEP-RC(WS-STEP-IDX) TO LOG-REC(57:2)
                 MOVE CYC-STEP-COUNT-1(WS-STEP-IDX) TO LOG-REC(60:7)
                 MOVE CYC-STEP-COUNT-2(WS-STEP-IDX) TO LOG-REC(68:7)
              END-IF
           END-IF.
           WRITE LOG-REC.
           IF CYC-STEP-STARTED(WS-STEP-IDX)
              MOVE SPACES TO LOG-REC
              MOVE "  ** STEP STARTED BUT NOT ENDED - STILL RUNNING "
                                                        TO LOG-REC
              MOVE "OR ABENDED" TO LOG-REC(49:10)
              WRITE LOG-REC
           END-IF.
           IF CYC-STEP-FAILED(WS-STEP-IDX)
              MOVE SPACES TO LOG-REC
              MOVE "  ** STEP FAILED - CHECK THE JOB LOG AND RERUN"
                                                        TO LOG-REC
              WRITE LOG-REC
           END-IF.
       P999-REPORT.
           MOVE SPACES TO LOG-REC.
           WRITE LOG-REC.
           MOVE "TOTAL" TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE "RD.    CYCLES COMPL  FAILED NOTEND OUTSTD OVRIDE"
                                                        TO LOG-REC.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           MOVE READ-CNT TO LOG-REC(1:6).
           MOVE CYCLE-CNT TO LOG-REC(8:6).
           MOVE COMPLETE-CNT TO LOG-REC(15:6).
           MOVE FAILED-CNT TO LOG-REC(22:6).
           MOVE NOT-ENDED-CNT TO LOG-REC(29:6).
           MOVE OUTSTANDING-CNT TO LOG-REC(36:6).
           MOVE OVERRIDE-CNT TO LOG-REC(43:6).
           WRITE LOG-REC.
           DISPLAY "ODEV024 RUN DATE " WS-RUN-DATE
                   " CYCLES " CYCLE-CNT
                   " FAILED " FAILED-CNT
                   " NOT ENDED " NOT-ENDED-CNT
                   " OUTSTANDING " OUTSTANDING-CNT.
           IF FAILED-CNT > 0 OR NOT-ENDED-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       0800-CLOSE-FILES.
           CLOSE CYC-FILE.
           CLOSE LOG-FILE.
       9999-EXIT.
           STOP RUN.

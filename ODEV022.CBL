       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV022.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
                           FILE STATUS IS STATUS-JRN.
           SELECT CJRN-FILE ASSIGN TO CJRNFILE
                           FILE STATUS IS STATUS-CJRN.
           SELECT PJRN-FILE ASSIGN TO PJRNFILE
                           FILE STATUS IS STATUS-PJRN.
           SELECT HJRN-FILE ASSIGN TO HJRNFILE
                           FILE STATUS IS STATUS-HJRN.
           SELECT SJRN-FILE ASSIGN TO SJRNFILE
                           FILE STATUS IS STATUS-SJRN.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATUS-PRM.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           FILE STATUS IS STATUS-AUD.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
           COPY JRNREC.
       FD  CJRN-FILE RECORDING MODE F.
           COPY CJRNREC.
       FD  PJRN-FILE RECORDING MODE F.
           COPY PJRNREC.
       FD  HJRN-FILE RECORDING MODE F.
           COPY HJRNREC.
       FD  SJRN-FILE RECORDING MODE F.
           COPY SJRNREC.
       FD  PRM-FILE.
           COPY PRMREC.
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC                       PIC X(132).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05    SW-RUN-DATE             PIC 9(8).
           05    SW-SEQ                  PIC 9(6).
           05    SW-SOURCE-ORD           PIC 9(1).
           05    SW-ORDINAL              PIC 9(7).
           05    SW-SOURCE               PIC X(4).
           05    SW-PROGRAM              PIC X(7).
           05    SW-CYCLE                PIC X(6).
           05    SW-ACTION               PIC X(1).
           05    SW-XFER-LEG             PIC X(1).
           05    SW-KEY-ID               PIC 9(5).
           05    SW-KEY-CURR             PIC 9(3).
           05    SW-BEFORE               PIC X(170).
           05    SW-AFTER                PIC X(170).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-JRN                 PIC 99.
              88 JRN-SUCC                         VALUE 00 97.
              88 JRN-EOF                          VALUE 10.
              88 JRN-NOT-FOUND                    VALUE 35.
           05 STATUS-CJRN                PIC 99.
              88 CJRN-SUCC                        VALUE 00 97.
              88 CJRN-EOF                         VALUE 10.
              88 CJRN-NOT-FOUND                   VALUE 35.
           05 STATUS-PJRN                PIC 99.
              88 PJRN-SUCC                        VALUE 00 97.
              88 PJRN-EOF                         VALUE 10.
              88 PJRN-NOT-FOUND                   VALUE 35.
           05 STATUS-HJRN                PIC 99.
              88 HJRN-SUCC                        VALUE 00 97.
              88 HJRN-EOF                         VALUE 10.
              88 HJRN-NOT-FOUND                   VALUE 35.
           05 STATUS-SJRN                PIC 99.
              88 SJRN-SUCC                        VALUE 00 97.
              88 SJRN-EOF                         VALUE 10.
              88 SJRN-NOT-FOUND                   VALUE 35.
           05 STATUS-PRM                 PIC 99.
              88 PRM-SUCC                         VALUE 00 97.
              88 PRM-EOF                          VALUE 10.
           05 STATUS-AUD                 PIC 99.
              88 AUD-SUCC                         VALUE 00 97.
           COPY IDXREC.
           COPY CUSREC.
           COPY HLDREC.
           COPY STOREC.
       01  WS-FIELD-TABLE.
           05 WS-FLD-ENTRY OCCURS 16 TIMES
                            INDEXED BY WS-FLD-IDX.
              10 WS-FLD-NAME             PIC X(16).
              10 WS-FLD-VALUE            PIC X(30) OCCURS 2 TIMES.
       77  WS-FLD-CNT                    PIC 9(2) VALUE 0.
       77  WS-FLD-N                      PIC 9(2) VALUE 0.
       77  WS-SIDE                       PIC 9(1) VALUE 1.
       77  WS-IMAGE                      PIC X(170) VALUE SPACES.
       77  WS-SEL-ACCOUNT-X              PIC X(5) VALUE SPACES.
       77  WS-SEL-ACCOUNT                PIC 9(5) VALUE 0.
       77  WS-SEL-FROM-DATE              PIC 9(8) VALUE 0.
       77  WS-SEL-TO-DATE                PIC 9(8) VALUE 99999999.
       77  WS-SEL-SOURCE                 PIC X(7) VALUE SPACES.
       77  WS-SELECTED                   PIC 9(1) VALUE 0.
       77  WS-ORDINAL                    PIC 9(7) VALUE 0.
       77  WS-SORT-END                   PIC 9(1) VALUE 0.
       77  WS-FLAG-TEXT                  PIC X(10) VALUE SPACES.
       77  WS-EDIT-NUM                   PIC -(17)9.
       77  WS-EDIT-DATE                  PIC 9(7) VALUE 0.
       77  WS-EDIT-KEY                   PIC 9(5) VALUE 0.
       77  WS-EDIT-CURR                  PIC 9(3) VALUE 0.
       77  WS-EDIT-SEQ                   PIC 9(4) VALUE 0.
       77  READ-CNT                      PIC 9(7) VALUE 0.
       77  SELECTED-CNT                  PIC 9(7) VALUE 0.
       77  LINE-CNT                      PIC 9(7) VALUE 0.
       77  MANUAL-BAL-CNT                PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
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
              IF PRM-PROGRAM = 'ODEV022'
                 PERFORM 0060-APPLY-PARAMETER
              END-IF
              PERFORM 0055-READ-PRM
           END-PERFORM.
           CLOSE PRM-FILE.
           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
              DISPLAY "ODEV022 FROM-DATE IS AFTER TO-DATE. EXITING..."
              STOP RUN
           END-IF.
       0055-READ-PRM.
           READ PRM-FILE
           END-READ.
       0060-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
              WHEN 'ACCOUNT'
                 IF PRM-VALUE(1:5) IS NUMERIC
                 AND PRM-VALUE(6:15) = SPACES
                    MOVE PRM-VALUE(1:5) TO WS-SEL-ACCOUNT-X
                    MOVE PRM-VALUE(1:5) TO WS-SEL-ACCOUNT
                 ELSE
                    DISPLAY "ODEV022 ACCOUNT MUST BE A 5 DIGIT "
                            "ACCOUNT OR CUSTOMER ID. EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'FROM-DATE'
                 IF PRM-VALUE(1:8) IS NUMERIC
                    MOVE PRM-VALUE(1:8) TO WS-SEL-FROM-DATE
                 ELSE
                    DISPLAY "ODEV022 FROM-DATE MUST BE YYYYMMDD. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'TO-DATE'
                 IF PRM-VALUE(1:8) IS NUMERIC
                    MOVE PRM-VALUE(1:8) TO WS-SEL-TO-DATE
                 ELSE
                    DISPLAY "ODEV022 TO-DATE MUST BE YYYYMMDD. "
                            "EXITING..."
                    STOP RUN
                 END-IF
              WHEN 'SOURCE'
                 EVALUATE PRM-VALUE(1:7)
                    WHEN 'JRN'
                    WHEN 'CJRN'
                    WHEN 'PJRN'
                    WHEN 'HJRN'
                    WHEN 'SJRN'
                    WHEN 'ODEV003'
                    WHEN 'ODEV004'
                    WHEN 'ODEV013'
                    WHEN 'ODEV016'
                    WHEN 'ODEV018'
                    WHEN 'ODEV019'
                       MOVE PRM-VALUE(1:7) TO WS-SEL-SOURCE
                    WHEN OTHER
                       DISPLAY "ODEV022 SOURCE MUST BE A JOURNAL "
                               "OR A JOURNALLING PROGRAM. EXITING..."
                       STOP RUN
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "ODEV022 DOES NOT RECOGNISE PARAMETER "
                         PRM-KEYWORD ". EXITING..."
                 STOP RUN
           END-EVALUATE.

       0100-OPEN-FILES.
           OPEN INPUT JRN-FILE.
           OPEN INPUT CJRN-FILE.
           OPEN INPUT PJRN-FILE.
           OPEN INPUT HJRN-FILE.
           OPEN INPUT SJRN-FILE.
           OPEN OUTPUT AUD-FILE.

       0110-FILE-CONTROL.
           IF NOT JRN-SUCC AND NOT JRN-NOT-FOUND
              DISPLAY "JRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CJRN-SUCC AND NOT CJRN-NOT-FOUND
              DISPLAY "CJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT PJRN-SUCC AND NOT PJRN-NOT-FOUND
              DISPLAY "PJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HJRN-SUCC AND NOT HJRN-NOT-FOUND
              DISPLAY "HJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT SJRN-SUCC AND NOT SJRN-NOT-FOUND
              DISPLAY "SJRN FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT AUD-SUCC
              DISPLAY "AUD FILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF JRN-NOT-FOUND
              DISPLAY "WARNING: JRN FILE NOT FOUND -- ODEV004 "
                      "CHANGES NOT REPORTED"
           END-IF.
           IF CJRN-NOT-FOUND
              DISPLAY "WARNING: CJRN FILE NOT FOUND -- ODEV013 "
                      "CHANGES NOT REPORTED"
           END-IF.
           IF PJRN-NOT-FOUND
              DISPLAY "WARNING: PJRN FILE NOT FOUND -- POSTING "
                      "CHANGES NOT REPORTED"
           END-IF.
           IF HJRN-NOT-FOUND
              DISPLAY "WARNING: HJRN FILE NOT FOUND -- HOLD AND "
                      "LIMIT CHANGES NOT REPORTED"
           END-IF.
           IF SJRN-NOT-FOUND
              DISPLAY "WARNING: SJRN FILE NOT FOUND -- STANDING "
                      "ORDER CHANGES NOT REPORTED"
           END-IF.

       0200-PROCESS-FILE.
           PERFORM P100-HEADER-PRINT.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-RUN-DATE SW-SEQ
                                 SW-SOURCE-ORD SW-ORDINAL
                INPUT PROCEDURE IS P200-RELEASE-JOURNALS
                OUTPUT PROCEDURE IS P400-PRINT-CHANGES.
           PERFORM P999-REPORT.
       P100-HEADER-PRINT.
           MOVE SPACES TO AUD-REC.
           MOVE "FIELD-LEVEL AUDIT TRAIL - MASTER FILE JOURNALS"
                                                        TO AUD-REC.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE "SELECTION" TO AUD-REC.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE "ACCOUNT" TO AUD-REC(3:7).
           IF WS-SEL-ACCOUNT-X = SPACES
              MOVE "ALL" TO AUD-REC(20:3)
           ELSE
              MOVE WS-SEL-ACCOUNT-X TO AUD-REC(20:5)
           END-IF.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE "DATES" TO AUD-REC(3:5).
           MOVE WS-SEL-FROM-DATE TO AUD-REC(20:8).
           MOVE WS-SEL-TO-DATE TO AUD-REC(30:8).
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE "SOURCE" TO AUD-REC(3:6).
           IF WS-SEL-SOURCE = SPACES
              MOVE "ALL" TO AUD-REC(20:3)
           ELSE
              MOVE WS-SEL-SOURCE TO AUD-REC(20:7)
           END-IF.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "DATE     SEQ    CYCLE  PROGRAM A ID    CUR FIELD"
                                                        TO AUD-REC.
           MOVE "OLD VALUE" TO AUD-REC(61:9).
           MOVE "NEW VALUE" TO AUD-REC(92:9).
           MOVE "FLAG" TO AUD-REC(123:4).
           WRITE AUD-REC.

       P200-RELEASE-JOURNALS.
           MOVE 0 TO WS-ORDINAL.
           IF JRN-SUCC
              PERFORM P210-READ-JRN
              PERFORM UNTIL JRN-EOF
                 PERFORM P215-RELEASE-JRN
                 PERFORM P210-READ-JRN
              END-PERFORM
           END-IF.
           IF CJRN-SUCC
              PERFORM P220-READ-CJRN
              PERFORM UNTIL CJRN-EOF
                 PERFORM P225-RELEASE-CJRN
                 PERFORM P220-READ-CJRN
              END-PERFORM
           END-IF.
           IF PJRN-SUCC
              PERFORM P230-READ-PJRN
              PERFORM UNTIL PJRN-EOF
                 PERFORM P235-RELEASE-PJRN
                 PERFORM P230-READ-PJRN
              END-PERFORM
           END-IF.
           IF HJRN-SUCC
              PERFORM P240-READ-HJRN
              PERFORM UNTIL HJRN-EOF
                 PERFORM P245-RELEASE-HJRN
                 PERFORM P240-READ-HJRN
              END-PERFORM
           END-IF.
           IF SJRN-SUCC
              PERFORM P250-READ-SJRN
              PERFORM UNTIL SJRN-EOF
                 PERFORM P255-RELEASE-SJRN
                 PERFORM P250-READ-SJRN
              END-PERFORM
           END-IF.
       P210-READ-JRN.
           READ JRN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P215-RELEASE-JRN.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE JRN-RUN-DATE TO SW-RUN-DATE.
           MOVE JRN-SEQ TO SW-SEQ.
           MOVE 1 TO SW-SOURCE-ORD.
           MOVE 'JRN' TO SW-SOURCE.
           MOVE 'ODEV004' TO SW-PROGRAM.
           MOVE JRN-ACTION TO SW-ACTION.
           MOVE JRN-BEFORE TO SW-BEFORE.
           MOVE JRN-AFTER TO SW-AFTER.
           PERFORM P260-IDX-KEY.
           PERFORM P300-SELECT-AND-RELEASE.
       P220-READ-CJRN.
           READ CJRN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P225-RELEASE-CJRN.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE CJRN-RUN-DATE TO SW-RUN-DATE.
           MOVE CJRN-SEQ TO SW-SEQ.
           MOVE 2 TO SW-SOURCE-ORD.
           MOVE 'CJRN' TO SW-SOURCE.
           MOVE 'ODEV013' TO SW-PROGRAM.
           MOVE CJRN-ACTION TO SW-ACTION.
           MOVE CJRN-BEFORE TO SW-BEFORE.
           MOVE CJRN-AFTER TO SW-AFTER.
           IF SW-AFTER(1:5) NUMERIC
              MOVE SW-AFTER(1:5) TO SW-KEY-ID
           ELSE
           IF SW-BEFORE(1:5) NUMERIC
              MOVE SW-BEFORE(1:5) TO SW-KEY-ID
           ELSE
              MOVE 0 TO SW-KEY-ID
           END-IF
           END-IF.
           MOVE 0 TO SW-KEY-CURR.
           PERFORM P300-SELECT-AND-RELEASE.
       P230-READ-PJRN.
           READ PJRN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P235-RELEASE-PJRN.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE PJRN-RUN-DATE TO SW-RUN-DATE.
           MOVE PJRN-SEQ TO SW-SEQ.
           MOVE 3 TO SW-SOURCE-ORD.
           MOVE 'PJRN' TO SW-SOURCE.
           MOVE 'ODEV003' TO SW-PROGRAM.
           MOVE PJRN-CYCLE TO SW-CYCLE.
           MOVE PJRN-ACTION TO SW-ACTION.
           MOVE PJRN-XFER-LEG TO SW-XFER-LEG.
           MOVE PJRN-BEFORE TO SW-BEFORE.
           MOVE PJRN-AFTER TO SW-AFTER.
           PERFORM P260-IDX-KEY.
           PERFORM P300-SELECT-AND-RELEASE.
       P240-READ-HJRN.
           READ HJRN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P245-RELEASE-HJRN.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE HJRN-RUN-DATE TO SW-RUN-DATE.
           MOVE HJRN-SEQ TO SW-SEQ.
           MOVE 4 TO SW-SOURCE-ORD.
           MOVE 'HJRN' TO SW-SOURCE.
           IF HJRN-EXPIRE
              MOVE 'ODEV003' TO SW-PROGRAM
           ELSE
              MOVE 'ODEV016' TO SW-PROGRAM
           END-IF.
           MOVE HJRN-ACTION TO SW-ACTION.
           MOVE HJRN-BEFORE TO SW-BEFORE.
           MOVE HJRN-AFTER TO SW-AFTER.
           IF HJRN-AFTER NOT = LOW-VALUES
              MOVE HJRN-AFTER TO HLD-REC
           ELSE
              MOVE HJRN-BEFORE TO HLD-REC
           END-IF.
           IF HLD-ID NUMERIC AND HLD-CURRENCY NUMERIC
              MOVE HLD-ID TO SW-KEY-ID
              MOVE HLD-CURRENCY TO SW-KEY-CURR
           ELSE
              MOVE 0 TO SW-KEY-ID
              MOVE 0 TO SW-KEY-CURR
           END-IF.
           PERFORM P300-SELECT-AND-RELEASE.
       P250-READ-SJRN.
           READ SJRN-FILE
           NOT AT END
              ADD 1 TO READ-CNT
           END-READ.
       P255-RELEASE-SJRN.
           MOVE SPACES TO SORT-WORK-REC.
           MOVE SJRN-RUN-DATE TO SW-RUN-DATE.
           MOVE SJRN-SEQ TO SW-SEQ.
           MOVE 5 TO SW-SOURCE-ORD.
           MOVE 'SJRN' TO SW-SOURCE.
           IF SJRN-PAID OR SJRN-ENDED
              MOVE 'ODEV019' TO SW-PROGRAM
           ELSE
              MOVE 'ODEV018' TO SW-PROGRAM
           END-IF.
           MOVE SJRN-ACTION TO SW-ACTION.
           MOVE SJRN-BEFORE TO SW-BEFORE.
           MOVE SJRN-AFTER TO SW-AFTER.
           IF SJRN-AFTER NOT = LOW-VALUES
              MOVE SJRN-AFTER TO STO-REC
           ELSE
              MOVE SJRN-BEFORE TO STO-REC
           END-IF.
           IF STO-ACC-ID NUMERIC AND STO-CURRENCY NUMERIC
              MOVE STO-ACC-ID TO SW-KEY-ID
              MOVE STO-CURRENCY TO SW-KEY-CURR
           ELSE
              MOVE 0 TO SW-KEY-ID
              MOVE 0 TO SW-KEY-CURR
           END-IF.
           PERFORM P300-SELECT-AND-RELEASE.
       P260-IDX-KEY.
           IF SW-AFTER(1:48) NOT = LOW-VALUES
              MOVE SW-AFTER(1:48) TO IDX-REC
           ELSE
              MOVE SW-BEFORE(1:48) TO IDX-REC
           END-IF.
           IF IDX-ID NUMERIC AND CURRENCY-CURRENCY NUMERIC
              MOVE IDX-ID TO SW-KEY-ID
              MOVE CURRENCY-CURRENCY TO SW-KEY-CURR
           ELSE
              MOVE 0 TO SW-KEY-ID
              MOVE 0 TO SW-KEY-CURR
           END-IF.
       P300-SELECT-AND-RELEASE.
           MOVE 1 TO WS-SELECTED.
           IF WS-SEL-ACCOUNT-X NOT = SPACES
           AND SW-KEY-ID NOT = WS-SEL-ACCOUNT
              MOVE 0 TO WS-SELECTED
           END-IF.
           IF SW-RUN-DATE < WS-SEL-FROM-DATE
           OR SW-RUN-DATE > WS-SEL-TO-DATE
              MOVE 0 TO WS-SELECTED
           END-IF.
           IF WS-SEL-SOURCE NOT = SPACES
           AND WS-SEL-SOURCE NOT = SW-SOURCE
           AND WS-SEL-SOURCE NOT = SW-PROGRAM
              MOVE 0 TO WS-SELECTED
           END-IF.
           IF WS-SELECTED = 1
              ADD 1 TO WS-ORDINAL
              MOVE WS-ORDINAL TO SW-ORDINAL
              ADD 1 TO SELECTED-CNT
              RELEASE SORT-WORK-REC
           END-IF.

       P400-PRINT-CHANGES.
           MOVE 0 TO WS-SORT-END.
           PERFORM P405-RETURN-CHANGE.
           PERFORM UNTIL WS-SORT-END = 1
              PERFORM P410-DECODE-CHANGE
              PERFORM P420-PRINT-FIELDS
              PERFORM P405-RETURN-CHANGE
           END-PERFORM.
       P405-RETURN-CHANGE.
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 1 TO WS-SORT-END
           END-RETURN.
       P410-DECODE-CHANGE.
           MOVE SPACES TO WS-FIELD-TABLE.
           MOVE 0 TO WS-FLD-CNT.
           MOVE 1 TO WS-SIDE.
           MOVE SW-BEFORE TO WS-IMAGE.
           PERFORM P430-DECODE-IMAGE.
           MOVE 2 TO WS-SIDE.
           MOVE SW-AFTER TO WS-IMAGE.
           PERFORM P430-DECODE-IMAGE.
       P420-PRINT-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-CNT
              IF WS-FLD-VALUE(WS-FLD-IDX, 1)
                                  NOT = WS-FLD-VALUE(WS-FLD-IDX, 2)
                 PERFORM P440-PRINT-FIELD-LINE
              END-IF
           END-PERFORM.
       P430-DECODE-IMAGE.
           EVALUATE SW-SOURCE
              WHEN 'JRN'
              WHEN 'PJRN'
                 IF WS-IMAGE(1:48) = LOW-VALUES
                    MOVE LOW-VALUES TO IDX-REC
                 ELSE
                    MOVE WS-IMAGE(1:48) TO IDX-REC
                 END-IF
                 PERFORM P500-DECODE-IDX
              WHEN 'CJRN'
                 IF WS-IMAGE = LOW-VALUES
                    MOVE LOW-VALUES TO CUS-REC
                 ELSE
                    MOVE WS-IMAGE(1:170) TO CUS-REC
                 END-IF
                 PERFORM P510-DECODE-CUS
              WHEN 'HJRN'
                 IF WS-IMAGE(1:45) = LOW-VALUES
                    MOVE LOW-VALUES TO HLD-REC
                 ELSE
                    MOVE WS-IMAGE(1:45) TO HLD-REC
                 END-IF
                 PERFORM P520-DECODE-HLD
              WHEN 'SJRN'
                 IF WS-IMAGE(1:65) = LOW-VALUES
                    MOVE LOW-VALUES TO STO-REC
                 ELSE
                    MOVE WS-IMAGE(1:65) TO STO-REC
                 END-IF
                 PERFORM P530-DECODE-STO
           END-EVALUATE.
       P440-PRINT-FIELD-LINE.
           MOVE SPACES TO AUD-REC.
           MOVE SW-RUN-DATE TO AUD-REC(1:8).
           MOVE SW-SEQ TO AUD-REC(10:6).
           MOVE SW-CYCLE TO AUD-REC(17:6).
           MOVE SW-PROGRAM TO AUD-REC(24:7).
           MOVE SW-ACTION TO AUD-REC(32:1).
           MOVE SW-KEY-ID TO AUD-REC(34:5).
           IF SW-SOURCE NOT = 'CJRN'
              MOVE SW-KEY-CURR TO AUD-REC(40:3)
           END-IF.
           MOVE WS-FLD-NAME(WS-FLD-IDX) TO AUD-REC(44:16).
           MOVE WS-FLD-VALUE(WS-FLD-IDX, 1) TO AUD-REC(61:30).
           MOVE WS-FLD-VALUE(WS-FLD-IDX, 2) TO AUD-REC(92:30).
           MOVE SPACES TO WS-FLAG-TEXT.
           IF SW-SOURCE = 'JRN'
           AND WS-FLD-NAME(WS-FLD-IDX) = 'BALANCE'
           AND SW-ACTION NOT = 'D'
              MOVE "NOT POSTED" TO WS-FLAG-TEXT
              ADD 1 TO MANUAL-BAL-CNT
           END-IF.
           IF SW-SOURCE = 'PJRN' AND SW-ACTION = 'R'
              MOVE "REVERSED" TO WS-FLAG-TEXT
           END-IF.
           IF SW-SOURCE = 'PJRN' AND SW-XFER-LEG NOT = SPACE
           AND WS-FLAG-TEXT = SPACES
              STRING "XFER LEG " SW-XFER-LEG DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
              END-STRING
           END-IF.
           MOVE WS-FLAG-TEXT TO AUD-REC(123:10).
           WRITE AUD-REC.
           ADD 1 TO LINE-CNT.

       P500-DECODE-IDX.
           MOVE 0 TO WS-FLD-N.
           PERFORM U100-NEXT-FIELD.
           MOVE 'IDX-ID' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              IF IDX-ID NUMERIC
                 MOVE IDX-ID TO WS-EDIT-KEY
                 MOVE WS-EDIT-KEY TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CURRENCY' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              IF CURRENCY-CURRENCY NUMERIC
                 MOVE CURRENCY-CURRENCY TO WS-EDIT-CURR
                 MOVE WS-EDIT-CURR TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'FIRST-NAME' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              MOVE FIRST-NAME TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'LAST-NAME' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              MOVE LAST-NAME TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'LAST-ORDER-DATE' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              IF LAST-ORDER-DATE NUMERIC
                 MOVE LAST-ORDER-DATE TO WS-EDIT-DATE
                 MOVE WS-EDIT-DATE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'BALANCE' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              IF BALANCE NUMERIC
                 MOVE BALANCE TO WS-EDIT-NUM
                 MOVE WS-EDIT-NUM TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'IDX-STATUS' TO WS-FLD-NAME(WS-FLD-N).
           IF IDX-REC NOT = LOW-VALUES
              MOVE IDX-STATUS TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
       P510-DECODE-CUS.
           MOVE 0 TO WS-FLD-N.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-ID' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-ID TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-NAME' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-NAME TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-ADDR1' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-ADDR1 TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-ADDR2' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-ADDR2 TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-ADDR3' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-ADDR3 TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-PHONE' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-PHONE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'CUS-EMAIL' TO WS-FLD-NAME(WS-FLD-N).
           IF CUS-REC NOT = LOW-VALUES
              MOVE CUS-EMAIL TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
       P520-DECODE-HLD.
           MOVE 0 TO WS-FLD-N.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-ID' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-ID NUMERIC
                 MOVE HLD-ID TO WS-EDIT-KEY
                 MOVE WS-EDIT-KEY TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-CURRENCY' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-CURRENCY NUMERIC
                 MOVE HLD-CURRENCY TO WS-EDIT-CURR
                 MOVE WS-EDIT-CURR TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-SEQ' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-SEQ NUMERIC
                 MOVE HLD-SEQ TO WS-EDIT-SEQ
                 MOVE WS-EDIT-SEQ TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-TYPE' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              MOVE HLD-TYPE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-AMOUNT' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-AMOUNT NUMERIC
                 MOVE HLD-AMOUNT TO WS-EDIT-NUM
                 MOVE WS-EDIT-NUM TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-REASON' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              MOVE HLD-REASON TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-EXPIRY-DATE' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-EXPIRY-DATE NUMERIC
                 MOVE HLD-EXPIRY-DATE TO WS-EDIT-DATE
                 MOVE WS-EDIT-DATE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-SET-DATE' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              IF HLD-SET-DATE NUMERIC
                 MOVE HLD-SET-DATE TO WS-EDIT-DATE
                 MOVE WS-EDIT-DATE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'HLD-STATUS' TO WS-FLD-NAME(WS-FLD-N).
           IF HLD-REC NOT = LOW-VALUES
              MOVE HLD-STATUS TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
       P530-DECODE-STO.
           MOVE 0 TO WS-FLD-N.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-NUM' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-NUM TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-ACC-ID' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-ACC-ID TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-CURRENCY' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-CURRENCY TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-AMOUNT' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              IF STO-AMOUNT NUMERIC
                 MOVE STO-AMOUNT TO WS-EDIT-NUM
                 MOVE WS-EDIT-NUM TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              ELSE
                 MOVE 'NOT NUMERIC' TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
              END-IF
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-TRAN-TYPE' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-TRAN-TYPE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-XFER-ACC-ID' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-XFER-ACC-ID TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-XFER-CURR' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-XFER-CURRENCY
                                 TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-FREQUENCY' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-FREQUENCY TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-NEXT-DUE' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-NEXT-DUE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-END-DATE' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-END-DATE TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-REMAINING' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-REMAINING TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-DAY-OF-MONTH' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-DAY-OF-MONTH TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-STATUS' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-STATUS TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
           PERFORM U100-NEXT-FIELD.
           MOVE 'STO-LAST-PAID' TO WS-FLD-NAME(WS-FLD-N).
           IF STO-REC NOT = LOW-VALUES
              MOVE STO-LAST-PAID TO WS-FLD-VALUE(WS-FLD-N, WS-SIDE)
           END-IF.
       U100-NEXT-FIELD.
           ADD 1 TO WS-FLD-N.
           IF WS-FLD-N > WS-FLD-CNT
              MOVE WS-FLD-N TO WS-FLD-CNT
           END-IF.

       P999-REPORT.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "TOTAL" TO AUD-REC.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE "RD.     SEL.    LINES   NOTPOSTED" TO AUD-REC.
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           MOVE READ-CNT TO AUD-REC(1:7).
           MOVE SELECTED-CNT TO AUD-REC(9:7).
           MOVE LINE-CNT TO AUD-REC(17:7).
           MOVE MANUAL-BAL-CNT TO AUD-REC(25:7).
           WRITE AUD-REC.
           MOVE SPACES TO AUD-REC.
           WRITE AUD-REC.
           MOVE "NOT POSTED = BALANCE SET DIRECTLY BY ODEV004 "
                                                        TO AUD-REC.
           MOVE "MAINTENANCE, NOT BY POSTING" TO AUD-REC(47:27).
           WRITE AUD-REC.
           DISPLAY "ODEV022 READ " READ-CNT
                   " SELECTED " SELECTED-CNT
                   " LINES " LINE-CNT
                   " NOT POSTED " MANUAL-BAL-CNT.
       0800-CLOSE-FILES.
           IF NOT JRN-NOT-FOUND
              CLOSE JRN-FILE
           END-IF.
           IF NOT CJRN-NOT-FOUND
              CLOSE CJRN-FILE
           END-IF.
           IF NOT PJRN-NOT-FOUND
              CLOSE PJRN-FILE
           END-IF.
           IF NOT HJRN-NOT-FOUND
              CLOSE HJRN-FILE
           END-IF.
           IF NOT SJRN-NOT-FOUND
              CLOSE SJRN-FILE
           END-IF.
           CLOSE AUD-FILE.
       9999-EXIT.
           STOP RUN.

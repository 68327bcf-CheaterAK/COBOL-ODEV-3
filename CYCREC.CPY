       01  CYC-REC.
           05    CYC-CYCLE               PIC 9(6).
           05    CYC-STEP OCCURS 6 TIMES.
              07    CYC-STEP-STATUS      PIC X(1).
                 88 CYC-STEP-NOT-RUN              VALUE SPACE.
                 88 CYC-STEP-STARTED              VALUE 'S'.
                 88 CYC-STEP-COMPLETE             VALUE 'C'.
                 88 CYC-STEP-FAILED               VALUE 'F'.
                 88 CYC-STEP-BACKED-OUT           VALUE 'B'.
                 88 CYC-STEP-ATTEMPTED            VALUE 'S' 'C' 'F'.
              07    CYC-STEP-OVERRIDE    PIC X(1).
              07    CYC-STEP-START-DATE  PIC 9(8).
              07    CYC-STEP-START-TIME  PIC 9(6).
              07    CYC-STEP-END-DATE    PIC 9(8).
              07    CYC-STEP-END-TIME    PIC 9(6).
              07    CYC-STEP-RC          PIC 9(2).
              07    CYC-STEP-COUNT-1     PIC 9(7).
              07    CYC-STEP-COUNT-2     PIC 9(7).

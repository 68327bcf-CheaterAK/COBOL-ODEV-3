       01  PND-REC.
           05    PND-KEY.
              07    PND-ARR-CYCLE        PIC 9(6).
              07    PND-ARR-SEQ          PIC 9(6).
           05    PND-DUE-DATE            PIC 9(7).
           05    PND-STATUS              PIC X(1).
              88 PND-STS-PENDING                  VALUE 'P'.
              88 PND-STS-RELEASED                 VALUE 'R'.
              88 PND-STS-CANCELLED                VALUE 'C'.
              88 PND-STS-BACKED-OUT               VALUE 'B'.
           05    PND-STORED-DATE         PIC 9(8).
           05    PND-REL-CYCLE           PIC 9(6).
           05    PND-ACC-REC             PIC X(50).

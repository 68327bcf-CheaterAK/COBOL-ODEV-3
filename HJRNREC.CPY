       01  HJRN-REC.
           05    HJRN-RUN-DATE           PIC 9(8).
           05    HJRN-SEQ                PIC 9(6).
           05    HJRN-ACTION             PIC X(1).
              88 HJRN-ADD                         VALUE 'A'.
              88 HJRN-CHANGE                      VALUE 'C'.
              88 HJRN-DELETE                      VALUE 'D'.
              88 HJRN-EXPIRE                      VALUE 'E'.
           05    HJRN-BEFORE             PIC X(45).
           05    HJRN-AFTER              PIC X(45).

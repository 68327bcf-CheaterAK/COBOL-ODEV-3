       01  SJRN-REC.
           05    SJRN-RUN-DATE           PIC 9(8).
           05    SJRN-SEQ                PIC 9(6).
           05    SJRN-ACTION             PIC X(1).
              88 SJRN-ADD                         VALUE 'A'.
              88 SJRN-CHANGE                      VALUE 'C'.
              88 SJRN-CANCEL                      VALUE 'X'.
              88 SJRN-PAID                        VALUE 'P'.
              88 SJRN-ENDED                       VALUE 'E'.
           05    SJRN-BEFORE             PIC X(65).
           05    SJRN-AFTER              PIC X(65).

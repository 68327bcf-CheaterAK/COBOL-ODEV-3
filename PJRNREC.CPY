              88 PJRN-REVERSED                    VALUE 'R'.
           05    PJRN-BEFORE             PIC X(48).
           05    PJRN-AFTER              PIC X(48).
           05    PJRN-XFER-LEG           PIC X(1).
              88 PJRN-XFER-DEBIT                  VALUE 'D'.
              88 PJRN-XFER-CREDIT                 VALUE 'C'.

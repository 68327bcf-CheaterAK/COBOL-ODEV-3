       01  STO-REC.
           05    STO-NUM                 PIC 9(6).
           05    STO-ACC-ID              PIC 9(5).
           05    STO-CURRENCY            PIC 9(3).
           05    STO-AMOUNT              PIC S9(13).
           05    STO-TRAN-TYPE           PIC X(1).
           05    STO-XFER-ACC-ID         PIC X(5).
           05    STO-XFER-CURRENCY       PIC X(3).
           05    STO-FREQUENCY           PIC X(1).
              88 STO-FREQ-WEEKLY                  VALUE 'W'.
              88 STO-FREQ-MONTHLY                 VALUE 'M'.
              88 STO-FREQ-QUARTERLY               VALUE 'Q'.
           05    STO-NEXT-DUE            PIC 9(7).
           05    STO-END-DATE            PIC 9(7).
           05    STO-REMAINING           PIC 9(4).
              88 STO-UNLIMITED                    VALUE 9999.
           05    STO-DAY-OF-MONTH        PIC 9(2).
           05    STO-STATUS              PIC X(1).
              88 STO-STS-ACTIVE                   VALUE 'A'.
              88 STO-STS-CANCELLED                VALUE 'C'.
              88 STO-STS-ENDED                    VALUE 'E'.
           05    STO-LAST-PAID           PIC 9(7).

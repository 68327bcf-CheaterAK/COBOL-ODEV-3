       01  HLD-REC.
           05    HLD-KEY.
              07    HLD-ID               PIC S9(5) COMP-3.
              07    HLD-CURRENCY         PIC S9(3) COMP.
              07    HLD-SEQ              PIC S9(4) COMP.
           05    HLD-TYPE                PIC X(1).
              88 HLD-TYPE-LIMIT                   VALUE 'L'.
              88 HLD-TYPE-HOLD                    VALUE 'H'.
           05    HLD-AMOUNT              PIC S9(15) COMP-3.
           05    HLD-REASON              PIC X(20).
           05    HLD-EXPIRY-DATE         PIC S9(7) COMP-3.
           05    HLD-SET-DATE            PIC S9(7) COMP-3.
           05    HLD-STATUS              PIC X(1).
              88 HLD-STS-ACTIVE                   VALUE 'A'.
              88 HLD-STS-RELEASED                 VALUE 'R'.
              88 HLD-STS-EXPIRED                  VALUE 'E'.

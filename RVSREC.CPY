       01  RVS-REC.
           05    RVS-CURRENCY            PIC 9(3).
           05    RVS-RATE                PIC 9(3)V9(6).
           05    RVS-BALANCE             PIC S9(18).
           05    RVS-BASE-VALUE          PIC S9(18).
           05    RVS-DATE                PIC 9(8).

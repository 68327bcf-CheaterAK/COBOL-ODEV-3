       01  CUR-REC.
           05    CUR-NUM                 PIC 9(3).
           05    CUR-ALPHA               PIC X(3).
           05    CUR-DECIMALS            PIC 9(1).
           05    CUR-RATE                PIC 9(3)V9(6).
           05    CUR-LIMIT               PIC 9(13).
           05    CUR-CR-RATE             PIC 9(2)V9(6).
           05    CUR-DR-RATE             PIC 9(2)V9(6).
           05    CUR-XS-RATE             PIC 9(2)V9(6).

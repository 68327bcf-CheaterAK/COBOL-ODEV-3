                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05    HIS-BAL-AFTER           PIC S9(15)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05    HIS-SEQ                 PIC 9(6).
           05    HIS-XFER-ACC-ID         PIC 9(5).
           05    HIS-XFER-CURRENCY       PIC 9(3).

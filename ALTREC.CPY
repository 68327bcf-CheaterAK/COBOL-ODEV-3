       01  ALT-REC.
           05    ALT-RUN-DATE            PIC 9(8).
           05    ALT-CUS-ID              PIC 9(5).
           05    ALT-TYPE                PIC X(1).
              88 ALT-TYPE-CUMULATIVE              VALUE 'C'.
              88 ALT-TYPE-NEAR-LIMIT              VALUE 'N'.
           05    ALT-WINDOW-FROM         PIC 9(7).
           05    ALT-WINDOW-TO           PIC 9(7).
           05    ALT-TOTAL-BASE          PIC S9(18)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05    ALT-MOVE-CNT            PIC 9(5).
           05    ALT-NEAR-CNT            PIC 9(5).
           05    ALT-LAST-VALUE-DATE     PIC 9(7).

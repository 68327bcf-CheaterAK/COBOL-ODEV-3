       01  POS-REC.
           05    POS-RUN-DATE            PIC 9(8).
           05    POS-CUS-ID              PIC 9(5).
           05    POS-NAME                PIC X(30).
           05    POS-ACC-CNT             PIC 9(3).
           05    POS-NO-RATE-CNT         PIC 9(3).
           05    POS-NET-BASE            PIC S9(18)
                                   SIGN IS TRAILING SEPARATE CHARACTER.
           05    POS-FLAG                PIC X(1).
              88 POS-FLAG-NONE                    VALUE ' '.
              88 POS-FLAG-NEGATIVE                VALUE 'N'.
              88 POS-FLAG-CONCENTRATION           VALUE 'C'.

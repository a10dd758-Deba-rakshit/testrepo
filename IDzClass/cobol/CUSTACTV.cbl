           05  AUD-OUTCOME                PIC X(3).
           05  FILLER                     PIC X.
           05  AUD-TRAN-DETAIL            PIC X(80).
           05  FILLER                     PIC X.
           05  AUD-MAKER-ID               PIC X(8).
           05  FILLER                     PIC X.
           05  AUD-CHECKER-ID             PIC X(8).

       FD  HISTORY-FILE
           RECORDING MODE IS F.

           05  CAT-DISCH-DATE         PIC X(8).
           05  CAT-MSTR-POSITION      PIC 9(9).
           05  CAT-TIMES-ARCHIVED     PIC 9(3).
           05  CAT-DIAG-PRIMARY       PIC X(5).
           05  FILLER                 PIC X(41).

       FD  ARCHLRPT
           RECORDING MODE IS F

           05  CEN-ADMITS              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-DISCHARGES          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  CEN-SUPERVISE-NURSE     PIC X(8).
           05  FILLER                  PIC X(28).

       FD  CENSPARM
           RECORDING MODE IS F

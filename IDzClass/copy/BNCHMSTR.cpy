               10  EQUIP-CHARGE-AMT         PIC 9(5)V99.
           05  PM-CURRENT-WARD              PIC X(4).
           05  PM-ROOM-CHARGE-TOTAL         PIC 9(7)V99.
           05  PM-LAST-TRANSFER-DATE        PIC X(8).
           05  PM-READMIT-FLAG              PIC X(1).
               88  PM-READMISSION             VALUE "Y".
           05  PM-PRIOR-DISCH-DATE          PIC X(8).
           05  PM-PRIOR-DIAG-PRIMARY        PIC X(5).
           05  PM-DAYS-SINCE-PRIOR          PIC 9(3).
      *    CHARGES BILLED BY LATECHRG AFTER THE STAY WAS DISCHARGED
           05  PM-LATE-CHARGE-TOTAL         PIC 9(7)V99.
           05  PM-LATE-CHARGE-CNT           PIC 9(3).
           05  PM-LATE-CLAIM-CNT            PIC 9(2).
           05  PM-LATE-LAST-DATE            PIC X(8).
           05  FILLER                       PIC X(2306).

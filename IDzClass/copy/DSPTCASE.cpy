      *****************************************************************
      *  DSPTCASE.CPY
      *  DISPUTE CASE FILE RECORD - KEYED ON CUSTOMER NUMBER PLUS
      *  INVOICE NUMBER.  DSPTPOST OPENS A CASE THE FIRST TIME AN
      *  INVOICE CARRIES THE COLLPOST 'D' (DISPUTE) STATUS, RECORDS
      *  THE REASON AND OWNER FROM THE CASE CARDS AND CLOSES THE
      *  CASE AS UPHELD, REJECTED OR PAID.  DSPTAGE REPORTS THE
      *  OPEN CASES WEEKLY, AGED BY DAYS OPEN.  CLOSED CASES STAY
      *  ON THE FILE; A CASE IS REOPENED IF THE AGENCY RETURNS A
      *  FRESH DISPUTE ON THE SAME INVOICE.
      *****************************************************************
       01  DISPUTE-CASE-REC.
           05  DC-CASE-KEY.
               10  DC-CUST-NO               PIC 9(5).
               10  DC-INV-NO                PIC X(5).
           05  FILLER                       PIC X(1).
           05  DC-CASE-STATUS               PIC X(1).
               88  DC-CASE-OPEN                 VALUE 'O'.
               88  DC-CASE-UPHELD               VALUE 'U'.
               88  DC-CASE-REJECTED             VALUE 'R'.
               88  DC-CASE-PAID                 VALUE 'P'.
           05  FILLER                       PIC X(1).
           05  DC-OPEN-DATE                 PIC 9(8).
           05  FILLER                       PIC X(1).
           05  DC-DISPUTE-AMT               PIC 9(7)V99.
           05  FILLER                       PIC X(1).
           05  DC-REASON-CODE               PIC X(2).
           05  FILLER                       PIC X(1).
           05  DC-OWNER                     PIC X(8).
           05  FILLER                       PIC X(1).
           05  DC-CLOSE-DATE                PIC 9(8).
           05  FILLER                       PIC X(1).
           05  DC-UPHELD-AMT                PIC 9(7)V99.
           05  FILLER                       PIC X(1).
           05  DC-REASON-TEXT               PIC X(16).
           05  FILLER                       PIC X(1).

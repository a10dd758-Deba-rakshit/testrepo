      *****************************************************************
      *  CUSTREF.CPY
      *  CUSTOMER REFERENCE FILE RECORD - KEYED ON THE 5-DIGIT
      *  CUSTOMER NUMBER.  CNTRLBRK LOADS THE ACTIVE ENTRIES AT
      *  STARTUP TO RESOLVE INVOICE CUSTOMER NUMBERS INTO NAMES;
      *  CUSTRMNT MAINTAINS THE FILE (ADD / RENAME / DEACTIVATE)
      *  SOURCE CHANGE.
      *****************************************************************
       01  CUSTREF-REC.
           05  CREF-CUST-NO                 PIC X(5).
           05  CREF-CUST-NAME               PIC X(15).
           05  CREF-ACTIVE-FLAG             PIC X(1).
               88  CREF-ACTIVE                  VALUE 'A'.
               88  CREF-DEACTIVATED             VALUE 'D'.
           05  FILLER                       PIC X(59).

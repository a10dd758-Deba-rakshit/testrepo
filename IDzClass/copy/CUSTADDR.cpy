      *****************************************************************
      *  CUSTADDR.CPY
      *  CUSTOMER MAILING ADDRESS / CONTACT RECORD - KEYED ON THE
      *  5-DIGIT RECEIVABLES CUSTOMER NUMBER (SAME KEY AS CUSTREF).
      *  CUSTAMNT MAINTAINS THE FILE FROM CARDS.  CUSTSTMT, THE
      *  CNTRLBRK DUNNING LETTERS AND INVPRINT PRINT THE ADDRESS
      *  BLOCK FROM IT; A CUSTOMER WITH NO RECORD, AN INCOMPLETE
      *  ADDRESS (NO LINE 1, CITY, STATE OR ZIP) OR THE NO-MAIL
      *  FLAG IS LISTED AS AN EXCEPTION INSTEAD OF BEING PRINTED.
      *****************************************************************
       01  CUSTADDR-REC.
           05  CADR-CUST-NO                 PIC X(5).
           05  CADR-MAIL-FLAG               PIC X(1).
               88  CADR-MAIL                    VALUE 'M'.
               88  CADR-NO-MAIL                 VALUE 'N'.
           05  CADR-ATTENTION               PIC X(30).
           05  CADR-ADDR-LINE1              PIC X(30).
           05  CADR-ADDR-LINE2              PIC X(30).
           05  CADR-CITY                    PIC X(20).
           05  CADR-STATE                   PIC X(2).
           05  CADR-ZIP                     PIC X(10).
           05  CADR-PHONE                   PIC X(12).
           05  CADR-LAST-MAINT-DATE         PIC 9(8).
           05  FILLER                       PIC X(12).

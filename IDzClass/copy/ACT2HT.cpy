      *****************************************************************
      *  ACT2HT.CPY
      *  HEADER AND TRAILER CONTROL RECORDS ON THE ACT2DATA INVOICE
      *  CHAIN (ORDACT2, ACT2NEW, RESUBFIL - EVERY FILE IN THE
      *  ACT2DATA LAYOUT THAT ONE STEP HANDS TO THE NEXT).  EACH
      *  PRODUCING STEP WRITES ONE HEADER AHEAD OF ITS INVOICES AND
      *  ONE TRAILER AFTER THEM.  THE KEY SORTS THE HEADER AHEAD OF
      *  AND THE TRAILER AFTER EVERY INVOICE (CUSTOMER 00000 / 99999)
      *  AND CAN NEVER BE TAKEN FOR ONE - 'HEADR' AND 'TRAIL' ARE NOT
      *  NUMERIC INVOICE NUMBERS.  PROGRAMS THAT ONLY READ THE CHAIN
      *  SKIP BOTH; THE CONSUMING STEPS HAVE ACT2CTL PROVE THEM
      *  FIRST.  THE TRAILER AMOUNT IS THE TOTAL OF INV-AMT (COLS
      *  12-20) OVER THE INVOICES THAT CARRY A NUMERIC AMOUNT.
      *****************************************************************
       01  ACT2-CONTROL-REC.
           05  A2C-KEY                      PIC X(10).
               88  A2C-HEADER                   VALUE '00000HEADR'.
               88  A2C-TRAILER                  VALUE '99999TRAIL'.
           05  A2C-BUSINESS-DATE            PIC 9(8).
           05  A2C-PROGRAM-ID               PIC X(8).
           05  A2C-GENERATION-SEQ           PIC 9(7).
           05  A2C-RECORD-COUNT             PIC 9(9).
           05  A2C-INV-AMT-TOTAL            PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(24).

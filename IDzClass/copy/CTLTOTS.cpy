           05  CTL-RECORDS-ERROR          PIC 9(9).
           05  FILLER                     PIC X      VALUE SPACE.
           05  CTL-RETURN-CODE            PIC 9(4).
           05  FILLER                     PIC X      VALUE SPACE.
      *    INVOICE ADJUSTMENT COUNT AND NET AMOUNT - SET BY ADJPOST
      *    (ADJUSTMENTS POSTED) AND CNTRLBRK (ADJUSTED INVOICES AGED).
      *    THE CASH PROGRAMS USE THE SAME BYTES FOR CASH RECEIVED -
      *    LOCKBOX (BANK DEPOSIT) AND PAYAPPLY (NEW CASH TAKEN IN).
           05  CTL-ADJ-COUNT              PIC 9(5).
           05  CTL-CASH-COUNT  REDEFINES  CTL-ADJ-COUNT
                                          PIC 9(5).
           05  FILLER                     PIC X      VALUE SPACE.
           05  CTL-ADJ-AMOUNT             PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  CTL-CASH-AMOUNT  REDEFINES  CTL-ADJ-AMOUNT
                                          PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X      VALUE SPACE.

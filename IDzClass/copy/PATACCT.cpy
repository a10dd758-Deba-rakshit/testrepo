      *****************************************************************
      *  PATACCT.CPY
      *  PATIENT ACCOUNT RECORD (PATACCT - VSAM, 200 BYTES).  ONE
      *  ACCOUNT PER STAY, KEYED BY PATIENT ID PLUS DISCHARGE DATE SO
      *  A READMITTED PATIENT CARRIES A SEPARATE BALANCE FOR EACH
      *  STAY.  SANDBOX OPENS THE ACCOUNT AT DISCHARGE FROM THE STAY
      *  TOTAL AND THE COPAY/DEDUCTIBLE SPLIT; PATPOST APPLIES THE
      *  INSURER REMITTANCES AND PATIENT PAYMENTS; PATAGE AGES THE
      *  OPEN BALANCES AND SENDS THE SELF-PAY FOLLOW-UP STATEMENTS.
      *
      *  PA-INSURANCE-BALANCE - STILL EXPECTED FROM THE CARRIER
      *  PA-PATIENT-BALANCE   - OWED BY THE PATIENT/RESPONSIBLE PARTY
      *  A REMITTANCE'S PATIENT-RESPONSIBILITY AMOUNT MOVES FROM THE
      *  INSURANCE BALANCE TO THE PATIENT BALANCE.  THE ACCOUNT IS
      *  CLOSED WHEN BOTH BALANCES REACH ZERO.
      *****************************************************************
       01  PATIENT-ACCOUNT-REC.
           05  PA-ACCOUNT-KEY.
               10  PA-PATIENT-ID            PIC 9(6).
               10  PA-DISCH-DATE            PIC X(8).
           05  PA-DATE-ADMIT                PIC X(8).
           05  PA-PATIENT-NAME              PIC X(21).
           05  PA-RESP-PARTY                PIC X(21).
           05  PA-CARRIER-CODE              PIC X(4).
           05  PA-POLICY-NO                 PIC X(12).
           05  PA-SELF-PAY-FLAG             PIC X(1).
               88  PA-SELF-PAY                  VALUE 'Y'.
           05  PA-ACCT-STATUS               PIC X(1).
               88  PA-ACCT-OPEN                 VALUE 'O'.
               88  PA-ACCT-CLOSED               VALUE 'C'.
           05  PA-OPENING-AMOUNTS.
               10  PA-TOTAL-CHARGES         PIC S9(7)V99 COMP-3.
               10  PA-COPAY-AMT             PIC S9(7)V99 COMP-3.
               10  PA-DEDUCTIBLE-AMT        PIC S9(7)V99 COMP-3.
               10  PA-PATIENT-PORTION       PIC S9(7)V99 COMP-3.
               10  PA-INSURANCE-PORTION     PIC S9(7)V99 COMP-3.
           05  PA-POSTED-AMOUNTS.
               10  PA-INS-PAID              PIC S9(7)V99 COMP-3.
               10  PA-CONTRACT-ADJ          PIC S9(7)V99 COMP-3.
               10  PA-PAT-RESP-XFER         PIC S9(7)V99 COMP-3.
               10  PA-PATIENT-PAID          PIC S9(7)V99 COMP-3.
           05  PA-INSURANCE-BALANCE         PIC S9(7)V99 COMP-3.
           05  PA-PATIENT-BALANCE           PIC S9(7)V99 COMP-3.
           05  PA-LAST-PAYMENT-DATE         PIC X(8).
           05  PA-LAST-STMT-DATE            PIC X(8).
           05  PA-STMT-COUNT                PIC 9(3).
           05  FILLER                       PIC X(44).

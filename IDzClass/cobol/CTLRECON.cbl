           05  RL-MISSING-PGM    PIC X(8).
           05  FILLER            PIC X(18) VALUE SPACES.

       01  RL-CASH.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(22) VALUE
               'CASH VS BANK  LOCKBOX '.
           05  RL-CASH-BANK      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(10) VALUE ' PAYAPPLY '.
           05  RL-CASH-APPLIED   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RL-CASH-STATUS    PIC X(14).

       01  WORK-VARIABLES.
           05  WS-EOF-SW               PIC X(3) VALUE 'NO '.
               88  EOF-CTLTOTS               VALUE 'YES'.
           05  WS-SANDBOX-FOUND-SW     PIC X(3) VALUE 'NO '.
               88  SANDBOX-FOUND              VALUE 'YES'.

      *    CASH BALANCING - THE BANK'S LOCKBOX DEPOSIT TOTAL AGAINST
      *    THE NEW CASH PAYAPPLY TOOK IN.  ONLY CHECKED WHEN BOTH
      *    PROGRAMS REPORTED; THE LATEST RECORD OF EACH IS USED.
       01  CASH-BALANCE-FIELDS.
           05  WS-LOCKBOX-FOUND-SW     PIC X(3) VALUE 'NO '.
               88  LOCKBOX-FOUND              VALUE 'YES'.
           05  WS-PAYAPPLY-FOUND-SW    PIC X(3) VALUE 'NO '.
               88  PAYAPPLY-FOUND             VALUE 'YES'.
           05  WS-BANK-CASH            PIC S9(9)V99 VALUE ZERO.
           05  WS-APPLIED-CASH         PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY 'CTLRECON STARTING'.
           ELSE
               PERFORM 200-CHECK-MISSING-PROGRAMS
           END-IF.
           IF LOCKBOX-FOUND AND PAYAPPLY-FOUND
               PERFORM 270-CHECK-CASH-VS-BANK
           END-IF.
           IF WS-CTLHIST-OPEN-SW = 'Y'
               CLOSE CTLHIST-FILE
               PERFORM 300-ANALYZE-RUN-HISTORY
                   SET SAM1V-FOUND    TO TRUE
               WHEN 'SANDBOX '
                   SET SANDBOX-FOUND  TO TRUE
               WHEN 'LOCKBOX '
                   SET LOCKBOX-FOUND  TO TRUE
                   IF CTL-CASH-AMOUNT IS NUMERIC
                       MOVE CTL-CASH-AMOUNT TO WS-BANK-CASH
                   END-IF
               WHEN 'PAYAPPLY'
                   SET PAYAPPLY-FOUND TO TRUE
                   IF CTL-CASH-AMOUNT IS NUMERIC
                       MOVE CTL-CASH-AMOUNT TO WS-APPLIED-CASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               END-IF
           END-IF.

       270-CHECK-CASH-VS-BANK.
           MOVE WS-BANK-CASH    TO RL-CASH-BANK.
           MOVE WS-APPLIED-CASH TO RL-CASH-APPLIED.
           IF WS-BANK-CASH = WS-APPLIED-CASH
               MOVE 'OK'             TO RL-CASH-STATUS
           ELSE
               MOVE '** NO MATCH **' TO RL-CASH-STATUS
               ADD 1 TO WS-OUT-OF-BALANCE-CTR
           END-IF.
           WRITE CTLRECON-REPORT-LINE FROM RL-CASH.

       200-CHECK-MISSING-PROGRAMS.
           IF NOT ADSTAT-FOUND
               MOVE 'ADSTAT  ' TO RL-MISSING-PGM

      *****************************************************************
      *  STORDREC.CPY
      *  STANDING-ORDER MASTER (STORDMST - VSAM KSDS, 80 BYTES, KEY
      *  SO-KEY).  ONE RECORD PER RECURRING ORDER A CUSTOMER PLACES -
      *  THE SAME AMOUNT EVERY WEEK, TWO WEEKS, MONTH OR QUARTER.
      *  STORDMNT ADDS, CHANGES AND CANCELS THEM FROM CARDS; STORDGEN
      *  WRITES THE DUE ORDER TRANSACTIONS AHEAD OF SAM1V AND MOVES
      *  SO-NEXT-DUE ON.
      *
      *  SO-CUST-KEY     THE 'C' CUSTOMER KEY AS ON AN ORDER CARD
      *  SO-SEQ-NO       TELLS APART TWO STANDING ORDERS OF ONE
      *                  CUSTOMER
      *  SO-NEXT-DUE     THE NEXT SCHEDULED DATE, BEFORE ANY HOLIDAY
      *                  MOVE - A MONTHLY OR QUARTERLY ORDER KEEPS THE
      *                  DAY OF SO-START-DATE (OR THE MONTH'S LAST DAY)
      *  SO-END-DATE     LAST DATE AN ORDER MAY FALL DUE, ZERO = NONE
      *  SO-LAST-BILLED  BUSINESS DATE OF THE LAST ORDER GENERATED
      *  SO-RUN-START-DUE SO-NEXT-DUE AS IT STOOD BEFORE THAT RUN - A
      *                  RERUN FOR THE SAME BUSINESS DATE STARTS AGAIN
      *                  FROM IT
      *****************************************************************
       01  STANDING-ORDER-REC.
           05  SO-KEY.
               10  SO-CUST-KEY              PIC X(6).
               10  SO-SEQ-NO                PIC 9(2).
           05  SO-AMOUNT                    PIC 9(7)V99.
           05  SO-FREQUENCY                 PIC X(1).
               88  SO-WEEKLY                    VALUE 'W'.
               88  SO-BIWEEKLY                  VALUE 'B'.
               88  SO-MONTHLY                   VALUE 'M'.
               88  SO-QUARTERLY                 VALUE 'Q'.
               88  SO-FREQUENCY-VALID           VALUE 'W' 'B' 'M' 'Q'.
           05  SO-START-DATE                PIC 9(8).
           05  SO-END-DATE                  PIC 9(8).
           05  SO-NEXT-DUE                  PIC 9(8).
           05  SO-STATUS                    PIC X(1).
               88  SO-ACTIVE                    VALUE 'A'.
               88  SO-CANCELLED                 VALUE 'C'.
               88  SO-ENDED                     VALUE 'E'.
           05  SO-LAST-BILLED               PIC 9(8).
           05  SO-BILLED-COUNT              PIC 9(5).
           05  SO-CHANGED-DATE              PIC 9(8).
           05  SO-CHANGED-BY                PIC X(8).
           05  SO-RUN-START-DUE             PIC 9(8).

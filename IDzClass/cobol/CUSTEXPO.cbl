      * CONSOLIDATED CUSTOMER EXPOSURE REPORT.  THE SAME TRADING
      * PARTNER EXISTS TWICE IN THIS SHOP: AS A 5-CHARACTER CUST-ID
      * WITH AN ACCOUNT BALANCE ON THE SAM1V CUSTOMER MASTER, AND AS
      * A 5-DIGIT CUST-NO WITH UNPAID INVOICES ON THE CNTRLBRK AGED
      * TRIAL BALANCE.  THIS PROGRAM JOINS THE TWO THROUGH THE
      * OPERATIONS-MAINTAINED CUSTXREF FILE:
      *     COLS 1-5   CNTRLBRK CUSTOMER NUMBER
      *     COLS 7-11  SAM1V CUST-ID
      * AND MERGES THE ACCOUNT BALANCE FROM CUSTFILE WITH THE LATEST
      * AGED BUCKET TOTALS FROM THE MATBHIST SNAPSHOTS CNTRLBRK
      * APPENDS EACH RUN, ONE EXPOSURE LINE PER CUSTOMER.  CUSTOMERS
       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XR-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  XR-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X(69).

       FD  HISTORY-INPUT-FILE
           RECORDING MODE IS F.
       01  MATB-HIST-REC.
           05  MH-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(1).
           05  MH-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X(1).
           05  MH-CURRENT                 PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  MH-OVER-120                PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  MH-CUST-TOTAL              PIC 9(7)V99.
           05  FILLER                     PIC X(6).

      *    OPERATIONS-MAINTAINED CREDIT LIMITS, KEYED THE SAME WAY AS
      *    CUSTXREF (CNTRLBRK CUST-NO IN 1-5, SAM1V CUST-ID IN 7-11)
      *    WITH THE LIMIT AMOUNT AS 9(7)V99 IN COLS 13-21.
       FD  CREDLIM-FILE
           RECORDING MODE IS F.
       01  CREDLIM-RECORD.
           05  CL-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  CL-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X.
           05  CL-LIMIT-AMT               PIC 9(7)V99.
           05  FILLER                     PIC X(59).

      *    ORDER-HOLD EXTRACT - ONE RECORD PER CUSTOMER OVER ITS
      *    CREDIT LIMIT, HANDED TO ORDER ENTRY.
       01  HOLD-RECORD.
           05  HOLD-CUST-ID               PIC X(5).
           05  FILLER                     PIC X.
           05  HOLD-CUST-NO               PIC X(5).
           05  FILLER                     PIC X.
           05  HOLD-CUST-NAME             PIC X(17).
           05  FILLER                     PIC X.
           05  HOLD-EXPOSURE              PIC 9(9)V99.
           05  FILLER                     PIC X.
           05  HOLD-LIMIT                 PIC 9(7)V99.
           05  FILLER                     PIC X(31).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  WS-LIMIT-COUNT        PIC S9(4)   COMP    VALUE +0.
           05  WS-LIMIT-SUB          PIC S9(4)   COMP    VALUE +0.
           05  WS-LIMIT-SLOT         PIC S9(4)   COMP    VALUE +0.
           05  LIMIT-TABLE OCCURS 999 TIMES.
               10  LT-CUST-NO        PIC X(5).
               10  LT-CUST-ID        PIC X(5).
               10  LT-LIMIT-AMT      PIC S9(7)V99 COMP-3.
       01  LIMIT-WORK-FIELDS.
           05  WS-PCT-USED           PIC S9(5)V9  COMP-3 VALUE +0.
           05  WS-LIMIT-LOOKUP-ID    PIC X(5)     VALUE SPACES.
           05  WS-LIMIT-LOOKUP-NO    PIC X(5)     VALUE SPACES.
      *
      *    CROSS-REFERENCE BETWEEN THE TWO CUSTOMER NUMBERING
      *    SCHEMES, LOADED FROM CUSTXREF AT STARTUP.
           05  WS-XREF-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-XREF-SUB           PIC S9(4)   COMP    VALUE +0.
           05  WS-XREF-SLOT          PIC S9(4)   COMP    VALUE +0.
           05  XREF-TABLE OCCURS 999 TIMES.
               10  XT-CUST-NO        PIC X(5).
               10  XT-CUST-ID        PIC X(5).
      *
      *    LATEST AGED SNAPSHOT PER CNTRLBRK CUSTOMER, FROM MATBHIST.
           05  WS-AGED-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-AGED-SUB           PIC S9(4)   COMP    VALUE +0.
           05  WS-AGED-SLOT          PIC S9(4)   COMP    VALUE +0.
           05  AGED-TABLE OCCURS 999 TIMES.
               10  AT-CUST-NO        PIC X(5).
               10  AT-RUN-DATE       PIC 9(8).
               10  AT-OVER-60-PLUS   PIC S9(9)V99 COMP-3.
               10  AT-CUST-TOTAL     PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(92) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(5)  VALUE 'ID   '.
           05  FILLER PIC X(6)  VALUE ' NO   '.
           05  FILLER PIC X(18) VALUE ' CUSTOMER NAME    '.
           05  FILLER PIC X(12) VALUE ' ACCT BALANC'.
           05  FILLER PIC X(12) VALUE '  OPEN AR   '.
           05  FILLER PIC X(13) VALUE '   COMBINED  '.
           05  FILLER PIC X(22) VALUE ' FLAG                 '.
           05  FILLER PIC X(14) VALUE ' PCT-USED OVRL'.
           05  FILLER PIC X(18) VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CUST-NO            PIC X(5).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-CUST-NAME          PIC X(17).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-PCT-USED           PIC X(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-LIMIT-FLAG         PIC X(4).
           05  FILLER                 PIC X(18) VALUE SPACES.
       01  WS-PCT-EDIT                PIC ZZZ9.9.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           END-READ.
           IF WS-XREF-EOF NOT = 'Y'
              AND XR-CUST-ID NOT = SPACES
              AND WS-XREF-COUNT < 999
               ADD +1 TO WS-XREF-COUNT
               MOVE XR-CUST-NO TO XT-CUST-NO (WS-XREF-COUNT)
               MOVE XR-CUST-ID TO XT-CUST-ID (WS-XREF-COUNT)
           IF WS-CREDLIM-EOF NOT = 'Y'
              AND CL-CUST-ID NOT = SPACES
              AND CL-LIMIT-AMT IS NUMERIC
              AND WS-LIMIT-COUNT < 999
               ADD +1 TO WS-LIMIT-COUNT
               MOVE CL-CUST-NO   TO LT-CUST-NO (WS-LIMIT-COUNT)
               MOVE CL-CUST-ID   TO LT-CUST-ID (WS-LIMIT-COUNT)
                   UNTIL WS-AGED-SUB > WS-AGED-COUNT
                       OR WS-AGED-SLOT > 0
               IF WS-AGED-SLOT = 0
                  AND WS-AGED-COUNT < 999
                   ADD +1 TO WS-AGED-COUNT
                   MOVE WS-AGED-COUNT TO WS-AGED-SLOT
                   MOVE MH-CUST-NO TO AT-CUST-NO (WS-AGED-SLOT)

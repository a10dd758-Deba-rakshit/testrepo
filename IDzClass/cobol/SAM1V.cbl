      *        ORDINV STEP TURNS THE DAY'S ORDFILE INTO INVOICE
      *        RECORDS IN THE ACT2DATA LAYOUT THE RECEIVABLES RUN
      *        CONSUMES.
      *        STANDING ORDERS ARE NOT KEYED - THE STORDGEN STEP
      *        WRITES THEIR ORDER CARDS TO ORDTRAN AS THEY FALL DUE
      *        (CONCATENATED AHEAD OF TRANFILE) WITH THE SCHEDULED
      *        DUE DATE IN TRAN-ACTION AND 'SO' + CUSTOMER KEY +
      *        SEQUENCE NO IN TRAN-FIELD-NAME.  THEY POST LIKE ANY
      *        OTHER ORDER CARD.
      *        A CUSTOMER ON THE CUSTEXPO CREDIT-HOLD EXTRACT
      *        (CUSTHOLD) IS NOT POSTED - THE ORDER IS PENDED TO
      *        PENDOUT INSTEAD.  PENDED ORDERS CARRIED IN ON PENDIN
      *        (LAST RUN'S PENDOUT) ARE POSTED AUTOMATICALLY AT END
      *        OF THE FIRST RUN WHOSE CUSTHOLD NO LONGER LISTS THE
      *        CUSTOMER, AND CARRIED FORWARD AGAIN OTHERWISE.  EVERY
      *        PEND AND RELEASE IS WRITTEN TO CUSTAUDT.
      *
      * ORDOVR 00021C          CRD0417  <== CREDIT'S SIGNED OVERRIDE.
      *        TRAN-KEY IS THE 'C' CUSTOMER KEY AND TRAN-FIELD-NAME
      *        THE APPROVER'S ID (REQUIRED, AT MOST 8 CHARACTERS).
      *        THE NEXT ORDER FOR THAT CUSTOMER IN THIS RUN - OR,
      *        FAILING THAT, ITS OLDEST PENDED ORDER - IS POSTED
      *        DESPITE THE HOLD.  ONE CARD FORCES ONE ORDER; THE USE
      *        IS AUDITED WITH THE APPROVER AS THE CUSTAUDT CHECKER ID.
      *
      * PAYMNT 00021C                 INV12345      0012500
      *        <== CASH APPLIED BY PAYAPPLY.  WRITTEN BY THE PAYXFER
      *        STEP FROM THE DAY'S CASHHIST RECORDS (THE RECEIVABLES
      *        CUSTOMER NUMBER TRANSLATED THROUGH CUSTXREF) AND
      *        CONCATENATED INTO THE NEXT RUN'S TRANFILE.  TRAN-KEY IS
      *        THE 'C' CUSTOMER KEY, TRAN-FIELD-NAME THE RECEIVABLES
      *        INVOICE REFERENCE AND TRAN-UPDATE-DATA (AS 9(7)V99) THE
      *        AMOUNT APPLIED, WHICH IS TAKEN OFF ACCT-BALANCE WITH THE
      *        USUAL CUSTAUDT/CUSTHIST TRAIL.  AN OVERPAYMENT LEAVES A
      *        CREDIT BALANCE.
      *
      * SVCALL 00017P0003901                  2026-08-30 WEAR 0001250
      *        0000375  <== POST ONE SERVICE-CALL EVENT.  TRAN-KEY IS
      *        TRAN-FIELD-NAME = 'ID-RANGE', TRAN-UPDATE-DATA (1:5) =
      *        TO CUST-ID.
      *
      * USERID CLK0417   <== NAMES THE CLERK WHO SUBMITTED THE CARDS
      *        THAT FOLLOW IT (TRAN-KEY (1:8)), UNTIL THE NEXT USERID
      *        CARD.  EVERY CUSTAUDT RECORD CARRIES IT AS THE MAKER
      *        ID.  A RESTARTED RUN STILL PICKS IT UP WHILE SKIPPING.
      *
      * DUAL APPROVAL (MAKER/CHECKER) - DELETE, MERGE, BALANCE MAINT
      *        AND BULK ... APPLY CARDS NEVER POST ON THE RUN THAT
      *        FIRST READS THEM.  EACH IS HELD ON THE PENDING-APPROVAL
      *        FILE (APPRVOUT; APPRVIN IS THE PREVIOUS RUN'S APPRVOUT,
      *        THE SAME GENERATION PATTERN AS PENDIN/PENDOUT) UNDER A
      *        REFERENCE OF BUSINESS DATE + SEQUENCE, WITH THE MAKER'S
      *        USER ID AND THE CARD IMAGE (BULK AND ITS BULKUP CARD
      *        ARE HELD AS ONE ITEM).  CUSTAUDT OUTCOME HLD.  A CARD
      *        WITH NO USERID IN EFFECT IS REJECTED, NOT HELD.
      * APPROV 202610150001  <== A LATER RUN'S APPROVAL OF A HELD
      *        ITEM (REFERENCE IN TRAN-KEY (1:12)), SIGNED BY THE
      *        USERID IN EFFECT, WHICH MUST NOT BE THE MAKER'S.  THE
      *        HELD CARD IS POSTED AT THAT POINT IN THE DECK AND ITS
      *        CUSTAUDT RECORD CARRIES BOTH MAKER AND CHECKER IDS.
      *        AN ITEM NOT APPROVED WITHIN 7 CALENDAR DAYS OF ITS
      *        SUBMISSION (WS-APPROVAL-EXPIRE-DAYS) EXPIRES - CUSTAUDT
      *        OUTCOME EXP - AND MUST BE RE-SUBMITTED.  EVERY RUN
      *        LISTS THE QUEUE - NEW, PENDING, APPROVED, FAILED AND
      *        EXPIRED - ON CUSTRPT.
      *
      * THE FILTER/REPORT TRANSACTIONS (PRINT, SELECT, EXPORT, COPY)
      * ARE NOT SERVICED ONE AT A TIME.  THEY ARE COLLECTED IN A
      * QUEUE AND ALL SATISFIED FROM ONE SEQUENTIAL PASS OF THE
      * PASS STATISTICS.  WHEN MORE THAN ONE PRINT/SELECT IS QUEUED,
      * EACH DETAIL LINE CARRIES T01/T02/... TAGS SHOWING WHICH
      * QUEUED TRANSACTIONS SELECTED IT.
      *
      * AT STARTUP, BEFORE ANY MASTER FILE IS OPENED, PREQCHK CHECKS
      * THE RUN HISTORY (CTLHIST AND TONIGHT'S CTLTOTS): A STEP THAT
      * CTLPREQ LISTS AHEAD OF SAM1V AND HAS NOT FINISHED, OR A SAM1V
      * RUN ALREADY FINISHED FOR THE BUSINESS DATE, STOPS THE RUN
      * (RC 16, ABENDDS RECORD) UNLESS A CTLOVRD CARD OVERRIDES IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAM1V.
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SVCEVENT-STATUS.

            SELECT RUNLOCK-FILE     ASSIGN TO AS-RUNLOCK
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RUNLOCK-STATUS.

               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LOCKOVRD-STATUS.

            SELECT HOLD-FILE        ASSIGN TO CUSTHOLD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLDFILE-STATUS.

            SELECT PENDED-IN-FILE   ASSIGN TO PENDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PENDIN-STATUS.

            SELECT PENDED-OUT-FILE  ASSIGN TO PENDOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PENDOUT-STATUS.

            SELECT APPROVAL-IN-FILE ASSIGN TO APPRVIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-APPRVIN-STATUS.

            SELECT APPROVAL-OUT-FILE ASSIGN TO APPRVOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-APPRVOUT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05  AUD-OUTCOME                PIC X(3).
               88  AUD-OUTCOME-OK             VALUE 'OK '.
               88  AUD-OUTCOME-ERR            VALUE 'ERR'.
               88  AUD-OUTCOME-PENDED         VALUE 'PND'.
               88  AUD-OUTCOME-RELEASED       VALUE 'REL'.
               88  AUD-OUTCOME-OVERRIDE       VALUE 'OVR'.
               88  AUD-OUTCOME-HELD           VALUE 'HLD'.
               88  AUD-OUTCOME-EXPIRED        VALUE 'EXP'.
           05  FILLER                     PIC X       VALUE SPACE.
           05  AUD-TRAN-DETAIL            PIC X(80).
           05  FILLER                     PIC X       VALUE SPACE.
           05  AUD-MAKER-ID               PIC X(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  AUD-CHECKER-ID             PIC X(8).

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD IN COLS 1-8).
      *    A SATURDAY RERUN OF FRIDAY'S FAILED JOB SUPPLIES FRIDAY'S
      *    CANNOT UPDATE THE CUSTFILE/CST2FILE MASTERS AT ONCE.  A
      *    RUN FINDING THE FLAG 'L' REFUSES TO START; AFTER AN ABEND
      *    OPERATIONS BREAKS THE STALE LOCK WITH AN 'OVERRIDE' CARD
      *    ON LOCKOVRD.  THE DATASET IS A REUSABLE ESDS SO THE ONLINE
      *    CUSTMNT TRANSACTION CAN READ THE FLAG AND REFUSE CUSTOMER
      *    UPDATES WHILE A RUN HOLDS THE LOCK.
       FD  RUNLOCK-FILE
           RECORDING MODE IS F.
       01  RUNLOCK-RECORD.
           05  LOCKOVRD-KEYWORD           PIC X(8).
           05  FILLER                     PIC X(72).

      *    ORDER-HOLD EXTRACT WRITTEN BY CUSTEXPO - ONE RECORD PER
      *    CUSTOMER OVER ITS CREDIT LIMIT.  ORDER CARDS FOR THESE
      *    CUSTOMERS ARE PENDED, NOT POSTED.
       FD  HOLD-FILE
           RECORDING MODE IS F.
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

      *    PENDED ORDERS - PENDIN IS THE PREVIOUS RUN'S PENDOUT.
      *    BOTH CARRY THE PENDED-ORDER-REC LAYOUT.
       FD  PENDED-IN-FILE
           RECORDING MODE IS F.
       01  PENDED-IN-RECORD               PIC X(80).

       FD  PENDED-OUT-FILE
           RECORDING MODE IS F.
       01  PENDED-OUT-RECORD              PIC X(80).

      *    TRANSACTIONS HELD FOR A SECOND APPROVAL - APPRVIN IS THE
      *    PREVIOUS RUN'S APPRVOUT.  BOTH CARRY PENDING-APPROVAL-REC.
       FD  APPROVAL-IN-FILE
           RECORDING MODE IS F.
       01  APPROVAL-IN-RECORD             PIC X(200).

       FD  APPROVAL-OUT-FILE
           RECORDING MODE IS F.
       01  APPROVAL-OUT-RECORD            PIC X(200).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
           05  NUM-SVCALL-COMPLETED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-REQUESTS    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-COMPLETED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-PENDED      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-RELEASED    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDER-CARRIED     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDOVR-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-ORDOVR-COMPLETED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAYMNT-REQUESTS   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PAYMNT-COMPLETED  PIC S9(9)   COMP-3  VALUE +0.
      *
       01  MAINT-TRAN-FIELDS.
           05  WS-MAINT-FOUND-SW     PIC X(3)    VALUE 'NO '.
           05  WS-ORDFILE-STATUS     PIC X(2)    VALUE SPACES.
           05  WS-ORDER-OLD-BAL      PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-ORDER-OLD-ORD      PIC S9(7)    COMP-3 VALUE +0.
           05  WS-PAYMNT-OLD-BAL     PIC S9(7)V99 COMP-3 VALUE +0.
           05  WS-SVC-PARSE-AREA.
               10  WS-SVC-DATE           PIC X(10).
               10  FILLER                PIC X.
               10  WS-SVC-PARTS-X REDEFINES WS-SVC-PARTS PIC X(7).
               10  FILLER                PIC X(5).
      *
      *    CREDIT-HOLD ENFORCEMENT FOR ORDER CARDS.  THE CUSTHOLD
      *    EXTRACT IS LOADED ONCE AT START; ORDOVR CARDS ARM A
      *    ONE-ORDER OVERRIDE PER CUSTOMER.  WS-ORDER-KEY/AMOUNT
      *    HOLD THE ORDER BEING POSTED, WHETHER IT CAME FROM AN
      *    ORDER CARD OR FROM A RELEASED PENDED ORDER.
       01  CREDIT-HOLD-FIELDS.
           05  WS-HOLDFILE-STATUS    PIC X(2)    VALUE SPACES.
           05  WS-PENDIN-STATUS      PIC X(2)    VALUE SPACES.
           05  WS-PENDOUT-STATUS     PIC X(2)    VALUE SPACES.
           05  WS-PENDOUT-OPEN-SW    PIC X       VALUE 'N'.
           05  WS-PENDIN-EOF         PIC X       VALUE 'N'.
           05  WS-HOLD-EOF           PIC X       VALUE 'N'.
           05  WS-HOLD-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-HOLD-MAX           PIC S9(4)   COMP    VALUE +999.
           05  WS-HOLD-SUB           PIC S9(4)   COMP    VALUE +0.
           05  WS-HELD-SW            PIC X(3)    VALUE 'NO '.
               88  CUSTOMER-ON-HOLD               VALUE 'YES'.
           05  WS-HELD-EXPOSURE      PIC 9(9)V99 VALUE ZERO.
           05  WS-OVR-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-OVR-MAX            PIC S9(4)   COMP    VALUE +20.
           05  WS-OVR-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-OVR-SLOT           PIC S9(4)   COMP    VALUE +0.
           05  WS-OVR-FOUND-SW       PIC X(3)    VALUE 'NO '.
               88  OVERRIDE-ARMED                 VALUE 'YES'.
           05  WS-ORDER-DISPOSITION  PIC X       VALUE SPACE.
               88  ORDER-PENDED                   VALUE 'P'.
               88  ORDER-OVERRIDDEN               VALUE 'O'.
           05  WS-ORDER-KEY          PIC X(13)   VALUE SPACES.
           05  WS-ORDER-AMOUNT       PIC 9(7)V99 VALUE ZERO.
           05  HOLD-TABLE OCCURS 999 TIMES.
               10  HT-CUST-ID            PIC X(5).
               10  HT-EXPOSURE           PIC 9(9)V99.
           05  OVERRIDE-TABLE OCCURS 20 TIMES.
               10  OT-CUST-ID            PIC X(5).
               10  OT-APPROVER           PIC X(10).
               10  OT-USED-SW            PIC X.
       01  PENDED-ORDER-REC.
           05  PND-DATE                   PIC 9(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PND-TIME                   PIC 9(6).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PND-CUST-KEY               PIC X(6).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PND-AMOUNT                 PIC 9(7)V99.
           05  FILLER                     PIC X       VALUE SPACE.
           05  PND-EXPOSURE               PIC 9(9)V99.
           05  FILLER                     PIC X(36)   VALUE SPACES.
      *
      *    DUAL (MAKER/CHECKER) APPROVAL OF DELETE, MERGE, BALANCE
      *    MAINT AND BULK APPLY CARDS.  WS-USER-ID IS THE ID FROM THE
      *    LAST USERID CARD; WS-AUDIT-MAKER-ID/CHECKER-ID ARE WHAT
      *    THE NEXT CUSTAUDT RECORD CARRIES.  APPRVIN IS LOADED INTO
      *    APPROVAL-TABLE AT START; ITEMS HELD THIS RUN ARE WRITTEN
      *    TO APPRVOUT AT ONCE (SO A RESTART KEEPS THEM) AND ADDED TO
      *    THE TABLE AS NEW; STILL-PENDING CARRIED ITEMS GO TO
      *    APPRVOUT AT END OF RUN.
       01  DUAL-APPROVAL-FIELDS.
           05  WS-APPRVIN-STATUS     PIC X(2)    VALUE SPACES.
           05  WS-APPRVOUT-STATUS    PIC X(2)    VALUE SPACES.
           05  WS-APPRVOUT-OPEN-SW   PIC X       VALUE 'N'.
           05  WS-APPRVIN-EOF        PIC X       VALUE 'N'.
           05  WS-APPRVOUT-EOF       PIC X       VALUE 'N'.
           05  WS-USER-ID            PIC X(8)    VALUE SPACES.
           05  WS-AUDIT-MAKER-ID     PIC X(8)    VALUE SPACES.
           05  WS-AUDIT-CHECKER-ID   PIC X(8)    VALUE SPACES.
           05  WS-APPROVAL-EXPIRE-DAYS PIC S9(4) COMP    VALUE +7.
           05  WS-APPROVAL-AGE       PIC S9(9)   COMP    VALUE +0.
           05  WS-APPROVAL-NEXT-SEQ  PIC 9(4)    VALUE ZERO.
           05  WS-APPROVAL-REF       PIC X(12)   VALUE SPACES.
           05  WS-APPROVAL-TRAN-COUNT PIC S9(9)  COMP-3  VALUE +0.
           05  WS-APPROVAL-DISPOSITION PIC X     VALUE SPACE.
               88  TRAN-HELD-FOR-APPROVAL         VALUE 'H'.
           05  WS-REPLAY-SW          PIC X       VALUE 'N'.
               88  REPLAYING-APPROVED             VALUE 'Y'.
           05  NUM-APPROVAL-HELD     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APPROVAL-POSTED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APPROVAL-EXPIRED  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-APPROVAL-CARRIED  PIC S9(9)   COMP-3  VALUE +0.
           05  WS-APV-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-APV-MAX            PIC S9(4)   COMP    VALUE +200.
           05  WS-APV-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-APV-SLOT           PIC S9(4)   COMP    VALUE +0.
           05  APPROVAL-TABLE OCCURS 200 TIMES.
               10  AT-RECORD             PIC X(200).
               10  AT-STATUS             PIC X.
                   88  AT-PENDING                 VALUE 'P'.
                   88  AT-NEW                     VALUE 'N'.
                   88  AT-APPROVED                VALUE 'A'.
                   88  AT-FAILED                  VALUE 'F'.
                   88  AT-EXPIRED                 VALUE 'E'.
               10  AT-CHECKER-ID         PIC X(8).
       01  PENDING-APPROVAL-REC.
           05  PA-REF                     PIC X(12).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PA-SUBMIT-DATE             PIC 9(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PA-MAKER-ID                PIC X(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  PA-TRAN-IMAGE              PIC X(80).
           05  PA-TRAN-IMAGE2             PIC X(80).
           05  FILLER                     PIC X(9)    VALUE SPACES.
      *
      *    MERGE WORK AREA - THE DUPLICATE (FROM) CUSTOMER'S VALUES
      *    AND PRODUCTS COLLECTED ON THE SCAN PASS, APPLIED TO THE
      *    SURVIVOR ON THE UPDATE PASS.
           05  FILLER              PIC X(63)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  RPT-ORDER-HOLD.
           05  FILLER              PIC X(4)     VALUE SPACES.
           05  RPT-HOLD-ACTION     PIC X(27).
           05  RPT-HOLD-CUST-KEY   PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RPT-HOLD-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  RPT-HOLD-NOTE       PIC X(40).
           05  FILLER              PIC X(39)    VALUE SPACES.
       01  RPT-APPROVAL-HDR1.
           05  FILLER PIC X(40)
                      VALUE 'TRANSACTIONS HELD FOR SECOND APPROVAL   '.
           05  FILLER PIC X(92) VALUE SPACES.
       01  RPT-APPROVAL-HDR2.
           05  FILLER PIC X(13) VALUE 'REFERENCE    '.
           05  FILLER PIC X(9)  VALUE 'SUBMIT   '.
           05  FILLER PIC X(9)  VALUE 'MAKER    '.
           05  FILLER PIC X(9)  VALUE 'CHECKER  '.
           05  FILLER PIC X(9)  VALUE 'STATUS   '.
           05  FILLER PIC X(80) VALUE 'TRANSACTION'.
           05  FILLER PIC X(3)  VALUE SPACES.
       01  RPT-APPROVAL-DETAIL.
           05  RPT-APV-REF         PIC X(12).
           05  FILLER              PIC X        VALUE SPACES.
           05  RPT-APV-DATE        PIC 9(8).
           05  FILLER              PIC X        VALUE SPACES.
           05  RPT-APV-MAKER       PIC X(8).
           05  FILLER              PIC X        VALUE SPACES.
           05  RPT-APV-CHECKER     PIC X(8).
           05  FILLER              PIC X        VALUE SPACES.
           05  RPT-APV-STATUS      PIC X(8).
           05  FILLER              PIC X        VALUE SPACES.
           05  RPT-APV-IMAGE       PIC X(80).
           05  FILLER              PIC X(3)     VALUE SPACES.

      *    SHARED ABEND DIAGNOSTICS - FILLED IN AND PASSED TO
      *    ABENDRTN AT ANY FATAL FILE ERROR SO OPERATIONS SEES THE
       COPY ABENDWS.
       01  WS-ABEND-CKPT-NUM          PIC 9(9)  VALUE ZERO.

      *    PARAMETER AREA FOR THE JOB PREREQUISITE CHECK (PREQCHK).
       COPY PREQWS.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       000-MAIN.
           PERFORM 890-GET-BUSINESS-DATE.
           PERFORM 891-READ-CALENDAR.
           PERFORM 889-CHECK-PREREQUISITES.
           IF PQ-FAILED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *    ACCEPT CURRENT-DATE FROM DATE.
           MOVE WS-BUSINESS-YYYYMMDD (3:6) TO CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:14) TO CURRENT-TIME.

           PERFORM 895-CHECK-RESTART.
           PERFORM 900-OPEN-TRAN-AND-RPT-FILES.
           PERFORM 469-OPEN-CREDIT-HOLD-FILES.
           PERFORM 476-OPEN-APPROVAL-FILES.
           PERFORM 800-INIT-REPORT .

           PERFORM 100-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-FILE-EOF = 'Y' .

           PERFORM 165-FLUSH-QUEUED-REPORTS.
           PERFORM 470-RELEASE-PENDED-ORDERS.
           PERFORM 479-CARRY-APPROVAL-QUEUE.
           PERFORM 905-CLOSE-TRAN-AND-RPT-FILES.
           PERFORM 570-CLEAR-CHECKPOINT.
           PERFORM 906-WRITE-CONTROL-TOTALS.
                 WRITE REPORT-RECORD FROM RPT-TRAN-DETAIL
                 MOVE 'Y' TO WS-TRAN-OK
                 MOVE 'N' TO WS-TRAN-QUEUED-SW
                 MOVE SPACE TO WS-ORDER-DISPOSITION
                 MOVE SPACE TO WS-APPROVAL-DISPOSITION
                 MOVE WS-USER-ID TO WS-AUDIT-MAKER-ID
                 MOVE SPACES TO WS-AUDIT-CHECKER-ID
                 EVALUATE TRAN-CODE
                    WHEN 'PRINT '
                    WHEN 'SELECT'
                        PERFORM 350-PROCESS-VERIFY-TRAN
                    WHEN 'MAINT '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        IF TRAN-FIELD-NAME = 'BALANCE   '
                            PERFORM 477-HOLD-FOR-APPROVAL
                        ELSE
                            PERFORM 370-PROCESS-MAINT-TRAN
                        END-IF
                    WHEN 'BULK  '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        IF TRAN-ACTION = 'APPLY   '
                            PERFORM 477-HOLD-FOR-APPROVAL
                        ELSE
                            PERFORM 480-PROCESS-BULK-TRAN
                        END-IF
                    WHEN 'MERGE '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 477-HOLD-FOR-APPROVAL
                    WHEN 'SVCALL'
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 450-PROCESS-SVCALL-TRAN
                    WHEN 'ORDER '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 460-PROCESS-ORDER-TRAN
                    WHEN 'ORDOVR'
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 464-PROCESS-ORDOVR-TRAN
                    WHEN 'PAYMNT'
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 455-PROCESS-PAYMNT-TRAN
                    WHEN 'ADD   '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 420-PROCESS-ADD-TRAN
                    WHEN 'DELETE'
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 477-HOLD-FOR-APPROVAL
                    WHEN 'USERID'
                        PERFORM 475-PROCESS-USERID-TRAN
                    WHEN 'APPROV'
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 478-PROCESS-APPROV-TRAN
                    WHEN 'ABEND '
                        PERFORM 165-FLUSH-QUEUED-REPORTS
                        PERFORM 400-PROCESS-ABEND-TRAN

       110-SKIP-RESTART-TRAN.
           ADD +1 TO NUM-TRANSACTIONS.
           IF TRAN-CODE = 'USERID'
               MOVE TRAN-KEY (1:8) TO WS-USER-ID
           END-IF.
           IF TRAN-CODE = 'APPROV'
               PERFORM 478C-SKIP-APPROV-TRAN
           END-IF.
           IF NUM-TRANSACTIONS >= WS-RESTART-COUNT
               MOVE 'NO ' TO WS-SKIPPING-SW
               DISPLAY 'RESTART SKIP COMPLETE - RESUMING AFTER '
           MOVE CURRENT-TIME TO AUD-TIME.
           MOVE QRT-CODE (WS-QUEUE-SUB)   TO AUD-TRAN-CODE.
           MOVE QRT-RECORD (WS-QUEUE-SUB) TO AUD-TRAN-DETAIL.
           MOVE WS-USER-ID        TO AUD-MAKER-ID.
           MOVE SPACES            TO AUD-CHECKER-ID.
           WRITE AUDIT-RECORD.

       215-CHECK-CUST-EXCEPTION.
           END-IF.
           MOVE TRAN-FIELD-NAME  TO WS-BULK-FILTER-NAME.
           MOVE TRAN-UPDATE-DATA TO WS-BULK-FILTER-DATA.
           IF REPLAYING-APPROVED
               MOVE PA-TRAN-IMAGE2 TO TRAN-RECORD
           ELSE
               PERFORM 700-READ-TRAN-FILE
           END-IF.
           IF WS-TRAN-FILE-EOF = 'Y' OR TRAN-CODE NOT = 'BULKUP'
               MOVE 'BULK CARD NOT FOLLOWED BY BULKUP:'
                   TO ERR-MSG-DATA1
           STRING 'BULKUP ' CUST-KEY ' ' WS-BULK-FIELD-NAME ' '
                  WS-BULK-UPDATE-DATA
               DELIMITED BY SIZE INTO AUD-TRAN-DETAIL.
           MOVE WS-AUDIT-MAKER-ID   TO AUD-MAKER-ID.
           MOVE WS-AUDIT-CHECKER-ID TO AUD-CHECKER-ID.
           WRITE AUDIT-RECORD.

      *    SERVICE-CALL CAPTURE.  THE PRODUCT IS LOCATED THE SAME
           MOVE WS-HIST-NUM-RAW-X TO HIST-NEW-VALUE (1:9).
           WRITE HISTORY-RECORD.

      *    APPLIED CASH FROM THE RECEIVABLES SIDE - THE OTHER HALF OF
      *    ORDER CAPTURE.  WITHOUT IT ACCT-BALANCE ONLY EVER GROWS.
       455-PROCESS-PAYMNT-TRAN.
           ADD +1 TO NUM-PAYMNT-REQUESTS.
           ADD +1 TO NUM-TRANSACTIONS.
           IF TRAN-KEY (6:1) NOT = 'C'
               MOVE 'PAYMNT KEY RECORD TYPE MUST BE C:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF TRAN-UPDATE-NUM NOT NUMERIC
              OR TRAN-UPDATE-NUM = ZERO
               MOVE 'PAYMNT AMOUNT NOT NUMERIC OR ZERO:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-UPDATE-DATA TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CUSTFILE-STATUS = '00'
                       PERFORM 456-POST-PAYMENT
                   ELSE
                       MOVE 'CUSTOMER NOT FOUND FOR PAYMNT KEY:'
                           TO ERR-MSG-DATA1
                       MOVE TRAN-KEY TO ERR-MSG-DATA2
                       PERFORM 820-REPORT-BAD-TRAN
                   END-IF
                   PERFORM 915-CLOSE-CUST-FILE
               ELSE
                   MOVE 'ERROR OPENING CUSTOMER FILE FOR PAYMNT. RC:'
                       TO ERR-MSG-DATA1
                   MOVE WS-CUSTFILE-STATUS TO ERR-MSG-DATA2
                   PERFORM 820-REPORT-BAD-TRAN
               END-IF
           END-IF.

       456-POST-PAYMENT.
           MOVE CUST-ACCT-BALANCE TO WS-PAYMNT-OLD-BAL.
           SUBTRACT TRAN-UPDATE-NUM FROM CUST-ACCT-BALANCE.
           REWRITE CUST-REC.
           IF WS-CUSTFILE-STATUS NOT = '00'
               MOVE 'ERROR REWRITING CUSTOMER FOR PAYMNT. RC:'
                   TO ERR-MSG-DATA1
               MOVE WS-CUSTFILE-STATUS TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           ELSE
               ADD +1 TO NUM-PAYMNT-COMPLETED
               PERFORM 457-WRITE-PAYMENT-HISTORY
           END-IF.

      *    BALANCE IMAGE AS FOR AN ORDER.  THE RAW 9(7)V99 NEW VALUE
      *    CANNOT CARRY A SIGN, SO A CREDIT BALANCE LEFT BY AN
      *    OVERPAYMENT IS FLAGGED WITH A TRAILING '-' IN COL 10.
       457-WRITE-PAYMENT-HISTORY.
           MOVE CURRENT-DATE      TO HIST-DATE.
           MOVE CURRENT-TIME      TO HIST-TIME.
           MOVE TRAN-KEY          TO HIST-CUST-KEY.
           MOVE 'BALANCE   '      TO HIST-FIELD-NAME.
           MOVE WS-PAYMNT-OLD-BAL TO WS-HIST-AMT-EDIT.
           MOVE WS-HIST-AMT-EDIT  TO HIST-OLD-VALUE.
           MOVE CUST-ACCT-BALANCE TO WS-HIST-NUM-RAW.
           MOVE SPACES            TO HIST-NEW-VALUE.
           MOVE WS-HIST-NUM-RAW-X TO HIST-NEW-VALUE (1:9).
           IF CUST-ACCT-BALANCE < ZERO
               MOVE '-'           TO HIST-NEW-VALUE (10:1)
           END-IF.
           WRITE HISTORY-RECORD.

      *    ORDER CAPTURE - THE TRANSACTION THAT FINALLY CONNECTS THE
      *    CUSTOMER MASTER TO THE RECEIVABLES RUN WITHOUT A CLERK
      *    REKEYING NUMBERS.  ORDERS-YTD COUNTS THE ORDER, THE
      *    AMOUNT GOES ON THE BALANCE, AND THE DETAIL RECORD FEEDS
      *    THE ORDINV INVOICE-CREATION STEP.
       460-PROCESS-ORDER-TRAN.
           ADD +1 TO NUM-ORDER-REQUESTS.
           ADD +1 TO NUM-TRANSACTIONS.
           IF TRAN-KEY (6:1) NOT = 'C'
               MOVE 'ORDER KEY RECORD TYPE MUST BE C:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF TRAN-UPDATE-NUM NOT NUMERIC
              OR TRAN-UPDATE-NUM = ZERO
               MOVE 'ORDER AMOUNT NOT NUMERIC OR ZERO:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-UPDATE-DATA TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE TRAN-KEY        TO WS-ORDER-KEY
               MOVE TRAN-UPDATE-NUM TO WS-ORDER-AMOUNT
               PERFORM 466-CHECK-CREDIT-HOLD
               IF CUSTOMER-ON-HOLD AND NOT OVERRIDE-ARMED
                   PERFORM 467-PEND-ORDER
               ELSE
                   PERFORM 465-POST-ORDER-TO-MASTER
                   IF WS-TRAN-OK = 'Y' AND CUSTOMER-ON-HOLD
                       PERFORM 468-USE-OVERRIDE
                   END-IF
               END-IF
           END-IF.

       465-POST-ORDER-TO-MASTER.
           PERFORM 375-OPEN-CUST-FILE-FOR-MAINT.
           IF WS-CUSTFILE-STATUS = '00'
               MOVE WS-ORDER-KEY (1:6) TO CUST-KEY
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CUSTFILE-STATUS = '00'
                   PERFORM 461-POST-ORDER
               ELSE
                   MOVE 'CUSTOMER NOT FOUND FOR ORDER KEY:'
                       TO ERR-MSG-DATA1
                   MOVE WS-ORDER-KEY TO ERR-MSG-DATA2
                   PERFORM 820-REPORT-BAD-TRAN
               END-IF
               PERFORM 915-CLOSE-CUST-FILE
           ELSE
               MOVE 'ERROR OPENING CUSTOMER FILE FOR ORDER. RC:'
                   TO ERR-MSG-DATA1
               MOVE WS-CUSTFILE-STATUS TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.

       461-POST-ORDER.
           MOVE CUST-ACCT-BALANCE TO WS-ORDER-OLD-BAL.
           MOVE CUST-ORDERS-YTD   TO WS-ORDER-OLD-ORD.
           ADD +1 TO CUST-ORDERS-YTD.
           ADD WS-ORDER-AMOUNT TO CUST-ACCT-BALANCE.
           REWRITE CUST-REC.
           IF WS-CUSTFILE-STATUS NOT = '00'
               MOVE 'ERROR REWRITING CUSTOMER FOR ORDER. RC:'
               MOVE WS-BUSINESS-YYYYMMDD TO ORD-DATE
               MOVE CURRENT-TIME (1:6) TO ORD-TIME
               MOVE CUST-ID TO ORD-CUST-ID
               MOVE WS-ORDER-AMOUNT TO ORD-AMOUNT
               MOVE CUST-ACCT-BALANCE TO ORD-NEW-BALANCE
               WRITE ORDER-RECORD
               CLOSE ORDER-FILE
       463-WRITE-ORDER-HISTORY.
           MOVE CURRENT-DATE      TO HIST-DATE.
           MOVE CURRENT-TIME      TO HIST-TIME.
           MOVE WS-ORDER-KEY      TO HIST-CUST-KEY.
           MOVE 'BALANCE   '      TO HIST-FIELD-NAME.
           MOVE WS-ORDER-OLD-BAL  TO WS-HIST-AMT-EDIT.
           MOVE WS-HIST-AMT-EDIT  TO HIST-OLD-VALUE.
           MOVE WS-HIST-NUM-RAW-X TO HIST-NEW-VALUE (1:9).
           WRITE HISTORY-RECORD.

      *    CREDIT'S SIGNED OVERRIDE - ARMS ONE ORDER FOR THE CUSTOMER.
      *    AN UNSIGNED CARD (NO APPROVER ID) IS REJECTED.
       464-PROCESS-ORDOVR-TRAN.
           ADD +1 TO NUM-ORDOVR-REQUESTS.
           ADD +1 TO NUM-TRANSACTIONS.
           IF TRAN-KEY (6:1) NOT = 'C'
               MOVE 'ORDOVR KEY RECORD TYPE MUST BE C:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF TRAN-FIELD-NAME = SPACES
               MOVE 'ORDOVR NOT SIGNED - APPROVER ID MISSING:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
              AND TRAN-FIELD-NAME (9:2) NOT = SPACES
               MOVE 'ORDOVR APPROVER ID LONGER THAN 8:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-FIELD-NAME TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
              AND WS-OVR-COUNT NOT < WS-OVR-MAX
               MOVE 'ORDOVR TABLE FULL - CARD REJECTED:'
                   TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               ADD +1 TO WS-OVR-COUNT
               MOVE TRAN-KEY (1:5)  TO OT-CUST-ID (WS-OVR-COUNT)
               MOVE TRAN-FIELD-NAME TO OT-APPROVER (WS-OVR-COUNT)
               MOVE 'N'             TO OT-USED-SW (WS-OVR-COUNT)
               ADD +1 TO NUM-ORDOVR-COMPLETED
               MOVE SPACES TO RPT-ORDER-HOLD
               MOVE 'ORDER OVERRIDE ARMED FOR:' TO RPT-HOLD-ACTION
               MOVE TRAN-KEY (1:6)  TO RPT-HOLD-CUST-KEY
               MOVE ZERO            TO RPT-HOLD-AMOUNT
               MOVE TRAN-FIELD-NAME TO RPT-HOLD-NOTE
               WRITE REPORT-RECORD FROM RPT-ORDER-HOLD
           END-IF.

      *    SETS CUSTOMER-ON-HOLD FROM THE CUSTHOLD TABLE AND
      *    OVERRIDE-ARMED (WITH WS-OVR-SLOT) FROM THE FIRST UNUSED
      *    ORDOVR CARD FOR WS-ORDER-KEY'S CUSTOMER.
       466-CHECK-CREDIT-HOLD.
           MOVE 'NO ' TO WS-HELD-SW.
           MOVE 'NO ' TO WS-OVR-FOUND-SW.
           MOVE ZERO  TO WS-HELD-EXPOSURE.
           MOVE +0    TO WS-OVR-SLOT.
           PERFORM 466A-SCAN-HOLD-TABLE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR CUSTOMER-ON-HOLD.
           PERFORM 466B-SCAN-OVERRIDE-TABLE
               VARYING WS-OVR-SUB FROM 1 BY 1
               UNTIL WS-OVR-SUB > WS-OVR-COUNT
                  OR OVERRIDE-ARMED.

       466A-SCAN-HOLD-TABLE.
           IF HT-CUST-ID (WS-HOLD-SUB) = WS-ORDER-KEY (1:5)
               SET CUSTOMER-ON-HOLD TO TRUE
               MOVE HT-EXPOSURE (WS-HOLD-SUB) TO WS-HELD-EXPOSURE
           END-IF.

       466B-SCAN-OVERRIDE-TABLE.
           IF OT-CUST-ID (WS-OVR-SUB) = WS-ORDER-KEY (1:5)
              AND OT-USED-SW (WS-OVR-SUB) = 'N'
               SET OVERRIDE-ARMED TO TRUE
               MOVE WS-OVR-SUB TO WS-OVR-SLOT
           END-IF.

      *    HELD CUSTOMER, NO OVERRIDE - THE ORDER GOES TO PENDOUT
      *    UNPOSTED.  THE CARD'S CUSTAUDT RECORD CARRIES OUTCOME PND.
       467-PEND-ORDER.
           IF WS-PENDOUT-OPEN-SW NOT = 'Y'
               MOVE 'CREDIT HOLD - PENDOUT NOT OPEN. RC:'
                   TO ERR-MSG-DATA1
               MOVE WS-PENDOUT-STATUS TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           ELSE
               MOVE SPACES               TO PENDED-ORDER-REC
               MOVE WS-BUSINESS-YYYYMMDD TO PND-DATE
               MOVE CURRENT-TIME (1:6)   TO PND-TIME
               MOVE WS-ORDER-KEY (1:6)   TO PND-CUST-KEY
               MOVE WS-ORDER-AMOUNT      TO PND-AMOUNT
               MOVE WS-HELD-EXPOSURE     TO PND-EXPOSURE
               WRITE PENDED-OUT-RECORD FROM PENDED-ORDER-REC
               SET ORDER-PENDED TO TRUE
               ADD +1 TO NUM-ORDER-PENDED
               MOVE SPACES TO RPT-ORDER-HOLD
               MOVE 'ORDER PENDED - CREDIT HOLD:' TO RPT-HOLD-ACTION
               MOVE WS-ORDER-KEY (1:6)  TO RPT-HOLD-CUST-KEY
               MOVE WS-ORDER-AMOUNT     TO RPT-HOLD-AMOUNT
               MOVE 'NOT POSTED - HELD ON PENDOUT'
                   TO RPT-HOLD-NOTE
               WRITE REPORT-RECORD FROM RPT-ORDER-HOLD
           END-IF.

      *    A HELD CUSTOMER'S ORDER WENT THROUGH ON AN ORDOVR CARD -
      *    THE CARD IS SPENT.
       468-USE-OVERRIDE.
           MOVE 'Y' TO OT-USED-SW (WS-OVR-SLOT).
           SET ORDER-OVERRIDDEN TO TRUE.
           MOVE SPACES TO RPT-ORDER-HOLD.
           MOVE 'ORDER POSTED ON OVERRIDE:' TO RPT-HOLD-ACTION.
           MOVE WS-ORDER-KEY (1:6)  TO RPT-HOLD-CUST-KEY.
           MOVE WS-ORDER-AMOUNT     TO RPT-HOLD-AMOUNT.
           MOVE OT-APPROVER (WS-OVR-SLOT) TO RPT-HOLD-NOTE.
           WRITE REPORT-RECORD FROM RPT-ORDER-HOLD.

      *    LOAD THE CUSTHOLD EXTRACT AND OPEN PENDOUT.  NO CUSTHOLD
      *    MEANS NO HOLDS ARE ENFORCED THIS RUN.  A RESTARTED RUN
      *    EXTENDS PENDOUT SO ORDERS PENDED BEFORE THE FAILURE ARE
      *    KEPT; PENDIN IS ONLY CARRIED FORWARD AT END OF RUN.
       469-OPEN-CREDIT-HOLD-FILES.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLDFILE-STATUS = '00'
               PERFORM 469A-LOAD-ONE-HOLD
                   WITH TEST BEFORE
                   UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-FILE
               DISPLAY 'SAM1V: CUSTOMERS ON CREDIT HOLD: '
                       WS-HOLD-COUNT
           ELSE
               DISPLAY 'SAM1V: CUSTHOLD NOT AVAILABLE - NO CREDIT '
                       'HOLDS ENFORCED. RC: ' WS-HOLDFILE-STATUS
           END-IF.
           IF WS-RESTART-COUNT > 0
               OPEN EXTEND PENDED-OUT-FILE
           ELSE
               OPEN OUTPUT PENDED-OUT-FILE
           END-IF.
           IF WS-PENDOUT-STATUS = '00'
               MOVE 'Y' TO WS-PENDOUT-OPEN-SW
           ELSE
               DISPLAY 'SAM1V: ERROR OPENING PENDOUT. RC: '
                       WS-PENDOUT-STATUS
           END-IF.

       469A-LOAD-ONE-HOLD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF
           END-READ.
           IF WS-HOLD-EOF NOT = 'Y'
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD +1 TO WS-HOLD-COUNT
                   MOVE HOLD-CUST-ID TO HT-CUST-ID (WS-HOLD-COUNT)
                   IF HOLD-EXPOSURE IS NUMERIC
                       MOVE HOLD-EXPOSURE
                           TO HT-EXPOSURE (WS-HOLD-COUNT)
                   ELSE
                       MOVE ZERO TO HT-EXPOSURE (WS-HOLD-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'SAM1V: CREDIT-HOLD TABLE FULL - HOLD '
                           'NOT LOADED FOR ' HOLD-CUST-ID
               END-IF
           END-IF.

      *    END OF RUN - EVERY ORDER PENDED BY AN EARLIER RUN IS
      *    POSTED IF ITS CUSTOMER IS NO LONGER ON CUSTHOLD (OR AN
      *    UNSPENT ORDOVR CARD COVERS IT), OTHERWISE CARRIED
      *    FORWARD TO PENDOUT.  A RELEASE THAT FAILS TO POST IS
      *    CARRIED FORWARD TOO, SO NO ORDER IS EVER LOST.
       470-RELEASE-PENDED-ORDERS.
           OPEN INPUT PENDED-IN-FILE.
           IF WS-PENDIN-STATUS = '00'
               PERFORM 471-READ-PENDED-ORDER
               PERFORM 472-CHECK-ONE-PENDED
                   WITH TEST BEFORE
                   UNTIL WS-PENDIN-EOF = 'Y'
               CLOSE PENDED-IN-FILE
           ELSE
               DISPLAY 'SAM1V: NO PENDED ORDERS CARRIED IN. RC: '
                       WS-PENDIN-STATUS
           END-IF.
           IF WS-PENDOUT-OPEN-SW = 'Y'
               CLOSE PENDED-OUT-FILE
           END-IF.
           DISPLAY 'SAM1V: ORDERS PENDED:   ' NUM-ORDER-PENDED.
           DISPLAY 'SAM1V: ORDERS RELEASED: ' NUM-ORDER-RELEASED.
           DISPLAY 'SAM1V: PENDED CARRIED:  ' NUM-ORDER-CARRIED.

       471-READ-PENDED-ORDER.
           READ PENDED-IN-FILE INTO PENDED-ORDER-REC
               AT END MOVE 'Y' TO WS-PENDIN-EOF
           END-READ.

       472-CHECK-ONE-PENDED.
           MOVE PND-CUST-KEY TO WS-ORDER-KEY.
           IF PND-AMOUNT IS NUMERIC
               MOVE PND-AMOUNT TO WS-ORDER-AMOUNT
           ELSE
               MOVE ZERO TO WS-ORDER-AMOUNT
           END-IF.
           PERFORM 466-CHECK-CREDIT-HOLD.
           IF (CUSTOMER-ON-HOLD AND NOT OVERRIDE-ARMED)
              OR WS-ORDER-AMOUNT = ZERO
               PERFORM 474-CARRY-PENDED-ORDER
           ELSE
               MOVE 'Y' TO WS-TRAN-OK
               MOVE SPACE TO WS-ORDER-DISPOSITION
               PERFORM 465-POST-ORDER-TO-MASTER
               IF WS-TRAN-OK = 'Y'
                   PERFORM 473-AUDIT-RELEASED-ORDER
               ELSE
                   PERFORM 474-CARRY-PENDED-ORDER
               END-IF
           END-IF.
           PERFORM 471-READ-PENDED-ORDER.

      *    THE RELEASE (OR OVERRIDE) OF A PENDED ORDER HAS NO CARD OF
      *    ITS OWN - THE PENDED RECORD IS THE AUDIT IMAGE.
       473-AUDIT-RELEASED-ORDER.
           ADD +1 TO NUM-ORDER-RELEASED.
           MOVE SPACES TO RPT-ORDER-HOLD.
           MOVE WS-ORDER-KEY (1:6) TO RPT-HOLD-CUST-KEY.
           MOVE WS-ORDER-AMOUNT    TO RPT-HOLD-AMOUNT.
           MOVE CURRENT-DATE       TO AUD-DATE.
           MOVE CURRENT-TIME       TO AUD-TIME.
           MOVE 'ORDER '           TO AUD-TRAN-CODE.
           MOVE PENDED-ORDER-REC   TO AUD-TRAN-DETAIL.
           MOVE SPACES TO AUD-MAKER-ID, AUD-CHECKER-ID.
           IF CUSTOMER-ON-HOLD
               MOVE 'Y' TO OT-USED-SW (WS-OVR-SLOT)
               SET AUD-OUTCOME-OVERRIDE TO TRUE
               MOVE OT-APPROVER (WS-OVR-SLOT) TO AUD-CHECKER-ID
               MOVE 'PENDED ORDER ON OVERRIDE:' TO RPT-HOLD-ACTION
               MOVE OT-APPROVER (WS-OVR-SLOT) TO RPT-HOLD-NOTE
           ELSE
               SET AUD-OUTCOME-RELEASED TO TRUE
               MOVE 'PENDED ORDER RELEASED:'    TO RPT-HOLD-ACTION
               MOVE 'CREDIT HOLD CLEARED - POSTED'
                   TO RPT-HOLD-NOTE
           END-IF.
           WRITE AUDIT-RECORD.
           WRITE REPORT-RECORD FROM RPT-ORDER-HOLD.

       474-CARRY-PENDED-ORDER.
           IF WS-PENDOUT-OPEN-SW = 'Y'
               WRITE PENDED-OUT-RECORD FROM PENDED-ORDER-REC
               ADD +1 TO NUM-ORDER-CARRIED
           ELSE
               DISPLAY 'SAM1V: PENDOUT NOT OPEN - PENDED ORDER '
                       'NOT CARRIED: ' PENDED-ORDER-REC
           END-IF.

      *    USERID CARD - THE MAKER ID FOR THE CARDS THAT FOLLOW.  A
      *    BLANK ID CLEARS IT, SO A LATER DESTRUCTIVE CARD CANNOT
      *    RIDE ON THE PREVIOUS CLERK'S ID.
       475-PROCESS-USERID-TRAN.
           ADD +1 TO NUM-TRANSACTIONS.
           MOVE TRAN-KEY (1:8) TO WS-USER-ID.
           MOVE WS-USER-ID     TO WS-AUDIT-MAKER-ID.
           IF WS-USER-ID = SPACES
               MOVE 'USERID CARD HAS NO USER ID:' TO ERR-MSG-DATA1
               MOVE TRAN-KEY TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.

      *    LOAD APPRVIN AND OPEN APPRVOUT.  AN ITEM OLDER THAN
      *    WS-APPROVAL-EXPIRE-DAYS EXPIRES HERE - IT IS AUDITED, KEPT
      *    IN THE TABLE FOR THE LISTING AND NOT CARRIED FORWARD.  A
      *    RESTARTED RUN EXTENDS APPRVOUT SO ITEMS HELD BEFORE THE
      *    FAILURE ARE KEPT, AS FOR PENDOUT, AND NUMBERS NEW ITEMS ON
      *    FROM THE LAST REFERENCE THOSE ITEMS WERE GIVEN.
       476-OPEN-APPROVAL-FILES.
           IF WS-RESTART-COUNT > 0
               PERFORM 476C-SEED-APPROVAL-SEQ
               OPEN EXTEND APPROVAL-OUT-FILE
           ELSE
               OPEN OUTPUT APPROVAL-OUT-FILE
           END-IF.
           IF WS-APPRVOUT-STATUS = '00'
               MOVE 'Y' TO WS-APPRVOUT-OPEN-SW
           ELSE
               DISPLAY 'SAM1V: ERROR OPENING APPRVOUT. RC: '
                       WS-APPRVOUT-STATUS
           END-IF.
           OPEN INPUT APPROVAL-IN-FILE.
           IF WS-APPRVIN-STATUS = '00'
               PERFORM 476A-LOAD-ONE-APPROVAL
                   WITH TEST BEFORE
                   UNTIL WS-APPRVIN-EOF = 'Y'
               CLOSE APPROVAL-IN-FILE
               DISPLAY 'SAM1V: ITEMS AWAITING APPROVAL: '
                       WS-APV-COUNT
           ELSE
               DISPLAY 'SAM1V: NO PENDING APPROVALS CARRIED IN. RC: '
                       WS-APPRVIN-STATUS
           END-IF.

       476A-LOAD-ONE-APPROVAL.
           READ APPROVAL-IN-FILE INTO PENDING-APPROVAL-REC
               AT END MOVE 'Y' TO WS-APPRVIN-EOF
           END-READ.
           IF WS-APPRVIN-EOF NOT = 'Y'
               IF PA-REF (1:8) = WS-BUSINESS-YYYYMMDD
                  AND PA-REF (9:4) IS NUMERIC
                  AND PA-REF (9:4) > WS-APPROVAL-NEXT-SEQ
                   MOVE PA-REF (9:4) TO WS-APPROVAL-NEXT-SEQ
               END-IF
               IF WS-APV-COUNT < WS-APV-MAX
                   ADD +1 TO WS-APV-COUNT
                   MOVE PENDING-APPROVAL-REC
                       TO AT-RECORD (WS-APV-COUNT)
                   MOVE SPACES TO AT-CHECKER-ID (WS-APV-COUNT)
                   SET AT-PENDING (WS-APV-COUNT) TO TRUE
                   IF PA-SUBMIT-DATE IS NUMERIC
                       COMPUTE WS-APPROVAL-AGE =
                           FUNCTION INTEGER-OF-DATE
                               (WS-BUSINESS-YYYYMMDD)
                         - FUNCTION INTEGER-OF-DATE (PA-SUBMIT-DATE)
                       IF WS-APPROVAL-AGE > WS-APPROVAL-EXPIRE-DAYS
                           SET AT-EXPIRED (WS-APV-COUNT) TO TRUE
                           PERFORM 476B-AUDIT-EXPIRED-APPROVAL
                       END-IF
                   END-IF
               ELSE
      *            NO ROOM TO WORK ON IT THIS RUN - CARRIED AS IS SO
      *            NO HELD TRANSACTION IS EVER LOST
                   DISPLAY 'SAM1V: APPROVAL TABLE FULL - CARRIED '
                           'UNCHANGED: ' PA-REF
                   IF WS-APPRVOUT-OPEN-SW = 'Y'
                       WRITE APPROVAL-OUT-RECORD
                           FROM PENDING-APPROVAL-REC
                       ADD +1 TO NUM-APPROVAL-CARRIED
                   END-IF
               END-IF
           END-IF.

       476C-SEED-APPROVAL-SEQ.
           OPEN INPUT APPROVAL-OUT-FILE.
           IF WS-APPRVOUT-STATUS = '00'
               PERFORM 476D-SEED-FROM-ONE-APPROVAL
                   WITH TEST BEFORE
                   UNTIL WS-APPRVOUT-EOF = 'Y'
               CLOSE APPROVAL-OUT-FILE
               DISPLAY 'SAM1V: RESTART - LAST APPROVAL SEQUENCE: '
                       WS-APPROVAL-NEXT-SEQ
           END-IF.

       476D-SEED-FROM-ONE-APPROVAL.
           READ APPROVAL-OUT-FILE INTO PENDING-APPROVAL-REC
               AT END MOVE 'Y' TO WS-APPRVOUT-EOF
           END-READ.
           IF WS-APPRVOUT-EOF NOT = 'Y'
               IF PA-REF (1:8) = WS-BUSINESS-YYYYMMDD
                  AND PA-REF (9:4) IS NUMERIC
                  AND PA-REF (9:4) > WS-APPROVAL-NEXT-SEQ
                   MOVE PA-REF (9:4) TO WS-APPROVAL-NEXT-SEQ
               END-IF
           END-IF.

       476B-AUDIT-EXPIRED-APPROVAL.
           ADD +1 TO NUM-APPROVAL-EXPIRED.
           MOVE CURRENT-DATE         TO AUD-DATE.
           MOVE CURRENT-TIME         TO AUD-TIME.
           MOVE PA-TRAN-IMAGE (1:6)  TO AUD-TRAN-CODE.
           SET AUD-OUTCOME-EXPIRED   TO TRUE.
           MOVE PA-TRAN-IMAGE        TO AUD-TRAN-DETAIL.
           MOVE PA-MAKER-ID          TO AUD-MAKER-ID.
           MOVE SPACES               TO AUD-CHECKER-ID.
           WRITE AUDIT-RECORD.

      *    FIRST SUBMISSION OF A DELETE, MERGE, BALANCE MAINT OR BULK
      *    APPLY CARD - HELD, NOT POSTED.  A BULK CARD'S BULKUP IS
      *    TAKEN OUT OF THE DECK NOW AND HELD WITH IT, THE SAME WAY
      *    480-PROCESS-BULK-TRAN TAKES IT.
       477-HOLD-FOR-APPROVAL.
           ADD +1 TO NUM-TRANSACTIONS.
           MOVE SPACES      TO PENDING-APPROVAL-REC.
           MOVE TRAN-RECORD TO PA-TRAN-IMAGE.
           IF TRAN-CODE = 'BULK  '
               PERFORM 700-READ-TRAN-FILE
               IF WS-TRAN-FILE-EOF = 'Y' OR TRAN-CODE NOT = 'BULKUP'
                   MOVE 'BULK CARD NOT FOLLOWED BY BULKUP:'
                       TO ERR-MSG-DATA1
                   MOVE TRAN-CODE TO ERR-MSG-DATA2
                   PERFORM 820-REPORT-BAD-TRAN
               ELSE
                   MOVE TRAN-RECORD TO RPT-TRAN-RECORD
                   WRITE REPORT-RECORD FROM RPT-TRAN-DETAIL
                   ADD +1 TO NUM-TRANSACTIONS
                   MOVE TRAN-RECORD TO PA-TRAN-IMAGE2
               END-IF
               MOVE PA-TRAN-IMAGE TO TRAN-RECORD
           END-IF.
           IF WS-USER-ID = SPACES
               MOVE 'NO USERID CARD - MAKER UNKNOWN:' TO ERR-MSG-DATA1
               MOVE TRAN-CODE TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
              AND WS-APPRVOUT-OPEN-SW NOT = 'Y'
               MOVE 'APPRVOUT NOT OPEN - CARD NOT HELD. RC:'
                   TO ERR-MSG-DATA1
               MOVE WS-APPRVOUT-STATUS TO ERR-MSG-DATA2
               PERFORM 820-REPORT-BAD-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               ADD +1 TO WS-APPROVAL-NEXT-SEQ
               MOVE WS-BUSINESS-YYYYMMDD TO PA-REF (1:8)
               MOVE WS-APPROVAL-NEXT-SEQ TO PA-REF (9:4)
               MOVE WS-BUSINESS-YYYYMMDD TO PA-SUBMIT-DATE
               MOVE WS-USER-ID           TO PA-MAKER-ID
               WRITE APPROVAL-OUT-RECORD FROM PENDING-APPROVAL-REC
               SET TRAN-HELD-FOR-APPROVAL TO TRUE
               ADD +1 TO NUM-APPROVAL-HELD
               IF WS-APV-COUNT < WS-APV-MAX
                   ADD +1 TO WS-APV-COUNT
                   MOVE PENDING-APPROVAL-REC
                       TO AT-RECORD (WS-APV-COUNT)
                   MOVE SPACES TO AT-CHECKER-ID (WS-APV-COUNT)
                   SET AT-NEW (WS-APV-COUNT) TO TRUE
               END-IF
               MOVE SPACES TO RPT-ORDER-HOLD
               MOVE 'HELD FOR SECOND APPROVAL:' TO RPT-HOLD-ACTION
               MOVE TRAN-KEY (1:6)  TO RPT-HOLD-CUST-KEY
               MOVE ZERO            TO RPT-HOLD-AMOUNT
               STRING 'REF ' PA-REF ' MAKER ' PA-MAKER-ID
                   DELIMITED BY SIZE INTO RPT-HOLD-NOTE
               WRITE REPORT-RECORD FROM RPT-ORDER-HOLD
           END-IF.

      *    APPROV CARD - THE CHECKER (USERID IN EFFECT) RELEASES ONE
      *    HELD ITEM FROM AN EARLIER RUN.  THE HELD CARD IS PUT BACK
      *    IN TRAN-RECORD AND RUN THROUGH ITS NORMAL PARAGRAPH, SO THE
      *    CARD'S CUSTAUDT RECORD (575) IS THE POSTED TRANSACTION
      *    WITH BOTH MAKER AND CHECKER IDS.  THE REPLAY IS NOT A CARD
      *    OF ITS OWN, SO NUM-TRANSACTIONS (THE RESTART POSITION) IS
      *    PUT BACK AFTERWARDS.
       478-PROCESS-APPROV-TRAN.
           ADD +1 TO NUM-TRANSACTIONS.
           MOVE TRAN-KEY (1:12) TO WS-APPROVAL-REF.
           MOVE +0 TO WS-APV-SLOT.
           PERFORM 478A-FIND-APPROVAL
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-COUNT
                  OR WS-APV-SLOT > 0.
           IF WS-APV-SLOT > 0
               MOVE AT-RECORD (WS-APV-SLOT) TO PENDING-APPROVAL-REC
           END-IF.
           EVALUATE TRUE
              WHEN WS-USER-ID = SPACES
                  MOVE 'APPROV NEEDS A USERID CARD FIRST:'
                      TO ERR-MSG-DATA1
                  MOVE WS-APPROVAL-REF TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN WS-APV-SLOT = 0
                  MOVE 'NO HELD TRANSACTION FOR APPROV REF:'
                      TO ERR-MSG-DATA1
                  MOVE WS-APPROVAL-REF TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN AT-NEW (WS-APV-SLOT)
                  MOVE 'APPROVAL MUST COME ON A LATER RUN:'
                      TO ERR-MSG-DATA1
                  MOVE WS-APPROVAL-REF TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN AT-EXPIRED (WS-APV-SLOT)
                  MOVE 'HELD TRANSACTION HAS EXPIRED:'
                      TO ERR-MSG-DATA1
                  MOVE WS-APPROVAL-REF TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN NOT AT-PENDING (WS-APV-SLOT)
                  MOVE 'HELD TRANSACTION ALREADY APPROVED:'
                      TO ERR-MSG-DATA1
                  MOVE WS-APPROVAL-REF TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN PA-MAKER-ID = WS-USER-ID
                  MOVE 'CHECKER MUST NOT BE THE MAKER:'
                      TO ERR-MSG-DATA1
                  MOVE WS-USER-ID TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
              WHEN OTHER
                  PERFORM 478B-POST-APPROVED-TRAN
           END-EVALUATE.

       478A-FIND-APPROVAL.
           IF AT-RECORD (WS-APV-SUB) (1:12) = WS-APPROVAL-REF
               MOVE WS-APV-SUB TO WS-APV-SLOT
           END-IF.

      *    RESTART - AN APPROV CARD BEFORE THE RESTART POINT WAS
      *    ACTED ON BY THE FAILED RUN, SO ITS ITEM IS NOT CARRIED
      *    FORWARD AGAIN.  THE SAME CHECKS AS 478 DECIDE WHETHER THE
      *    CARD WOULD HAVE BEEN ACCEPTED; A REFUSED CARD LEFT THE
      *    ITEM PENDING AND IT STILL IS.
       478C-SKIP-APPROV-TRAN.
           MOVE TRAN-KEY (1:12) TO WS-APPROVAL-REF.
           MOVE +0 TO WS-APV-SLOT.
           PERFORM 478A-FIND-APPROVAL
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-COUNT
                  OR WS-APV-SLOT > 0.
           IF WS-APV-SLOT > 0
              AND WS-USER-ID NOT = SPACES
               MOVE AT-RECORD (WS-APV-SLOT) TO PENDING-APPROVAL-REC
               IF AT-PENDING (WS-APV-SLOT)
                  AND PA-MAKER-ID NOT = WS-USER-ID
                   SET AT-APPROVED (WS-APV-SLOT) TO TRUE
                   MOVE WS-USER-ID TO AT-CHECKER-ID (WS-APV-SLOT)
               END-IF
           END-IF.

       478B-POST-APPROVED-TRAN.
           MOVE NUM-TRANSACTIONS TO WS-APPROVAL-TRAN-COUNT.
           MOVE PA-MAKER-ID      TO WS-AUDIT-MAKER-ID.
           MOVE WS-USER-ID       TO WS-AUDIT-CHECKER-ID.
           MOVE WS-USER-ID       TO AT-CHECKER-ID (WS-APV-SLOT).
           MOVE SPACES TO RPT-ORDER-HOLD.
           MOVE 'POSTING ON APPROVAL:' TO RPT-HOLD-ACTION.
           MOVE PA-TRAN-IMAGE (8:6)    TO RPT-HOLD-CUST-KEY.
           MOVE ZERO                   TO RPT-HOLD-AMOUNT.
           STRING 'REF ' PA-REF ' MAKER ' PA-MAKER-ID
               DELIMITED BY SIZE INTO RPT-HOLD-NOTE.
           WRITE REPORT-RECORD FROM RPT-ORDER-HOLD.
           MOVE PA-TRAN-IMAGE TO TRAN-RECORD.
           MOVE TRAN-RECORD   TO RPT-TRAN-RECORD.
           WRITE REPORT-RECORD FROM RPT-TRAN-DETAIL.
           MOVE 'Y' TO WS-REPLAY-SW.
           EVALUATE TRAN-CODE
              WHEN 'MAINT '
                  PERFORM 370-PROCESS-MAINT-TRAN
              WHEN 'BULK  '
                  PERFORM 480-PROCESS-BULK-TRAN
              WHEN 'MERGE '
                  PERFORM 490-PROCESS-MERGE-TRAN
              WHEN 'DELETE'
                  PERFORM 440-PROCESS-DELETE-TRAN
              WHEN OTHER
                  MOVE 'HELD CARD IS NOT A HELD TRAN CODE:'
                      TO ERR-MSG-DATA1
                  MOVE TRAN-CODE TO ERR-MSG-DATA2
                  PERFORM 820-REPORT-BAD-TRAN
           END-EVALUATE.
           MOVE 'N' TO WS-REPLAY-SW.
           MOVE WS-APPROVAL-TRAN-COUNT TO NUM-TRANSACTIONS.
           IF WS-TRAN-OK = 'Y'
               SET AT-APPROVED (WS-APV-SLOT) TO TRUE
               ADD +1 TO NUM-APPROVAL-POSTED
           ELSE
               SET AT-FAILED (WS-APV-SLOT) TO TRUE
           END-IF.

      *    END OF RUN - ITEMS STILL PENDING ARE CARRIED TO APPRVOUT
      *    (THIS RUN'S NEW ITEMS ARE ALREADY THERE) AND THE WHOLE
      *    QUEUE IS LISTED WITH WHAT HAPPENED TO EACH ITEM.
       479-CARRY-APPROVAL-QUEUE.
           IF WS-APV-COUNT > 0
               WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1
               WRITE REPORT-RECORD FROM RPT-APPROVAL-HDR1 AFTER 1
               WRITE REPORT-RECORD FROM RPT-APPROVAL-HDR2 AFTER 1
               PERFORM 479A-CARRY-ONE-APPROVAL
                   VARYING WS-APV-SUB FROM 1 BY 1
                   UNTIL WS-APV-SUB > WS-APV-COUNT
           END-IF.
           IF WS-APPRVOUT-OPEN-SW = 'Y'
               CLOSE APPROVAL-OUT-FILE
           END-IF.
           DISPLAY 'SAM1V: HELD FOR APPROVAL:   ' NUM-APPROVAL-HELD.
           DISPLAY 'SAM1V: POSTED ON APPROVAL:  ' NUM-APPROVAL-POSTED.
           DISPLAY 'SAM1V: APPROVALS EXPIRED:   ' NUM-APPROVAL-EXPIRED.
           DISPLAY 'SAM1V: APPROVALS CARRIED:   ' NUM-APPROVAL-CARRIED.

       479A-CARRY-ONE-APPROVAL.
           MOVE AT-RECORD (WS-APV-SUB) TO PENDING-APPROVAL-REC.
           MOVE SPACES TO RPT-APPROVAL-DETAIL.
           MOVE PA-REF         TO RPT-APV-REF.
           MOVE PA-SUBMIT-DATE TO RPT-APV-DATE.
           MOVE PA-MAKER-ID    TO RPT-APV-MAKER.
           MOVE AT-CHECKER-ID (WS-APV-SUB) TO RPT-APV-CHECKER.
           MOVE PA-TRAN-IMAGE  TO RPT-APV-IMAGE.
           EVALUATE TRUE
              WHEN AT-PENDING (WS-APV-SUB)
                  MOVE 'PENDING ' TO RPT-APV-STATUS
                  IF WS-APPRVOUT-OPEN-SW = 'Y'
                      WRITE APPROVAL-OUT-RECORD
                          FROM PENDING-APPROVAL-REC
                      ADD +1 TO NUM-APPROVAL-CARRIED
                  ELSE
                      DISPLAY 'SAM1V: APPRVOUT NOT OPEN - HELD ITEM '
                              'NOT CARRIED: ' PA-REF
                  END-IF
              WHEN AT-NEW (WS-APV-SUB)
                  MOVE 'NEW     ' TO RPT-APV-STATUS
              WHEN AT-APPROVED (WS-APV-SUB)
                  MOVE 'APPROVED' TO RPT-APV-STATUS
              WHEN AT-FAILED (WS-APV-SUB)
                  MOVE 'FAILED  ' TO RPT-APV-STATUS
              WHEN OTHER
                  MOVE 'EXPIRED ' TO RPT-APV-STATUS
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-APPROVAL-DETAIL AFTER 1.
           IF PA-TRAN-IMAGE2 NOT = SPACES
               MOVE SPACES TO RPT-APPROVAL-DETAIL
               MOVE PA-TRAN-IMAGE2 TO RPT-APV-IMAGE
               WRITE REPORT-RECORD FROM RPT-APPROVAL-DETAIL AFTER 1
           END-IF.

      *    CUSTOMER MERGE.  PASS 1 SCANS THE MASTER COLLECTING THE
      *    DUPLICATE'S BALANCES AND PRODUCTS AND REFUSES ANY MERGE
      *    THE FILE KEY CANNOT HOLD (PRODUCT RECORDS SHARE THE
           MOVE SPACES TO AUD-TRAN-DETAIL.
           STRING 'MERGE ' WS-MERGE-FROM-ID ' INTO ' WS-MERGE-TO-ID
               DELIMITED BY SIZE INTO AUD-TRAN-DETAIL.
           MOVE WS-AUDIT-MAKER-ID   TO AUD-MAKER-ID.
           MOVE WS-AUDIT-CHECKER-ID TO AUD-CHECKER-ID.
           WRITE AUDIT-RECORD.

      *    A FAILURE AFTER ANY PRODUCT WENT UNDER THE SURVIVOR -
           WRITE REPORT-RECORD FROM ERR-MSG-BAD-TRAN.
           WRITE REPORT-RECORD FROM RPT-SPACES.

      *    NIGHTLY RUN-ORDER AND DUPLICATE-RUN CHECK - SEE PREQCHK.
      *    NOTHING IS OPEN YET, SO A REFUSAL ONLY NEEDS THE ABENDDS
      *    RECORD.
       889-CHECK-PREREQUISITES.
           MOVE SPACES TO PREQ-CHECK-AREA.
           MOVE 'SAM1V   ' TO PQ-PROGRAM-ID.
           CALL 'PREQCHK' USING PREQ-CHECK-AREA.
           IF PQ-OVERRIDDEN
               DISPLAY 'SAM1V: PREREQUISITE CHECK OVERRIDDEN - '
                       PQ-REASON
           END-IF.
           IF PQ-FAILED
               DISPLAY 'SAM1V: RUN REFUSED - ' PQ-REASON
               MOVE '889-CHECK-PREREQUISITES' TO AD-PARA-NAME
               MOVE PQ-REASON TO AD-ABEND-REASON
               MOVE PQ-FILE-STATUS TO AD-FILE-STATUS-1
               PERFORM 990-CALL-ABEND-DIAG
           END-IF.

       890-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           MOVE CURRENT-TIME      TO AUD-TIME.
           MOVE TRAN-CODE         TO AUD-TRAN-CODE.
           MOVE TRAN-RECORD       TO AUD-TRAN-DETAIL.
           MOVE WS-AUDIT-MAKER-ID   TO AUD-MAKER-ID.
           MOVE WS-AUDIT-CHECKER-ID TO AUD-CHECKER-ID.
           IF WS-TRAN-OK = 'Y'
               EVALUATE TRUE
                  WHEN TRAN-HELD-FOR-APPROVAL
                      SET AUD-OUTCOME-HELD     TO TRUE
                  WHEN ORDER-PENDED
                      SET AUD-OUTCOME-PENDED   TO TRUE
                  WHEN ORDER-OVERRIDDEN
                      SET AUD-OUTCOME-OVERRIDE TO TRUE
                      MOVE OT-APPROVER (WS-OVR-SLOT) TO AUD-CHECKER-ID
                  WHEN OTHER
                      SET AUD-OUTCOME-OK       TO TRUE
               END-EVALUATE
           ELSE
               SET AUD-OUTCOME-ERR TO TRUE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT.
       AUTHOR. IBM.
       INSTALLATION. COBOL DEV Center.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          PSEUDO-CONVERSATIONAL CICS TRANSACTION FOR ONLINE
      *          CUSTOMER INQUIRY AND MAINTENANCE OVER CUSTFILE, BEHIND
      *          THE CUSTMNT/CMMENU MAPSET.
      *
      *          ENTER WITH A CUST-ID IN CMCUSTI SHOWS THE CUSTOMER
      *          ('C') RECORD - NAME, OCCUPATION, BALANCE, ORDERS-YTD -
      *          AND THE FIRST PAGE OF THE CUSTOMER'S PRODUCT ('P')
      *          RECORDS.  PF8/PF7 PAGE FORWARD AND BACK THROUGH THE
      *          PRODUCTS, EIGHT TO A PAGE.
      *
      *          PF5 APPLIES THE NAME AND OCCUPATION FIELDS KEYED
      *          OVER THE DISPLAYED CUSTOMER.  EACH CHANGED FIELD
      *          WRITES ONE CUSTHIST CHANGE RECORD AND ONE CUSTAUDT
      *          RECORD IN THE SAM1V LAYOUTS, THE AUDIT DETAIL BEING
      *          THE EQUIVALENT MAINT CARD IMAGE WITH THE SIGNED-ON
      *          USER ID IN THE TRAN-ACTION COLUMNS.  THE RECORDS GO
      *          TO THE CMAU/CMHS EXTRAPARTITION QUEUES, WHOSE
      *          DATASETS ARE APPENDED TO THE PERMANENT CUSTAUDT AND
      *          CUSTHIST LOGS AHEAD OF THE NIGHTLY SAM1V RUN.
      *
      *          A KEYED NEW BALANCE IS NOT APPLIED HERE - A BALANCE
      *          CHANGE NEEDS A SECOND APPROVAL LIKE ANY OTHER.  PF5
      *          WRITES A USERID CARD FOR THE SIGNED-ON USER AND THE
      *          MAINT BALANCE CARD TO THE CMTR EXTRAPARTITION QUEUE,
      *          WHOSE DATASET IS CONCATENATED BEHIND TRANFILE FOR THE
      *          NEXT SAM1V RUN.  SAM1V HOLDS THE CARD ON APPRVOUT
      *          WITH THE USER AS MAKER AND POSTS IT (WITH ITS
      *          CUSTHIST AND CUSTAUDT RECORDS) WHEN A DIFFERENT USER
      *          APPROVES IT ON A LATER RUN.
      *
      *          UPDATES ARE REFUSED WHILE SAM1V HOLDS ITS RUNLOCK
      *          (OR WHEN THE LOCK CANNOT BE READ), AND WHEN THE
      *          CUSTOMER RECORD HAS CHANGED SINCE IT WAS DISPLAYED.
      *
      ******************************************************************

             SCREEN MAP            -  CUSTMNT (CMMENUI/CMMENUO)

             FILES                 -  CUSTFILE (CUSTOMER MASTER, KSDS)
                                      RUNLOCK  (SAM1V RUN LOCK, ESDS)

             QUEUES PRODUCED       -  CMAU (CUSTAUDT AUDIT RECORDS)
                                      CMHS (CUSTHIST CHANGE RECORDS)
                                      CMTR (SAM1V TRANSACTION CARDS)

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-MAPSET-NAME             PIC X(8) VALUE 'CUSTMNT'.
       01  WS-MAP-NAME                PIC X(8) VALUE 'CMMENU'.
       01  WS-TRANID                  PIC X(4) VALUE 'CUSM'.
       01  WS-AUDIT-QUEUE             PIC X(4) VALUE 'CMAU'.
       01  WS-HIST-QUEUE              PIC X(4) VALUE 'CMHS'.
       01  WS-TRAN-QUEUE              PIC X(4) VALUE 'CMTR'.

       01  FLAGS-AND-SWITCHES.
           05  WS-EDIT-SW             PIC X(1) VALUE 'Y'.
               88  EDITS-PASSED           VALUE 'Y'.
               88  EDITS-FAILED           VALUE 'N'.
           05  WS-BROWSE-END-SW       PIC X(1) VALUE 'N'.
               88  BROWSE-ENDED           VALUE 'Y'.
           05  WS-NAME-CHG-SW         PIC X(1) VALUE 'N'.
               88  NAME-CHANGED           VALUE 'Y'.
           05  WS-OCCUP-CHG-SW        PIC X(1) VALUE 'N'.
               88  OCCUP-CHANGED          VALUE 'Y'.
           05  WS-BAL-CHG-SW          PIC X(1) VALUE 'N'.
               88  BALANCE-CHANGED        VALUE 'Y'.

      * CUSTOMER MASTER.  THE PRODUCT RECORDS FOLLOW THE CUSTOMER
      * RECORD UNDER CUST-ID + 'P', SO A BROWSE STARTED THERE READS
      * THEM IN FILE ORDER; DUPKEY ON READNEXT IS THEREFORE NORMAL.
       01  WS-CUST-FIELDS.
           05  WS-CUST-FILE           PIC X(8)  VALUE 'CUSTFILE'.
           05  WS-CUST-RESP           PIC S9(8) COMP.
           05  WS-CUST-LEN            PIC S9(4) COMP.
           05  WS-CUST-RIDFLD.
               10  WS-RID-CUST-ID     PIC X(5).
               10  WS-RID-REC-TYPE    PIC X(1).
           05  WS-RESP-DISPLAY        PIC ZZZ9.

           COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

      * SAM1V RUN LOCK.  THE SAME ONE-RECORD DATASET SAM1V TAKES AT
      * THE START OF ITS RUN AND RELEASES AT THE END, DEFINED TO
      * CICS READ-ONLY AND READ BY RBA.  AN EMPTY DATASET MEANS NO
      * RUN HAS EVER HELD THE LOCK.
       01  WS-LOCK-FIELDS.
           05  WS-LOCK-FILE           PIC X(8)  VALUE 'RUNLOCK '.
           05  WS-LOCK-RESP           PIC S9(8) COMP.
           05  WS-LOCK-RBA            PIC S9(8) COMP VALUE ZERO.

       01  RUNLOCK-RECORD.
           05  LOCK-FLAG              PIC X.
               88  LOCK-HELD              VALUE 'L'.
           05  FILLER                 PIC X.
           05  LOCK-DATE              PIC 9(8).
           05  FILLER                 PIC X.
           05  LOCK-TIME              PIC 9(6).
           05  FILLER                 PIC X.
           05  LOCK-PROGRAM           PIC X(8).
           05  FILLER                 PIC X(54).

       01  WS-LOCK-HELD-MSG.
           05  FILLER                 PIC X(21) VALUE
               'UPDATES REFUSED - RUN'.
           05  FILLER                 PIC X(13) VALUE
               ' LOCK HELD BY'.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-LOCK-MSG-PROGRAM    PIC X(8).
           05  FILLER                 PIC X(7)  VALUE SPACES.

      * PRODUCT PAGING.  THE PAGE NUMBER RIDES THE COMMAREA; A PAGE
      * IS FOUND BY SKIPPING THE PRODUCTS ON THE EARLIER PAGES, AS
      * THE PRODUCT RECORDS SHARE ONE KEY AND CANNOT BE RESTARTED
      * FROM THE LAST ONE SHOWN.
       01  WS-PAGE-FIELDS.
           05  WS-LINES-PER-PAGE      PIC 9(3)  VALUE 8.
           05  WS-SKIP-COUNT          PIC 9(5).
           05  WS-SKIPPED             PIC 9(5).
           05  WS-LINE-NO             PIC 9(3).
           05  WS-PAGE-DISPLAY.
               10  FILLER             PIC X(5)  VALUE 'PAGE '.
               10  WS-PAGE-NO-EDIT    PIC ZZ9.

       01  WS-PRODUCT-LINE.
           05  PL-PRODUCT-ID          PIC X(7).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  PL-PRODUCT-NAME        PIC X(25).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  PL-DATE-PURCHASED      PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-SERVICE-CALLS       PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-LAST-SERVICE-CALL   PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.

       01  WS-PRODUCT-LINES.
           05  WS-PRODUCT-LINE-TBL    PIC X(64) OCCURS 8 TIMES.

       01  WS-BALANCE-DISPLAY         PIC -,---,--9.99.
       01  WS-ORDERS-DISPLAY          PIC -------9.

      * UPDATE WORK FIELDS.  THE NEW BALANCE IS KEYED LIKE THE MAINT
      * CARD'S TRAN-UPDATE-NUM - NINE DIGITS, TWO IMPLIED DECIMALS.
       01  WS-UPDATE-FIELDS.
           05  WS-NEW-NAME            PIC X(17).
           05  WS-NEW-OCCUPATION      PIC X(30).
           05  WS-NEW-BALANCE         PIC 9(7)V99.
           05  WS-NEW-BALANCE-X  REDEFINES WS-NEW-BALANCE PIC X(9).
           05  WS-OLD-NAME            PIC X(17).
           05  WS-OLD-OCCUPATION      PIC X(30).
           05  WS-CHANGE-COUNT        PIC 9(1).
           05  WS-USERID              PIC X(8).

       01  WS-UPDATED-MSG.
           05  FILLER                 PIC X(17) VALUE
               'CUSTOMER UPDATED '.
           05  FILLER                 PIC X(3)  VALUE '- '.
           05  WS-UPD-MSG-COUNT       PIC 9(1).
           05  FILLER                 PIC X(29) VALUE
               ' FIELD(S) CHANGED            '.
       01  WS-BAL-HELD-MSG            PIC X(50) VALUE
           'BALANCE CHANGE SENT FOR SECOND APPROVAL'.
       01  WS-BOTH-DONE-MSG.
           05  FILLER                 PIC X(17) VALUE
               'CUSTOMER UPDATED '.
           05  FILLER                 PIC X(3)  VALUE '- '.
           05  WS-BOTH-MSG-COUNT      PIC 9(1).
           05  FILLER                 PIC X(29) VALUE
               ' CHANGED, BALANCE TO APPROVE '.

      * ONE CHANGED FIELD, SET BY THE CALLER OF 350-LOG-CHANGE.
       01  WS-LOG-FIELDS.
           05  WS-LOG-FIELD-NAME      PIC X(10).
           05  WS-LOG-OLD-VALUE       PIC X(36).
           05  WS-LOG-NEW-VALUE       PIC X(36).

      * CUSTAUDT AND CUSTHIST RECORDS - THE SAM1V AUDIT-RECORD AND
      * HISTORY-RECORD LAYOUTS, FIELD FOR FIELD.
       01  AUDIT-RECORD.
           05  AUD-DATE               PIC 9(6).
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-TIME               PIC 9(6).
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-TRAN-CODE          PIC X(6).
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-OUTCOME            PIC X(3).
               88  AUD-OUTCOME-OK         VALUE 'OK '.
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-TRAN-DETAIL        PIC X(80).
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-MAKER-ID           PIC X(8).
           05  FILLER                 PIC X       VALUE SPACE.
           05  AUD-CHECKER-ID         PIC X(8).

       01  HISTORY-RECORD.
           05  HIST-DATE              PIC 9(6).
           05  FILLER                 PIC X       VALUE SPACE.
           05  HIST-TIME              PIC 9(6).
           05  FILLER                 PIC X       VALUE SPACE.
           05  HIST-CUST-KEY          PIC X(13).
           05  FILLER                 PIC X       VALUE SPACE.
           05  HIST-FIELD-NAME        PIC X(10).
           05  FILLER                 PIC X       VALUE SPACE.
           05  HIST-OLD-VALUE         PIC X(36).
           05  FILLER                 PIC X       VALUE SPACE.
           05  HIST-NEW-VALUE         PIC X(36).

           COPY TRANRCOB.

       01  WS-INIT-COMMAREA.
           05  WS-INIT-CUST-ID        PIC X(5)     VALUE SPACES.
           05  WS-INIT-PAGE-NO        PIC 9(3)     VALUE ZERO.
           05  WS-INIT-MORE-SW        PIC X(1)     VALUE 'N'.
           05  WS-INIT-ORIG-NAME      PIC X(17)    VALUE SPACES.
           05  WS-INIT-ORIG-OCCUP     PIC X(30)    VALUE SPACES.
           05  WS-INIT-ORIG-BALANCE   PIC S9(7)V99 VALUE ZERO.

           COPY CUSTMNT.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-CUST-ID             PIC X(5).
           05  CA-PAGE-NO             PIC 9(3).
           05  CA-MORE-SW             PIC X(1).
               88  CA-MORE-PRODUCTS       VALUE 'Y'.
      *    THE CUSTOMER FIELDS AS LAST DISPLAYED - PF5 REFUSES THE
      *    UPDATE IF THE RECORD NO LONGER MATCHES THEM.
           05  CA-ORIG-NAME           PIC X(17).
           05  CA-ORIG-OCCUPATION     PIC X(30).
           05  CA-ORIG-BALANCE        PIC S9(7)V99.

       PROCEDURE DIVISION.

       000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL  (815-HANDLE-MAPFAIL)
               ERROR    (999-ABEND-HANDLER)
           END-EXEC.

           IF EIBCALEN = 0
               MOVE LOW-VALUES TO CMMENUO
               EXEC CICS SEND MAP(WS-MAP-NAME)
                         MAPSET(WS-MAPSET-NAME)
                         ERASE
               END-EXEC
               EXEC CICS RETURN TRANSID(WS-TRANID)
                         COMMAREA(WS-INIT-COMMAREA)
                         LENGTH(LENGTH OF WS-INIT-COMMAREA)
               END-EXEC
           END-IF.

           EXEC CICS RECEIVE MAP(WS-MAP-NAME)
                              MAPSET(WS-MAPSET-NAME)
                              INTO(CMMENUI)
           END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHCLEAR
                   PERFORM 810-SEND-BLANK-MAP THRU 810-EXIT
               WHEN EIBAID = DFHPF3
                   PERFORM 950-END-SESSION THRU 950-EXIT
               WHEN EIBAID = DFHPF5
                   PERFORM 300-UPDATE-CUSTOMER THRU 300-EXIT
                   PERFORM 820-SEND-DATA-MAP THRU 820-EXIT
               WHEN EIBAID = DFHPF7
                   PERFORM 150-PAGE-BACK THRU 150-EXIT
                   PERFORM 820-SEND-DATA-MAP THRU 820-EXIT
               WHEN EIBAID = DFHPF8
                   PERFORM 160-PAGE-FORWARD THRU 160-EXIT
                   PERFORM 820-SEND-DATA-MAP THRU 820-EXIT
               WHEN OTHER
                   PERFORM 100-EDIT-CUST-ID THRU 100-EXIT
                   IF EDITS-PASSED
                       MOVE 1 TO CA-PAGE-NO
                       PERFORM 200-SHOW-CUSTOMER THRU 200-EXIT
                   END-IF
                   PERFORM 820-SEND-DATA-MAP THRU 820-EXIT
           END-EVALUATE.

           PERFORM 900-RETURN-TRANSACTION THRU 900-EXIT.

       100-EDIT-CUST-ID.
           SET EDITS-PASSED TO TRUE.
           MOVE SPACES TO MSGERRI.
           IF CMCUSTL = 0 OR CMCUSTI = SPACES
               MOVE 'KEY A CUSTOMER ID AND PRESS ENTER' TO MSGERRO
               SET EDITS-FAILED TO TRUE
               GO TO 100-EXIT.
           MOVE CMCUSTI TO CA-CUST-ID.
       100-EXIT.
           EXIT.

       150-PAGE-BACK.
           MOVE SPACES TO MSGERRI.
           IF CA-CUST-ID = SPACES
               MOVE 'KEY A CUSTOMER ID AND PRESS ENTER' TO MSGERRO
               GO TO 150-EXIT.
           IF CA-PAGE-NO NOT > 1
               MOVE 'ALREADY AT THE FIRST PAGE OF PRODUCTS' TO MSGERRO
               GO TO 150-EXIT.
           SUBTRACT 1 FROM CA-PAGE-NO.
           PERFORM 200-SHOW-CUSTOMER THRU 200-EXIT.
       150-EXIT.
           EXIT.

       160-PAGE-FORWARD.
           MOVE SPACES TO MSGERRI.
           IF CA-CUST-ID = SPACES
               MOVE 'KEY A CUSTOMER ID AND PRESS ENTER' TO MSGERRO
               GO TO 160-EXIT.
           IF NOT CA-MORE-PRODUCTS
               MOVE 'NO MORE PRODUCTS FOR THIS CUSTOMER' TO MSGERRO
               GO TO 160-EXIT.
           ADD 1 TO CA-PAGE-NO.
           PERFORM 200-SHOW-CUSTOMER THRU 200-EXIT.
       160-EXIT.
           EXIT.

      * READ THE CUSTOMER RECORD FOR CA-CUST-ID, FILL THE CUSTOMER
      * FIELDS AND THE CURRENT PAGE OF PRODUCT LINES.
       200-SHOW-CUSTOMER.
           MOVE CA-CUST-ID TO WS-RID-CUST-ID.
           MOVE 'C'        TO WS-RID-REC-TYPE.
           MOVE LENGTH OF CUST-REC TO WS-CUST-LEN.
           EXEC CICS READ FILE(WS-CUST-FILE)
                     INTO(CUST-REC)
                     RIDFLD(WS-CUST-RIDFLD)
                     LENGTH(WS-CUST-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL, 13 IS NOTFND
           IF WS-CUST-RESP = 13
               PERFORM 230-CLEAR-CUSTOMER-FIELDS THRU 230-EXIT
               MOVE 'CUSTOMER NOT FOUND' TO MSGERRO
               GO TO 200-EXIT.
           IF WS-CUST-RESP NOT = 0
               PERFORM 230-CLEAR-CUSTOMER-FIELDS THRU 230-EXIT
               MOVE WS-CUST-RESP TO WS-RESP-DISPLAY
               STRING 'CUSTFILE READ FAILED - RESP ' WS-RESP-DISPLAY
                   DELIMITED BY SIZE INTO MSGERRO
               GO TO 200-EXIT.
           MOVE CUST-ID           TO CMCUSTO.
           MOVE CUST-NAME         TO CMNAMEO.
           MOVE CUST-OCCUPATION   TO CMOCCUPO.
           MOVE CUST-ACCT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE WS-BALANCE-DISPLAY TO CMBALO.
           MOVE CUST-ORDERS-YTD   TO WS-ORDERS-DISPLAY.
           MOVE WS-ORDERS-DISPLAY TO CMORDYO.
           MOVE SPACES            TO CMNBALO.
           MOVE CUST-NAME         TO CA-ORIG-NAME.
           MOVE CUST-OCCUPATION   TO CA-ORIG-OCCUPATION.
           MOVE CUST-ACCT-BALANCE TO CA-ORIG-BALANCE.
           PERFORM 210-LIST-PRODUCTS THRU 210-EXIT.
       200-EXIT.
           EXIT.

       210-LIST-PRODUCTS.
           MOVE SPACES TO WS-PRODUCT-LINES.
           MOVE 'N'    TO CA-MORE-SW.
           MOVE 'N'    TO WS-BROWSE-END-SW.
           MOVE ZERO   TO WS-SKIPPED WS-LINE-NO.
           COMPUTE WS-SKIP-COUNT =
               (CA-PAGE-NO - 1) * WS-LINES-PER-PAGE.
           MOVE CA-CUST-ID TO WS-RID-CUST-ID.
           MOVE 'P'        TO WS-RID-REC-TYPE.
           EXEC CICS STARTBR FILE(WS-CUST-FILE)
                     RIDFLD(WS-CUST-RIDFLD)
                     GTEQ
                     RESP(WS-CUST-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL, 13 IS NOTFND (NOTHING AT OR PAST THE KEY)
           IF WS-CUST-RESP NOT = 0
               SET BROWSE-ENDED TO TRUE
           ELSE
               PERFORM 220-READ-NEXT-PRODUCT THRU 220-EXIT
                   UNTIL BROWSE-ENDED
               EXEC CICS ENDBR FILE(WS-CUST-FILE)
               END-EXEC
           END-IF.
           MOVE WS-PRODUCT-LINE-TBL (1) TO CMPL1O.
           MOVE WS-PRODUCT-LINE-TBL (2) TO CMPL2O.
           MOVE WS-PRODUCT-LINE-TBL (3) TO CMPL3O.
           MOVE WS-PRODUCT-LINE-TBL (4) TO CMPL4O.
           MOVE WS-PRODUCT-LINE-TBL (5) TO CMPL5O.
           MOVE WS-PRODUCT-LINE-TBL (6) TO CMPL6O.
           MOVE WS-PRODUCT-LINE-TBL (7) TO CMPL7O.
           MOVE WS-PRODUCT-LINE-TBL (8) TO CMPL8O.
           MOVE CA-PAGE-NO TO WS-PAGE-NO-EDIT.
           MOVE WS-PAGE-DISPLAY TO CMPAGEO.
           IF WS-LINE-NO = 0
               IF CA-PAGE-NO = 1
                   MOVE 'NO PRODUCTS ON FILE FOR THIS CUSTOMER'
                       TO MSGERRO
               ELSE
                   MOVE 'NO PRODUCTS ON THIS PAGE' TO MSGERRO
               END-IF
           ELSE
               IF CA-MORE-PRODUCTS
                   MOVE 'PF8 FOR MORE PRODUCTS' TO MSGERRO
               END-IF
           END-IF.
       210-EXIT.
           EXIT.

      * ONE PRODUCT RECORD PER CALL.  PRODUCTS ON EARLIER PAGES ARE
      * SKIPPED; FINDING ONE MORE AFTER THE PAGE IS FULL SETS THE
      * MORE-PRODUCTS FLAG FOR PF8 AND ENDS THE BROWSE.
       220-READ-NEXT-PRODUCT.
           MOVE LENGTH OF CUST-REC TO WS-CUST-LEN.
           EXEC CICS READNEXT FILE(WS-CUST-FILE)
                     INTO(CUST-REC)
                     RIDFLD(WS-CUST-RIDFLD)
                     LENGTH(WS-CUST-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL, 15 IS DUPKEY (MORE PRODUCTS FOLLOW)
           IF WS-CUST-RESP NOT = 0 AND WS-CUST-RESP NOT = 15
               SET BROWSE-ENDED TO TRUE
               GO TO 220-EXIT.
           IF CUST-ID NOT = CA-CUST-ID
              OR CUST-RECORD-TYPE NOT = 'P'
               SET BROWSE-ENDED TO TRUE
               GO TO 220-EXIT.
           IF WS-SKIPPED < WS-SKIP-COUNT
               ADD 1 TO WS-SKIPPED
               GO TO 220-EXIT.
           IF WS-LINE-NO NOT < WS-LINES-PER-PAGE
               MOVE 'Y' TO CA-MORE-SW
               SET BROWSE-ENDED TO TRUE
               GO TO 220-EXIT.
           ADD 1 TO WS-LINE-NO.
           MOVE CUST-PRODUCT-ID        TO PL-PRODUCT-ID.
           MOVE CUST-PRODUCT-NAME      TO PL-PRODUCT-NAME.
           MOVE CUST-DATE-PURCHASED    TO PL-DATE-PURCHASED.
           MOVE CUST-SERVICE-CALLS     TO PL-SERVICE-CALLS.
           MOVE CUST-LAST-SERVICE-CALL TO PL-LAST-SERVICE-CALL.
           MOVE WS-PRODUCT-LINE TO WS-PRODUCT-LINE-TBL (WS-LINE-NO).
       220-EXIT.
           EXIT.

       230-CLEAR-CUSTOMER-FIELDS.
           MOVE SPACES TO CA-CUST-ID CA-ORIG-NAME CA-ORIG-OCCUPATION.
           MOVE ZERO   TO CA-ORIG-BALANCE CA-PAGE-NO.
           MOVE 'N'    TO CA-MORE-SW.
           MOVE SPACES TO CMNAMEO CMOCCUPO CMBALO CMNBALO CMORDYO
                          CMPAGEO CMPL1O CMPL2O CMPL3O CMPL4O
                          CMPL5O CMPL6O CMPL7O CMPL8O.
       230-EXIT.
           EXIT.

      * PF5 - APPLY THE KEYED NAME AND OCCUPATION TO THE DISPLAYED
      * CUSTOMER AND SEND A KEYED NEW BALANCE FOR APPROVAL.  ONLY
      * FIELDS THE OPERATOR TYPED OVER ARE CHANGED.  THE RUN LOCK IS
      * CHECKED BEFORE THE RECORD IS READ FOR UPDATE.
       300-UPDATE-CUSTOMER.
           SET EDITS-PASSED TO TRUE.
           MOVE SPACES TO MSGERRI.
           IF CA-CUST-ID = SPACES
              OR (CMCUSTL > 0 AND CMCUSTI NOT = CA-CUST-ID)
               MOVE 'PRESS ENTER TO DISPLAY THE CUSTOMER BEFORE PF5'
                   TO MSGERRO
               GO TO 300-EXIT.
           PERFORM 310-EDIT-UPDATE-FIELDS THRU 310-EXIT.
           IF EDITS-FAILED
               GO TO 300-EXIT.
           PERFORM 320-CHECK-RUN-LOCK THRU 320-EXIT.
           IF EDITS-FAILED
               GO TO 300-EXIT.
           MOVE CA-CUST-ID TO WS-RID-CUST-ID.
           MOVE 'C'        TO WS-RID-REC-TYPE.
           MOVE LENGTH OF CUST-REC TO WS-CUST-LEN.
           EXEC CICS READ FILE(WS-CUST-FILE)
                     INTO(CUST-REC)
                     RIDFLD(WS-CUST-RIDFLD)
                     LENGTH(WS-CUST-LEN)
                     UPDATE
                     RESP(WS-CUST-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL, 13 IS NOTFND
           IF WS-CUST-RESP = 13
               MOVE 'CUSTOMER NO LONGER ON FILE - NOT UPDATED'
                   TO MSGERRO
               GO TO 300-EXIT.
           IF WS-CUST-RESP NOT = 0
               MOVE WS-CUST-RESP TO WS-RESP-DISPLAY
               STRING 'CUSTFILE READ FAILED - RESP ' WS-RESP-DISPLAY
                   DELIMITED BY SIZE INTO MSGERRO
               GO TO 300-EXIT.
           IF CUST-NAME NOT = CA-ORIG-NAME
              OR CUST-OCCUPATION NOT = CA-ORIG-OCCUPATION
              OR CUST-ACCT-BALANCE NOT = CA-ORIG-BALANCE
               EXEC CICS UNLOCK FILE(WS-CUST-FILE)
               END-EXEC
               MOVE 'CUSTOMER CHANGED SINCE DISPLAYED - PRESS ENTER'
                   TO MSGERRO
               GO TO 300-EXIT.
           IF WS-CHANGE-COUNT = 0
               EXEC CICS UNLOCK FILE(WS-CUST-FILE)
               END-EXEC
               PERFORM 360-QUEUE-BALANCE-CHANGE THRU 360-EXIT
               MOVE SPACES TO CMNBALO
               MOVE WS-BAL-HELD-MSG TO MSGERRO
               GO TO 300-EXIT.
           MOVE CUST-NAME         TO WS-OLD-NAME.
           MOVE CUST-OCCUPATION   TO WS-OLD-OCCUPATION.
           IF NAME-CHANGED
               MOVE WS-NEW-NAME TO CUST-NAME.
           IF OCCUP-CHANGED
               MOVE WS-NEW-OCCUPATION TO CUST-OCCUPATION.
           EXEC CICS REWRITE FILE(WS-CUST-FILE)
                     FROM(CUST-REC)
                     LENGTH(WS-CUST-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL
           IF WS-CUST-RESP NOT = 0
               MOVE WS-CUST-RESP TO WS-RESP-DISPLAY
               STRING 'CUSTFILE REWRITE FAILED - RESP ' WS-RESP-DISPLAY
                   DELIMITED BY SIZE INTO MSGERRO
               GO TO 300-EXIT.
           PERFORM 340-LOG-CHANGES THRU 340-EXIT.
           PERFORM 200-SHOW-CUSTOMER THRU 200-EXIT.
           IF BALANCE-CHANGED
               PERFORM 360-QUEUE-BALANCE-CHANGE THRU 360-EXIT
               MOVE WS-CHANGE-COUNT TO WS-BOTH-MSG-COUNT
               MOVE WS-BOTH-DONE-MSG TO MSGERRO
           ELSE
               MOVE WS-CHANGE-COUNT TO WS-UPD-MSG-COUNT
               MOVE WS-UPDATED-MSG TO MSGERRO
           END-IF.
       300-EXIT.
           EXIT.

      * A FIELD COUNTS AS KEYED WHEN BMS RETURNS DATA FOR IT.  THE
      * NAME MAY NOT BE BLANKED; THE BALANCE FOLLOWS THE MAINT CARD
      * RULE - NUMERIC, NINE DIGITS WITH TWO IMPLIED DECIMALS.
      * WS-CHANGE-COUNT COUNTS THE FIELDS APPLIED HERE; A CHANGED
      * BALANCE IS QUEUED FOR APPROVAL AND NOT COUNTED.
       310-EDIT-UPDATE-FIELDS.
           MOVE 'N' TO WS-NAME-CHG-SW WS-OCCUP-CHG-SW WS-BAL-CHG-SW.
           MOVE ZERO TO WS-CHANGE-COUNT.
           IF CMNAMEL > 0
               MOVE CMNAMEI TO WS-NEW-NAME
               INSPECT WS-NEW-NAME REPLACING ALL LOW-VALUES BY SPACES
               IF WS-NEW-NAME = SPACES
                   MOVE 'CUSTOMER NAME MAY NOT BE BLANK' TO MSGERRO
                   SET EDITS-FAILED TO TRUE
                   GO TO 310-EXIT
               END-IF
               IF WS-NEW-NAME NOT = CA-ORIG-NAME
                   SET NAME-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.
           IF CMOCCUPL > 0
               MOVE CMOCCUPI TO WS-NEW-OCCUPATION
               INSPECT WS-NEW-OCCUPATION
                   REPLACING ALL LOW-VALUES BY SPACES
               IF WS-NEW-OCCUPATION NOT = CA-ORIG-OCCUPATION
                   SET OCCUP-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.
           IF CMNBALL > 0
               IF CMNBALI IS NOT NUMERIC
                   MOVE 'NEW BALANCE MUST BE 9 DIGITS, NO POINT'
                       TO MSGERRO
                   SET EDITS-FAILED TO TRUE
                   GO TO 310-EXIT
               END-IF
               MOVE CMNBALI TO WS-NEW-BALANCE-X
               IF WS-NEW-BALANCE NOT = CA-ORIG-BALANCE
                   SET BALANCE-CHANGED TO TRUE
               END-IF
           END-IF.
           IF WS-CHANGE-COUNT = 0
              AND NOT BALANCE-CHANGED
               MOVE 'NO CHANGES KEYED - NOTHING UPDATED' TO MSGERRO
               SET EDITS-FAILED TO TRUE.
       310-EXIT.
           EXIT.

      * RESP 0 WITH THE FLAG 'L' MEANS A SAM1V RUN IS UNDER WAY.  AN
      * EMPTY LOCK DATASET (NOTFND) IS FREE, AS IT IS TO SAM1V.  ANY
      * OTHER RESPONSE REFUSES THE UPDATE - THE LOCK MUST BE SEEN TO
      * BE FREE BEFORE THE MASTER IS CHANGED.
       320-CHECK-RUN-LOCK.
           EXEC CICS READ FILE(WS-LOCK-FILE)
                     INTO(RUNLOCK-RECORD)
                     RIDFLD(WS-LOCK-RBA)
                     RBA
                     LENGTH(LENGTH OF RUNLOCK-RECORD)
                     RESP(WS-LOCK-RESP)
           END-EXEC.
      *    RESP 0 IS NORMAL, 13 IS NOTFND
           IF WS-LOCK-RESP = 13
               GO TO 320-EXIT.
           IF WS-LOCK-RESP NOT = 0
               MOVE 'UPDATES REFUSED - RUN LOCK CANNOT BE READ'
                   TO MSGERRO
               SET EDITS-FAILED TO TRUE
               GO TO 320-EXIT.
           IF LOCK-HELD
               MOVE LOCK-PROGRAM TO WS-LOCK-MSG-PROGRAM
               MOVE WS-LOCK-HELD-MSG TO MSGERRO
               SET EDITS-FAILED TO TRUE.
       320-EXIT.
           EXIT.

      * ONE CUSTHIST AND ONE CUSTAUDT RECORD PER CHANGED FIELD, AS
      * SAM1V WRITES FOR EACH MAINT CARD.
       340-LOG-CHANGES.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC.
           IF NAME-CHANGED
               MOVE 'NAME      '      TO WS-LOG-FIELD-NAME
               MOVE WS-OLD-NAME       TO WS-LOG-OLD-VALUE
               MOVE WS-NEW-NAME       TO WS-LOG-NEW-VALUE
               PERFORM 350-LOG-CHANGE THRU 350-EXIT.
           IF OCCUP-CHANGED
               MOVE 'OCCUPATION'      TO WS-LOG-FIELD-NAME
               MOVE WS-OLD-OCCUPATION TO WS-LOG-OLD-VALUE
               MOVE WS-NEW-OCCUPATION TO WS-LOG-NEW-VALUE
               PERFORM 350-LOG-CHANGE THRU 350-EXIT.
       340-EXIT.
           EXIT.

       350-LOG-CHANGE.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE 'MAINT '           TO TRAN-CODE.
           MOVE CA-CUST-ID         TO TRAN-KEY (1:5).
           MOVE 'C'                TO TRAN-KEY (6:1).
           MOVE WS-USERID          TO TRAN-ACTION.
           MOVE WS-LOG-FIELD-NAME  TO TRAN-FIELD-NAME.
           MOVE ZERO               TO TRAN-FIELD-SS.
           MOVE WS-LOG-NEW-VALUE   TO TRAN-UPDATE-DATA.

           MOVE FUNCTION CURRENT-DATE (3:6) TO HIST-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO HIST-TIME.
           MOVE TRAN-KEY           TO HIST-CUST-KEY.
           MOVE WS-LOG-FIELD-NAME  TO HIST-FIELD-NAME.
           MOVE WS-LOG-OLD-VALUE   TO HIST-OLD-VALUE.
           MOVE WS-LOG-NEW-VALUE   TO HIST-NEW-VALUE.
           EXEC CICS WRITEQ TD QUEUE(WS-HIST-QUEUE)
                     FROM(HISTORY-RECORD)
                     LENGTH(LENGTH OF HISTORY-RECORD)
           END-EXEC.

           MOVE HIST-DATE          TO AUD-DATE.
           MOVE HIST-TIME          TO AUD-TIME.
           MOVE TRAN-CODE          TO AUD-TRAN-CODE.
           SET AUD-OUTCOME-OK      TO TRUE.
           MOVE TRAN-RECORD        TO AUD-TRAN-DETAIL.
           MOVE WS-USERID          TO AUD-MAKER-ID.
           MOVE SPACES             TO AUD-CHECKER-ID.
           EXEC CICS WRITEQ TD QUEUE(WS-AUDIT-QUEUE)
                     FROM(AUDIT-RECORD)
                     LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
       350-EXIT.
           EXIT.

      * THE BALANCE CHANGE AS SAM1V CARDS - A USERID CARD NAMING THE
      * SIGNED-ON USER AS MAKER, THEN THE MAINT BALANCE CARD, WHICH
      * SAM1V HOLDS FOR A SECOND APPROVAL.  SAM1V LOGS THE CHANGE TO
      * CUSTAUDT (HELD, THEN POSTED) AND CUSTHIST WHEN IT POSTS.
       360-QUEUE-BALANCE-CHANGE.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE 'USERID'           TO TRAN-CODE.
           MOVE WS-USERID          TO TRAN-KEY (1:8).
           EXEC CICS WRITEQ TD QUEUE(WS-TRAN-QUEUE)
                     FROM(TRAN-RECORD)
                     LENGTH(LENGTH OF TRAN-RECORD)
           END-EXEC.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE 'MAINT '           TO TRAN-CODE.
           MOVE CA-CUST-ID         TO TRAN-KEY (1:5).
           MOVE 'C'                TO TRAN-KEY (6:1).
           MOVE WS-USERID          TO TRAN-ACTION.
           MOVE 'BALANCE   '       TO TRAN-FIELD-NAME.
           MOVE ZERO               TO TRAN-FIELD-SS.
           MOVE WS-NEW-BALANCE-X   TO TRAN-UPDATE-DATA.
           EXEC CICS WRITEQ TD QUEUE(WS-TRAN-QUEUE)
                     FROM(TRAN-RECORD)
                     LENGTH(LENGTH OF TRAN-RECORD)
           END-EXEC.
       360-EXIT.
           EXIT.

       810-SEND-BLANK-MAP.
           MOVE LOW-VALUES TO CMMENUO.
           INITIALIZE DFHCOMMAREA.
           EXEC CICS SEND MAP(WS-MAP-NAME)
                     MAPSET(WS-MAPSET-NAME)
                     ERASE
           END-EXEC.
       810-EXIT.
           EXIT.

       815-HANDLE-MAPFAIL.
           PERFORM 810-SEND-BLANK-MAP THRU 810-EXIT.
           PERFORM 900-RETURN-TRANSACTION THRU 900-EXIT.
       815-EXIT.
           EXIT.

       820-SEND-DATA-MAP.
           EXEC CICS SEND MAP(WS-MAP-NAME)
                     MAPSET(WS-MAPSET-NAME)
                     DATAONLY
           END-EXEC.
       820-EXIT.
           EXIT.

       900-RETURN-TRANSACTION.
           EXEC CICS RETURN TRANSID(WS-TRANID)
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       900-EXIT.
           EXIT.

       950-END-SESSION.
           EXEC CICS SEND TEXT
                     FROM('CUSTMNT SESSION ENDED')
                     LENGTH(21)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
       950-EXIT.
           EXIT.

       999-ABEND-HANDLER.
           MOVE 'CUSTMNT ENCOUNTERED A CICS ERROR CONDITION'
               TO MSGERRO.
           PERFORM 820-SEND-DATA-MAP THRU 820-EXIT.
           PERFORM 900-RETURN-TRANSACTION THRU 900-EXIT.

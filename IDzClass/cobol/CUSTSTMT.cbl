      *
      * OUTPUT IS ONE PRINT FILE (CUSTSTMT) FOR THE PRINT SHOP, WITH
      * A SUMMARY PAGE OF STATEMENTS PRODUCED AT THE END.
      *
      * EACH STATEMENT CARRIES THE CUSTOMER'S MAILING ADDRESS BLOCK
      * FROM THE CUSTADDR ADDRESS MASTER.  CUSTADDR IS KEYED ON THE
      * RECEIVABLES CUSTOMER NUMBER, SO THE CUST-ID IS TRANSLATED
      * THROUGH CUSTXREF FIRST.  A CUSTOMER WITH NO XREF LINK, NO
      * ADDRESS RECORD, AN INCOMPLETE ADDRESS OR THE NO-MAIL FLAG IS
      * NOT PRINTED - IT IS LISTED ON THE STMTEXCP EXCEPTION FILE
      * INSTEAD AND THE RUN ENDS WITH RETURN CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
            SELECT STATEMENT-FILE   ASSIGN TO CUSTSTMT
               FILE STATUS  IS  WS-STMTFILE-STATUS.

            SELECT XREF-FILE        ASSIGN TO CUSTXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-XREF-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO CUSTADDR
                   ORGANIZATION IS  INDEXED
                   ACCESS       IS  RANDOM
                   RECORD KEY   IS  CADR-CUST-NO
                   FILE STATUS  IS  WS-ADDRFILE-STATUS.

            SELECT EXCEPTION-FILE   ASSIGN TO STMTEXCP
               FILE STATUS  IS  WS-EXCPFILE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(132).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XR-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  XR-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X(69).

       FD  ADDRESS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY CUSTADDR.

      *    CUSTOMERS WHOSE STATEMENT WAS HELD FOR WANT OF AN ADDRESS.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD           PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
           05  WS-HISTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-PARMFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-STMTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-XREF-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-ADDRFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-EXCPFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-XREF-EOF             PIC X     VALUE 'N'.
           05  WS-ADDRFILE-OPEN        PIC X     VALUE 'N'.
           05  WS-CUST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-HIST-FILE-EOF        PIC X     VALUE 'N'.
           05  WS-PERIOD-FROM-DATE     PIC 9(6)  VALUE ZERO.
           05  WS-STMT-CUST-ID         PIC X(5)  VALUE LOW-VALUES.
           05  WS-PRODUCT-HDR-SW       PIC X     VALUE 'N'.
           05  WS-CHANGE-HDR-SW        PIC X     VALUE 'N'.
           05  WS-STMT-HELD-SW         PIC X     VALUE 'N'.
           05  WS-STMT-CUST-NO         PIC X(5)  VALUE SPACES.
           05  WS-ADDR-REASON          PIC X(24) VALUE SPACES.
      *
       01  TOTALS-VARS.
           05  NUM-STATEMENTS        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCT-LINES     PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-CHANGE-LINES      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-HIST-RECS-READ    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-STATEMENTS-HELD   PIC S9(9)   COMP-3  VALUE +0.
      *
      *    RECEIVABLES CUSTOMER NUMBER FOR EACH CUST-ID, LOADED FROM
      *    CUSTXREF AT STARTUP - THE ADDRESS MASTER IS KEYED ON IT.
       01  XREF-TABLE-FIELDS.
           05  WS-XREF-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-XREF-SUB           PIC S9(4)   COMP    VALUE +0.
           05  XREF-TABLE OCCURS 999 TIMES.
               10  XT-CUST-NO        PIC X(5).
               10  XT-CUST-ID        PIC X(5).
      *
      *    BALANCE CHANGES FOR THE STATEMENT PERIOD, LOADED FROM
      *    CUSTHIST BEFORE THE MASTER PASS.  ONLY HIST-FIELD-NAME
           05  FILLER                 PIC XX    VALUE SPACES.
           05  STMT-CUST-OCCUPATION   PIC X(30).
           05  FILLER                 PIC X(66) VALUE SPACES.
       01 STMT-ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  STMT-ADDR-TEXT         PIC X(40).
           05  FILLER                 PIC X(82) VALUE SPACES.
       01 STMT-BALANCE-LINE.
           05  FILLER                 PIC X(17)
                                      VALUE 'ACCOUNT BALANCE: '.
           05  FILLER              PIC X(89)    VALUE SPACES.
       01  STMT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.
       01  EXCP-HEADER.
           05  FILLER PIC X(44)
                  VALUE 'CUSTSTMT - STATEMENTS HELD FOR WANT OF A MAI'.
           05  FILLER PIC X(24)
                  VALUE 'LING ADDRESS   PERIOD: '.
           05  EXCP-FROM-DATE         PIC 9(6).
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  EXCP-TO-DATE           PIC 9(6).
           05  FILLER                 PIC X(48) VALUE SPACES.
       01  EXCP-COLUMNS.
           05  FILLER PIC X(44)
                  VALUE 'CUST-ID  CUST-NO  CUSTOMER NAME         BALA'.
           05  FILLER PIC X(24)
                  VALUE 'NCE  REASON             '.
           05  FILLER PIC X(64) VALUE SPACES.
       01  EXCP-DETAIL.
           05  EXCP-CUST-ID           PIC X(5).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  EXCP-CUST-NO           PIC X(5).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  EXCP-CUST-NAME         PIC X(17).
           05  FILLER                 PIC X     VALUE SPACES.
           05  EXCP-BALANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                 PIC XX    VALUE SPACES.
           05  EXCP-REASON            PIC X(24).
           05  FILLER                 PIC X(59) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-READ-PARM-CARD.
           PERFORM 200-LOAD-BALANCE-CHANGES.
           PERFORM 250-LOAD-XREF.
           PERFORM 900-OPEN-FILES.
           PERFORM 300-STATEMENT-ONE-RECORD
               WITH TEST BEFORE
           PERFORM 500-PRINT-SUMMARY-PAGE.
           PERFORM 905-CLOSE-FILES.
           DISPLAY 'CUSTSTMT: STATEMENTS PRODUCED: ' NUM-STATEMENTS.
           DISPLAY 'CUSTSTMT: STATEMENTS HELD - NO ADDRESS: '
                   NUM-STATEMENTS-HELD.
           IF NUM-STATEMENTS-HELD > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-READ-PARM-CARD.
               END-IF
           END-IF.

       250-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CUSTSTMT: CUSTXREF NOT AVAILABLE. RC: '
                       WS-XREF-STATUS
               DISPLAY 'CUSTSTMT: EVERY STATEMENT WILL BE HELD'
           ELSE
               PERFORM 260-READ-XREF
                   WITH TEST BEFORE
                   UNTIL WS-XREF-EOF = 'Y'
               CLOSE XREF-FILE
           END-IF.

       260-READ-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = 'Y'
              AND XR-CUST-ID NOT = SPACES
              AND WS-XREF-COUNT < 999
               ADD +1 TO WS-XREF-COUNT
               MOVE XR-CUST-NO TO XT-CUST-NO (WS-XREF-COUNT)
               MOVE XR-CUST-ID TO XT-CUST-ID (WS-XREF-COUNT)
           END-IF.

      *    THE MASTER IS KEYED ON CUST-ID PLUS RECORD TYPE AND 'C'
      *    COLLATES BEFORE 'P', SO ONE SEQUENTIAL PASS SEES EACH
      *    CUSTOMER FOLLOWED BY ITS PRODUCTS.
               ELSE
                   IF CUST-RECORD-TYPE = 'P'
                      AND CUST-ID = WS-STMT-CUST-ID
                      AND WS-STMT-HELD-SW = 'N'
                       PERFORM 330-PRINT-PRODUCT-LINE
                   END-IF
               END-IF
      *    CLOSE OUT THE PRIOR CUSTOMER'S PAGE WITH ITS BALANCE
      *    CHANGES BEFORE STARTING THE NEXT PAGE.
           IF WS-STMT-CUST-ID NOT = LOW-VALUES
              AND WS-STMT-HELD-SW = 'N'
               PERFORM 340-PRINT-BALANCE-CHANGES
           END-IF.
           MOVE CUST-ID TO WS-STMT-CUST-ID.
           MOVE 'N' TO WS-PRODUCT-HDR-SW.
           PERFORM 320-GET-MAIL-ADDRESS.
           IF WS-ADDR-REASON NOT = SPACES
               PERFORM 360-LIST-HELD-STATEMENT
           ELSE
               PERFORM 315-PRINT-STATEMENT-TOP
           END-IF.

       315-PRINT-STATEMENT-TOP.
           MOVE 'N' TO WS-STMT-HELD-SW.
           ADD +1 TO NUM-STATEMENTS.
           WRITE STATEMENT-RECORD FROM STMT-HEADER1 AFTER PAGE.
           MOVE CUST-ID         TO STMT-CUST-ID.
           MOVE CUST-NAME       TO STMT-CUST-NAME.
           MOVE CUST-OCCUPATION TO STMT-CUST-OCCUPATION.
           WRITE STATEMENT-RECORD FROM STMT-CUST-LINE AFTER 2.
           PERFORM 325-PRINT-ADDRESS-BLOCK.
           MOVE CUST-ACCT-BALANCE TO STMT-ACCT-BALANCE.
           MOVE CUST-ORDERS-YTD   TO STMT-ORDERS-YTD.
           WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE AFTER 1.
           WRITE STATEMENT-RECORD FROM STMT-SPACES AFTER 1.

      *    A CUSTOMER IS MAILABLE ONLY WITH A CUSTXREF LINK AND A
      *    CUSTADDR RECORD CARRYING LINE 1, CITY, STATE AND ZIP THAT
      *    IS NOT FLAGGED NO-MAIL.
       320-GET-MAIL-ADDRESS.
           MOVE SPACES TO WS-ADDR-REASON.
           MOVE SPACES TO WS-STMT-CUST-NO.
           PERFORM 322-CHECK-ONE-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                  OR WS-STMT-CUST-NO NOT = SPACES.
           EVALUATE TRUE
              WHEN WS-STMT-CUST-NO = SPACES
                  MOVE 'NO CUSTXREF LINK' TO WS-ADDR-REASON
              WHEN WS-ADDRFILE-OPEN NOT = 'Y'
                  MOVE 'CUSTADDR NOT AVAILABLE' TO WS-ADDR-REASON
              WHEN OTHER
                  MOVE WS-STMT-CUST-NO TO CADR-CUST-NO
                  READ ADDRESS-FILE
                  EVALUATE TRUE
                     WHEN WS-ADDRFILE-STATUS NOT = '00'
                         MOVE 'NO ADDRESS ON CUSTADDR' TO WS-ADDR-REASON
                     WHEN CADR-NO-MAIL
                         MOVE 'CUSTOMER FLAGGED NO-MAIL'
                             TO WS-ADDR-REASON
                     WHEN CADR-ADDR-LINE1 = SPACES
                       OR CADR-CITY = SPACES
                       OR CADR-STATE = SPACES
                       OR CADR-ZIP = SPACES
                         MOVE 'ADDRESS INCOMPLETE' TO WS-ADDR-REASON
                  END-EVALUATE
           END-EVALUATE.

       322-CHECK-ONE-XREF.
           IF XT-CUST-ID (WS-XREF-SUB) = CUST-ID
               MOVE XT-CUST-NO (WS-XREF-SUB) TO WS-STMT-CUST-NO
           END-IF.

      *    ATTENTION LINE AND LINE 2 ONLY WHEN PRESENT, THEN CITY,
      *    STATE AND ZIP ON ONE LINE.
       325-PRINT-ADDRESS-BLOCK.
           IF CADR-ATTENTION NOT = SPACES
               MOVE SPACES TO STMT-ADDR-TEXT
               STRING 'ATTN: ' CADR-ATTENTION DELIMITED BY SIZE
                   INTO STMT-ADDR-TEXT
               END-STRING
               WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE AFTER 1
           END-IF.
           MOVE CADR-ADDR-LINE1 TO STMT-ADDR-TEXT.
           WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE AFTER 1.
           IF CADR-ADDR-LINE2 NOT = SPACES
               MOVE CADR-ADDR-LINE2 TO STMT-ADDR-TEXT
               WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE AFTER 1
           END-IF.
           MOVE SPACES TO STMT-ADDR-TEXT.
           STRING CADR-CITY  DELIMITED BY '  '
                  ', '       DELIMITED BY SIZE
                  CADR-STATE DELIMITED BY SIZE
                  '  '       DELIMITED BY SIZE
                  CADR-ZIP   DELIMITED BY SIZE
               INTO STMT-ADDR-TEXT
           END-STRING.
           WRITE STATEMENT-RECORD FROM STMT-ADDRESS-LINE AFTER 1.
           WRITE STATEMENT-RECORD FROM STMT-SPACES AFTER 1.

       330-PRINT-PRODUCT-LINE.
           IF WS-PRODUCT-HDR-SW = 'N'
               MOVE 'Y' TO WS-PRODUCT-HDR-SW
               ADD +1 TO NUM-CHANGE-LINES
           END-IF.

      *    THE HELD CUSTOMER'S PRODUCTS AND BALANCE CHANGES ARE
      *    SKIPPED UNTIL THE NEXT 'C' RECORD.
       360-LIST-HELD-STATEMENT.
           MOVE 'Y' TO WS-STMT-HELD-SW.
           ADD +1 TO NUM-STATEMENTS-HELD.
           MOVE CUST-ID           TO EXCP-CUST-ID.
           MOVE WS-STMT-CUST-NO   TO EXCP-CUST-NO.
           MOVE CUST-NAME         TO EXCP-CUST-NAME.
           MOVE CUST-ACCT-BALANCE TO EXCP-BALANCE.
           MOVE WS-ADDR-REASON    TO EXCP-REASON.
           WRITE EXCEPTION-RECORD FROM EXCP-DETAIL AFTER 1.

       500-PRINT-SUMMARY-PAGE.
           IF WS-STMT-CUST-ID NOT = LOW-VALUES
              AND WS-STMT-HELD-SW = 'N'
               PERFORM 340-PRINT-BALANCE-CHANGES
           END-IF.
           WRITE STATEMENT-RECORD FROM STMT-SUMMARY-HDR AFTER PAGE.
           MOVE 'HISTORY RECORDS READ          ' TO STMT-COUNT-LABEL.
           MOVE NUM-HIST-RECS-READ TO STMT-COUNT-VALUE.
           WRITE STATEMENT-RECORD FROM STMT-COUNT-LINE AFTER 1.
           MOVE 'STATEMENTS HELD - NO ADDRESS  ' TO STMT-COUNT-LABEL.
           MOVE NUM-STATEMENTS-HELD TO STMT-COUNT-VALUE.
           WRITE STATEMENT-RECORD FROM STMT-COUNT-LINE AFTER 1.

       730-READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCPFILE-STATUS NOT = '00'
             DISPLAY 'CUSTSTMT: ERROR OPENING EXCEPTION FILE. RC:'
                     WS-EXCPFILE-STATUS
             DISPLAY 'ENDING PROGRAM DUE TO FILE ERROR'
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CUST-FILE-EOF
           ELSE
             MOVE WS-PERIOD-FROM-DATE TO EXCP-FROM-DATE
             MOVE WS-PERIOD-TO-DATE   TO EXCP-TO-DATE
             WRITE EXCEPTION-RECORD FROM EXCP-HEADER AFTER PAGE
             WRITE EXCEPTION-RECORD FROM EXCP-COLUMNS AFTER 2
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRFILE-STATUS = '00'
             MOVE 'Y' TO WS-ADDRFILE-OPEN
           ELSE
             DISPLAY 'CUSTSTMT: CUSTADDR NOT AVAILABLE. RC: '
                     WS-ADDRFILE-STATUS
             DISPLAY 'CUSTSTMT: EVERY STATEMENT WILL BE HELD'
           END-IF.

       905-CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-ADDRFILE-OPEN = 'Y'
               CLOSE ADDRESS-FILE
           END-IF.

      * END OF PROGRAM CUSTSTMT

      ****************************************************************
      * PROGRAM:  ACT2CTL
      *
      * CONTROL MODULE FOR THE ACT2DATA INVOICE CHAIN
      * (ORDINV -> PAYAPPLY -> COLLPOST -> DSPTPOST -> ADJPOST ->
      * WOPOST -> CNTRLBRK, WITH SUSPFIX RESUBMISSIONS MERGED IN).
      * EVERY STEP THAT WRITES AN INVOICE FILE PUTS A HEADER
      * (BUSINESS DATE, PRODUCING PROGRAM, GENERATION SEQUENCE) AND
      * A TRAILER (INVOICE COUNT, INV-AMT TOTAL) AROUND IT - LAYOUT
      * IN ACT2HT - AND EVERY STEP THAT READS ONE HAS THIS MODULE
      * PROVE IT FIRST.  CALLED WITH ACT2-CTL-AREA (COPY ACT2WS):
      *
      *   S  START AN OUTPUT GENERATION - RETURNS THE BUSINESS DATE
      *      AND THE NEXT GENERATION SEQUENCE ON THE CHAIN.
      *   E  END IT - THE COUNT AND AMOUNT THE CALLER PUT ON ITS
      *      TRAILER ARE RECORDED ON ACT2GEN AS THAT PROGRAM'S LATEST
      *      GENERATION, AND EVERY GENERATION THE CALLER VERIFIED ON
      *      ITS INPUT IS MARKED AS USED UP BY IT.
      *   V  VERIFY ACT2DATA BEFORE ANY INVOICE IS PROCESSED.  THE
      *      INPUT MAY BE SEVERAL GENERATIONS CONCATENATED OR MERGED
      *      (THE CARRIED INVOICE FILE, ORDACT2, RESUBFIL).  IT FAILS
      *      WHEN -
      *        - THERE IS NO HEADER, OR A HEADER WITHOUT A TRAILER
      *          (A TRUNCATED FILE) OR A TRAILER WITHOUT A HEADER;
      *        - THE INVOICES READ DO NOT ADD UP TO THE TRAILER
      *          COUNTS AND INV-AMT TOTALS;
      *        - A GENERATION IS NOT THE LATEST ONE ITS PROGRAM
      *          RECORDED ON ACT2GEN, OR ITS DATE, COUNT OR AMOUNT
      *          DIFFER FROM WHAT WAS RECORDED (AN OLD GENERATION
      *          FED IN);
      *        - A GENERATION WAS ALREADY USED UP BY ANOTHER STEP
      *          (THE NEWER FILE THAT STEP WROTE WAS SKIPPED), OR BY
      *          THE CALLER ITSELF ON AN EARLIER DATE - ONLY A RESTART
      *          ON THE SAME BUSINESS DATE MAY READ IT AGAIN;
      *        - A GENERATION IS DATED AFTER THE BUSINESS DATE, OR
      *          THE NEWEST ONE IS NOT DATED THE BUSINESS DATE (A
      *          STEP THAT SHOULD HAVE RUN TODAY DID NOT).
      *
      * THE BUSINESS DATE IS TODAY UNLESS THE OPTIONAL BUSDATE CARD
      * (YYYYMMDD IN COLS 1-8) OVERRIDES IT FOR A CATCH-UP RUN, THE
      * SAME CARD CNTRLBRK AND ARGLPOST READ.  ACT2GEN HOLDS ONE
      * RECORD PER PRODUCING PROGRAM AND IS REWRITTEN WHOLE AT EACH
      * 'E'.  THE CALLER STOPS THROUGH ABENDRTN WHEN A2-RESULT IS 'N'.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACT2CTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT INVOICE-FILE     ASSIGN TO ACT2DATA
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-INVOICE-STATUS.

            SELECT GENERATION-FILE  ASSIGN TO ACT2GEN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GENFILE-STATUS.

            SELECT BUSDATE-FILE     ASSIGN TO BUSDATE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           05  INV-KEY                    PIC X(10).
           05  FILLER                     PIC X.
           05  INV-AMT                    PIC S9(7)V99.
           05  FILLER                     PIC X(60).

      *    ONE RECORD PER PROGRAM THAT WRITES AN INVOICE FILE - ITS
      *    LATEST GENERATION AND THE STEP THAT HAS SINCE USED IT.
       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-RECORD.
           05  AG-PROGRAM-ID              PIC X(8).
           05  FILLER                     PIC X.
           05  AG-BUSINESS-DATE           PIC 9(8).
           05  FILLER                     PIC X.
           05  AG-GENERATION-SEQ          PIC 9(7).
           05  FILLER                     PIC X.
           05  AG-RECORD-COUNT            PIC 9(9).
           05  FILLER                     PIC X.
           05  AG-INV-AMT-TOTAL           PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X.
           05  AG-CONSUMED-BY             PIC X(8).
           05  FILLER                     PIC X.
           05  AG-CONSUMED-DATE           PIC 9(8).
           05  FILLER                     PIC X(12).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM               PIC 9(8).
           05  FILLER                     PIC X(72).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  WS-FIELDS.
           05  WS-INVOICE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-GENFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-BUSDATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-OUT-SEQ              PIC 9(7)  VALUE ZERO.
           05  WS-MAX-SEQ              PIC 9(7)  VALUE ZERO.
           05  WS-NEWEST-SEQ           PIC 9(7)  VALUE ZERO.
           05  WS-NEWEST-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-DATA-COUNT           PIC 9(9)  VALUE ZERO.
           05  WS-DATA-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-TRAILER-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-TRAILER-AMOUNT       PIC S9(11)V99 VALUE ZERO.
      *
      *    ACT2GEN AS LOADED - ONE ENTRY PER PRODUCING PROGRAM.
       01  GENERATION-TABLE-FIELDS.
           05  WS-GEN-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-GEN-MAX            PIC S9(4)   COMP    VALUE +50.
           05  WS-GEN-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-GEN-SLOT           PIC S9(4)   COMP    VALUE +0.
           05  GENERATION-TABLE OCCURS 50 TIMES.
               10  GT-PROGRAM-ID     PIC X(8).
               10  GT-BUSINESS-DATE  PIC 9(8).
               10  GT-GENERATION-SEQ PIC 9(7).
               10  GT-RECORD-COUNT   PIC 9(9).
               10  GT-INV-AMT-TOTAL  PIC S9(11)V99.
               10  GT-CONSUMED-BY    PIC X(8).
               10  GT-CONSUMED-DATE  PIC 9(8).
      *
      *    GENERATIONS FOUND ON THE INPUT BY THE LAST 'V' CALL - KEPT
      *    SO THE CALLER'S 'E' CAN MARK THEM USED UP.
       01  SECTION-TABLE-FIELDS.
           05  WS-SECT-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-SECT-MAX           PIC S9(4)   COMP    VALUE +20.
           05  WS-SECT-SUB           PIC S9(4)   COMP    VALUE +0.
           05  WS-SECT-SLOT          PIC S9(4)   COMP    VALUE +0.
           05  WS-VERIFIED-BY        PIC X(8)    VALUE SPACES.
           05  SECTION-TABLE OCCURS 20 TIMES.
               10  ST-PROGRAM-ID     PIC X(8).
               10  ST-GENERATION-SEQ PIC 9(7).
               10  ST-BUSINESS-DATE  PIC 9(8).
               10  ST-HEADER-SEEN    PIC X.
               10  ST-TRAILER-SEEN   PIC X.
               10  ST-RECORD-COUNT   PIC 9(9).
               10  ST-INV-AMT-TOTAL  PIC S9(11)V99.

       COPY ACT2HT.

      *****************************************************************
       LINKAGE SECTION.

       COPY ACT2WS.

      *****************************************************************
       PROCEDURE DIVISION USING ACT2-CTL-AREA.

       000-MAIN.
           MOVE 'Y'    TO A2-RESULT.
           MOVE SPACES TO A2-REASON.
           MOVE SPACES TO A2-FILE-STATUS.
           EVALUATE TRUE
              WHEN A2-VERIFY-INPUT
                  PERFORM 100-VERIFY-INPUT
              WHEN A2-START-OUTPUT
                  PERFORM 200-START-OUTPUT
              WHEN A2-END-OUTPUT
                  PERFORM 300-END-OUTPUT
              WHEN OTHER
                  MOVE 'UNKNOWN ACT2CTL FUNCTION' TO A2-REASON
                  MOVE 'N' TO A2-RESULT
           END-EVALUATE.
           IF A2-FAILED
               DISPLAY 'ACT2CTL: ' A2-PROGRAM-ID ' ' A2-FUNCTION
                       ' FAILED - ' A2-REASON
           END-IF.
           GOBACK.

      *****************************************************************
      *    V - PROVE THE INPUT BEFORE THE CALLER TOUCHES IT
      *****************************************************************
       100-VERIFY-INPUT.
           PERFORM 700-GET-BUSINESS-DATE.
           PERFORM 710-LOAD-GENERATIONS.
           MOVE +0     TO WS-SECT-COUNT.
           MOVE SPACES TO WS-VERIFIED-BY.
           MOVE ZERO   TO WS-DATA-COUNT WS-DATA-AMOUNT.
           MOVE ZERO   TO A2-RECORD-COUNT A2-INV-AMT-TOTAL
                          A2-SECTION-COUNT.
           IF A2-OK
               OPEN INPUT INVOICE-FILE
               IF WS-INVOICE-STATUS NOT = '00'
                   MOVE 'ACT2DATA CANNOT BE OPENED' TO A2-REASON
                   MOVE WS-INVOICE-STATUS TO A2-FILE-STATUS
                   MOVE 'N' TO A2-RESULT
               ELSE
                   MOVE 'N' TO WS-INPUT-EOF
                   PERFORM 110-READ-ONE-INVOICE
                       WITH TEST BEFORE
                       UNTIL WS-INPUT-EOF = 'Y' OR A2-FAILED
                   CLOSE INVOICE-FILE
               END-IF
           END-IF.
           IF A2-OK
               PERFORM 120-CHECK-GENERATIONS
           END-IF.
           MOVE WS-DATA-COUNT  TO A2-RECORD-COUNT.
           MOVE WS-DATA-AMOUNT TO A2-INV-AMT-TOTAL.
           MOVE WS-SECT-COUNT  TO A2-SECTION-COUNT.
           IF A2-OK
               MOVE A2-PROGRAM-ID TO WS-VERIFIED-BY
           ELSE
               MOVE +0 TO WS-SECT-COUNT
           END-IF.

       110-READ-ONE-INVOICE.
           READ INVOICE-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE TRUE
              WHEN WS-INPUT-EOF = 'Y'
                  CONTINUE
              WHEN WS-INVOICE-STATUS NOT = '00'
                  MOVE 'ERROR READING ACT2DATA' TO A2-REASON
                  MOVE WS-INVOICE-STATUS TO A2-FILE-STATUS
                  MOVE 'N' TO A2-RESULT
              WHEN OTHER
                  MOVE INVOICE-RECORD TO ACT2-CONTROL-REC
                  EVALUATE TRUE
                     WHEN A2C-HEADER
                         PERFORM 130-NOTE-HEADER
                     WHEN A2C-TRAILER
                         PERFORM 135-NOTE-TRAILER
                     WHEN OTHER
                         ADD 1 TO WS-DATA-COUNT
                         IF INV-AMT NUMERIC
                             ADD INV-AMT TO WS-DATA-AMOUNT
                         END-IF
                  END-EVALUATE
           END-EVALUATE.

       130-NOTE-HEADER.
           PERFORM 150-FIND-SECTION.
           IF WS-SECT-SLOT > 0
              AND ST-HEADER-SEEN (WS-SECT-SLOT) = 'Y'
               STRING 'DUPLICATE HEADER FROM ' A2C-PROGRAM-ID
                   DELIMITED BY SIZE INTO A2-REASON
               END-STRING
               MOVE 'N' TO A2-RESULT
           ELSE
               IF WS-SECT-SLOT = 0
                   PERFORM 155-ADD-SECTION
               END-IF
               IF A2-OK
                   MOVE 'Y' TO ST-HEADER-SEEN (WS-SECT-SLOT)
                   MOVE A2C-BUSINESS-DATE
                       TO ST-BUSINESS-DATE (WS-SECT-SLOT)
               END-IF
           END-IF.

       135-NOTE-TRAILER.
           PERFORM 150-FIND-SECTION.
           IF WS-SECT-SLOT > 0
              AND ST-TRAILER-SEEN (WS-SECT-SLOT) = 'Y'
               STRING 'DUPLICATE TRAILER FROM ' A2C-PROGRAM-ID
                   DELIMITED BY SIZE INTO A2-REASON
               END-STRING
               MOVE 'N' TO A2-RESULT
           ELSE
               IF WS-SECT-SLOT = 0
                   PERFORM 155-ADD-SECTION
               END-IF
               IF A2-OK
                   MOVE 'Y' TO ST-TRAILER-SEEN (WS-SECT-SLOT)
                   MOVE A2C-RECORD-COUNT
                       TO ST-RECORD-COUNT (WS-SECT-SLOT)
                   MOVE A2C-INV-AMT-TOTAL
                       TO ST-INV-AMT-TOTAL (WS-SECT-SLOT)
               END-IF
           END-IF.

       150-FIND-SECTION.
           MOVE +0 TO WS-SECT-SLOT.
           PERFORM 152-CHECK-ONE-SECTION
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
                  OR WS-SECT-SLOT > 0.

       152-CHECK-ONE-SECTION.
           IF ST-PROGRAM-ID (WS-SECT-SUB) = A2C-PROGRAM-ID
              AND ST-GENERATION-SEQ (WS-SECT-SUB) = A2C-GENERATION-SEQ
               MOVE WS-SECT-SUB TO WS-SECT-SLOT
           END-IF.

       155-ADD-SECTION.
           IF WS-SECT-COUNT NOT < WS-SECT-MAX
               MOVE 'TOO MANY GENERATIONS ON ACT2DATA' TO A2-REASON
               MOVE 'N' TO A2-RESULT
           ELSE
               ADD +1 TO WS-SECT-COUNT
               MOVE WS-SECT-COUNT      TO WS-SECT-SLOT
               MOVE A2C-PROGRAM-ID     TO ST-PROGRAM-ID (WS-SECT-SLOT)
               MOVE A2C-GENERATION-SEQ
                                   TO ST-GENERATION-SEQ (WS-SECT-SLOT)
               MOVE ZERO      TO ST-BUSINESS-DATE (WS-SECT-SLOT)
                                 ST-RECORD-COUNT (WS-SECT-SLOT)
                                 ST-INV-AMT-TOTAL (WS-SECT-SLOT)
               MOVE 'N'       TO ST-HEADER-SEEN (WS-SECT-SLOT)
                                 ST-TRAILER-SEEN (WS-SECT-SLOT)
           END-IF.

      *    EACH GENERATION ON ITS OWN, THEN THE INVOICES AGAINST THE
      *    TRAILERS, THEN THE NEWEST GENERATION AGAINST THE DATE.
       120-CHECK-GENERATIONS.
           IF WS-SECT-COUNT = 0
               MOVE 'NO HEADER RECORD - INPUT NOT LABELLED'
                   TO A2-REASON
               MOVE 'N' TO A2-RESULT
           END-IF.
           MOVE ZERO TO WS-TRAILER-COUNT WS-TRAILER-AMOUNT.
           MOVE ZERO TO WS-NEWEST-SEQ WS-NEWEST-DATE.
           PERFORM 125-CHECK-ONE-GENERATION
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
                  OR A2-FAILED.
           IF A2-OK
               EVALUATE TRUE
                  WHEN WS-TRAILER-COUNT NOT = WS-DATA-COUNT
                      MOVE 'INVOICE COUNT DIFFERS FROM TRAILERS'
                          TO A2-REASON
                      MOVE 'N' TO A2-RESULT
                  WHEN WS-TRAILER-AMOUNT NOT = WS-DATA-AMOUNT
                      MOVE 'INV-AMT TOTAL DIFFERS FROM TRAILERS'
                          TO A2-REASON
                      MOVE 'N' TO A2-RESULT
                  WHEN WS-NEWEST-DATE NOT = WS-BUSINESS-DATE
                      MOVE 'NEWEST GENERATION NOT OF BUSINESS DATE'
                          TO A2-REASON
                      MOVE 'N' TO A2-RESULT
               END-EVALUATE
           END-IF.

       125-CHECK-ONE-GENERATION.
           MOVE +0 TO WS-GEN-SLOT.
           PERFORM 720-CHECK-ONE-ENTRY
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
                  OR WS-GEN-SLOT > 0.
           EVALUATE TRUE
              WHEN ST-HEADER-SEEN (WS-SECT-SUB) NOT = 'Y'
                  STRING 'TRAILER WITHOUT HEADER FROM '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN ST-TRAILER-SEEN (WS-SECT-SUB) NOT = 'Y'
                  STRING 'NO TRAILER - INCOMPLETE FILE FROM '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN ST-BUSINESS-DATE (WS-SECT-SUB) > WS-BUSINESS-DATE
                  STRING 'DATED AFTER BUSINESS DATE - '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN WS-GEN-SLOT = 0
                  STRING 'NO ACT2GEN ENTRY FOR '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN GT-GENERATION-SEQ (WS-GEN-SLOT) NOT =
                   ST-GENERATION-SEQ (WS-SECT-SUB)
                  STRING 'OLD GENERATION FED IN FROM '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN GT-BUSINESS-DATE (WS-GEN-SLOT) NOT =
                   ST-BUSINESS-DATE (WS-SECT-SUB)
                  STRING 'DATE DIFFERS FROM ACT2GEN FOR '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN GT-RECORD-COUNT (WS-GEN-SLOT) NOT =
                   ST-RECORD-COUNT (WS-SECT-SUB)
                  STRING 'COUNT DIFFERS FROM ACT2GEN FOR '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN GT-INV-AMT-TOTAL (WS-GEN-SLOT) NOT =
                   ST-INV-AMT-TOTAL (WS-SECT-SUB)
                  STRING 'AMOUNT DIFFERS FROM ACT2GEN FOR '
                         ST-PROGRAM-ID (WS-SECT-SUB)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN GT-CONSUMED-BY (WS-GEN-SLOT) NOT = SPACES
               AND (GT-CONSUMED-BY (WS-GEN-SLOT) NOT = A2-PROGRAM-ID
                    OR GT-CONSUMED-DATE (WS-GEN-SLOT)
                       NOT = WS-BUSINESS-DATE)
                  STRING ST-PROGRAM-ID (WS-SECT-SUB)
                         ' GENERATION ALREADY USED BY '
                         GT-CONSUMED-BY (WS-GEN-SLOT)
                      DELIMITED BY SIZE INTO A2-REASON
                  END-STRING
              WHEN OTHER
                  ADD ST-RECORD-COUNT (WS-SECT-SUB) TO WS-TRAILER-COUNT
                  ADD ST-INV-AMT-TOTAL (WS-SECT-SUB)
                      TO WS-TRAILER-AMOUNT
                  IF ST-GENERATION-SEQ (WS-SECT-SUB) > WS-NEWEST-SEQ
                      MOVE ST-GENERATION-SEQ (WS-SECT-SUB)
                          TO WS-NEWEST-SEQ
                      MOVE ST-BUSINESS-DATE (WS-SECT-SUB)
                          TO WS-NEWEST-DATE
                  END-IF
           END-EVALUATE.
           IF A2-REASON NOT = SPACES
               MOVE 'N' TO A2-RESULT
           END-IF.

      *****************************************************************
      *    S - NUMBER THE CALLER'S OUTPUT GENERATION
      *****************************************************************
       200-START-OUTPUT.
           PERFORM 700-GET-BUSINESS-DATE.
           PERFORM 710-LOAD-GENERATIONS.
           IF A2-OK
               IF WS-MAX-SEQ = 9999999
                   MOVE 1 TO WS-OUT-SEQ
               ELSE
                   COMPUTE WS-OUT-SEQ = WS-MAX-SEQ + 1
               END-IF
               MOVE WS-OUT-SEQ       TO A2-GENERATION-SEQ
               MOVE WS-BUSINESS-DATE TO A2-BUSINESS-DATE
           END-IF.

      *****************************************************************
      *    E - RECORD THE CALLER'S GENERATION AND USE UP ITS INPUT
      *****************************************************************
       300-END-OUTPUT.
           IF WS-OUT-SEQ = ZERO
               MOVE 'END OF OUTPUT WITHOUT A START' TO A2-REASON
               MOVE 'N' TO A2-RESULT
           ELSE
               PERFORM 710-LOAD-GENERATIONS
           END-IF.
           IF A2-OK
               MOVE +0 TO WS-GEN-SLOT
               MOVE A2-PROGRAM-ID TO A2C-PROGRAM-ID
               PERFORM 725-MATCH-CALLER
                   VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                      OR WS-GEN-SLOT > 0
               IF WS-GEN-SLOT = 0
                   IF WS-GEN-COUNT NOT < WS-GEN-MAX
                       MOVE 'ACT2GEN TABLE FULL' TO A2-REASON
                       MOVE 'N' TO A2-RESULT
                   ELSE
                       ADD +1 TO WS-GEN-COUNT
                       MOVE WS-GEN-COUNT TO WS-GEN-SLOT
                       MOVE A2-PROGRAM-ID
                           TO GT-PROGRAM-ID (WS-GEN-SLOT)
                   END-IF
               END-IF
           END-IF.
           IF A2-OK
               MOVE WS-BUSINESS-DATE TO GT-BUSINESS-DATE (WS-GEN-SLOT)
               MOVE WS-OUT-SEQ       TO GT-GENERATION-SEQ (WS-GEN-SLOT)
               MOVE A2-RECORD-COUNT  TO GT-RECORD-COUNT (WS-GEN-SLOT)
               MOVE A2-INV-AMT-TOTAL TO GT-INV-AMT-TOTAL (WS-GEN-SLOT)
               MOVE SPACES           TO GT-CONSUMED-BY (WS-GEN-SLOT)
               MOVE ZERO             TO GT-CONSUMED-DATE (WS-GEN-SLOT)
               MOVE WS-OUT-SEQ       TO A2-GENERATION-SEQ
               MOVE WS-BUSINESS-DATE TO A2-BUSINESS-DATE
               IF WS-VERIFIED-BY = A2-PROGRAM-ID
                   PERFORM 310-USE-UP-INPUT
                       VARYING WS-SECT-SUB FROM 1 BY 1
                       UNTIL WS-SECT-SUB > WS-SECT-COUNT
               END-IF
               PERFORM 750-REWRITE-GENERATIONS
           END-IF.

      *    ONLY IF THE ENTRY STILL HOLDS THE GENERATION THAT WAS READ.
       310-USE-UP-INPUT.
           MOVE +0 TO WS-GEN-SLOT.
           PERFORM 720-CHECK-ONE-ENTRY
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
                  OR WS-GEN-SLOT > 0.
           IF WS-GEN-SLOT > 0
               IF GT-GENERATION-SEQ (WS-GEN-SLOT) =
                  ST-GENERATION-SEQ (WS-SECT-SUB)
                   MOVE A2-PROGRAM-ID TO GT-CONSUMED-BY (WS-GEN-SLOT)
                   MOVE WS-BUSINESS-DATE
                       TO GT-CONSUMED-DATE (WS-GEN-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      *    COMMON ROUTINES
      *****************************************************************
       700-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                 AT END MOVE ZERO TO BUSDATE-PARM
               END-READ
               IF BUSDATE-PARM NUMERIC
                  AND BUSDATE-PARM NOT = ZERO
                   MOVE BUSDATE-PARM TO WS-BUSINESS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO A2-BUSINESS-DATE.

      *    NO ACT2GEN YET (FIRST RUN) IS AN EMPTY TABLE, NOT AN ERROR.
       710-LOAD-GENERATIONS.
           MOVE +0   TO WS-GEN-COUNT.
           MOVE ZERO TO WS-MAX-SEQ.
           OPEN INPUT GENERATION-FILE.
           EVALUATE WS-GENFILE-STATUS
              WHEN '00'
                  MOVE 'N' TO WS-INPUT-EOF
                  PERFORM 715-LOAD-ONE-GENERATION
                      WITH TEST BEFORE
                      UNTIL WS-INPUT-EOF = 'Y' OR A2-FAILED
                  CLOSE GENERATION-FILE
              WHEN '35'
                  CONTINUE
              WHEN OTHER
                  MOVE 'ACT2GEN CANNOT BE OPENED' TO A2-REASON
                  MOVE WS-GENFILE-STATUS TO A2-FILE-STATUS
                  MOVE 'N' TO A2-RESULT
           END-EVALUATE.

       715-LOAD-ONE-GENERATION.
           READ GENERATION-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
              AND AG-PROGRAM-ID NOT = SPACES
               IF WS-GEN-COUNT NOT < WS-GEN-MAX
                   MOVE 'ACT2GEN TABLE FULL' TO A2-REASON
                   MOVE 'N' TO A2-RESULT
               ELSE
                   ADD +1 TO WS-GEN-COUNT
                   MOVE AG-PROGRAM-ID
                       TO GT-PROGRAM-ID (WS-GEN-COUNT)
                   MOVE AG-BUSINESS-DATE
                       TO GT-BUSINESS-DATE (WS-GEN-COUNT)
                   MOVE AG-GENERATION-SEQ
                       TO GT-GENERATION-SEQ (WS-GEN-COUNT)
                   MOVE AG-RECORD-COUNT
                       TO GT-RECORD-COUNT (WS-GEN-COUNT)
                   MOVE AG-INV-AMT-TOTAL
                       TO GT-INV-AMT-TOTAL (WS-GEN-COUNT)
                   MOVE AG-CONSUMED-BY
                       TO GT-CONSUMED-BY (WS-GEN-COUNT)
                   MOVE AG-CONSUMED-DATE
                       TO GT-CONSUMED-DATE (WS-GEN-COUNT)
                   IF AG-GENERATION-SEQ > WS-MAX-SEQ
                       MOVE AG-GENERATION-SEQ TO WS-MAX-SEQ
                   END-IF
               END-IF
           END-IF.

       720-CHECK-ONE-ENTRY.
           IF GT-PROGRAM-ID (WS-GEN-SUB) = ST-PROGRAM-ID (WS-SECT-SUB)
               MOVE WS-GEN-SUB TO WS-GEN-SLOT
           END-IF.

       725-MATCH-CALLER.
           IF GT-PROGRAM-ID (WS-GEN-SUB) = A2C-PROGRAM-ID
               MOVE WS-GEN-SUB TO WS-GEN-SLOT
           END-IF.

       750-REWRITE-GENERATIONS.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENFILE-STATUS NOT = '00'
               MOVE 'ACT2GEN CANNOT BE REWRITTEN' TO A2-REASON
               MOVE WS-GENFILE-STATUS TO A2-FILE-STATUS
               MOVE 'N' TO A2-RESULT
           ELSE
               PERFORM 755-WRITE-ONE-GENERATION
                   VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               CLOSE GENERATION-FILE
           END-IF.

       755-WRITE-ONE-GENERATION.
           MOVE SPACES TO GENERATION-RECORD.
           MOVE GT-PROGRAM-ID (WS-GEN-SUB)     TO AG-PROGRAM-ID.
           MOVE GT-BUSINESS-DATE (WS-GEN-SUB)  TO AG-BUSINESS-DATE.
           MOVE GT-GENERATION-SEQ (WS-GEN-SUB) TO AG-GENERATION-SEQ.
           MOVE GT-RECORD-COUNT (WS-GEN-SUB)   TO AG-RECORD-COUNT.
           MOVE GT-INV-AMT-TOTAL (WS-GEN-SUB)  TO AG-INV-AMT-TOTAL.
           MOVE GT-CONSUMED-BY (WS-GEN-SUB)    TO AG-CONSUMED-BY.
           MOVE GT-CONSUMED-DATE (WS-GEN-SUB)  TO AG-CONSUMED-DATE.
           WRITE GENERATION-RECORD.

      * END OF PROGRAM ACT2CTL

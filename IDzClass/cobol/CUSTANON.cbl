      ****************************************************************
      * PROGRAM:  CUSTANON
      *
      * RETENTION FOR DORMANT CUSTOMERS.  RETNPURG TRIMS THE APPEND
      * DATASETS BY AGE, BUT A CUSTOMER WHO HAS NOT DEALT WITH US IN
      * YEARS STAYS ON CUSTFILE FOREVER AND ITS NAME STAYS IN
      * CUSTAUDT, CUSTHIST AND OLD CUSTEXPT EXTRACTS.  THIS JOB FINDS
      * SUCH CUSTOMERS, ARCHIVES AND REMOVES THEM FROM THE MASTER, AND
      * REPLACES THE NAME IN THE HISTORICAL FILES WITH A TOKEN.
      *
      * A CUSTOMER QUALIFIES WHEN ITS 'C' RECORD HAS A ZERO
      * ACCT-BALANCE AND ZERO ORDERS-YTD, AND NEITHER CUSTHIST NOR
      * CUSTAUDT SHOWS ANY ACTIVITY FOR IT ON OR AFTER THE CUTOFF
      * (TODAY LESS THE RETENTION YEARS).  CUSTAUDT COUNTS TOO
      * BECAUSE AN ADD WRITES NO CUSTHIST RECORD - A NEW CUSTOMER
      * MUST NOT LOOK DORMANT.  A CUSTOMER LINKED THROUGH CUSTXREF
      * TO A RECEIVABLES ACCOUNT WITH ANY OPEN INVOICE ON ACT2DATA
      * (INVOICE AMOUNT LESS AMOUNT PAID ABOVE ZERO) IS REFUSED.
      *
      * THREE RUNS, EACH DRIVEN BY ONE ANONPARM CARD:
      *     0    1    1    2
      * ....5....0....5....0...
      * REVIEW   07
      * CONFIRM  20261015 00012
      * SCRUB    CUSTHIST
      *
      * REVIEW  - COLS 10-11 RETENTION YEARS.  LISTS EVERY ZERO-
      *           BALANCE, ZERO-ORDERS CUSTOMER ON ANONRPT WITH THE
      *           VERDICT AND WRITES THE QUALIFYING CUST-IDS TO
      *           ANONCAND.  NOTHING IS CHANGED.
      * CONFIRM - COLS 10-17 THE REVIEW RUN DATE, COLS 19-23 THE
      *           NUMBER OF CUSTOMERS IT LISTED AS QUALIFYING.  BOTH
      *           MUST MATCH ANONCAND OR NOTHING IS DONE (RC 16) - THE
      *           CARD IS THE REVIEWER'S SIGN-OFF ON THAT LISTING.
      *           EVERY LISTED CUSTOMER IS CHECKED AGAIN; THOSE THAT
      *           STILL QUALIFY HAVE THE 'C' RECORD AND ALL ITS 'P'
      *           RECORDS COPIED TO THE PERMANENT ARCHIVE CUSTARCH
      *           (DISP=MOD) AND DELETED FROM CUSTFILE, AND A
      *           CUST-ID/TOKEN PAIR IS APPENDED TO ANONMAP (DISP=MOD).
      * SCRUB   - COLS 10-17 THE DATASET: CUSTHIST, CUSTAUDT OR
      *           CUSTEXPT.  COPIES SCRBIN TO SCRBOUT (WHICH THE JCL
      *           SWAPS IN, AS FOR RETNPURG) REPLACING THE NAME OF
      *           EVERY ANONMAP CUSTOMER WITH ITS TOKEN:
      *             CUSTHIST - OLD AND NEW VALUES OF 'NAME' IMAGES
      *             CUSTAUDT - THE NAME ON ADD CARDS AND THE NEW
      *                        VALUE ON MAINT NAME CARDS
      *             CUSTEXPT - THE NAME ON EACH DATA RECORD
      *           RUN ONCE PER DATASET (AND PER KEPT EXTRACT) AFTER
      *           EACH CONFIRM RUN.  YEARHIST CARRIES NO NAME, ONLY
      *           THE CUST-ID AND CLOSING FIGURES, SO IT NEEDS NONE.
      *
      * THE TOKEN IS 'ANONYMIZED-' FOLLOWED BY THE CUST-ID, SO THE
      * HISTORY STILL READS AS ONE CUSTOMER WITHOUT NAMING IT.
      *
      * RETURN CODE 0 = CLEAN, 4 = CUSTOMERS REFUSED AT CONFIRM OR
      * THE CANDIDATE TABLE FILLED, 8 = A PURGE FAILED PART WAY,
      * 16 = BAD PARM, CONFIRM MISMATCH OR A FILE UNAVAILABLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARM-FILE        ASSIGN TO ANONPARM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PARMFILE-STATUS.

            SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               ORGANIZATION IS  INDEXED
               ACCESS       IS  DYNAMIC
               RECORD KEY   IS  CUST-KEY
               FILE STATUS  IS  WS-CUSTFILE-STATUS.

            SELECT HISTORY-FILE     ASSIGN TO CUSTHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HISTFILE-STATUS.

            SELECT AUDIT-FILE       ASSIGN TO CUSTAUDT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDITFILE-STATUS.

            SELECT XREF-FILE        ASSIGN TO CUSTXREF
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-XREF-STATUS.

            SELECT INVOICE-FILE     ASSIGN TO ACT2DATA
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-INVOICE-STATUS.

            SELECT CANDIDATE-FILE   ASSIGN TO ANONCAND
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CANDFILE-STATUS.

            SELECT ARCHIVE-FILE     ASSIGN TO CUSTARCH
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ARCHIVE-STATUS.

            SELECT MAP-FILE         ASSIGN TO ANONMAP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-MAPFILE-STATUS.

            SELECT SCRUB-IN-FILE    ASSIGN TO SCRBIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SCRBIN-STATUS.

            SELECT SCRUB-OUT-FILE   ASSIGN TO SCRBOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SCRBOUT-STATUS.

            SELECT REPORT-FILE      ASSIGN TO ANONRPT
               FILE STATUS  IS  WS-REPORT-STATUS.

            SELECT CTLTOTS-FILE     ASSIGN TO CTLTOTS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLTOTS-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-FUNCTION              PIC X(8).
           05  FILLER                     PIC X.
           05  PARM-OPERANDS              PIC X(14).
           05  PARM-REVIEW-OPERANDS  REDEFINES  PARM-OPERANDS.
               10  PARM-YEARS             PIC 9(2).
               10  FILLER                 PIC X(12).
           05  PARM-CONFIRM-OPERANDS REDEFINES  PARM-OPERANDS.
               10  PARM-REVIEW-DATE       PIC 9(8).
               10  FILLER                 PIC X.
               10  PARM-CAND-COUNT        PIC 9(5).
           05  PARM-SCRUB-OPERANDS   REDEFINES  PARM-OPERANDS.
               10  PARM-DATASET-NAME      PIC X(8).
               10  FILLER                 PIC X(6).
           05  FILLER                     PIC X(57).

       FD  CUSTOMER-FILE
           RECORD IS VARYING.
       COPY CUST2CPY REPLACING ==:TAG:== BY ==CUST==.

      *    CUSTHIST AND CUSTAUDT ARE ONLY SCANNED FOR THE DATE AND
      *    CUST-ID OF EACH RECORD - SEE THE SAM1V LAYOUTS.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05  HIST-DATE                  PIC X(6).
           05  FILLER                     PIC X(8).
           05  HIST-CUST-ID               PIC X(5).
           05  FILLER                     PIC X(93).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUD-DATE                   PIC X(6).
           05  FILLER                     PIC X(19).
           05  AUD-TRAN-CODE              PIC X(6).
           05  FILLER                     PIC X.
           05  AUD-TRAN-CUST-ID           PIC X(5).
           05  FILLER                     PIC X(32).
           05  AUD-TRAN-MERGE-TO-ID       PIC X(5).
           05  FILLER                     PIC X(49).

       FD  XREF-FILE
           RECORDING MODE IS F.
       01  XREF-RECORD.
           05  XR-CUST-NO                 PIC X(5).
           05  FILLER                     PIC X.
           05  XR-CUST-ID                 PIC X(5).
           05  FILLER                     PIC X(69).

      *    INVOICE RECORD - SAME LAYOUT CNTRLBRK, PAYAPPLY AND
      *    DSPTPOST READ.
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           05  INV-CUST-NO                PIC X(5).
           05  INV-NO                     PIC X(5).
           05  FILLER                     PIC X.
           05  INV-AMT                    PIC S9(7)V99.
           05  FILLER                     PIC X(12).
           05  INV-AMT-PAID               PIC S9(7)V99.
           05  INV-AMT-PAID-X  REDEFINES  INV-AMT-PAID  PIC X(9).
           05  FILLER                     PIC X(39).

      *    REVIEW OUTPUT / CONFIRM INPUT - ONE RECORD PER QUALIFYING
      *    CUSTOMER.  THE NAME IS NOT CARRIED.
       FD  CANDIDATE-FILE
           RECORDING MODE IS F.
       01  CANDIDATE-RECORD.
           05  CAN-CUST-ID                PIC X(5).
           05  FILLER                     PIC X       VALUE SPACE.
           05  CAN-REVIEW-DATE            PIC 9(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  CAN-YEARS                  PIC 9(2).
           05  FILLER                     PIC X       VALUE SPACE.
           05  CAN-LAST-ACTIVITY          PIC 9(8).
           05  FILLER                     PIC X(54)   VALUE SPACES.

      *    PERMANENT ARCHIVE OF PURGED MASTER RECORDS - THE PURGE
      *    DATE AND THE 'C' OR 'P' RECORD EXACTLY AS IT WAS.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARC-PURGE-DATE             PIC 9(8).
           05  FILLER                     PIC X       VALUE SPACE.
           05  ARC-CUST-REC               PIC X(82).
           05  FILLER                     PIC X(9)    VALUE SPACES.

      *    PERMANENT CUST-ID / TOKEN MAP OF EVERY ANONYMIZED CUSTOMER.
       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD.
           05  MAP-CUST-ID                PIC X(5).
           05  FILLER                     PIC X       VALUE SPACE.
           05  MAP-TOKEN                  PIC X(17).
           05  FILLER                     PIC X       VALUE SPACE.
           05  MAP-PURGE-DATE             PIC 9(8).
           05  FILLER                     PIC X(48)   VALUE SPACES.

      *    THE SCRUBBED DATASETS CARRY DIFFERENT RECORD LENGTHS -
      *    RECORD CONTAINS 0 LETS THE DD'S LRECL GOVERN, AS IN
      *    RETNPURG.  SCRBOUT MUST BE ALLOCATED WITH THE SAME LRECL.
       FD  SCRUB-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  SCRUB-IN-RECORD            PIC X(132).

       FD  SCRUB-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS.
       01  SCRUB-OUT-RECORD           PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(132).

       FD  CTLTOTS-FILE
           RECORDING MODE IS F.
       COPY CTLTOTS.

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  WS-FIELDS.
           05  WS-PARMFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-CUSTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-HISTFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-AUDITFILE-STATUS     PIC X(2)  VALUE SPACES.
           05  WS-XREF-STATUS          PIC X(2)  VALUE SPACES.
           05  WS-INVOICE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CANDFILE-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ARCHIVE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-MAPFILE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-SCRBIN-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-SCRBOUT-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-PARM-OK-SW           PIC X     VALUE 'N'.
           05  WS-CHECKS-OK-SW         PIC X     VALUE 'N'.
               88  CHECKS-COMPLETE               VALUE 'Y'.
           05  WS-FUNCTION             PIC X(8)  VALUE SPACES.
           05  WS-DATASET-NAME         PIC X(8)  VALUE SPACES.
           05  WS-RETENTION-YEARS      PIC 9(2)  VALUE ZERO.
           05  WS-CONFIRM-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-CONFIRM-COUNT        PIC 9(5)  VALUE ZERO.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88  KEY-FOUND                     VALUE 'Y'.
           05  WS-LOOK-ID              PIC X(5)  VALUE SPACES.
           05  WS-TOKEN                PIC X(17) VALUE SPACES.
      *
       01  DATE-WORK-FIELDS.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)  VALUE ZERO.
           05  WS-CUTOFF-YYYYMMDD      PIC 9(8)  VALUE ZERO.
           05  WS-REC-DATE-X           PIC X(6)  VALUE SPACES.
           05  WS-REC-DATE-6           PIC 9(6)  VALUE ZERO.
           05  WS-REC-YY               PIC 99    VALUE ZERO.
           05  WS-REC-YYYYMMDD         PIC 9(8)  VALUE ZERO.
      *
      *    ZERO-BALANCE, ZERO-ORDERS CUSTOMERS UNDER CONSIDERATION -
      *    FROM CUSTFILE ON A REVIEW RUN, FROM ANONCAND ON A CONFIRM.
       01  CANDIDATE-TABLE-FIELDS.
           05  WS-CAND-COUNT           PIC S9(4)   COMP    VALUE +0.
           05  WS-CAND-MAX             PIC S9(4)   COMP    VALUE +2000.
           05  WS-CAND-SUB             PIC S9(4)   COMP    VALUE +0.
           05  WS-CAND-SLOT            PIC S9(4)   COMP    VALUE +0.
           05  WS-CAND-FULL-SW         PIC X       VALUE 'N'.
               88  CAND-TABLE-FULL               VALUE 'Y'.
           05  CANDIDATE-TABLE OCCURS 2000 TIMES.
               10  CT-CUST-ID          PIC X(5).
               10  CT-CUST-NO          PIC X(5).
               10  CT-NAME             PIC X(17).
               10  CT-BALANCE          PIC S9(7)V99 COMP-3.
               10  CT-ORDERS           PIC S9(7)    COMP-3.
               10  CT-LAST-ACTIVITY    PIC 9(8).
               10  CT-OPEN-AMOUNT      PIC S9(9)V99 COMP-3.
               10  CT-MASTER-GONE      PIC X.
               10  CT-STATUS           PIC X.
                   88  CT-QUALIFIES              VALUE 'Q'.
                   88  CT-RECENT-ACTIVITY        VALUE 'R'.
                   88  CT-OPEN-INVOICES          VALUE 'I'.
                   88  CT-NOW-ACTIVE             VALUE 'C'.
                   88  CT-NOT-ON-FILE            VALUE 'N'.
                   88  CT-PURGED                 VALUE 'P'.
                   88  CT-PURGE-FAILED           VALUE 'F'.
      *
      *    EVERY CUSTOMER ANONYMIZED SO FAR, LOADED FROM ANONMAP FOR
      *    A SCRUB RUN.
       01  MAP-TABLE-FIELDS.
           05  WS-MAP-COUNT            PIC S9(4)   COMP    VALUE +0.
           05  WS-MAP-MAX              PIC S9(4)   COMP    VALUE +5000.
           05  WS-MAP-SUB              PIC S9(4)   COMP    VALUE +0.
           05  WS-MAP-SLOT             PIC S9(4)   COMP    VALUE +0.
           05  MAP-TABLE OCCURS 5000 TIMES.
               10  MT-CUST-ID          PIC X(5).
               10  MT-TOKEN            PIC X(17).
      *
      *    ONE SCRUBBED RECORD.  THE OFFSETS ARE THOSE OF THE SAM1V
      *    HISTORY-RECORD, AUDIT-RECORD (CARD IMAGE FROM BYTE 26) AND
      *    EXPORT-REC-LAYOUT.
       01  WS-SCRUB-RECORD             PIC X(132).
       01  WS-SCRUB-CHANGED-SW         PIC X     VALUE 'N'.
      *
       01  TOTALS-VARS.
           05  NUM-CANDIDATES        PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-QUALIFIED         PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFUSED-ACTIVITY  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFUSED-INVOICES  PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-REFUSED-CHANGED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PURGED            PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PRODUCTS-PURGED   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-PURGE-FAILURES    PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECORDS-READ      PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECORDS-WRITTEN   PIC S9(9)   COMP-3  VALUE +0.
           05  NUM-RECORDS-CHANGED   PIC S9(9)   COMP-3  VALUE +0.
      *
      *        *******************
      *            report lines
      *        *******************
       01 RPT-HEADER1.
           05  FILLER                     PIC X(26)
                     VALUE 'DORMANT CUSTOMER RETENTION'.
           05  FILLER                     PIC X(12)
                     VALUE '   FUNCTION:'.
           05  RPT-FUNCTION               PIC X(8).
           05  FILLER                     PIC X(7) VALUE '  DATE:'.
           05  RPT-DATE                   PIC 9(8).
           05  FILLER                     PIC X(9) VALUE '  CUTOFF:'.
           05  RPT-CUTOFF                 PIC 9(8).
           05  FILLER                     PIC X(10) VALUE '  DATASET:'.
           05  RPT-DATASET                PIC X(8).
           05  FILLER                     PIC X(36) VALUE SPACES.
       01 RPT-HEADER2.
           05  FILLER PIC X(7)  VALUE 'CUST-ID'.
           05  FILLER PIC X(1)  VALUE SPACE.
           05  FILLER PIC X(17) VALUE 'NAME'.
           05  FILLER PIC X(14) VALUE '       BALANCE'.
           05  FILLER PIC X(11) VALUE ' ORDERS-YTD'.
           05  FILLER PIC X(10) VALUE '  LAST ACT'.
           05  FILLER PIC X(16) VALUE '   OPEN RECEIVBL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'STATUS'.
           05  FILLER PIC X(24) VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-CUST-ID            PIC X(5).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RPT-NAME               PIC X(17).
           05  RPT-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RPT-ORDERS             PIC Z,ZZZ,ZZ9-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-LAST-ACTIVITY      PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-OPEN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-STATUS             PIC X(30).
           05  FILLER                 PIC X(24) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RPT-NOTE-TEXT          PIC X(80).
           05  FILLER                 PIC X(50) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER              PIC XX       VALUE SPACES.
           05  RPT-COUNT-LABEL     PIC X(30).
           05  RPT-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(89)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.

      *    HEADER / TRAILER RECORDS ON ACT2DATA.
       COPY ACT2HT.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 100-READ-PARM-CARD
               THRU 100-PARM-DONE.
           IF WS-PARM-OK-SW NOT = 'Y'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FUNCTION        TO RPT-FUNCTION.
           MOVE WS-TODAY-YYYYMMDD  TO RPT-DATE.
           MOVE WS-CUTOFF-YYYYMMDD TO RPT-CUTOFF.
           MOVE WS-DATASET-NAME    TO RPT-DATASET.
           WRITE REPORT-RECORD FROM RPT-HEADER1 AFTER PAGE.
           EVALUATE WS-FUNCTION
              WHEN 'REVIEW  '
                  PERFORM 200-REVIEW-RUN
                      THRU 200-REVIEW-DONE
              WHEN 'CONFIRM '
                  PERFORM 300-CONFIRM-RUN
                      THRU 300-CONFIRM-DONE
              WHEN OTHER
                  PERFORM 400-SCRUB-RUN
                      THRU 400-SCRUB-DONE
           END-EVALUATE.
           PERFORM 500-PRINT-COUNTS.
           CLOSE REPORT-FILE.
           PERFORM 906-WRITE-CONTROL-TOTALS.
           DISPLAY 'CUSTANON: ' WS-FUNCTION
                   ' CANDIDATES: ' NUM-CANDIDATES
                   ' QUALIFIED: '  NUM-QUALIFIED
                   ' PURGED: '     NUM-PURGED
                   ' SCRUBBED: '   NUM-RECORDS-CHANGED
                   ' RC: '         RETURN-CODE.
           GOBACK.

       100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ANONPARM NOT AVAILABLE. RC: '
                       WS-PARMFILE-STATUS
               GO TO 100-PARM-DONE
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY 'CUSTANON: ANONPARM EMPTY - NO RUN'
               NOT AT END
                   PERFORM 110-EDIT-PARM-CARD
                       THRU 110-EDIT-DONE
           END-READ.
           CLOSE PARM-FILE.
       100-PARM-DONE.
           CONTINUE.

       110-EDIT-PARM-CARD.
           MOVE PARM-FUNCTION TO WS-FUNCTION.
           EVALUATE PARM-FUNCTION
              WHEN 'REVIEW  '
                  IF PARM-YEARS NOT NUMERIC
                     OR PARM-YEARS = ZERO
                      DISPLAY 'CUSTANON: RETENTION YEARS NOT '
                              'NUMERIC OR ZERO - NO RUN'
                      GO TO 110-EDIT-DONE
                  END-IF
                  MOVE PARM-YEARS TO WS-RETENTION-YEARS
                  PERFORM 120-SET-CUTOFF-DATE
                  MOVE 'Y' TO WS-PARM-OK-SW
              WHEN 'CONFIRM '
                  IF PARM-REVIEW-DATE NOT NUMERIC
                     OR PARM-CAND-COUNT NOT NUMERIC
                     OR PARM-CAND-COUNT = ZERO
                      DISPLAY 'CUSTANON: CONFIRM CARD NEEDS THE '
                              'REVIEW DATE AND COUNT - NO RUN'
                      GO TO 110-EDIT-DONE
                  END-IF
                  MOVE PARM-REVIEW-DATE TO WS-CONFIRM-DATE
                  MOVE PARM-CAND-COUNT  TO WS-CONFIRM-COUNT
                  MOVE 'Y' TO WS-PARM-OK-SW
              WHEN 'SCRUB   '
                  MOVE PARM-DATASET-NAME TO WS-DATASET-NAME
                  IF WS-DATASET-NAME = 'CUSTHIST'
                     OR WS-DATASET-NAME = 'CUSTAUDT'
                     OR WS-DATASET-NAME = 'CUSTEXPT'
                      MOVE 'Y' TO WS-PARM-OK-SW
                  ELSE
                      DISPLAY 'CUSTANON: UNKNOWN SCRUB DATASET: '
                              PARM-DATASET-NAME
                  END-IF
              WHEN OTHER
                  DISPLAY 'CUSTANON: UNKNOWN FUNCTION: '
                          PARM-FUNCTION
           END-EVALUATE.
       110-EDIT-DONE.
           CONTINUE.

      *    TODAY LESS THE RETENTION YEARS.  29 FEBRUARY FALLS BACK TO
      *    THE 28TH WHEN THE CUTOFF YEAR IS NOT A LEAP YEAR.
       120-SET-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-YYYYMMDD =
               WS-TODAY-YYYYMMDD - (WS-RETENTION-YEARS * 10000).
           IF WS-CUTOFF-YYYYMMDD (5:4) = '0229'
               IF FUNCTION MOD (WS-CUTOFF-YYYYMMDD (1:4), 4) NOT = 0
                   MOVE '0228' TO WS-CUTOFF-YYYYMMDD (5:4)
               END-IF
           END-IF.

      *****************************************************************
      *    REVIEW - LIST, DO NOT TOUCH
      *****************************************************************
       200-REVIEW-RUN.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING CUSTFILE. RC: '
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 200-REVIEW-DONE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 210-LOAD-MASTER-CANDIDATE
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE CUSTOMER-FILE.
           IF RETURN-CODE NOT < 16
               GO TO 200-REVIEW-DONE
           END-IF.
           PERFORM 600-CHECK-CANDIDATES.
           IF NOT CHECKS-COMPLETE
               GO TO 200-REVIEW-DONE
           END-IF.
           OPEN OUTPUT CANDIDATE-FILE.
           IF WS-CANDFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING ANONCAND. RC: '
                       WS-CANDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 200-REVIEW-DONE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           PERFORM 220-LIST-REVIEW-CANDIDATE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           CLOSE CANDIDATE-FILE.
           IF CAND-TABLE-FULL
               MOVE 'CANDIDATE TABLE FULL - RERUN AFTER THIS BATCH IS PU
      -             'RGED FOR THE REST'
                   TO RPT-NOTE-TEXT
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           MOVE SPACES TO RPT-NOTE-TEXT.
           STRING 'TO PURGE THE QUALIFYING CUSTOMERS SUBMIT: CONFIRM  '
                  WS-TODAY-YYYYMMDD ' '
                  DELIMITED BY SIZE INTO RPT-NOTE-TEXT.
           MOVE NUM-QUALIFIED TO WS-CONFIRM-COUNT.
           MOVE WS-CONFIRM-COUNT TO RPT-NOTE-TEXT (61:5).
           WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 1.
       200-REVIEW-DONE.
           CONTINUE.

       210-LOAD-MASTER-CANDIDATE.
           READ CUSTOMER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  IF CUST-RECORD-TYPE = 'C'
                     AND CUST-ACCT-BALANCE = ZERO
                     AND CUST-ORDERS-YTD = ZERO
                      PERFORM 215-ADD-CANDIDATE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING CUSTFILE. RC: '
                          WS-CUSTFILE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       215-ADD-CANDIDATE.
           IF WS-CAND-COUNT < WS-CAND-MAX
               ADD +1 TO WS-CAND-COUNT
               ADD +1 TO NUM-CANDIDATES
               MOVE CUST-ID           TO CT-CUST-ID (WS-CAND-COUNT)
               MOVE SPACES            TO CT-CUST-NO (WS-CAND-COUNT)
               MOVE CUST-NAME         TO CT-NAME (WS-CAND-COUNT)
               MOVE CUST-ACCT-BALANCE TO CT-BALANCE (WS-CAND-COUNT)
               MOVE CUST-ORDERS-YTD   TO CT-ORDERS (WS-CAND-COUNT)
               MOVE ZERO              TO CT-LAST-ACTIVITY
                                             (WS-CAND-COUNT)
               MOVE ZERO              TO CT-OPEN-AMOUNT
                                             (WS-CAND-COUNT)
               MOVE 'N'               TO CT-MASTER-GONE
                                             (WS-CAND-COUNT)
               SET CT-QUALIFIES (WS-CAND-COUNT) TO TRUE
           ELSE
               IF NOT CAND-TABLE-FULL
                   SET CAND-TABLE-FULL TO TRUE
                   DISPLAY 'CUSTANON: CANDIDATE TABLE FULL AT '
                           WS-CAND-MAX ' - REST NOT REVIEWED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       220-LIST-REVIEW-CANDIDATE.
           IF CT-QUALIFIES (WS-CAND-SUB)
               MOVE SPACES TO CANDIDATE-RECORD
               MOVE CT-CUST-ID (WS-CAND-SUB)  TO CAN-CUST-ID
               MOVE WS-TODAY-YYYYMMDD         TO CAN-REVIEW-DATE
               MOVE WS-RETENTION-YEARS        TO CAN-YEARS
               MOVE CT-LAST-ACTIVITY (WS-CAND-SUB)
                                              TO CAN-LAST-ACTIVITY
               WRITE CANDIDATE-RECORD
               ADD +1 TO NUM-QUALIFIED
           END-IF.
           PERFORM 800-PRINT-CANDIDATE.

      *****************************************************************
      *    CONFIRM - RECHECK, ARCHIVE, DELETE, RECORD THE TOKEN
      *****************************************************************
       300-CONFIRM-RUN.
           PERFORM 310-LOAD-LISTED-CANDIDATES
               THRU 310-LOAD-DONE.
           IF RETURN-CODE NOT < 16
               GO TO 300-CONFIRM-DONE
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING CUSTFILE. RC: '
                       WS-CUSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 300-CONFIRM-DONE
           END-IF.
           PERFORM 320-RECHECK-MASTER
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           PERFORM 600-CHECK-CANDIDATES.
           IF NOT CHECKS-COMPLETE
               CLOSE CUSTOMER-FILE
               GO TO 300-CONFIRM-DONE
           END-IF.
      *    ARCHIVE AND MAP ARE PERMANENT AND CUMULATIVE - JCL
      *    SUPPLIES DISP=MOD, AS FOR THE RETNPURG ARCHIVE.
           OPEN EXTEND ARCHIVE-FILE
                       MAP-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
              OR WS-MAPFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING OUTPUT FILES. ARCH:'
                       WS-ARCHIVE-STATUS ' MAP:' WS-MAPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO 300-CONFIRM-DONE
           END-IF.
           PERFORM 330-PURGE-MASTER-RECORDS.
           CLOSE CUSTOMER-FILE
                 ARCHIVE-FILE.
           WRITE REPORT-RECORD FROM RPT-HEADER2 AFTER 2.
           PERFORM 350-FINISH-ONE-CUSTOMER
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           CLOSE MAP-FILE.
           IF RETURN-CODE < 4
              AND NUM-PURGED < NUM-CANDIDATES
               MOVE 4 TO RETURN-CODE
           END-IF.
       300-CONFIRM-DONE.
           CONTINUE.

      *    THE CONFIRM CARD MUST NAME THE REVIEW THAT PRODUCED
      *    ANONCAND AND ITS COUNT - A STALE OR SWAPPED LIST IS
      *    REFUSED WHOLE.
       310-LOAD-LISTED-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE.
           IF WS-CANDFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ANONCAND NOT AVAILABLE. RC: '
                       WS-CANDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 310-LOAD-DONE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 315-LOAD-ONE-LISTED
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE CANDIDATE-FILE.
           IF RETURN-CODE < 16
              AND WS-CAND-COUNT NOT = WS-CONFIRM-COUNT
               DISPLAY 'CUSTANON: ANONCAND HOLDS ' WS-CAND-COUNT
                       ' CUSTOMERS, CONFIRM CARD SAYS '
                       WS-CONFIRM-COUNT ' - NO RUN'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE NOT < 16
               MOVE 'CONFIRM CARD DOES NOT MATCH ANONCAND - NOTHING PURG
      -             'ED'
                   TO RPT-NOTE-TEXT
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2
           END-IF.
       310-LOAD-DONE.
           CONTINUE.

       315-LOAD-ONE-LISTED.
           READ CANDIDATE-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               IF CAN-REVIEW-DATE NOT = WS-CONFIRM-DATE
                   DISPLAY 'CUSTANON: ANONCAND IS FROM REVIEW '
                           CAN-REVIEW-DATE ', CONFIRM CARD SAYS '
                           WS-CONFIRM-DATE ' - NO RUN'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-INPUT-EOF
               ELSE
                   IF WS-CAND-COUNT < WS-CAND-MAX
                       ADD +1 TO WS-CAND-COUNT
                       ADD +1 TO NUM-CANDIDATES
                       MOVE CAN-CUST-ID TO CT-CUST-ID (WS-CAND-COUNT)
                       MOVE SPACES      TO CT-CUST-NO (WS-CAND-COUNT)
                                           CT-NAME (WS-CAND-COUNT)
                       MOVE ZERO        TO CT-BALANCE (WS-CAND-COUNT)
                                           CT-ORDERS (WS-CAND-COUNT)
                                           CT-LAST-ACTIVITY
                                               (WS-CAND-COUNT)
                                           CT-OPEN-AMOUNT
                                               (WS-CAND-COUNT)
                       MOVE 'N' TO CT-MASTER-GONE (WS-CAND-COUNT)
                       SET CT-QUALIFIES (WS-CAND-COUNT) TO TRUE
                       MOVE CAN-YEARS TO WS-RETENTION-YEARS
                   ELSE
                       DISPLAY 'CUSTANON: ANONCAND LONGER THAN THE '
                               'CANDIDATE TABLE - NO RUN'
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-INPUT-EOF
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-EOF = 'Y'
               PERFORM 120-SET-CUTOFF-DATE
               MOVE WS-CUTOFF-YYYYMMDD TO RPT-CUTOFF
           END-IF.

      *    STILL ON FILE WITH A ZERO BALANCE AND ZERO ORDERS?
       320-RECHECK-MASTER.
           MOVE CT-CUST-ID (WS-CAND-SUB) TO CUST-ID.
           MOVE 'C'                      TO CUST-RECORD-TYPE.
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CUSTFILE-STATUS NOT = '00'
               SET CT-NOT-ON-FILE (WS-CAND-SUB) TO TRUE
           ELSE
               MOVE CUST-NAME         TO CT-NAME (WS-CAND-SUB)
               MOVE CUST-ACCT-BALANCE TO CT-BALANCE (WS-CAND-SUB)
               MOVE CUST-ORDERS-YTD   TO CT-ORDERS (WS-CAND-SUB)
               IF CUST-ACCT-BALANCE NOT = ZERO
                  OR CUST-ORDERS-YTD NOT = ZERO
                   SET CT-NOW-ACTIVE (WS-CAND-SUB) TO TRUE
                   ADD +1 TO NUM-REFUSED-CHANGED
               END-IF
           END-IF.

      *    A CUSTOMER MAY OWN SEVERAL 'P' RECORDS, SO THE MASTER IS
      *    PASSED IN KEY ORDER AND EVERY RECORD OF A QUALIFYING
      *    CUSTOMER IS TAKEN - ITS 'C' RECORD FIRST, THEN ITS
      *    PRODUCTS.  A FAILURE STOPS THE REST OF THAT CUSTOMER.
       330-PURGE-MASTER-RECORDS.
           MOVE LOW-VALUES TO CUST-KEY.
           START CUSTOMER-FILE KEY NOT < CUST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INPUT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-INPUT-EOF
           END-START.
           PERFORM 335-PURGE-ONE-MASTER-RECORD
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.

       335-PURGE-ONE-MASTER-RECORD.
           READ CUSTOMER-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-CUSTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE CUST-ID TO WS-LOOK-ID
                  PERFORM 680-FIND-CANDIDATE
                  IF KEY-FOUND
                      IF CT-QUALIFIES (WS-CAND-SLOT)
                          PERFORM 340-ARCHIVE-AND-DELETE
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING CUSTFILE. RC: '
                          WS-CUSTFILE-STATUS
                  IF RETURN-CODE < 8
                      MOVE 8 TO RETURN-CODE
                  END-IF
           END-EVALUATE.

       340-ARCHIVE-AND-DELETE.
           MOVE SPACES            TO ARCHIVE-RECORD.
           MOVE WS-TODAY-YYYYMMDD TO ARC-PURGE-DATE.
           MOVE CUST-REC          TO ARC-CUST-REC.
           WRITE ARCHIVE-RECORD.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR WRITING CUSTARCH. RC: '
                       WS-ARCHIVE-STATUS
               MOVE WS-ARCHIVE-STATUS TO WS-CUSTFILE-STATUS
           ELSE
               DELETE CUSTOMER-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           IF WS-CUSTFILE-STATUS = '00'
               IF CUST-RECORD-TYPE = 'C'
                   MOVE 'Y' TO CT-MASTER-GONE (WS-CAND-SLOT)
               ELSE
                   ADD +1 TO NUM-PRODUCTS-PURGED
               END-IF
           ELSE
               SET CT-PURGE-FAILED (WS-CAND-SLOT) TO TRUE
               ADD +1 TO NUM-PURGE-FAILURES
               DISPLAY 'CUSTANON: PURGE OF ' CUST-KEY
                       ' FAILED. RC: ' WS-CUSTFILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    ONCE THE 'C' RECORD IS GONE THE NAME SURVIVES ONLY IN THE
      *    HISTORICAL FILES, SO THE TOKEN IS RECORDED EVEN IF A
      *    PRODUCT RECORD COULD NOT BE TAKEN.
       350-FINISH-ONE-CUSTOMER.
           IF CT-QUALIFIES (WS-CAND-SUB)
              OR CT-PURGE-FAILED (WS-CAND-SUB)
               ADD +1 TO NUM-QUALIFIED
           END-IF.
           IF CT-QUALIFIES (WS-CAND-SUB)
               IF CT-MASTER-GONE (WS-CAND-SUB) = 'Y'
                   SET CT-PURGED (WS-CAND-SUB) TO TRUE
                   ADD +1 TO NUM-PURGED
               ELSE
                   SET CT-PURGE-FAILED (WS-CAND-SUB) TO TRUE
                   ADD +1 TO NUM-PURGE-FAILURES
                   DISPLAY 'CUSTANON: ' CT-CUST-ID (WS-CAND-SUB)
                           'C NOT FOUND IN PURGE PASS'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF CT-MASTER-GONE (WS-CAND-SUB) = 'Y'
               PERFORM 355-WRITE-TOKEN-MAP
           END-IF.
           PERFORM 800-PRINT-CANDIDATE.

       355-WRITE-TOKEN-MAP.
           MOVE CT-CUST-ID (WS-CAND-SUB) TO WS-LOOK-ID.
           PERFORM 850-BUILD-TOKEN.
           MOVE SPACES            TO MAP-RECORD.
           MOVE WS-LOOK-ID        TO MAP-CUST-ID.
           MOVE WS-TOKEN          TO MAP-TOKEN.
           MOVE WS-TODAY-YYYYMMDD TO MAP-PURGE-DATE.
           WRITE MAP-RECORD.

      *****************************************************************
      *    SCRUB - REPLACE ANONYMIZED NAMES IN ONE HISTORICAL DATASET
      *****************************************************************
       400-SCRUB-RUN.
           OPEN INPUT MAP-FILE.
           IF WS-MAPFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ANONMAP NOT AVAILABLE. RC: '
                       WS-MAPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 400-SCRUB-DONE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 410-LOAD-ONE-MAP-ENTRY
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE MAP-FILE.
           IF RETURN-CODE NOT < 16
               GO TO 400-SCRUB-DONE
           END-IF.
           OPEN INPUT  SCRUB-IN-FILE
                OUTPUT SCRUB-OUT-FILE.
           IF WS-SCRBIN-STATUS NOT = '00'
              OR WS-SCRBOUT-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING SCRUB FILES. IN:'
                       WS-SCRBIN-STATUS ' OUT:' WS-SCRBOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 400-SCRUB-DONE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 420-SCRUB-ONE-RECORD
               WITH TEST BEFORE
               UNTIL WS-INPUT-EOF = 'Y'.
           CLOSE SCRUB-IN-FILE
                 SCRUB-OUT-FILE.
       400-SCRUB-DONE.
           CONTINUE.

      *    A MAP TOO BIG FOR THE TABLE WOULD LEAVE NAMES IN PLACE
      *    WITHOUT SAYING SO - THE RUN IS REFUSED INSTEAD.
       410-LOAD-ONE-MAP-ENTRY.
           READ MAP-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-INPUT-EOF NOT = 'Y'
               IF WS-MAP-COUNT < WS-MAP-MAX
                   ADD +1 TO WS-MAP-COUNT
                   MOVE MAP-CUST-ID TO MT-CUST-ID (WS-MAP-COUNT)
                   MOVE MAP-TOKEN   TO MT-TOKEN (WS-MAP-COUNT)
               ELSE
                   DISPLAY 'CUSTANON: ANONMAP LONGER THAN THE MAP '
                           'TABLE - NO RUN'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-INPUT-EOF
               END-IF
           END-IF.

       420-SCRUB-ONE-RECORD.
           READ SCRUB-IN-FILE INTO WS-SCRUB-RECORD
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-SCRBIN-STATUS
              WHEN '00'
              WHEN '04'
                  ADD +1 TO NUM-RECORDS-READ
                  MOVE 'N' TO WS-SCRUB-CHANGED-SW
                  EVALUATE WS-DATASET-NAME
                     WHEN 'CUSTHIST'
                         PERFORM 430-SCRUB-HISTORY-RECORD
                     WHEN 'CUSTAUDT'
                         PERFORM 440-SCRUB-AUDIT-RECORD
                     WHEN OTHER
                         PERFORM 450-SCRUB-EXPORT-RECORD
                  END-EVALUATE
                  IF WS-SCRUB-CHANGED-SW = 'Y'
                      ADD +1 TO NUM-RECORDS-CHANGED
                  END-IF
                  WRITE SCRUB-OUT-RECORD FROM WS-SCRUB-RECORD
                  ADD +1 TO NUM-RECORDS-WRITTEN
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING SCRBIN. RC: '
                          WS-SCRBIN-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *    HISTORY-RECORD: CUST-KEY AT 15, FIELD NAME AT 29, OLD
      *    VALUE AT 40, NEW VALUE AT 77.
       430-SCRUB-HISTORY-RECORD.
           IF WS-SCRUB-RECORD (29:10) = 'NAME      '
               MOVE WS-SCRUB-RECORD (15:5) TO WS-LOOK-ID
               PERFORM 460-FIND-MAP-ENTRY
               IF KEY-FOUND
                   MOVE MT-TOKEN (WS-MAP-SLOT)
                       TO WS-SCRUB-RECORD (40:36)
                   MOVE MT-TOKEN (WS-MAP-SLOT)
                       TO WS-SCRUB-RECORD (77:36)
                   MOVE 'Y' TO WS-SCRUB-CHANGED-SW
               END-IF
           END-IF.

      *    AUDIT-RECORD: THE CARD IMAGE STARTS AT 26, SO THE TRAN
      *    CODE IS AT 26, TRAN-KEY AT 33, THE ADD-CUST-NAME AT 40,
      *    TRAN-FIELD-NAME AT 56 AND TRAN-UPDATE-DATA AT 70.
       440-SCRUB-AUDIT-RECORD.
           EVALUATE TRUE
              WHEN WS-SCRUB-RECORD (26:6) = 'ADD   '
                  MOVE WS-SCRUB-RECORD (33:5) TO WS-LOOK-ID
                  PERFORM 460-FIND-MAP-ENTRY
                  IF KEY-FOUND
                      MOVE MT-TOKEN (WS-MAP-SLOT)
                          TO WS-SCRUB-RECORD (40:17)
                      MOVE 'Y' TO WS-SCRUB-CHANGED-SW
                  END-IF
              WHEN WS-SCRUB-RECORD (26:6) = 'MAINT '
               AND WS-SCRUB-RECORD (56:10) = 'NAME      '
                  MOVE WS-SCRUB-RECORD (33:5) TO WS-LOOK-ID
                  PERFORM 460-FIND-MAP-ENTRY
                  IF KEY-FOUND
                      MOVE MT-TOKEN (WS-MAP-SLOT)
                          TO WS-SCRUB-RECORD (70:36)
                      MOVE 'Y' TO WS-SCRUB-CHANGED-SW
                  END-IF
              WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *    EXPORT-REC-LAYOUT: CUST-ID AT 1, NAME AT 6.  THE HDR AND
      *    TRL CONTROL RECORDS NEVER MATCH A CUST-ID.
       450-SCRUB-EXPORT-RECORD.
           MOVE WS-SCRUB-RECORD (1:5) TO WS-LOOK-ID.
           PERFORM 460-FIND-MAP-ENTRY.
           IF KEY-FOUND
               MOVE MT-TOKEN (WS-MAP-SLOT) TO WS-SCRUB-RECORD (6:17)
               MOVE 'Y' TO WS-SCRUB-CHANGED-SW
           END-IF.

       460-FIND-MAP-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE +0  TO WS-MAP-SLOT.
           PERFORM 465-CHECK-ONE-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR KEY-FOUND.

       465-CHECK-ONE-MAP-ENTRY.
           IF MT-CUST-ID (WS-MAP-SUB) = WS-LOOK-ID
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-MAP-SUB TO WS-MAP-SLOT
           END-IF.

       500-PRINT-COUNTS.
           WRITE REPORT-RECORD FROM RPT-SPACES AFTER 1.
           IF WS-FUNCTION = 'SCRUB   '
               MOVE 'RECORDS READ                  ' TO RPT-COUNT-LABEL
               MOVE NUM-RECORDS-READ     TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'RECORDS WRITTEN               ' TO RPT-COUNT-LABEL
               MOVE NUM-RECORDS-WRITTEN  TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'NAMES REPLACED BY TOKEN       ' TO RPT-COUNT-LABEL
               MOVE NUM-RECORDS-CHANGED  TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'CUSTOMERS ON ANONMAP          ' TO RPT-COUNT-LABEL
               MOVE WS-MAP-COUNT         TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
           ELSE
               MOVE 'CUSTOMERS CONSIDERED          ' TO RPT-COUNT-LABEL
               MOVE NUM-CANDIDATES       TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'REFUSED - RECENT ACTIVITY     ' TO RPT-COUNT-LABEL
               MOVE NUM-REFUSED-ACTIVITY TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'REFUSED - OPEN INVOICES       ' TO RPT-COUNT-LABEL
               MOVE NUM-REFUSED-INVOICES TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'REFUSED - ACTIVE SINCE REVIEW ' TO RPT-COUNT-LABEL
               MOVE NUM-REFUSED-CHANGED  TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'QUALIFIED FOR PURGE           ' TO RPT-COUNT-LABEL
               MOVE NUM-QUALIFIED        TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'CUSTOMERS PURGED              ' TO RPT-COUNT-LABEL
               MOVE NUM-PURGED           TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'PRODUCT RECORDS PURGED        ' TO RPT-COUNT-LABEL
               MOVE NUM-PRODUCTS-PURGED  TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
               MOVE 'PURGE FAILURES                ' TO RPT-COUNT-LABEL
               MOVE NUM-PURGE-FAILURES   TO RPT-COUNT-VALUE
               WRITE REPORT-RECORD FROM RPT-COUNT-LINE AFTER 1
           END-IF.

      *****************************************************************
      *    QUALIFICATION CHECKS SHARED BY REVIEW AND CONFIRM.  EACH
      *    FILE MUST BE READ TO THE END - IF ONE CANNOT BE, NO
      *    CUSTOMER CAN BE SAID TO QUALIFY AND THE RUN STOPS (RC 16).
      *****************************************************************
       600-CHECK-CANDIDATES.
           MOVE 'N' TO WS-CHECKS-OK-SW.
           PERFORM 610-SCAN-HISTORY.
           IF RETURN-CODE < 16
               PERFORM 620-SCAN-AUDIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 630-LOAD-XREF
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 640-SCAN-INVOICES
           END-IF.
           IF RETURN-CODE < 16
               MOVE 'Y' TO WS-CHECKS-OK-SW
               PERFORM 660-SET-VERDICT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
           ELSE
               MOVE 'CHECK FILES NOT ALL READABLE - NOTHING DONE'
                   TO RPT-NOTE-TEXT
               WRITE REPORT-RECORD FROM RPT-NOTE-LINE AFTER 2
           END-IF.

       610-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING CUSTHIST. RC: '
                       WS-HISTFILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 615-SCAN-ONE-HISTORY
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

       615-SCAN-ONE-HISTORY.
           READ HISTORY-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-HISTFILE-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE HIST-CUST-ID TO WS-LOOK-ID
                  MOVE HIST-DATE    TO WS-REC-DATE-X
                  PERFORM 670-NOTE-ACTIVITY
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING CUSTHIST. RC: '
                          WS-HISTFILE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       620-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITFILE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ERROR OPENING CUSTAUDT. RC: '
                       WS-AUDITFILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 625-SCAN-ONE-AUDIT
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

      *    A MERGE IS ACTIVITY FOR THE SURVIVOR AS WELL.
       625-SCAN-ONE-AUDIT.
           READ AUDIT-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-AUDITFILE-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE AUD-DATE         TO WS-REC-DATE-X
                  MOVE AUD-TRAN-CUST-ID TO WS-LOOK-ID
                  PERFORM 670-NOTE-ACTIVITY
                  IF AUD-TRAN-CODE = 'MERGE '
                      MOVE AUD-TRAN-MERGE-TO-ID TO WS-LOOK-ID
                      PERFORM 670-NOTE-ACTIVITY
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING CUSTAUDT. RC: '
                          WS-AUDITFILE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *    EACH CROSS-REFERENCE LINK GIVES ITS SAM1V CUSTOMER THE
      *    RECEIVABLES CUSTOMER NUMBER TO LOOK FOR ON ACT2DATA.
       630-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CUSTANON: CUSTXREF NOT AVAILABLE. RC: '
                       WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 635-LOAD-ONE-XREF
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE XREF-FILE
           END-IF.

       635-LOAD-ONE-XREF.
           READ XREF-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-XREF-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE XR-CUST-ID TO WS-LOOK-ID
                  PERFORM 680-FIND-CANDIDATE
                  IF KEY-FOUND
                      MOVE XR-CUST-NO TO CT-CUST-NO (WS-CAND-SLOT)
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING CUSTXREF. RC: '
                          WS-XREF-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       640-SCAN-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
               DISPLAY 'CUSTANON: ACT2DATA NOT AVAILABLE. RC: '
                       WS-INVOICE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 645-SCAN-ONE-INVOICE
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE INVOICE-FILE
           END-IF.

      *    AMOUNT PAID IS SPACES ON OLDER RECORDS - TREATED AS ZERO,
      *    AS CNTRLBRK DOES.  THE HEADER AND TRAILER RECORDS (ACT2HT)
      *    ARE NOT INVOICES.
       645-SCAN-ONE-INVOICE.
           READ INVOICE-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-INVOICE-STATUS
              WHEN '00'
              WHEN '04'
                  MOVE INVOICE-RECORD (1:10) TO A2C-KEY
                  IF A2C-HEADER OR A2C-TRAILER
                      CONTINUE
                  ELSE
                      PERFORM 647-CHECK-ONE-INVOICE
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  DISPLAY 'CUSTANON: ERROR READING ACT2DATA. RC: '
                          WS-INVOICE-STATUS
                  MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       647-CHECK-ONE-INVOICE.
           IF INV-AMT-PAID-X = SPACES
              OR INV-AMT-PAID NOT NUMERIC
               MOVE ZERO TO INV-AMT-PAID
           END-IF
           IF INV-AMT IS NUMERIC
              AND INV-AMT > INV-AMT-PAID
               PERFORM 650-FIND-RECEIVABLE-CUSTOMER
           END-IF.

       650-FIND-RECEIVABLE-CUSTOMER.
           PERFORM 655-CHECK-ONE-RECEIVABLE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.

       655-CHECK-ONE-RECEIVABLE.
           IF CT-CUST-NO (WS-CAND-SUB) = INV-CUST-NO
               COMPUTE CT-OPEN-AMOUNT (WS-CAND-SUB) =
                   CT-OPEN-AMOUNT (WS-CAND-SUB)
                 + INV-AMT - INV-AMT-PAID
           END-IF.

      *    A CUSTOMER ALREADY REFUSED ON THE MASTER KEEPS THAT
      *    REASON; OTHERWISE OPEN INVOICES, THEN RECENT ACTIVITY.
       660-SET-VERDICT.
           IF CT-QUALIFIES (WS-CAND-SUB)
               EVALUATE TRUE
                  WHEN CT-OPEN-AMOUNT (WS-CAND-SUB) > ZERO
                      SET CT-OPEN-INVOICES (WS-CAND-SUB) TO TRUE
                      ADD +1 TO NUM-REFUSED-INVOICES
                  WHEN CT-LAST-ACTIVITY (WS-CAND-SUB)
                           NOT < WS-CUTOFF-YYYYMMDD
                      SET CT-RECENT-ACTIVITY (WS-CAND-SUB) TO TRUE
                      ADD +1 TO NUM-REFUSED-ACTIVITY
                  WHEN OTHER
                      CONTINUE
               END-EVALUATE
           END-IF.

      *    TWO-DIGIT YEARS WINDOW AT 50, AS IN RETNPURG.  AN
      *    UNREADABLE DATE COUNTS AS ACTIVITY TODAY - A BAD DATE IS
      *    NEVER A REASON TO PURGE.
       670-NOTE-ACTIVITY.
           PERFORM 680-FIND-CANDIDATE.
           IF KEY-FOUND
               MOVE ZERO TO WS-REC-YYYYMMDD
               IF WS-REC-DATE-X IS NUMERIC
                   MOVE WS-REC-DATE-X TO WS-REC-DATE-6
                   MOVE WS-REC-DATE-6 (1:2) TO WS-REC-YY
                   IF WS-REC-YY NOT < 50
                       COMPUTE WS-REC-YYYYMMDD =
                           19000000 + WS-REC-DATE-6
                   ELSE
                       COMPUTE WS-REC-YYYYMMDD =
                           20000000 + WS-REC-DATE-6
                   END-IF
               ELSE
                   MOVE WS-TODAY-YYYYMMDD TO WS-REC-YYYYMMDD
               END-IF
               IF WS-REC-YYYYMMDD > CT-LAST-ACTIVITY (WS-CAND-SLOT)
                   MOVE WS-REC-YYYYMMDD
                       TO CT-LAST-ACTIVITY (WS-CAND-SLOT)
               END-IF
           END-IF.

       680-FIND-CANDIDATE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE +0  TO WS-CAND-SLOT.
           IF WS-LOOK-ID NOT = SPACES
               PERFORM 685-CHECK-ONE-CANDIDATE
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
                      OR KEY-FOUND
           END-IF.

       685-CHECK-ONE-CANDIDATE.
           IF CT-CUST-ID (WS-CAND-SUB) = WS-LOOK-ID
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-CAND-SUB TO WS-CAND-SLOT
           END-IF.

       800-PRINT-CANDIDATE.
           MOVE SPACES TO RPT-DETAIL.
           MOVE CT-CUST-ID (WS-CAND-SUB)     TO RPT-CUST-ID.
           MOVE CT-NAME (WS-CAND-SUB)        TO RPT-NAME.
           MOVE CT-BALANCE (WS-CAND-SUB)     TO RPT-BALANCE.
           MOVE CT-ORDERS (WS-CAND-SUB)      TO RPT-ORDERS.
           IF CT-LAST-ACTIVITY (WS-CAND-SUB) = ZERO
               MOVE 'NONE    ' TO RPT-LAST-ACTIVITY
           ELSE
               MOVE CT-LAST-ACTIVITY (WS-CAND-SUB)
                   TO RPT-LAST-ACTIVITY
           END-IF.
           MOVE CT-OPEN-AMOUNT (WS-CAND-SUB) TO RPT-OPEN-AMOUNT.
           EVALUATE TRUE
              WHEN CT-PURGED (WS-CAND-SUB)
                  MOVE 'ARCHIVED AND PURGED' TO RPT-STATUS
              WHEN CT-QUALIFIES (WS-CAND-SUB)
                  MOVE 'QUALIFIES - ON ANONCAND' TO RPT-STATUS
              WHEN CT-OPEN-INVOICES (WS-CAND-SUB)
                  MOVE 'REFUSED - OPEN INVOICES' TO RPT-STATUS
              WHEN CT-RECENT-ACTIVITY (WS-CAND-SUB)
                  MOVE 'REFUSED - ACTIVITY SINCE CUTOFF'
                      TO RPT-STATUS
              WHEN CT-NOW-ACTIVE (WS-CAND-SUB)
                  MOVE 'REFUSED - BALANCE/ORDERS NOW' TO RPT-STATUS
              WHEN CT-NOT-ON-FILE (WS-CAND-SUB)
                  MOVE 'NOT ON CUSTFILE - SKIPPED' TO RPT-STATUS
              WHEN OTHER
                  MOVE 'PURGE FAILED - SEE JOB LOG' TO RPT-STATUS
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1.

       850-BUILD-TOKEN.
           MOVE SPACES TO WS-TOKEN.
           STRING 'ANONYMIZED-' WS-LOOK-ID
               DELIMITED BY SIZE INTO WS-TOKEN.

       906-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTLTOTS-FILE.
           MOVE 'CUSTANON'                   TO CTL-PROGRAM-ID.
           MOVE WS-TODAY-YYYYMMDD           TO CTL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CTL-RUN-TIME.
           IF WS-FUNCTION = 'SCRUB   '
               MOVE NUM-RECORDS-READ        TO CTL-RECORDS-READ
               MOVE NUM-RECORDS-WRITTEN     TO CTL-RECORDS-WRITTEN
               MOVE ZERO                    TO CTL-RECORDS-ERROR
           ELSE
               MOVE NUM-CANDIDATES          TO CTL-RECORDS-READ
               IF WS-FUNCTION = 'REVIEW  '
                   MOVE NUM-QUALIFIED       TO CTL-RECORDS-WRITTEN
               ELSE
                   MOVE NUM-PURGED          TO CTL-RECORDS-WRITTEN
               END-IF
               MOVE NUM-PURGE-FAILURES      TO CTL-RECORDS-ERROR
           END-IF.
           MOVE RETURN-CODE                 TO CTL-RETURN-CODE.
           WRITE CTL-TOTALS-RECORD.
           CLOSE CTLTOTS-FILE.

      * END OF PROGRAM CUSTANON

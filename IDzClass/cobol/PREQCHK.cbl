      ****************************************************************
      * PROGRAM:  PREQCHK
      *
      * JOB PREREQUISITE CHECK FOR THE NIGHTLY BATCH.  CTLRECON
      * REPORTS A STEP RUN OUT OF ORDER OR TWICE THE NEXT MORNING;
      * THIS MODULE STOPS IT BEFORE IT RUNS.  EACH NIGHTLY PROGRAM
      * (SAM1V, ORDINV, PAYAPPLY, COLLPOST, CNTRLBRK, SANDBOX,
      * ADSTAT) CALLS IT AT STARTUP WITH PREQ-CHECK-AREA (COPY
      * PREQWS), BEFORE ANY MASTER FILE IS OPENED.  THE CHECK FAILS
      * WHEN, FOR THE BUSINESS DATE -
      *     - THE CALLER HAS ALREADY RUN (A RUN THAT ENDED RC 16 OR
      *       MORE DID NOT FINISH AND MAY BE RERUN);
      *     - A PREDECESSOR HAS NOT RUN, OR ITS BEST RUN ENDED WITH
      *       A RETURN CODE ABOVE THE ONE ALLOWED FOR IT;
      *     - A PROGRAM THAT HAS THE CALLER AS ITS PREDECESSOR HAS
      *       ALREADY RUN (THE CALLER IS LATE).
      *
      * RUNS ARE TAKEN FROM CTLHIST (EARLIER RUNS, APPENDED BY
      * CTLRECON) AND CTLTOTS (TONIGHT'S STEPS SO FAR - CTLRECON HAS
      * NOT YET COPIED THEM TO CTLHIST).  A RUN BELONGS TO THE DATE
      * IN ITS CTL-RUN-DATE.  THE BUSINESS DATE IS TODAY UNLESS THE
      * OPTIONAL BUSDATE CARD (YYYYMMDD IN COLS 1-8) OVERRIDES IT,
      * THE SAME CARD THE CALLERS READ.
      *
      * PREDECESSORS COME FROM THE OPERATIONS-MAINTAINED CTLPREQ
      * FILE, ONE RECORD PER PROGRAM/PREDECESSOR PAIR:
      *     0    1    1    2
      * ....5....0....5....0....
      * CNTRLBRK COLLPOST 0004
      * COLS 1-8 PROGRAM, 10-17 PREDECESSOR, 19-22 HIGHEST RETURN
      * CODE ACCEPTED FROM THE PREDECESSOR (BLANK = 0004).  WITHOUT
      * CTLPREQ THE COMPILED-IN RECEIVABLES ORDER BELOW IS USED -
      * SAM1V -> ORDINV -> PAYAPPLY -> COLLPOST -> DSPTPOST ->
      * ADJPOST -> WOPOST -> CNTRLBRK, EACH STEP NEEDING THE ONE
      * BEFORE IT ENDED RC 4 OR LESS.  DSPTPOST, ADJPOST AND WOPOST
      * DO NOT CALL THIS MODULE; THEY ARE CHECKED AS PREDECESSORS
      * FROM THE CONTROL TOTALS THEY WRITE.
      *
      * AN OPERATOR WHO HAS CHECKED THE REASON CAN LET THE PROGRAM
      * RUN ANYWAY WITH A CTLOVRD CARD - COLS 1-8 THE PROGRAM, COLS
      * 10-17 THE BUSINESS DATE.  A CARD FOR ANOTHER DATE IS IGNORED,
      * SO A CARD LEFT IN THE DECK CANNOT OVERRIDE A LATER NIGHT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREQCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CTLHIST-FILE     ASSIGN TO UT-S-CTLHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLHIST-STATUS.

            SELECT CTLTOTS-FILE     ASSIGN TO UT-S-CTLTOTS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLTOTS-STATUS.

            SELECT CTLPREQ-FILE     ASSIGN TO UT-S-CTLPREQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLPREQ-STATUS.

            SELECT CTLOVRD-FILE     ASSIGN TO UT-S-CTLOVRD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTLOVRD-STATUS.

            SELECT BUSDATE-FILE     ASSIGN TO UT-S-BUSDATE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    PERMANENT RUN HISTORY - LAYOUT AS CTLRECON WRITES IT.
       FD  CTLHIST-FILE
           RECORDING MODE IS F.
       01  CTLHIST-REC.
           05  CH-PROGRAM-ID              PIC X(8).
           05  FILLER                     PIC X.
           05  CH-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X.
           05  CH-RUN-TIME                PIC 9(6).
           05  FILLER                     PIC X.
           05  CH-RECORDS-READ            PIC 9(9).
           05  FILLER                     PIC X.
           05  CH-RECORDS-WRITTEN         PIC 9(9).
           05  FILLER                     PIC X.
           05  CH-RECORDS-ERROR           PIC 9(9).
           05  FILLER                     PIC X.
           05  CH-RETURN-CODE             PIC 9(4).
           05  FILLER                     PIC X.
           05  CH-BALANCED-FLAG           PIC X.
           05  FILLER                     PIC X(19).

       FD  CTLTOTS-FILE
           RECORDING MODE IS F.
       COPY CTLTOTS.

       FD  CTLPREQ-FILE
           RECORDING MODE IS F.
       01  CTLPREQ-REC.
           05  PR-PROGRAM-ID              PIC X(8).
           05  FILLER                     PIC X.
           05  PR-PREDECESSOR             PIC X(8).
           05  FILLER                     PIC X.
           05  PR-MAX-RC                  PIC 9(4).
           05  FILLER                     PIC X(58).

       FD  CTLOVRD-FILE
           RECORDING MODE IS F.
       01  CTLOVRD-REC.
           05  OV-PROGRAM-ID              PIC X(8).
           05  FILLER                     PIC X.
           05  OV-BUSINESS-DATE           PIC 9(8).
           05  FILLER                     PIC X(63).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM               PIC 9(8).
           05  FILLER                     PIC X(72).

      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       01  WS-FIELDS.
           05  WS-CTLHIST-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CTLTOTS-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CTLPREQ-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-CTLOVRD-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-BUSDATE-STATUS       PIC X(2)  VALUE SPACES.
           05  WS-INPUT-EOF            PIC X     VALUE 'N'.
           05  WS-BUSINESS-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-RUN-PROGRAM-ID       PIC X(8)  VALUE SPACES.
           05  WS-RUN-RC               PIC 9(4)  VALUE ZERO.
           05  WS-LOOK-PROGRAM-ID      PIC X(8)  VALUE SPACES.
           05  WS-SHOW-RC              PIC 9(4)  VALUE ZERO.
      *    A RUN THAT ENDED WITH THIS RETURN CODE OR HIGHER STOPPED
      *    SHORT - IT DOES NOT COUNT AS THE PROGRAM HAVING RUN.
           05  WS-UNFINISHED-RC        PIC 9(4)  VALUE 16.
           05  WS-DEFAULT-MAX-RC       PIC 9(4)  VALUE 4.
      *
      *    COMPILED-IN ORDER, USED ONLY WHEN CTLPREQ IS NOT THERE.
       01  DEFAULT-PREREQ-VALUES.
           05  FILLER  PIC X(20)  VALUE 'ORDINV  SAM1V   0004'.
           05  FILLER  PIC X(20)  VALUE 'PAYAPPLYORDINV  0004'.
           05  FILLER  PIC X(20)  VALUE 'COLLPOSTPAYAPPLY0004'.
           05  FILLER  PIC X(20)  VALUE 'DSPTPOSTCOLLPOST0004'.
           05  FILLER  PIC X(20)  VALUE 'ADJPOST DSPTPOST0004'.
           05  FILLER  PIC X(20)  VALUE 'WOPOST  ADJPOST 0004'.
           05  FILLER  PIC X(20)  VALUE 'CNTRLBRKWOPOST  0004'.
       01  DEFAULT-PREREQ-TABLE  REDEFINES  DEFAULT-PREREQ-VALUES.
           05  DP-ENTRY OCCURS 7 TIMES.
               10  DP-PROGRAM-ID     PIC X(8).
               10  DP-PREDECESSOR    PIC X(8).
               10  DP-MAX-RC         PIC 9(4).
      *
      *    PREREQUISITES AS LOADED - FROM CTLPREQ OR THE DEFAULTS.
       01  PREREQ-TABLE-FIELDS.
           05  WS-PREQ-COUNT         PIC S9(4)   COMP    VALUE +0.
           05  WS-PREQ-MAX           PIC S9(4)   COMP    VALUE +100.
           05  WS-PREQ-SUB           PIC S9(4)   COMP    VALUE +0.
           05  PREREQ-TABLE OCCURS 100 TIMES.
               10  PT-PROGRAM-ID     PIC X(8).
               10  PT-PREDECESSOR    PIC X(8).
               10  PT-MAX-RC         PIC 9(4).
      *
      *    EVERY PROGRAM THAT RAN ON THE BUSINESS DATE AND ITS BEST
      *    (LOWEST) RETURN CODE.  A RUN ON BOTH CTLHIST AND CTLTOTS
      *    IS THE SAME RUN SEEN TWICE, WHICH CHANGES NOTHING HERE.
       01  RUN-TABLE-FIELDS.
           05  WS-RUN-COUNT          PIC S9(4)   COMP    VALUE +0.
           05  WS-RUN-MAX            PIC S9(4)   COMP    VALUE +100.
           05  WS-RUN-SUB            PIC S9(4)   COMP    VALUE +0.
           05  WS-RUN-SLOT           PIC S9(4)   COMP    VALUE +0.
           05  RUN-TABLE OCCURS 100 TIMES.
               10  RT-PROGRAM-ID     PIC X(8).
               10  RT-LOW-RC         PIC 9(4).

      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       COPY PREQWS.

      *****************************************************************
       PROCEDURE DIVISION USING PREQ-CHECK-AREA.
      *****************************************************************

       000-MAIN.
           MOVE 'Y'    TO PQ-RESULT.
           MOVE SPACES TO PQ-REASON.
           MOVE SPACES TO PQ-FILE-STATUS.
           MOVE ZERO   TO WS-PREQ-COUNT.
           MOVE ZERO   TO WS-RUN-COUNT.
           PERFORM 100-GET-BUSINESS-DATE.
           PERFORM 200-LOAD-PREREQUISITES.
           IF PQ-OK
               PERFORM 300-LOAD-RUN-HISTORY
           END-IF.
           IF PQ-OK
               PERFORM 400-CHECK-ALREADY-RUN
           END-IF.
           IF PQ-OK
               PERFORM 500-CHECK-ONE-PREREQUISITE
                   VARYING WS-PREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREQ-SUB > WS-PREQ-COUNT
                      OR NOT PQ-OK
           END-IF.
           IF PQ-FAILED
               PERFORM 600-CHECK-OVERRIDE
           END-IF.
           EVALUATE TRUE
              WHEN PQ-OK
                  DISPLAY 'PREQCHK: ' PQ-PROGRAM-ID ' '
                          PQ-BUSINESS-DATE ' PREREQUISITES MET'
              WHEN PQ-OVERRIDDEN
                  DISPLAY 'PREQCHK: ' PQ-PROGRAM-ID ' '
                          PQ-BUSINESS-DATE ' OPERATOR OVERRIDE - '
                          PQ-REASON
              WHEN OTHER
                  DISPLAY 'PREQCHK: ' PQ-PROGRAM-ID ' '
                          PQ-BUSINESS-DATE ' REFUSED - ' PQ-REASON
           END-EVALUATE.
           GOBACK.

       100-GET-BUSINESS-DATE.
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
           MOVE WS-BUSINESS-DATE TO PQ-BUSINESS-DATE.

      *****************************************************************
      *    PREREQUISITES - CTLPREQ, OR THE COMPILED-IN DEFAULTS
      *****************************************************************
       200-LOAD-PREREQUISITES.
           OPEN INPUT CTLPREQ-FILE.
           EVALUATE WS-CTLPREQ-STATUS
              WHEN '00'
                  MOVE 'N' TO WS-INPUT-EOF
                  PERFORM 210-LOAD-ONE-PREREQUISITE
                      WITH TEST BEFORE
                      UNTIL WS-INPUT-EOF = 'Y'
                  CLOSE CTLPREQ-FILE
              WHEN '35'
                  DISPLAY 'PREQCHK: CTLPREQ NOT AVAILABLE - '
                          'COMPILED-IN ORDER USED'
                  PERFORM 220-LOAD-ONE-DEFAULT
                      VARYING WS-PREQ-SUB FROM 1 BY 1
                      UNTIL WS-PREQ-SUB > 7
              WHEN OTHER
                  MOVE 'N' TO PQ-RESULT
                  MOVE 'CTLPREQ CANNOT BE READ' TO PQ-REASON
                  MOVE WS-CTLPREQ-STATUS TO PQ-FILE-STATUS
           END-EVALUATE.

      *    A BLANK RETURN CODE TAKES THE DEFAULT; A RECORD WITHOUT
      *    BOTH PROGRAM NAMES IS IGNORED.
       210-LOAD-ONE-PREREQUISITE.
           READ CTLPREQ-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-CTLPREQ-STATUS
              WHEN '00'
                  IF PR-PROGRAM-ID NOT = SPACES
                     AND PR-PREDECESSOR NOT = SPACES
                     AND WS-PREQ-COUNT < WS-PREQ-MAX
                      ADD 1 TO WS-PREQ-COUNT
                      MOVE PR-PROGRAM-ID
                          TO PT-PROGRAM-ID (WS-PREQ-COUNT)
                      MOVE PR-PREDECESSOR
                          TO PT-PREDECESSOR (WS-PREQ-COUNT)
                      IF PR-MAX-RC NUMERIC
                          MOVE PR-MAX-RC
                              TO PT-MAX-RC (WS-PREQ-COUNT)
                      ELSE
                          MOVE WS-DEFAULT-MAX-RC
                              TO PT-MAX-RC (WS-PREQ-COUNT)
                      END-IF
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  MOVE 'N' TO PQ-RESULT
                  MOVE 'CTLPREQ CANNOT BE READ' TO PQ-REASON
                  MOVE WS-CTLPREQ-STATUS TO PQ-FILE-STATUS
           END-EVALUATE.

       220-LOAD-ONE-DEFAULT.
           ADD 1 TO WS-PREQ-COUNT.
           MOVE DP-PROGRAM-ID (WS-PREQ-SUB)
               TO PT-PROGRAM-ID (WS-PREQ-COUNT).
           MOVE DP-PREDECESSOR (WS-PREQ-SUB)
               TO PT-PREDECESSOR (WS-PREQ-COUNT).
           MOVE DP-MAX-RC (WS-PREQ-SUB)
               TO PT-MAX-RC (WS-PREQ-COUNT).

      *****************************************************************
      *    RUN HISTORY FOR THE BUSINESS DATE - CTLHIST THEN CTLTOTS.
      *    A FILE NOT YET CREATED (STATUS 35) HOLDS NO RUNS.
      *****************************************************************
       300-LOAD-RUN-HISTORY.
           OPEN INPUT CTLHIST-FILE.
           EVALUATE WS-CTLHIST-STATUS
              WHEN '00'
                  MOVE 'N' TO WS-INPUT-EOF
                  PERFORM 310-LOAD-ONE-CTLHIST
                      WITH TEST BEFORE
                      UNTIL WS-INPUT-EOF = 'Y'
                  CLOSE CTLHIST-FILE
              WHEN '35'
                  CONTINUE
              WHEN OTHER
                  MOVE 'N' TO PQ-RESULT
                  MOVE 'CTLHIST CANNOT BE READ' TO PQ-REASON
                  MOVE WS-CTLHIST-STATUS TO PQ-FILE-STATUS
           END-EVALUATE.
           IF PQ-OK
               OPEN INPUT CTLTOTS-FILE
               EVALUATE WS-CTLTOTS-STATUS
                  WHEN '00'
                      MOVE 'N' TO WS-INPUT-EOF
                      PERFORM 320-LOAD-ONE-CTLTOTS
                          WITH TEST BEFORE
                          UNTIL WS-INPUT-EOF = 'Y'
                      CLOSE CTLTOTS-FILE
                  WHEN '35'
                      CONTINUE
                  WHEN OTHER
                      MOVE 'N' TO PQ-RESULT
                      MOVE 'CTLTOTS CANNOT BE READ' TO PQ-REASON
                      MOVE WS-CTLTOTS-STATUS TO PQ-FILE-STATUS
               END-EVALUATE
           END-IF.

       310-LOAD-ONE-CTLHIST.
           READ CTLHIST-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-CTLHIST-STATUS
              WHEN '00'
                  IF CH-RUN-DATE NUMERIC
                     AND CH-RUN-DATE = WS-BUSINESS-DATE
                      MOVE CH-PROGRAM-ID TO WS-RUN-PROGRAM-ID
                      IF CH-RETURN-CODE NUMERIC
                          MOVE CH-RETURN-CODE TO WS-RUN-RC
                      ELSE
                          MOVE WS-UNFINISHED-RC TO WS-RUN-RC
                      END-IF
                      PERFORM 330-NOTE-ONE-RUN
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  MOVE 'N' TO PQ-RESULT
                  MOVE 'CTLHIST CANNOT BE READ' TO PQ-REASON
                  MOVE WS-CTLHIST-STATUS TO PQ-FILE-STATUS
           END-EVALUATE.

       320-LOAD-ONE-CTLTOTS.
           READ CTLTOTS-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           EVALUATE WS-CTLTOTS-STATUS
              WHEN '00'
                  IF CTL-RUN-DATE NUMERIC
                     AND CTL-RUN-DATE = WS-BUSINESS-DATE
                      MOVE CTL-PROGRAM-ID TO WS-RUN-PROGRAM-ID
                      IF CTL-RETURN-CODE NUMERIC
                          MOVE CTL-RETURN-CODE TO WS-RUN-RC
                      ELSE
                          MOVE WS-UNFINISHED-RC TO WS-RUN-RC
                      END-IF
                      PERFORM 330-NOTE-ONE-RUN
                  END-IF
              WHEN '10'
                  MOVE 'Y' TO WS-INPUT-EOF
              WHEN OTHER
                  MOVE 'Y' TO WS-INPUT-EOF
                  MOVE 'N' TO PQ-RESULT
                  MOVE 'CTLTOTS CANNOT BE READ' TO PQ-REASON
                  MOVE WS-CTLTOTS-STATUS TO PQ-FILE-STATUS
           END-EVALUATE.

      *    A RETURN CODE THAT IS NOT NUMERIC COUNTS AS UNFINISHED.
       330-NOTE-ONE-RUN.
           MOVE WS-RUN-PROGRAM-ID TO WS-LOOK-PROGRAM-ID.
           PERFORM 700-FIND-RUN.
           IF WS-RUN-SLOT = ZERO
               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-SLOT
                   MOVE WS-RUN-PROGRAM-ID
                       TO RT-PROGRAM-ID (WS-RUN-SLOT)
                   MOVE WS-RUN-RC TO RT-LOW-RC (WS-RUN-SLOT)
               END-IF
           ELSE
               IF WS-RUN-RC < RT-LOW-RC (WS-RUN-SLOT)
                   MOVE WS-RUN-RC TO RT-LOW-RC (WS-RUN-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      *    THE CHECKS
      *****************************************************************
       400-CHECK-ALREADY-RUN.
           MOVE PQ-PROGRAM-ID TO WS-LOOK-PROGRAM-ID.
           PERFORM 700-FIND-RUN.
           IF WS-RUN-SLOT NOT = ZERO
               IF RT-LOW-RC (WS-RUN-SLOT) < WS-UNFINISHED-RC
                   MOVE 'N' TO PQ-RESULT
                   MOVE 'ALREADY RAN FOR THIS BUSINESS DATE'
                       TO PQ-REASON
               END-IF
           END-IF.

      *    AN ENTRY FOR THE CALLER NAMES A PREDECESSOR THAT MUST HAVE
      *    FINISHED; AN ENTRY NAMING THE CALLER AS PREDECESSOR NAMES A
      *    SUCCESSOR THAT MUST NOT HAVE RUN YET.
       500-CHECK-ONE-PREREQUISITE.
           IF PT-PROGRAM-ID (WS-PREQ-SUB) = PQ-PROGRAM-ID
               MOVE PT-PREDECESSOR (WS-PREQ-SUB)
                   TO WS-LOOK-PROGRAM-ID
               PERFORM 700-FIND-RUN
               PERFORM 510-CHECK-PREDECESSOR
           END-IF.
           IF PQ-OK
              AND PT-PREDECESSOR (WS-PREQ-SUB) = PQ-PROGRAM-ID
               MOVE PT-PROGRAM-ID (WS-PREQ-SUB)
                   TO WS-LOOK-PROGRAM-ID
               PERFORM 700-FIND-RUN
               PERFORM 520-CHECK-SUCCESSOR
           END-IF.

       510-CHECK-PREDECESSOR.
           IF WS-RUN-SLOT = ZERO
               MOVE 'N' TO PQ-RESULT
               STRING 'PREDECESSOR ' DELIMITED BY SIZE
                      WS-LOOK-PROGRAM-ID DELIMITED BY SPACE
                      ' HAS NOT RUN' DELIMITED BY SIZE
                   INTO PQ-REASON
               END-STRING
           ELSE
               IF RT-LOW-RC (WS-RUN-SLOT) > PT-MAX-RC (WS-PREQ-SUB)
                   MOVE 'N' TO PQ-RESULT
                   MOVE RT-LOW-RC (WS-RUN-SLOT) TO WS-SHOW-RC
                   STRING 'PREDECESSOR ' DELIMITED BY SIZE
                          WS-LOOK-PROGRAM-ID DELIMITED BY SPACE
                          ' ENDED RC ' DELIMITED BY SIZE
                          WS-SHOW-RC DELIMITED BY SIZE
                       INTO PQ-REASON
                   END-STRING
               END-IF
           END-IF.

       520-CHECK-SUCCESSOR.
           IF WS-RUN-SLOT NOT = ZERO
               IF RT-LOW-RC (WS-RUN-SLOT) < WS-UNFINISHED-RC
                   MOVE 'N' TO PQ-RESULT
                   STRING 'SUCCESSOR ' DELIMITED BY SIZE
                          WS-LOOK-PROGRAM-ID DELIMITED BY SPACE
                          ' HAS ALREADY RUN' DELIMITED BY SIZE
                       INTO PQ-REASON
                   END-STRING
               END-IF
           END-IF.

      *****************************************************************
      *    OPERATOR OVERRIDE - A CTLOVRD CARD FOR THIS PROGRAM AND
      *    BUSINESS DATE LETS IT RUN.  THE REASON IS KEPT FOR THE LOG.
      *****************************************************************
       600-CHECK-OVERRIDE.
           OPEN INPUT CTLOVRD-FILE.
           IF WS-CTLOVRD-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 610-READ-ONE-OVERRIDE
                   WITH TEST BEFORE
                   UNTIL WS-INPUT-EOF = 'Y'
               CLOSE CTLOVRD-FILE
           END-IF.

       610-READ-ONE-OVERRIDE.
           READ CTLOVRD-FILE
             AT END MOVE 'Y' TO WS-INPUT-EOF.
           IF WS-CTLOVRD-STATUS = '00'
               IF OV-PROGRAM-ID = PQ-PROGRAM-ID
                  AND OV-BUSINESS-DATE NUMERIC
                  AND OV-BUSINESS-DATE = WS-BUSINESS-DATE
                   MOVE 'O' TO PQ-RESULT
                   MOVE 'Y' TO WS-INPUT-EOF
               END-IF
           ELSE
               MOVE 'Y' TO WS-INPUT-EOF
           END-IF.

      *****************************************************************
      *    COMMON
      *****************************************************************
       700-FIND-RUN.
           MOVE ZERO TO WS-RUN-SLOT.
           PERFORM 710-CHECK-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
                  OR WS-RUN-SLOT NOT = ZERO.

       710-CHECK-ONE-RUN.
           IF RT-PROGRAM-ID (WS-RUN-SUB) = WS-LOOK-PROGRAM-ID
               MOVE WS-RUN-SUB TO WS-RUN-SLOT
           END-IF.

      * END OF PROGRAM PREQCHK

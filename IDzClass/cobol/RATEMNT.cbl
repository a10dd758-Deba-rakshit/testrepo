001100*      COLS  1-4   PRODUCT CODE (E.G. MORT)                     *
001200*      COLS  6-7   TERM IN YEARS                                *
001300*      COLS  9-13  ANNUAL RATE AS 99V999 (E.G. 06375)           *
001310*      COLS 15-18  MAX FRONT-END (HOUSING) DTI AS 99V99 (2800)  *
001320*      COLS 20-23  MAX BACK-END (TOTAL) DTI AS 99V99 (3600)     *
001400*                                                               *
001410*  THE DTI LIMITS ARE THE PERCENTAGES EPSMORT QUALIFIES THE     *
001420*  BORROWER AGAINST; BLANK LIMITS POST AS ZERO AND EPSMORT      *
001430*  THEN USES ITS STANDARD 28/36.                                *
001440*                                                               *
001500*  AN EXISTING PRODUCT/TERM RECORD IS REPLACED; EVERY POSTED    *
001600*  RATE IS STAMPED WITH TODAY AS ITS EFFECTIVE DATE.  RETURN    *
001700*  CODE 8 WHEN ANY CARD IS REJECTED.                            *
005500         10  RT-TERM-YEARS            PIC 9(2).
005600     05  RT-EFFECTIVE-DATE            PIC 9(8).
005700     05  RT-ANNUAL-RATE               PIC 9(2)V999.
005710     05  RT-MAX-FRONT-DTI             PIC 9(2)V99.
005720     05  RT-MAX-BACK-DTI              PIC 9(2)V99.
005800     05  FILLER                       PIC X(53).
005900
006000 WORKING-STORAGE SECTION.
006100
008000     05  FILLER                       PIC X(1).
008100     05  CARD-RATE                    PIC 9(2)V999.
008200     05  CARD-RATE-X  REDEFINES  CARD-RATE           PIC X(5).
008210     05  FILLER                       PIC X(1).
008220     05  CARD-FRONT-DTI               PIC 9(2)V99.
008230     05  CARD-FRONT-DTI-X  REDEFINES  CARD-FRONT-DTI  PIC X(4).
008240     05  FILLER                       PIC X(1).
008250     05  CARD-BACK-DTI                PIC 9(2)V99.
008260     05  CARD-BACK-DTI-X  REDEFINES  CARD-BACK-DTI    PIC X(4).
008300     05  FILLER                       PIC X(57).
008400
008500 01  DISPLAY-LINE.
008600     05  DISP-MESSAGE     PIC X(45).
013000        DISPLAY '** ERROR **  RATE NOT NUMERIC OR ZERO'
013100        ADD 1 TO WS-REJECT-CTR
013200        GO TO 200-PRSS-NEXT.
013210     IF CARD-FRONT-DTI-X IS EQUAL TO SPACES
013220        MOVE ZERO TO CARD-FRONT-DTI.
013230     IF CARD-BACK-DTI-X IS EQUAL TO SPACES
013240        MOVE ZERO TO CARD-BACK-DTI.
013250     IF CARD-FRONT-DTI IS NOT NUMERIC OR
013260        CARD-BACK-DTI IS NOT NUMERIC
013270        DISPLAY '** ERROR **  DTI LIMIT NOT NUMERIC'
013280        ADD 1 TO WS-REJECT-CTR
013290        GO TO 200-PRSS-NEXT.
013291     IF CARD-BACK-DTI IS GREATER THAN ZERO AND
013292        CARD-FRONT-DTI IS GREATER THAN CARD-BACK-DTI
013293        DISPLAY '** ERROR **  FRONT-END DTI OVER BACK-END DTI'
013294        ADD 1 TO WS-REJECT-CTR
013295        GO TO 200-PRSS-NEXT.
013300     MOVE SPACES            TO RATE-REC.
013400     MOVE CARD-PRODUCT      TO RT-PRODUCT.
013500     MOVE CARD-TERM-NUM     TO RT-TERM-YEARS.
013600     MOVE WS-TODAY-YYYYMMDD TO RT-EFFECTIVE-DATE.
013700     MOVE CARD-RATE         TO RT-ANNUAL-RATE.
013710     MOVE CARD-FRONT-DTI    TO RT-MAX-FRONT-DTI.
013720     MOVE CARD-BACK-DTI     TO RT-MAX-BACK-DTI.
013800     WRITE RATE-REC.
013900     IF WS-RATETBL-STATUS IS EQUAL TO '00'
014000        ADD 1 TO WS-POSTED-CTR

000900*                                                               *
001000*      COLS  1-8   ACTION    'ADD     ', 'RENAME  ',            *
001100*                            'DEACT   ' OR 'REACT   '           *
001200*      COLS 10-14  CUSTOMER NUMBER (5 DIGITS)                   *
001300*      COLS 16-30  CUSTOMER NAME (ADD/RENAME ONLY)              *
001400*                                                               *
001500*  EVERY CARD AND ITS DISPOSITION IS ECHOED TO SYSOUT.  THE     *
001600*  PROGRAM ENDS WITH RETURN CODE 8 WHEN ANY CARD IS REJECTED.  *
006600 01  MAINT-CARD-REC.
006700     05  CARD-ACTION                  PIC X(8).
006800     05  FILLER                       PIC X(1).
006900     05  CARD-CUST-NO                 PIC X(5).
007000     05  CARD-CUST-NO-NUM  REDEFINES  CARD-CUST-NO    PIC 9(5).
007100     05  FILLER                       PIC X(1).
007200     05  CARD-CUST-NAME               PIC X(15).
007300     05  FILLER                       PIC X(50).
007400
007500 01  DISPLAY-LINE.
007600     05  DISP-MESSAGE     PIC X(45).

      *****************************************************************
      *  PREQWS.CPY
      *  PARAMETER AREA FOR THE JOB PREREQUISITE CHECK MODULE
      *  (PREQCHK).  EACH NIGHTLY PROGRAM SETS ITS OWN PROGRAM-ID AND
      *  CALLS PREQCHK AT STARTUP, BEFORE ANY MASTER FILE IS OPENED.
      *  PREQCHK RETURNS THE BUSINESS DATE IT CHECKED AND -
      *    Y  EVERY PREREQUISITE IS MET - CARRY ON.
      *    O  A PREREQUISITE IS NOT MET BUT THE OPERATOR OVERRIDE CARD
      *       NAMES THIS PROGRAM AND DATE - CARRY ON (PQ-REASON SAYS
      *       WHAT WAS OVERRIDDEN).
      *    N  NOT MET AND NOT OVERRIDDEN - THE CALLER STOPS THROUGH
      *       ABENDRTN WITHOUT TOUCHING ANY FILE.
      *****************************************************************
       01  PREQ-CHECK-AREA.
           05  PQ-PROGRAM-ID                PIC X(8).
           05  PQ-BUSINESS-DATE             PIC 9(8).
           05  PQ-RESULT                    PIC X(1).
               88  PQ-OK                        VALUE 'Y'.
               88  PQ-OVERRIDDEN                VALUE 'O'.
               88  PQ-FAILED                    VALUE 'N'.
           05  PQ-REASON                    PIC X(40).
           05  PQ-FILE-STATUS               PIC X(2).

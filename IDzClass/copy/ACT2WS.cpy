      *****************************************************************
      *  ACT2WS.CPY
      *  PARAMETER AREA FOR THE ACT2DATA CHAIN CONTROL MODULE
      *  (ACT2CTL).  THE CALLER SETS THE FUNCTION AND ITS OWN
      *  PROGRAM-ID:
      *    V - VERIFY THE HEADERS AND TRAILERS ON ACT2DATA BEFORE
      *        ANY INVOICE IS PROCESSED.  RETURNS THE BUSINESS DATE
      *        AND THE INVOICE COUNT AND INV-AMT TOTAL FOUND.
      *    S - START AN OUTPUT GENERATION.  RETURNS THE BUSINESS DATE
      *        AND THE GENERATION SEQUENCE FOR THE HEADER.
      *    E - END THE OUTPUT GENERATION.  THE CALLER PASSES THE
      *        COUNT AND INV-AMT TOTAL IT PUT ON ITS TRAILER; THEY
      *        ARE RECORDED ON ACT2GEN FOR THE NEXT STEP TO CHECK.
      *  A2-RESULT 'N' IS FATAL - A2-REASON SAYS WHY AND THE CALLER
      *  STOPS THROUGH ABENDRTN.
      *****************************************************************
       01  ACT2-CTL-AREA.
           05  A2-FUNCTION                  PIC X(1).
               88  A2-VERIFY-INPUT              VALUE 'V'.
               88  A2-START-OUTPUT              VALUE 'S'.
               88  A2-END-OUTPUT                VALUE 'E'.
           05  A2-PROGRAM-ID                PIC X(8).
           05  A2-BUSINESS-DATE             PIC 9(8).
           05  A2-GENERATION-SEQ            PIC 9(7).
           05  A2-RECORD-COUNT              PIC 9(9).
           05  A2-INV-AMT-TOTAL             PIC S9(11)V99.
           05  A2-SECTION-COUNT             PIC 9(3).
           05  A2-RESULT                    PIC X(1).
               88  A2-OK                        VALUE 'Y'.
               88  A2-FAILED                    VALUE 'N'.
           05  A2-REASON                    PIC X(40).
           05  A2-FILE-STATUS               PIC X(2).

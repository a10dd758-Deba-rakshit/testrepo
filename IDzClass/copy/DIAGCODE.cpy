      *      COLS  1-5   DIAGNOSTIC CODE
      *      COLS  7-16  CASE-MIX GROUP
      *      COLS 18-47  DESCRIPTION
      *      COLS 49-51  EXPECTED LENGTH OF STAY (DAYS) FOR THE
      *                  CASE-MIX GROUP - BLANK OR ZERO = NONE SET
      *  IT IS LOADED INTO DIAG-REFERENCE-TABLE AT STARTUP; CODES
      *  ARE VALIDATED AGAINST THE TABLE AND PATIENTS ARE COUNTED
      *  INTO CASE-MIX GROUPS PER WARD.  THE DESCRIPTION IS CARRIED
      *  FOR THE ROUNDS LIST; THE EXPECTED STAY FOR UTILIZATION
      *  REVIEW AND THE LENGTH-OF-STAY HISTORY.
      *****************************************************************
       01  DIAGREF-REC.
           05  DREF-CODE                PIC X(5).
           05  DREF-GROUP               PIC X(10).
           05  FILLER                   PIC X(1).
           05  DREF-DESC                PIC X(30).
           05  FILLER                   PIC X(1).
           05  DREF-EXPECTED-LOS        PIC 9(3).
           05  FILLER                   PIC X(29).

       01  DIAG-REFERENCE-TABLE.
           05  DIAG-REF-COUNT           PIC S9(4) COMP VALUE 0.
           05  DIAG-REF-ENTRY OCCURS 200 TIMES.
               10  DIAG-REF-CODE        PIC X(5).
               10  DIAG-REF-GROUP       PIC X(10).
               10  DIAG-REF-DESC        PIC X(30).
               10  DIAG-REF-EXP-LOS     PIC 9(3).

      *****************************************************************
      *  RPTREPO.CPY
      *  REPORT REPOSITORY LINE - ONE RECORD PER PRINT LINE CAPTURED
      *  BY RPTCAPT.  THE DATASET IS PERMANENT AND CUMULATIVE (EACH
      *  CAPTURE APPENDS, DISP=MOD).  EVERY LINE CARRIES THE INDEX
      *  KEY OF ITS REPORT (COPY RPTINDX), ITS PAGE AND LINE NUMBER
      *  WITHIN THE REPORT, AND THE PRINT LINE ITSELF WITH AN ASA
      *  CARRIAGE-CONTROL BYTE - '1' STARTS A NEW PAGE.  A REPORT
      *  PRINTED WITHOUT CARRIAGE CONTROL IS GIVEN ONE AT CAPTURE.
      *****************************************************************
       01  REPORT-REPOSITORY-REC.
           05  RR-KEY.
               10  RR-REPORT-NAME           PIC X(8).
               10  RR-BUSINESS-DATE         PIC 9(8).
               10  RR-VERSION               PIC 9(3).
           05  RR-PAGE-NO                   PIC 9(5).
           05  RR-LINE-NO                   PIC 9(7).
           05  RR-PRINT-LINE.
               10  RR-CARRIAGE-CTL          PIC X(1).
                   88  RR-NEW-PAGE              VALUE '1'.
               10  RR-PRINT-TEXT            PIC X(132).
           05  FILLER                       PIC X(16).

      *****************************************************************
      *  RPTINDX.CPY
      *  REPORT REPOSITORY INDEX RECORD - KEYED ON REPORT NAME PLUS
      *  BUSINESS DATE PLUS CAPTURE VERSION.  RPTCAPT WRITES ONE
      *  ENTRY EACH TIME IT CAPTURES A PRINT FILE INTO RPTREPO; A
      *  REPORT CAPTURED AGAIN FOR THE SAME DATE (A RERUN) GETS THE
      *  NEXT VERSION, AND THE HIGHEST VERSION IS THE CURRENT ONE.
      *  RI-REPO-POSITION IS THE RECORD NUMBER OF THE REPORT'S FIRST
      *  LINE ON THE CUMULATIVE RPTREPO DATASET.  THE CONTROL RECORD
      *  UNDER REPORT NAME '*CONTROL' CARRIES THE RPTREPO RECORD
      *  COUNT IN RI-REPO-POSITION SO POSITIONS STAY RIGHT ACROSS
      *  DISP=MOD APPENDS.  RPTBURST AND RPTPRINT READ IT.
      *****************************************************************
       01  REPORT-INDEX-REC.
           05  RI-KEY.
               10  RI-REPORT-NAME           PIC X(8).
                   88  RI-CONTROL-RECORD        VALUE '*CONTROL'.
               10  RI-BUSINESS-DATE         PIC 9(8).
               10  RI-VERSION               PIC 9(3).
           05  FILLER                       PIC X(1).
           05  RI-PROGRAM-ID                PIC X(8).
           05  FILLER                       PIC X(1).
           05  RI-PAGE-COUNT                PIC 9(5).
           05  FILLER                       PIC X(1).
           05  RI-LINE-COUNT                PIC 9(7).
           05  FILLER                       PIC X(1).
           05  RI-REPO-POSITION             PIC 9(9).
           05  FILLER                       PIC X(1).
           05  RI-CAPTURE-DATE              PIC 9(8).
           05  RI-CAPTURE-TIME              PIC 9(6).
           05  FILLER                       PIC X(13).

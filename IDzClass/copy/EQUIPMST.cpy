      *****************************************************************
      *  EQUIPMST.CPY
      *  EQUIPMENT ASSET MASTER (EQUIPMST - VSAM, 120 BYTES).  ONE
      *  RECORD PER BILLABLE PIECE OF EQUIPMENT, KEYED BY THE
      *  EQUIPMENT-ID THE DAILY PATIENT RECORD CHARGES AGAINST.
      *  BIOMED MAINTAINS IT THROUGH EQUPMNT; SANDBOX READS IT TO
      *  REJECT CHARGES FOR UNKNOWN OR OUT-OF-SERVICE EQUIPMENT AND
      *  TO FLAG CHARGES FOR EQUIPMENT PAST ITS PREVENTIVE-
      *  MAINTENANCE DATE; EQPMDUE LISTS THE PM WORK COMING DUE.
      *
      *  EQ-CATEGORY USES THE DAILY RECORD'S EQUIPMENT CATEGORIES
      *  (HEAT AUTO SCOP DRIP MON  SHNT MISC).  EQ-NEXT-PM-DATE IS
      *  THE LAST PM DATE PLUS EQ-PM-INTERVAL-DAYS, OR THE DATE
      *  BIOMED KEYED WHEN NO PM HAS BEEN RECORDED YET.
      *****************************************************************
       01  EQUIPMENT-ASSET-REC.
           05  EQ-EQUIPMENT-ID              PIC X(8).
           05  EQ-CATEGORY                  PIC X(4).
           05  EQ-DESCRIPTION               PIC X(30).
           05  EQ-ASSIGNED-WARD             PIC X(4).
           05  EQ-SERVICE-FLAG              PIC X(1).
               88  EQ-IN-SERVICE                VALUE 'Y'.
               88  EQ-OUT-OF-SERVICE            VALUE 'N'.
           05  EQ-OOS-DATE                  PIC X(8).
           05  EQ-OOS-REASON                PIC X(20).
           05  EQ-PM-INTERVAL-DAYS          PIC 9(3).
           05  EQ-LAST-PM-DATE              PIC X(8).
           05  EQ-NEXT-PM-DATE              PIC X(8).
           05  EQ-NEXT-PM-YYYYMMDD REDEFINES EQ-NEXT-PM-DATE
                                            PIC 9(8).
           05  EQ-LAST-UPDATE-DATE          PIC X(8).
           05  FILLER                       PIC X(18).

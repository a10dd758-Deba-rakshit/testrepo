      *****************************************************************
      *  LATECHG.CPY
      *  LATE-CHARGE RECORD (LATECHG - SEQUENTIAL, 80 BYTES).  A
      *  TREATMENT CHARGE DATED DURING A STAY THAT REACHES TRMTDATA
      *  AFTER THE STAY WAS CLOSED BY 490-PROCESS-DISCHARGE.  SANDBOX
      *  WRITES ONE RECORD PER SUCH CHARGE INSTEAD OF POSTING IT TO
      *  THE CLOSED MASTER; LATECHRG BILLS THEM - SUPPLEMENTAL
      *  STATEMENT, REPLACEMENT CLAIM ON CLAIMEXT, PATACCT UPDATE -
      *  AND CARRIES ANY IT CANNOT BILL FORWARD ON LATEHOLD.
      *
      *  LC-STAY-SOURCE  M - THE DISCHARGED MASTER IS ON PATMSTR
      *                  A - THE PATIENT HAS BEEN ARCHIVED BY PATARCH;
      *                      THE DISCHARGE DATE IS THE CATALOG'S AND
      *                      LATECHRG RESTORES THE MASTER FIRST
      *****************************************************************
       01  LATE-CHARGE-REC.
           05  LC-PATIENT-ID                PIC 9(6).
           05  LC-TRMT-DATE                 PIC X(8).
           05  LC-PROCEDURE-TYPE            PIC X(4).
           05  LC-MEDICATION-COST           PIC 9(5)V99.
           05  LC-PHARMACY-COST             PIC 9(3)V99.
           05  LC-ANCILLARY-CHARGE          PIC 9(3)V99.
           05  LC-ATTENDING-PHYS            PIC X(8).
           05  LC-STAY-SOURCE               PIC X(1).
               88  LC-ON-PATMSTR                VALUE 'M'.
               88  LC-ARCHIVED                  VALUE 'A'.
           05  LC-DATE-ADMIT                PIC X(8).
           05  LC-DATE-DISCHARGE            PIC X(8).
           05  LC-WARD                      PIC X(4).
           05  LC-RECEIVED-DATE             PIC 9(8).
           05  FILLER                       PIC X(8).

      *  ACTIVE ENTRIES ARE LOADED INTO PHYS-REFERENCE-TABLE AT
      *  STARTUP; ATTENDING AND PRESCRIBING PHYSICIAN IDS ARE
      *  VALIDATED AGAINST THE TABLE AND THE NAME IS RESOLVED FOR
      *  THE EQUIPMENT REPORT AND, WITH THE DEPARTMENT, FOR THE
      *  ROUNDS LIST.
      *****************************************************************
       01  PHYSREF-REC.
           05  PREF-ID                  PIC X(8).
           05  PHYS-REF-ENTRY OCCURS 100 TIMES.
               10  PHYS-REF-ID          PIC X(8).
               10  PHYS-REF-NAME        PIC X(20).
               10  PHYS-REF-DEPT        PIC X(10).

      * ACTIVITY REPORT OVER THE PERMANENT SAM1V AUDIT TRAIL
      * (CUSTAUDT).  READS THE AUDIT RECORDS WRITTEN BY
      * 575-WRITE-AUDIT-RECORD IN SAM1V AND PRODUCES:
      *   - A FORMATTED DETAIL LISTING OF THE SELECTED ACTIVITY,
      *     WITH THE MAKER AND (FOR DUAL-APPROVAL POSTINGS) THE
      *     CHECKER USER IDS
      *   - DAILY COUNTS OF EACH OUTCOME PER TRAN CODE: OK, ERR,
      *     HELD FOR APPROVAL (PND/HLD), RELEASED BY A CHECKER
      *     (REL/OVR) AND EXPIRED UNAPPROVED (EXP)
      *
      * SELECTION IS CONTROLLED BY AN OPTIONAL PARAMETER CARD READ
      * FROM AUDTPARM:
           05  AUD-OUTCOME                PIC X(3).
               88  AUD-OUTCOME-OK             VALUE 'OK '.
               88  AUD-OUTCOME-ERR            VALUE 'ERR'.
               88  AUD-OUTCOME-PENDED         VALUE 'PND'.
               88  AUD-OUTCOME-RELEASED       VALUE 'REL'.
               88  AUD-OUTCOME-OVERRIDE       VALUE 'OVR'.
               88  AUD-OUTCOME-HELD           VALUE 'HLD'.
               88  AUD-OUTCOME-EXPIRED        VALUE 'EXP'.
           05  FILLER                     PIC X.
           05  AUD-TRAN-DETAIL            PIC X(80).
           05  FILLER                     PIC X.
           05  AUD-MAKER-ID               PIC X(8).
           05  FILLER                     PIC X.
           05  AUD-CHECKER-ID             PIC X(8).

       FD  PARM-FILE
           RECORDING MODE IS F.
           05  NUM-AUDIT-RECS-LISTED PIC S9(9)   COMP-3  VALUE +0.
      *
      *    ONE ROW PER DATE/TRAN-CODE COMBINATION SEEN IN THE
      *    SELECTED RANGE - CARRIES THE DAILY COUNT OF EACH OUTCOME.
       01  DAILY-COUNT-FIELDS.
           05  WS-DAILY-COUNT        PIC S9(4)   COMP    VALUE +0.
           05  WS-DAILY-MAX          PIC S9(4)   COMP    VALUE +400.
               10  DCT-TRAN-CODE     PIC X(6).
               10  DCT-OK-COUNT      PIC S9(7)   COMP-3.
               10  DCT-ERR-COUNT     PIC S9(7)   COMP-3.
               10  DCT-HELD-COUNT    PIC S9(7)   COMP-3.
               10  DCT-REL-COUNT     PIC S9(7)   COMP-3.
               10  DCT-EXP-COUNT     PIC S9(7)   COMP-3.
      *
      *        *******************
      *            report lines
           05  FILLER PIC X(3)  VALUE 'OUT'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(11) VALUE 'TRANSACTION'.
           05  FILLER PIC X(70) VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'MAKER   '.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE 'CHECKER '.
           05  FILLER PIC X(9)  VALUE SPACES.
       01 RPT-HEADER3.
           05  FILLER PIC X(6)  VALUE ALL '-'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(3)  VALUE ALL '-'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(80) VALUE ALL '-'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE ALL '-'.
           05  FILLER PIC X     VALUE ' '.
           05  FILLER PIC X(8)  VALUE ALL '-'.
           05  FILLER PIC X(9)  VALUE SPACES.
       01 RPT-DETAIL.
           05  RPT-AUD-DATE           PIC 9(6).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AUD-OUTCOME        PIC X(3).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AUD-TRAN-DETAIL    PIC X(80).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AUD-MAKER-ID       PIC X(8).
           05  FILLER                 PIC X     VALUE ' '.
           05  RPT-AUD-CHECKER-ID     PIC X(8).
           05  FILLER                 PIC X(9)  VALUE SPACES.
       01  RPT-SUMMARY-HDR1.
           05  FILLER PIC X(42)
                  VALUE 'DAILY OUTCOME COUNTS BY TRANSACTION CODE '.
           05  FILLER PIC X(90) VALUE SPACES.
       01  RPT-SUMMARY-HDR2.
           05  FILLER PIC X(6)  VALUE 'DATE  '.
           05  FILLER PIC X(6)  VALUE 'CODE  '.
           05  FILLER PIC X(12) VALUE '          OK'.
           05  FILLER PIC X(12) VALUE '         ERR'.
           05  FILLER PIC X(12) VALUE '        HELD'.
           05  FILLER PIC X(12) VALUE '    RELEASED'.
           05  FILLER PIC X(12) VALUE '     EXPIRED'.
           05  FILLER PIC X(59) VALUE SPACES.
       01  RPT-SUMMARY-DETAIL.
           05  RPT-SUM-DATE        PIC 9(6).
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-SUM-OK          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-SUM-ERR         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-SUM-HELD        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-SUM-REL         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X        VALUE ' '.
           05  RPT-SUM-EXP         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(60)    VALUE SPACES.
       01  RPT-SPACES.
           05  FILLER              PIC X(132)   VALUE SPACES.

                   MOVE AUD-TRAN-CODE   TO RPT-AUD-TRAN-CODE
                   MOVE AUD-OUTCOME     TO RPT-AUD-OUTCOME
                   MOVE AUD-TRAN-DETAIL TO RPT-AUD-TRAN-DETAIL
                   MOVE AUD-MAKER-ID    TO RPT-AUD-MAKER-ID
                   MOVE AUD-CHECKER-ID  TO RPT-AUD-CHECKER-ID
                   WRITE REPORT-RECORD FROM RPT-DETAIL AFTER 1
                   ADD +1 TO NUM-AUDIT-RECS-LISTED
                   PERFORM 250-COUNT-DAILY-OUTCOME
                   MOVE AUD-TRAN-CODE TO DCT-TRAN-CODE (WS-DAILY-SUB)
                   MOVE +0 TO DCT-OK-COUNT (WS-DAILY-SUB)
                   MOVE +0 TO DCT-ERR-COUNT (WS-DAILY-SUB)
                   MOVE +0 TO DCT-HELD-COUNT (WS-DAILY-SUB)
                   MOVE +0 TO DCT-REL-COUNT (WS-DAILY-SUB)
                   MOVE +0 TO DCT-EXP-COUNT (WS-DAILY-SUB)
                   SET DAILY-ROW-FOUND TO TRUE
               ELSE
                   IF NOT DAILY-TABLE-FULL
               END-IF
           END-IF.
           IF DAILY-ROW-FOUND
               EVALUATE TRUE
                   WHEN AUD-OUTCOME-OK
                       ADD +1 TO DCT-OK-COUNT (WS-DAILY-SUB)
                   WHEN AUD-OUTCOME-ERR
                       ADD +1 TO DCT-ERR-COUNT (WS-DAILY-SUB)
                   WHEN AUD-OUTCOME-PENDED
                   WHEN AUD-OUTCOME-HELD
                       ADD +1 TO DCT-HELD-COUNT (WS-DAILY-SUB)
                   WHEN AUD-OUTCOME-RELEASED
                   WHEN AUD-OUTCOME-OVERRIDE
                       ADD +1 TO DCT-REL-COUNT (WS-DAILY-SUB)
                   WHEN AUD-OUTCOME-EXPIRED
                       ADD +1 TO DCT-EXP-COUNT (WS-DAILY-SUB)
               END-EVALUATE
           END-IF.

       260-FIND-DAILY-ROW.
           MOVE DCT-TRAN-CODE (WS-DAILY-SUB) TO RPT-SUM-CODE.
           MOVE DCT-OK-COUNT (WS-DAILY-SUB)  TO RPT-SUM-OK.
           MOVE DCT-ERR-COUNT (WS-DAILY-SUB) TO RPT-SUM-ERR.
           MOVE DCT-HELD-COUNT (WS-DAILY-SUB) TO RPT-SUM-HELD.
           MOVE DCT-REL-COUNT (WS-DAILY-SUB) TO RPT-SUM-REL.
           MOVE DCT-EXP-COUNT (WS-DAILY-SUB) TO RPT-SUM-EXP.
           WRITE REPORT-RECORD FROM RPT-SUMMARY-DETAIL AFTER 1.

       700-READ-AUDIT-FILE.

      *          CLMRESUB RESUBMISSION FILE - THE SAME REPAIR FLOW
      *          SUSPFIX GIVES THE INVOICE SUSPENSE FILE - SO BILLING
      *          CORRECTS AND RESENDS THEM INSTEAD OF REDISCOVERING
      *          THEM AT MONTH END.  CLMFIX REBUILDS THEM FROM THE
      *          CORRECTED MASTERS AND APPENDS THE RESUBMISSIONS TO
      *          THE NEXT CLAIMEXT.
      *
      *          EVERY RESPONSE IS LOGGED TO THE CLMTRACK CLAIM
      *          HISTORY (DISP=MOD) UNDER THE ORIGINAL CLAIM'S PATIENT
      *          ID AND DISCHARGE DATE WITH ITS SUBMISSION NUMBER.  A
      *          RESUBMISSION REJECTED AGAIN IS FLAGGED "REPEAT
      *          REJECT" ON THE REPORT.  WITHOUT CLMTRACK THE REPORT
      *          STILL RUNS.  THE EVENT DATE IS THE BUSINESS DATE
      *          (BUSDATE CARD, ELSE TODAY).
      *
      *          RESPONSE RECORD (RESPIN, 80 BYTES):
      *              COLS  1-6   PATIENT ID
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CLMTRACK
           ASSIGN TO UT-S-CLMTRACK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLMTRACK-STATUS.

           SELECT BUSDATE-FILE
           ASSIGN TO UT-S-BUSDATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-EXT-REC.
       01  CLAIM-EXT-REC.
           05  CLM-DATE-ADMIT          PIC X(8).
           05  CLM-DATE-DISCHARGE      PIC X(8).
           05  FILLER                  PIC X(57).
           05  CLM-SUBMIT-TYPE         PIC X(1).
               88  CLM-RESUBMISSION      VALUE "R".
           05  CLM-ORIG-CLAIM-REF.
               10  CLM-ORIG-PATIENT-ID PIC X(6).
               10  CLM-ORIG-DISCH-DATE PIC X(8).
           05  CLM-SUBMIT-COUNT        PIC 9(2).
           05  CLM-SUBMIT-DATE         PIC X(8).
           05  FILLER                  PIC X(5).

       FD  RESPIN
           RECORDING MODE IS F
       FD  CLMRESUB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMRESUB-REC.
       01  CLMRESUB-REC  PIC X(130).

       FD  CLMRPT
           RECORDING MODE IS F
           DATA RECORD IS CLMRPT-REC.
       01  CLMRPT-REC  PIC X(132).

       FD  CLMTRACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-TRACK-REC.
       COPY CLMTRACK.

      *    OPTIONAL AS-OF BUSINESS DATE CARD (YYYYMMDD, COLS 1-8)
       FD  BUSDATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUSDATE-RECORD.
       01  BUSDATE-RECORD.
           05  BUSDATE-PARM           PIC 9(8).
           05  FILLER                 PIC X(72).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  OFCODE                    PIC X(2).
           05  WS-CLMTRACK-STATUS        PIC X(2).
           05  WS-BUSDATE-STATUS         PIC X(2).

       01  FLAGS-AND-SWITCHES.
           05 MORE-CLAIMS-SW             PIC X(01) VALUE "Y".
               88 NO-MORE-CLAIMS VALUE "N".
           05 MORE-RESP-SW               PIC X(01) VALUE "Y".
               88 NO-MORE-RESPONSES VALUE "N".
           05 WS-TRACK-AVAIL-SW          PIC X(01) VALUE "N".

       01  DATE-WORK-FIELDS.
           05 WS-TODAY-YYYYMMDD        PIC 9(8)  VALUE 0.
           05 WS-BUSINESS-YYYYMMDD     PIC 9(8)  VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 WS-CLAIMS-LOADED         PIC S9(7) COMP-3 VALUE 0.
           05 WS-UNMATCHED-CTR         PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-RESPONSE-CTR       PIC S9(7) COMP-3 VALUE 0.
           05 WS-BAD-RESP-CTR          PIC S9(7) COMP-3 VALUE 0.
           05 WS-REPEAT-REJ-CTR        PIC S9(7) COMP-3 VALUE 0.

       01  CLAIM-TABLE-FIELDS.
           05 WS-CLM-COUNT             PIC S9(4) COMP VALUE 0.
              10 CT-PATIENT-ID         PIC X(6).
              10 CT-DISCHARGE-DATE     PIC X(8).
              10 CT-ANSWERED-SW        PIC X(1).
              10 CT-ORIG-PATIENT-ID    PIC X(6).
              10 CT-ORIG-DISCH-DATE    PIC X(8).
              10 CT-SUBMIT-COUNT       PIC 9(2).
              10 CT-CLAIM-IMAGE        PIC X(130).

       01  WS-RPT-HDR.
           05  FILLER     PIC X(44) VALUE
           05  RPT-DISP-O           PIC X(12).
           05  FILLER     PIC X(9)  VALUE "  REASON:".
           05  RPT-REASON-O         PIC X(5).
           05  FILLER     PIC X(8)  VALUE "  SUBM: ".
           05  RPT-SUBMIT-O         PIC Z9.
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  RPT-REPEAT-O         PIC X(13).
           05  FILLER     PIC X(40) VALUE SPACES.

       01  WS-RPT-SECTION.
           05  RPT-SECTION-TEXT     PIC X(50).
           GOBACK.

       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
           PERFORM 010-GET-BUSINESS-DATE THRU 010-EXIT.
           OPEN INPUT CLAIMEXT, RESPIN.
           OPEN OUTPUT CLMRESUB, CLMRPT.
           OPEN EXTEND CLMTRACK.
           IF WS-CLMTRACK-STATUS = "00"
               MOVE "Y" TO WS-TRACK-AVAIL-SW
           ELSE
               DISPLAY "CLMRESP: CLMTRACK NOT AVAILABLE - STATUS "
                       WS-CLMTRACK-STATUS " - RESPONSES NOT LOGGED".
           WRITE CLMRPT-REC FROM WS-RPT-HDR.

       000-EXIT.
           EXIT.

       010-GET-BUSINESS-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WS-BUSINESS-YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               GO TO 010-EXIT.
           READ BUSDATE-FILE
               AT END GO TO 010-CLOSE
           END-READ.
           IF BUSDATE-PARM NUMERIC
              AND BUSDATE-PARM NOT = ZERO
               MOVE BUSDATE-PARM TO WS-BUSINESS-YYYYMMDD
               DISPLAY "BUSINESS DATE OVERRIDE: "
                       WS-BUSINESS-YYYYMMDD.
       010-CLOSE.
           CLOSE BUSDATE-FILE.
       010-EXIT.
           EXIT.

       100-LOAD-ONE-CLAIM.
           READ CLAIMEXT
               AT END MOVE "N" TO MORE-CLAIMS-SW
                CT-DISCHARGE-DATE (WS-CLM-COUNT).
           MOVE "N"                TO CT-ANSWERED-SW (WS-CLM-COUNT).
           MOVE CLAIM-EXT-REC      TO CT-CLAIM-IMAGE (WS-CLM-COUNT).
      *    A RESUBMISSION ANSWERS TO THE CLAIM IT REPLACES; AN
      *    ORIGINAL IS ITS OWN REFERENCE
           IF CLM-RESUBMISSION
               MOVE CLM-ORIG-PATIENT-ID TO
                    CT-ORIG-PATIENT-ID (WS-CLM-COUNT)
               MOVE CLM-ORIG-DISCH-DATE TO
                    CT-ORIG-DISCH-DATE (WS-CLM-COUNT)
           ELSE
               MOVE CLM-PATIENT-ID     TO
                    CT-ORIG-PATIENT-ID (WS-CLM-COUNT)
               MOVE CLM-DATE-DISCHARGE TO
                    CT-ORIG-DISCH-DATE (WS-CLM-COUNT).
           IF CLM-SUBMIT-COUNT NUMERIC
              AND CLM-SUBMIT-COUNT > ZERO
               MOVE CLM-SUBMIT-COUNT TO CT-SUBMIT-COUNT (WS-CLM-COUNT)
           ELSE
               MOVE 1 TO CT-SUBMIT-COUNT (WS-CLM-COUNT).

       100-EXIT.
           EXIT.
           MOVE RESP-PATIENT-ID     TO RPT-PATIENT-O.
           MOVE RESP-DISCHARGE-DATE TO RPT-DISCH-O.
           MOVE RESP-REASON-CODE    TO RPT-REASON-O.
           MOVE CT-SUBMIT-COUNT (WS-CLM-SLOT) TO RPT-SUBMIT-O.
           EVALUATE TRUE
               WHEN RESP-ACCEPTED
                   ADD +1 TO WS-ACCEPTED-CTR
                   MOVE "REJECTED    " TO RPT-DISP-O
                   WRITE CLMRESUB-REC FROM
                         CT-CLAIM-IMAGE (WS-CLM-SLOT)
                   IF CT-SUBMIT-COUNT (WS-CLM-SLOT) > 1
                       ADD +1 TO WS-REPEAT-REJ-CTR
                       MOVE "REPEAT REJECT" TO RPT-REPEAT-O
                   END-IF
               WHEN OTHER
                   ADD +1 TO WS-PENDED-CTR
                   MOVE "PENDED      " TO RPT-DISP-O
           END-EVALUATE.
           WRITE CLMRPT-REC FROM WS-RPT-DETAIL.
           PERFORM 220-LOG-RESPONSE THRU 220-EXIT.

       200-EXIT.
           EXIT.
       210-EXIT.
           EXIT.

      *    ONE CLMTRACK EVENT PER MATCHED RESPONSE, FILED UNDER THE
      *    ORIGINAL CLAIM SO EVERY SUBMISSION OF IT SORTS TOGETHER
       220-LOG-RESPONSE.
           IF WS-TRACK-AVAIL-SW NOT = "Y"
               GO TO 220-EXIT.
           MOVE SPACES TO CLAIM-TRACK-REC.
           MOVE CT-ORIG-PATIENT-ID (WS-CLM-SLOT)
                                   TO TRK-ORIG-PATIENT-ID.
           MOVE CT-ORIG-DISCH-DATE (WS-CLM-SLOT)
                                   TO TRK-ORIG-DISCH-DATE.
           MOVE RESP-DISCHARGE-DATE TO TRK-DISCH-DATE-SENT.
           MOVE CT-SUBMIT-COUNT (WS-CLM-SLOT) TO TRK-SUBMIT-COUNT.
           MOVE RESP-STATUS         TO TRK-STATUS.
           MOVE WS-BUSINESS-YYYYMMDD TO TRK-EVENT-DATE.
           MOVE RESP-REASON-CODE    TO TRK-REASON.
           MOVE "CLMRESP"           TO TRK-PROGRAM-ID.
           WRITE CLAIM-TRACK-REC.
       220-EXIT.
           EXIT.

      *    CLAIMS THE CLEARINGHOUSE NEVER ANSWERED - STILL IN FLIGHT
      *    OR LOST IN TRANSMISSION; EITHER WAY BILLING SHOULD KNOW.
       300-LIST-UNANSWERED.
           MOVE "CLAIMS REJECTED - TO CLMRESUB   " TO RPT-COUNT-LABEL.
           MOVE WS-REJECTED-CTR TO RPT-COUNT-O.
           WRITE CLMRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "  REJECTED ON A RESUBMISSION    " TO RPT-COUNT-LABEL.
           MOVE WS-REPEAT-REJ-CTR TO RPT-COUNT-O.
           WRITE CLMRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE "CLAIMS PENDED                   " TO RPT-COUNT-LABEL.
           MOVE WS-PENDED-CTR TO RPT-COUNT-O.
           WRITE CLMRPT-REC FROM WS-RPT-COUNT-LINE.
           MOVE WS-NO-RESPONSE-CTR TO RPT-COUNT-O.
           WRITE CLMRPT-REC FROM WS-RPT-COUNT-LINE.
           CLOSE CLAIMEXT, RESPIN, CLMRESUB, CLMRPT.
           IF WS-TRACK-AVAIL-SW = "Y"
               CLOSE CLMTRACK.
           IF WS-REJECTED-CTR > ZERO OR WS-UNMATCHED-CTR > ZERO
              OR WS-BAD-RESP-CTR > ZERO
               MOVE 4 TO RETURN-CODE

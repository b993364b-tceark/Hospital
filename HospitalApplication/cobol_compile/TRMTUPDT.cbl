                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

           SELECT TRMTERR
           ASSIGN TO UT-S-TRMTERR
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TEFCODE.

           SELECT CRITQ
                  ASSIGN       to CRITQ
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CRITQ-KEY
                  FILE STATUS  is CRITQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
       FD  PATDIAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDIAG-REC.
       01  PATDIAG-REC PIC X(40).

      ***** CHARGES POSTED AFTER DISCHARGE -- FEEDS THE REBILL RUN
       FD  LATECHG
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

      ***** TREATMENT REJECTS -- PATLIST OPENS IT FOR THE NIGHT; A
      ***** LAB CHARGE REFUSED AT POSTING IS ADDED BEHIND ITS ROWS
       FD  TRMTERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1190 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-ERR.
       01  INPATIENT-TREATMENT-REC-ERR.
           05  ERR-MSG-PRMT                 PIC X(40).
           05  REST-OF-TRMTERR-REC          PIC X(1150).

      ***** CRITICAL-RESULT NOTIFICATION QUEUE -- CRITNTFY PAGES IT
       FD  CRITQ
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CRITICAL-QUEUE-REC.
       01  CRITQ-REC.
           05 CRITQ-KEY        PIC X(30).
           05 FILLER           PIC X(170).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

               88 CODE-WRITE    VALUE SPACES.
           05  TLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  TEFCODE                 PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CHGDTL-STATUS           PIC X(2).
               88 CHGDTL-OK            VALUE "00".
               88 CHGDTL-DUP-KEY       VALUES "22", "02".
               88 CHGDTL-NOT-FOUND     VALUE "23".
           05  CRITQ-STATUS            PIC X(2).
               88 CRITQ-OK             VALUE "00".
               88 CRITQ-DUP-KEY        VALUE "22".

       COPY TREATMNT.


       COPY TRANLOG.

       COPY CRITQ.

       01  WS-TRAILER-REC.
           05  FILLER                   PIC X(1).
           05  IN-RECORD-COUNT          PIC 9(9).
           05 RECORDS-READ             PIC S9(7) COMP.
           05 RECORDS-WRITTEN          PIC S9(7) COMP.
           05 ERROR-RECS               PIC S9(7) COMP.
           05 NBR-ENCTR-REFUSED        PIC S9(7) COMP.
           05 NBR-INPATIENTS           PIC S9(7) COMP.
           05 NBR-OUTPATIENTS          PIC S9(7) COMP.
           05 NBR-HMO                  PIC S9(4) COMP.
           05 WS-ANCILLARY-CHARGES     PIC S9(5)V99 COMP-3.
           05 WS-VENIPUNCTURE-CHARGES  PIC S9(5)V99 COMP-3.
           05 TRANSFUSIONS-LOGGED      PIC S9(5) COMP.
           05 CRITICALS-QUEUED         PIC S9(5) COMP.
           05 HOLD-PHYSICIAN-ID        PIC X(8).
           05 HOLD-PATIENT-ID          PIC X(8).
           05 HOLD-LAB-TEST-ID         PIC X(8).
              88 CURRENT-ROW    VALUE "Y".
           05 WS-TABLE-OVERFLOW-SW    PIC X(1) VALUE "N".
              88 TABLE-OVERFLOW VALUE "Y".
           05 WS-CHARGE-REFUSED-SW    PIC X(1) VALUE "N".
              88 CHARGE-REFUSED VALUE "Y".
           05 REJ-SUB                 PIC 9(02) VALUE ZERO.
           05  HOLD-DIAGNOSTIC-CODE-PRIMARY      PIC X(07).
           05  HOLD-DIAGNOSTIC-CODE-SECONDARY    PIC X(07).
           05  HOLD-DIAGNOSTIC-CODE-TERTIARY     PIC X(07).

      ***** CURRENT-DATE IMAGE -- THE FIRST 12 BYTES ARE THE
      ***** CCYYMMDDHHMM STAMP A CRITICAL RESULT IS QUEUED UNDER
       01  WS-QUEUE-CURRENT-DATE.
           05  WS-QUEUE-STAMP          PIC X(12).
           05  FILLER                  PIC X(9).

      ***** LIVE-STAY ENCOUNTER FOR THE PATIENT NOW BEING POSTED
       01  WS-ENC-PATIENT-ID           PIC X(6) VALUE SPACES.
       01  WS-LIVE-ENCOUNTER-NBR       PIC X(10) VALUE SPACES.

      ***** WORK COPY OF A CHARGE-DETAIL ROW READ BACK FOR UPDATE --
      ***** ONLY THE AMOUNT IS TOUCHED, THE REST RIDES ALONG
       01  HOLD-CHGDTL-REC.
           05  HOLD-CDT-SHORT-DESC     PIC X(30).
           05  HOLD-CDT-DIAG-CODE      PIC X(7).
           05  HOLD-CDT-CHARGE-AMT     PIC 9(7)V99.
           05  FILLER                  PIC X(18).
           05  HOLD-CDT-ENCOUNTER-NBR  PIC X(10).
           05  FILLER                  PIC X(03).

      ***** A REFUSED LAB ROW GOES TO TRMTERR ON A COPY OF ITS
      ***** TREATMENT RECORD CUT DOWN TO THAT ONE ROW -- THE RECORD
      ***** ITSELF IS PUT BACK BEFORE THE REST OF ITS ROWS POST
       01  WS-TRMTERR-SAVE-REC         PIC X(1150).
       01  WS-TRMTERR-ROW.
           05  WS-TRMTERR-LAB-CHARGE   PIC X(64).
           05  WS-TRMTERR-LAB-RESULT   PIC X(11).

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "TRMTUPDT".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "TRMTUPDT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

      *  Code your statement here to OPEN files
           ACCEPT  WS-DATE FROM DATE.
           OPEN INPUT TRMTSRCH-FILE.
           OPEN I-O PATMSTR, CHGDTL, CRITQ.
           OPEN OUTPUT SYSOUT, PATAUDIT, LATECHG, TRANLOG.
      ***** LATECHG IS DISP=MOD BEHIND DALYUPDT'S, SO THIS STEP'S ROWS
      ***** GO IN UNDER A HEADER OF THEIR OWN
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.
      ***** LABOVFL IS ALSO WRITTEN BY DALYUPDT EARLIER IN THE
      ***** NIGHTLY CHAIN ("X" LAB-REVERSAL ROWS) -- EXTEND SO THIS
      ***** STEP APPENDS TO THAT FILE INSTEAD OF TRUNCATING IT,
      ***** CHAIN -- EXTEND SO THIS STEP ADDS TO THAT FILE INSTEAD OF
      ***** TRUNCATING IT.
           OPEN EXTEND PATDIAG.
      ***** TRMTERR IS PATLIST'S REJECT FILE FOR THE NIGHT -- EXTEND
      ***** SO A CHARGE REFUSED HERE IS WORKED WITH THE OTHERS
           OPEN EXTEND TRMTERR.

      *  Remember to move "NO" to IFCODE if the input file is AT END
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               GO TO 000-EXIT
           END-READ

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE 'N' TO MORE-TRANSRCH-SW
               GO TO 000-EXIT
           END-READ

           INITIALIZE  COUNTERS-AND-ACCUMULATORS, WS-TRAILER-REC.
           ADD +1 TO RECORDS-READ.
           MOVE 1 TO ROW-SUB.
       000-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       030-WRITE-RUN-HEADER.
           MOVE "030-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE LATECHG-REC FROM RHP-HEADER.
       030-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
      *** PROCESS ONE UNIQUE PATIENT (MULTIPLE TREATMENT RECORDS)
              MOVE "N" TO MORE-TABLE-ROWS
              GO TO 250-EXIT.

           PERFORM 270-WRITE-CHARGE-DETAIL THRU 270-EXIT.
           IF RESULT-CRITICAL(ROW-SUB)
               PERFORM 280-QUEUE-CRITICAL-RESULT THRU 280-EXIT.
      ***** A ROW REFUSED IN 275 IS ON TRMTERR, NOT ON THIS ACCOUNT --
      ***** IT STAYS OUT OF THE PATMSTR TOTALS AND DIAGNOSIS CODES
           IF CHARGE-REFUSED
               GO TO 250-EXIT.

      *** ADD TO HOLD-WS-VALUES
           ADD TEST-COST(ROW-SUB) TO WS-LABTEST-CHARGES,
                                     IN-LABTEST-CHARGES.
           MOVE TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                TO HOLD-TREATMENT-DATE.

           PERFORM 300-RECONCILE-DIAG-CODES-HOLD THRU 300-EXIT.

       250-EXIT.
       260-EXIT.
           EXIT.

      ***** A TREATMENT THAT DOES NOT NAME ITS STAY BELONGS TO THE
      ***** PATIENT'S LIVE ONE -- LOOKED UP ONCE PER PATIENT.  THE
      ***** MASTER IS READ AGAIN FOR UPDATE IN 400-APPLY-UPDATES.
       265-GET-LIVE-ENCOUNTER.
           MOVE "265-GET-LIVE-ENCOUNTER" TO PARA-NAME.
           IF WS-ENC-PATIENT-ID = PATIENT-ID IN INPATIENT-TREATMENT-REC
               GO TO 265-EXIT.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO WS-ENC-PATIENT-ID, PATIENT-KEY.
           MOVE SPACES TO WS-LIVE-ENCOUNTER-NBR.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATMSTR-STATUS = "00"
               MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                    TO WS-LIVE-ENCOUNTER-NBR.
       265-EXIT.
           EXIT.

      ***** ONE KEYED DETAIL ROW PER LAB CHARGE -- THE SUMMARY SLOT
      ***** IS NOW JUST A ROLL-UP; THIS FILE IS THE SYSTEM OF RECORD
      ***** FOR THE ACCOUNT'S CHARGES.  A SECOND POSTING OF THE SAME
      ***** TEST/DATE ADDS TO THE EXISTING ROW WHEN BOTH BELONG TO
      ***** THE SAME STAY.
       270-WRITE-CHARGE-DETAIL.
           MOVE "270-WRITE-CHARGE-DETAIL" TO PARA-NAME.
           MOVE "N" TO WS-CHARGE-REFUSED-SW.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO CDT-PATIENT-ID.
           MOVE TREATMENT-DATE          TO CDT-ITEM-DATE.
           MOVE PRESCRIBING-PHYS(ROW-SUB) TO CDT-PHYS-ID.
           MOVE TREATMENT-FACILITY-CDE  TO CDT-FACILITY-CODE.
           MOVE "TRMTUPDT"              TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                  TO CDT-MODIFIER.
           IF TRMT-ENCOUNTER-NBR = SPACES
               PERFORM 265-GET-LIVE-ENCOUNTER THRU 265-EXIT
               MOVE WS-LIVE-ENCOUNTER-NBR TO CDT-ENCOUNTER-NBR
           ELSE
               MOVE TRMT-ENCOUNTER-NBR  TO CDT-ENCOUNTER-NBR.

           WRITE CHGDTL-REC FROM CHARGE-DETAIL-REC
             INVALID KEY
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE CHGDTL-REC TO HOLD-CHGDTL-REC.
      ***** THE KEY CARRIES NO ENCOUNTER, SO A ROW ALREADY ON FILE
      ***** FOR ANOTHER STAY IS LEFT ALONE -- THE CHARGE IS REFUSED
      ***** ONTO TRMTERR TO BE KEYED AGAINST ITS OWN STAY, AND 250
      ***** KEEPS IT OUT OF THE ACCOUNT.  A BLANK ENCOUNTER ON EITHER
      ***** SIDE STILL ADDS IN.
           IF HOLD-CDT-ENCOUNTER-NBR NOT = SPACES
           AND CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC NOT = SPACES
           AND HOLD-CDT-ENCOUNTER-NBR NOT =
               CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC
               ADD 1 TO ERROR-RECS, NBR-ENCTR-REFUSED
               MOVE "Y" TO WS-CHARGE-REFUSED-SW
               PERFORM 277-WRITE-TRMTERR THRU 277-EXIT
               GO TO 275-EXIT.
           ADD TEST-COST(ROW-SUB),
               VENIPUNCTURE-COST IN LAB-CHARGES(ROW-SUB)
                   TO HOLD-CDT-CHARGE-AMT.
       275-EXIT.
           EXIT.

      ***** THE REJECT CARRIES ONLY THE REFUSED ROW -- THE RECORD'S
      ***** OTHER ROWS AND ITS MEDICATION, PHARMACY AND ANCILLARY
      ***** AMOUNTS POST TONIGHT, SO RE-KEYING THE REJECT CANNOT
      ***** CHARGE THEM TWICE
       277-WRITE-TRMTERR.
           MOVE "277-WRITE-TRMTERR" TO PARA-NAME.
           MOVE INPATIENT-TREATMENT-REC TO WS-TRMTERR-SAVE-REC.
           MOVE LAB-CHARGES(ROW-SUB)    TO WS-TRMTERR-LAB-CHARGE.
           MOVE LAB-RESULTS(ROW-SUB)    TO WS-TRMTERR-LAB-RESULT.
           PERFORM 278-CLEAR-LAB-ROW THRU 278-EXIT
                  VARYING REJ-SUB FROM 1 BY 1 UNTIL REJ-SUB > 12.
           MOVE WS-TRMTERR-LAB-CHARGE   TO LAB-CHARGES(1).
           MOVE WS-TRMTERR-LAB-RESULT   TO LAB-RESULTS(1).
           MOVE ZERO TO MEDICATION-COST, PHARMACY-COST,
                        ANCILLARY-CHARGE.
           MOVE "*** CHARGE KEY HELD BY ANOTHER STAY" TO ERR-MSG-PRMT.
           MOVE INPATIENT-TREATMENT-REC TO REST-OF-TRMTERR-REC.
           WRITE INPATIENT-TREATMENT-REC-ERR.
           MOVE WS-TRMTERR-SAVE-REC     TO INPATIENT-TREATMENT-REC.
       277-EXIT.
           EXIT.

       278-CLEAR-LAB-ROW.
           MOVE SPACES TO LAB-CHARGES(REJ-SUB), LAB-RESULTS(REJ-SUB).
       278-EXIT.
           EXIT.

      ***** A CRITICAL VALUE GOES ON THE NOTIFICATION QUEUE AS IT
      ***** POSTS; CRITNTFY PAGES IT ON ITS NEXT CYCLE.  A RESTARTED
      ***** STEP FINDS THE ROW ALREADY THERE AND LEAVES IT ALONE.
       280-QUEUE-CRITICAL-RESULT.
           MOVE "280-QUEUE-CRITICAL-RESULT" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-QUEUE-CURRENT-DATE.
           MOVE SPACES TO CRITICAL-QUEUE-REC.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO CRQ-PATIENT-ID.
           MOVE TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                TO CRQ-RESULT-DATE.
           MOVE TREATMENT-TIME IN INPATIENT-TREATMENT-REC
                TO CRQ-RESULT-TIME.
           MOVE LAB-TEST-ID IN LAB-CHARGES(ROW-SUB) TO CRQ-LAB-TEST-ID.
           MOVE TEST-CATEGORY IN LAB-CHARGES(ROW-SUB)
                TO CRQ-TEST-CATEGORY.
           MOVE TEST-SHORT-DESC IN LAB-CHARGES(ROW-SUB)
                TO CRQ-TEST-DESC.
           MOVE LAB-RESULT-VALUE(ROW-SUB) TO CRQ-RESULT-VALUE.
           MOVE TRMT-ENCOUNTER-NBR     TO CRQ-ENCOUNTER-NBR.
           MOVE TREATMENT-FACILITY-CDE TO CRQ-FACILITY-CODE.
           IF PRESCRIBING-PHYS IN LAB-CHARGES(ROW-SUB) = SPACES
               MOVE PRESCRIBING-PHYS-ID TO CRQ-ORDERING-PHYS
           ELSE
               MOVE PRESCRIBING-PHYS IN LAB-CHARGES(ROW-SUB)
                    TO CRQ-ORDERING-PHYS.
           MOVE WS-QUEUE-STAMP TO CRQ-QUEUED-STAMP.
           MOVE "Q" TO CRQ-STATUS.
           MOVE ZERO TO CRQ-PAGE-COUNT, CRQ-NO-READBACK-COUNT,
                        CRQ-MINUTES-TO-ACK.
           WRITE CRITQ-REC FROM CRITICAL-QUEUE-REC.
           IF CRITQ-DUP-KEY
               GO TO 280-EXIT.
           IF NOT CRITQ-OK
               MOVE "** PROBLEM WRITING CRITQ" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO CRITICALS-QUEUED.
       280-EXIT.
           EXIT.

       300-RECONCILE-DIAG-CODES-HOLD.
           MOVE "300-RECONCILE-DIAG-CODES-HOLD" TO PARA-NAME.

           IF DIAG-CDE(ROW-SUB) NOT EQUAL TO DIAGNOSTIC-CODE-PRIMARY
              AND DIAGNOSTIC-CODE-SECONDARY = SPACES
              MOVE DIAG-CDE(ROW-SUB) TO DIAGNOSTIC-CODE-SECONDARY
              MOVE SPACE TO POA-SECONDARY
              GO TO 500-EXIT.

           IF DIAG-CDE(ROW-SUB) NOT EQUAL TO DIAGNOSTIC-CODE-SECONDARY
              AND DIAGNOSTIC-CODE-TERTIARY  = SPACES
              MOVE DIAG-CDE(ROW-SUB) TO DIAGNOSTIC-CODE-TERTIARY
              MOVE SPACE TO POA-TERTIARY
              GO TO 500-EXIT.

           IF DIAGNOSTIC-CODE-TERTIARY = SPACES
              MOVE DIAG-CDE(ROW-SUB) TO DIAGNOSTIC-CODE-TERTIARY
              MOVE SPACE TO POA-TERTIARY
              GO TO 500-EXIT
           ELSE
      ***** PRIMARY/SECONDARY/TERTIARY ARE ALL FULL - APPEND TO THE
              MOVE WS-DATE TO DIAG-OVFL-DATE
              MOVE "TRMTUPDT" TO DIAG-OVFL-SOURCE-PROGRAM
              MOVE DIAG-CDE(ROW-SUB) TO DIAG-OVFL-CODE
              MOVE SPACE TO DIAG-OVFL-POA-IND
              MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                   TO DIAG-OVFL-ENCOUNTER-NBR
              WRITE PATDIAG-REC FROM PATIENT-DIAG-OVFL-REC.

       500-EXIT.
      *  Code the statement to close all files
           CLOSE TRMTSRCH-FILE,
                  SYSOUT, PATMSTR, LABOVFL, PATAUDIT, PATDIAG,
                  LATECHG, CHGDTL, TRANLOG, CRITQ, TRMTERR.
       700-EXIT.
           EXIT.

           DISPLAY  RECORDS-WRITTEN.
           DISPLAY "** TRANSFUSIONS LOGGED **".
           DISPLAY  TRANSFUSIONS-LOGGED.
           DISPLAY "** CRITICAL RESULTS QUEUED **".
           DISPLAY  CRITICALS-QUEUED.
           DISPLAY "** CHARGES REFUSED - ROW HELD BY OTHER STAY **".
           DISPLAY  NBR-ENCTR-REFUSED.

           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.

      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "******** NORMAL END OF JOB TRMTUPDT ********".

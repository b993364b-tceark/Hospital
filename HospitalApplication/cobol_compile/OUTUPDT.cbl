      *          OUTDALY CARRIES NO PER-EQUIPMENT DIAGNOSIS CODE THE
      *          WAY PATDALY DOES.
      *
      *          A MEDICARE LINE OUTEDIT FOUND OUTSIDE ITS COVERAGE
      *          POLICY HAS AN ABNFILE ROW; ITS CHGDTL ROW IS STAMPED
      *          WITH MODIFIER GA WHEN THE BENEFICIARY SIGNED THE
      *          ADVANCE BENEFICIARY NOTICE AND GZ WHEN NOT, AND
      *          EDICLAIM BILLS THE LINE WITH IT.
      *
      *          A VISIT CARRYING AN ENCOUNTER NUMBER BELONGS TO A
      *          RECURRING SERIES.  ITS CHARGES ARE LOGGED ON SERVISIT
      *          BY VISIT DATE FOR SERBILL'S MONTHLY CLAIM INSTEAD OF
      *          RIDING ON PATIENT-TOT-AMT, WHICH EDICLAIM BILLS, AND
      *          THE VISIT IS COUNTED AGAINST THE SERIES' AUTHORIZED
      *          VISITS -- A SERIES NEAR OR PAST ITS AUTHORIZATION IS
      *          WARNED ON SYSOUT.
      *
      *          A VISIT'S REFERRAL SOURCE AND REFERRING PROVIDER FILL
      *          IN THE STAY'S WHEN REGISTRATION LEFT THEM BLANK.
      *
      ******************************************************************

               INPUT FILE                -   DDS0001.OUTEDIT

               DIAGNOSIS OVERFLOW FILE   -   DDS0001.PATDIAG

               REJECTED VISIT FILE       -   DDS0001.OUTERR

               VSAM ABN FILE             -   DDS0001.ABNFILE

               VSAM SERIES ACCOUNTS      -   DDS0001.SERIES

               VSAM SERIES VISIT LOG     -   DDS0001.SERVISIT

               DUMP FILE                 -   SYSOUT

      ******************************************************************
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DGOCODE.

           SELECT OUTERR
           ASSIGN TO UT-S-OUTERR
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OEFCODE.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

           SELECT ABNFILE
                  ASSIGN       to ABNFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ABNFILE-KEY
                  FILE STATUS  is ABNFILE-STATUS.

           SELECT SERIES
                  ASSIGN       to SERIES
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SERIES-KEY
                  FILE STATUS  is SERIES-STATUS.

           SELECT SERVISIT
                  ASSIGN       to SERVISIT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SERVISIT-KEY
                  FILE STATUS  is SERVISIT-STATUS.

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

      ***** OUTEDIT'S REJECT FILE -- AN EQUIPMENT CHARGE REFUSED AT
      ***** POSTING IS ADDED BEHIND ITS ROWS
       FD  OUTERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1091 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTPATIENT-VISIT-REC-ERR.
       01  OUTPATIENT-VISIT-REC-ERR.
           05  ERR-MSG                     PIC X(40).
           05  REST-OF-REC                 PIC X(1051).

      ***** ONE ROW PER POSTED CHARGE -- THE KEYED DETAIL BEHIND THE
      ***** 20-SLOT SUMMARY TABLES ON PATMSTR.  EDICLAIM AND PATSTMT
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       FD  ABNFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ABN-NOTICE-REC.
       01  ABNFILE-REC.
           05 ABNFILE-KEY      PIC X(22).
           05 FILLER           PIC X(78).

       FD  SERIES
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SERIES-ACCOUNT-REC.
       01  SERIES-REC.
           05 SERIES-KEY       PIC X(10).
           05 FILLER           PIC X(110).

       FD  SERVISIT
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SERIES-VISIT-REC.
       01  SERVISIT-REC.
           05 SERVISIT-KEY     PIC X(18).
           05 FILLER           PIC X(52).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

               88 CODE-WRITE    VALUE SPACES.
           05  DGOCODE                 PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  OEFCODE                 PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CHGDTL-STATUS           PIC X(2).
               88 CHGDTL-OK            VALUE "00".
               88 CHGDTL-DUP-KEY       VALUES "22", "02".
               88 CHGDTL-NOT-FOUND     VALUE "23".
           05  ABNFILE-STATUS          PIC X(2).
               88 ABN-FOUND            VALUE "00".
           05  SERIES-STATUS           PIC X(2).
               88 SERIES-FOUND         VALUE "00".
           05  SERVISIT-STATUS         PIC X(2).
               88 SERVISIT-FOUND       VALUE "00".

      ** QSAM FILE
       COPY OUTDALY.

       COPY PATDIAG.

       COPY ABNFILE.

       COPY SERIES.

       COPY SERVISIT.

       01  WS-TRAILER-REC.
           05  FILLER                  PIC X(1).
           05  IN-RECORD-COUNT         PIC 9(9).
           05  MORE-DATA-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-DATA  VALUE "N".

      ***** A REFUSED EQUIPMENT ROW GOES TO OUTERR ON A COPY OF ITS
      ***** VISIT RECORD CUT DOWN TO THAT ONE ROW -- THE RECORD
      ***** ITSELF IS PUT BACK BEFORE THE REST OF ITS ROWS POST
       01  WS-OUTERR-SAVE-REC          PIC X(1051).
       01  WS-OUTERR-EQUIP-CHARGE      PIC X(61).

      ***** ONLY THE AMOUNT IS TOUCHED, THE REST RIDES ALONG
       01  HOLD-CHGDTL-REC.
           05  HOLD-CDT-KEY            PIC X(23).
           05  HOLD-CDT-SHORT-DESC     PIC X(30).
           05  HOLD-CDT-DIAG-CODE      PIC X(7).
           05  HOLD-CDT-CHARGE-AMT     PIC 9(7)V99.
           05  FILLER                  PIC X(18).
           05  HOLD-CDT-ENCOUNTER-NBR  PIC X(10).
           05  FILLER                  PIC X(03).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(9) COMP.
           05 ROW-SUB                  PIC 9(02) VALUE ZERO.
           05 PAT-SUB                  PIC 9(02) VALUE ZERO.
           05 WS-EQUIPMENT-CHARGES     PIC 9(7)V99 COMP-3.
      ***** EQUIPMENT REFUSED IN 275 -- STILL INSIDE THE VISIT'S
      ***** TOTAL-VISIT-CHARGE, SO 200 TAKES IT BACK OUT
           05 WS-REFUSED-EQUIP-CHARGES PIC 9(7)V99 COMP-3.
           05 WS-POSTED-VISIT-CHARGE   PIC 9(7)V99.
           05 HOLD-EQUIP-ID            PIC X(8).
           05 HOLD-SHORT-DESC          PIC X(30).
           05 HOLD-PRES-PHYS           PIC X(8).
              88 CURRENT-ROW    VALUE "Y".
           05 WS-TABLE-OVERFLOW-SW     PIC X(1) VALUE "N".
              88 TABLE-OVERFLOW VALUE "Y".
           05 WS-CHARGE-REFUSED-SW     PIC X(1) VALUE "N".
              88 CHARGE-REFUSED VALUE "Y".
           05 REJ-SUB                  PIC 9(02) VALUE ZERO.
           05 NBR-GA-LINES             PIC S9(7) COMP.
           05 NBR-GZ-LINES             PIC S9(7) COMP.
           05 NBR-SERIES-VISITS        PIC S9(7) COMP.
           05 NBR-SERIES-WARNINGS      PIC S9(7) COMP.
           05 NBR-REFERRALS-SET        PIC S9(7) COMP.
           05 NBR-ENCTR-REFUSED        PIC S9(7) COMP.
           05 WS-VISITS-REMAINING      PIC S9(4) COMP.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "OUTUPDT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

           DISPLAY "******** BEGIN JOB OUTUPDT ********".
           ACCEPT  WS-DATE FROM DATE.
           OPEN INPUT OUTEDIT-FILE.
           OPEN I-O PATMSTR, CHGDTL, SERIES, SERVISIT.
           OPEN INPUT ABNFILE.
           OPEN OUTPUT SYSOUT, EQPOVFL, PATAUDIT, PATDIAG.
      ***** OUTERR HOLDS OUTEDIT'S REJECTS FOR THE NIGHT -- EXTEND SO
      ***** A CHARGE REFUSED HERE IS WORKED WITH THEM
           OPEN EXTEND OUTERR.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.

               GO TO 000-EXIT
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE OUTPATIENT-VISIT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ OUTEDIT-FILE INTO OUTPATIENT-VISIT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
               GO TO 000-EXIT
           END-READ.

           ADD +1 TO RECORDS-READ.
       000-EXIT.
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
           PERFORM 200-POST-EQUIPMENT-CHARGES THRU 200-EXIT.
               MOVE PATIENT-KEY TO ACTUAL-VAL IN ABEND-REC
               GO TO 1000-ABEND-RTN.

           MOVE ZERO TO WS-EQUIPMENT-CHARGES, WS-REFUSED-EQUIP-CHARGES.
           MOVE SPACES TO HOLD-EQUIP-ID.
           MOVE "Y" TO MORE-TABLE-ROWS.
           PERFORM 250-SUM-EQUIP-CHARGES THRU 250-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  ROW-SUB = 12 OR NO-MORE-EQUIP.

      ***** THE VISIT POSTS LESS ANY EQUIPMENT 275 REFUSED ONTO OUTERR
           IF WS-REFUSED-EQUIP-CHARGES >
                           TOTAL-VISIT-CHARGE IN OUTPATIENT-VISIT-REC
               MOVE ZERO TO WS-POSTED-VISIT-CHARGE
           ELSE
               SUBTRACT WS-REFUSED-EQUIP-CHARGES FROM
                           TOTAL-VISIT-CHARGE IN OUTPATIENT-VISIT-REC
                   GIVING WS-POSTED-VISIT-CHARGE.

           IF WS-EQUIPMENT-CHARGES = ZERO
               GO TO 200-EXIT.

               MOVE "N" TO MORE-TABLE-ROWS
               GO TO 250-EXIT.

           PERFORM 270-WRITE-CHARGE-DETAIL THRU 270-EXIT.
      ***** A ROW REFUSED IN 275 IS ON OUTERR, NOT ON THIS ACCOUNT --
      ***** IT STAYS OUT OF THE SLOT AND THE VISIT'S POSTED TOTAL
           IF CHARGE-REFUSED
               ADD EQUIPMENT-COST(ROW-SUB) TO WS-REFUSED-EQUIP-CHARGES
               GO TO 250-EXIT.

           IF HOLD-EQUIP-ID = SPACES
               MOVE EQUIPMENT-ID(ROW-SUB)         TO HOLD-EQUIP-ID
               MOVE EQUIPMENT-SHORT-DESC(ROW-SUB)  TO HOLD-SHORT-DESC
               MOVE EQUIPMENT-PRES-PHYS(ROW-SUB)   TO HOLD-PRES-PHYS.

           ADD EQUIPMENT-COST(ROW-SUB) TO WS-EQUIPMENT-CHARGES.
       250-EXIT.
           EXIT.

      ***** TO THE EXISTING ROW.
       270-WRITE-CHARGE-DETAIL.
           MOVE "270-WRITE-CHARGE-DETAIL" TO PARA-NAME.
           MOVE "N" TO WS-CHARGE-REFUSED-SW.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                        TO CDT-PATIENT-ID.
           MOVE VISIT-DTE               TO CDT-ITEM-DATE.
      ***** OUTDALY CARRIES NO CAMPUS -- BLANK READS AS MAIN
           MOVE SPACES                  TO CDT-FACILITY-CODE.
           MOVE "OUTUPDT "              TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                  TO CDT-MODIFIER.
           IF MEDICARE-INS
               PERFORM 272-SET-LINE-MODIFIER THRU 272-EXIT.
      ***** A VISIT IN A RECURRING SERIES BILLS UNDER ITS OWN
      ***** ENCOUNTER; A BLANK ONE BELONGS TO THE LIVE STAY
           IF VISIT-ENCOUNTER-NBR = SPACES
               MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                        TO CDT-ENCOUNTER-NBR
           ELSE
               MOVE VISIT-ENCOUNTER-NBR TO CDT-ENCOUNTER-NBR.

           WRITE CHGDTL-REC FROM CHARGE-DETAIL-REC
             INVALID KEY
       270-EXIT.
           EXIT.

      ***** A LINE OUTSIDE ITS COVERAGE POLICY BILLS GA WITH A SIGNED
      ***** ABN BEHIND IT, GZ WITHOUT ONE.  NO ROW, OR A ROW OUTEDIT
      ***** FOUND COVERED, BILLS THE LINE AS IT STANDS.
       272-SET-LINE-MODIFIER.
           MOVE "272-SET-LINE-MODIFIER" TO PARA-NAME.
           MOVE CDT-PATIENT-ID          TO ABN-PATIENT-ID.
           MOVE CDT-ITEM-DATE           TO ABN-SERVICE-DATE.
           MOVE CDT-ITEM-ID             TO ABN-ITEM-ID.
           MOVE ABN-KEY                 TO ABNFILE-KEY.
           READ ABNFILE INTO ABN-NOTICE-REC.
           IF NOT ABN-FOUND
               GO TO 272-EXIT.
           IF NOT ABN-NOT-COVERED
               GO TO 272-EXIT.
           IF ABN-SIGNED
               MOVE "GA" TO CDT-MODIFIER
               ADD 1 TO NBR-GA-LINES
           ELSE
               MOVE "GZ" TO CDT-MODIFIER
               ADD 1 TO NBR-GZ-LINES.
       272-EXIT.
           EXIT.

       275-ADD-TO-EXISTING-DETAIL.
           MOVE "275-ADD-TO-EXISTING-DETAIL" TO PARA-NAME.
           IF NOT CHGDTL-DUP-KEY
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE CHGDTL-REC TO HOLD-CHGDTL-REC.
      ***** THE KEY CARRIES NO ENCOUNTER, SO A ROW ALREADY ON FILE
      ***** FOR ANOTHER STAY IS LEFT ALONE -- THE CHARGE IS REFUSED
      ***** ONTO OUTERR TO BE KEYED AGAINST ITS OWN STAY, AND 250
      ***** KEEPS IT OUT OF THE ACCOUNT.  A BLANK ENCOUNTER ON EITHER
      ***** SIDE STILL ADDS IN.
           IF HOLD-CDT-ENCOUNTER-NBR NOT = SPACES
           AND CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC NOT = SPACES
           AND HOLD-CDT-ENCOUNTER-NBR NOT =
               CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC
               ADD 1 TO NBR-ENCTR-REFUSED
               MOVE "Y" TO WS-CHARGE-REFUSED-SW
               PERFORM 277-WRITE-OUTERR THRU 277-EXIT
               GO TO 275-EXIT.
           ADD EQUIPMENT-COST(ROW-SUB) TO HOLD-CDT-CHARGE-AMT.
           REWRITE CHGDTL-REC FROM HOLD-CHGDTL-REC
             INVALID KEY
       275-EXIT.
           EXIT.

      ***** THE REJECT CARRIES ONLY THE REFUSED ROW, WITH NO BASE
      ***** VISIT CHARGE -- THE VISIT AND ITS OTHER ROWS POST
      ***** TONIGHT, SO RE-KEYING THE REJECT CANNOT CHARGE THEM TWICE
       277-WRITE-OUTERR.
           MOVE "277-WRITE-OUTERR" TO PARA-NAME.
           MOVE OUTPATIENT-VISIT-REC TO WS-OUTERR-SAVE-REC.
           MOVE ADDITIONAL-EQUIP-CHARGES(ROW-SUB)
                                    TO WS-OUTERR-EQUIP-CHARGE.
           PERFORM 278-CLEAR-EQUIP-ROW THRU 278-EXIT
                  VARYING REJ-SUB FROM 1 BY 1 UNTIL REJ-SUB > 12.
           MOVE WS-OUTERR-EQUIP-CHARGE TO ADDITIONAL-EQUIP-CHARGES(1).
           MOVE ZERO TO BASE-VISIT-CHARGE.
           MOVE EQUIPMENT-COST(1) TO TOTAL-VISIT-CHARGE.
           MOVE "*** CHARGE KEY HELD BY ANOTHER STAY" TO ERR-MSG.
           MOVE OUTPATIENT-VISIT-REC TO REST-OF-REC.
           WRITE OUTPATIENT-VISIT-REC-ERR.
           MOVE WS-OUTERR-SAVE-REC   TO OUTPATIENT-VISIT-REC.
       277-EXIT.
           EXIT.

       278-CLEAR-EQUIP-ROW.
           MOVE SPACES TO ADDITIONAL-EQUIP-CHARGES(REJ-SUB).
       278-EXIT.
           EXIT.

       240-WRITE-EQUIP-OVERFLOW.
           MOVE "240-WRITE-EQUIP-OVERFLOW" TO PARA-NAME.
           MOVE "E"                  TO OVFL-RECORD-TYPE.
           IF DIAGNOSTIC-CODE-SECONDARY = SPACES
               MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                                         TO DIAGNOSTIC-CODE-SECONDARY
               MOVE SPACE TO POA-SECONDARY
               GO TO 300-EXIT.

           IF DIAGNOSTIC-CODE-TERTIARY = SPACES
               MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                                         TO DIAGNOSTIC-CODE-TERTIARY
               MOVE SPACE TO POA-TERTIARY
               GO TO 300-EXIT.

      ***** PRIMARY/SECONDARY/TERTIARY ARE ALL FULL - APPEND TO THE
           MOVE "OUTUPDT" TO DIAG-OVFL-SOURCE-PROGRAM.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                                        TO DIAG-OVFL-CODE.
           MOVE SPACE TO DIAG-OVFL-POA-IND.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                        TO DIAG-OVFL-ENCOUNTER-NBR.
           WRITE PATDIAG-REC FROM PATIENT-DIAG-OVFL-REC.

       300-EXIT.

      ***** NO BED-DAY FOR AN OUTPATIENT VISIT, SO UNLIKE DALYUPDT
      ***** HOSPITAL-STAY-LTH IS NOT INCREMENTED AND BED-IDENTITY-
      ***** PRIMARY IS NEVER MOVED.  A SERIES VISIT BILLS THROUGH
      ***** SERBILL, SO IT STAYS OFF THE STAY'S BALANCE.
           IF VISIT-ENCOUNTER-NBR = SPACES
               ADD WS-POSTED-VISIT-CHARGE TO PATIENT-TOT-AMT
           ELSE
               PERFORM 450-POST-SERIES-VISIT THRU 450-EXIT.

           PERFORM 300-RECONCILE-DIAGNOSTIC-CODES THRU 300-EXIT.

      ***** THE VISIT'S REFERRAL FILLS IN A STAY REGISTRATION LEFT
      ***** WITHOUT ONE -- IT NEVER OVERWRITES ONE ALREADY THERE
           IF REFERRAL-SOURCE = SPACES
              AND VISIT-REFERRAL-SOURCE NOT = SPACES
               MOVE VISIT-REFERRAL-SOURCE TO REFERRAL-SOURCE
               MOVE VISIT-REFERRING-PROV  TO REFERRING-PROVIDER-ID
               ADD 1 TO NBR-REFERRALS-SET.

      ***** WRITE THE BEFORE/AFTER AUDIT RECORD AHEAD OF THE REWRITE
      ***** SO WE CAN RECONSTRUCT HOW THE BALANCE GOT HERE
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUDIT-PATIENT-KEY.
       400-EXIT.
           EXIT.

      ***** LOG THE VISIT ON SERVISIT FOR THE MONTHLY CLAIM AND COUNT
      ***** IT AGAINST THE SERIES' AUTHORIZED VISITS
       450-POST-SERIES-VISIT.
           MOVE "450-POST-SERIES-VISIT" TO PARA-NAME.
           MOVE VISIT-ENCOUNTER-NBR TO SERIES-KEY.
           READ SERIES INTO SERIES-ACCOUNT-REC.
           IF NOT SERIES-FOUND
               MOVE "** PROBLEM READING SERIES" TO ABEND-REASON
               MOVE SERIES-STATUS TO EXPECTED-VAL
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE VISIT-ENCOUNTER-NBR     TO SVV-ENCOUNTER-NBR.
           MOVE VISIT-DTE               TO SVV-VISIT-DATE.
           MOVE SVV-KEY                 TO SERVISIT-KEY.
           READ SERVISIT INTO SERIES-VISIT-REC.
           IF SERVISIT-FOUND
               ADD 1 TO SVV-VISIT-COUNT
               ADD WS-POSTED-VISIT-CHARGE TO SVV-VISIT-CHARGES
               REWRITE SERVISIT-REC FROM SERIES-VISIT-REC
                 INVALID KEY
                   MOVE "** PROBLEM REWRITING SERVISIT" TO ABEND-REASON
                   MOVE SERVISIT-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-REWRITE
           ELSE
               MOVE SPACES              TO SERIES-VISIT-REC
               MOVE VISIT-ENCOUNTER-NBR TO SVV-ENCOUNTER-NBR
               MOVE VISIT-DTE           TO SVV-VISIT-DATE
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                        TO SVV-PATIENT-ID
               MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                                        TO SVV-DIAG-CODE
               MOVE 1                   TO SVV-VISIT-COUNT
               MOVE WS-POSTED-VISIT-CHARGE TO SVV-VISIT-CHARGES
               MOVE ZERO                TO SVV-CLAIM-CONTROL-NBR
               WRITE SERVISIT-REC FROM SERIES-VISIT-REC
                 INVALID KEY
                   MOVE "** PROBLEM WRITING SERVISIT" TO ABEND-REASON
                   MOVE SERVISIT-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-WRITE.

           ADD 1 TO SER-VISITS-USED.
           IF VISIT-DTE > SER-LAST-VISIT-DATE
              OR SER-LAST-VISIT-DATE = SPACES
               MOVE VISIT-DTE TO SER-LAST-VISIT-DATE.
           MOVE "OUTUPDT"               TO SER-LAST-MAINT-BY.
           REWRITE SERIES-REC FROM SERIES-ACCOUNT-REC
             INVALID KEY
               MOVE "** PROBLEM REWRITING SERIES" TO ABEND-REASON
               MOVE SERIES-STATUS TO EXPECTED-VAL
               GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO NBR-SERIES-VISITS.

      ***** A WARNING, NOT A REJECT -- THE VISIT HAPPENED AND IS
      ***** BILLED; REGISTRATION CHASES THE PAYER FOR MORE VISITS
           COMPUTE WS-VISITS-REMAINING =
                   SER-VISITS-AUTHORIZED - SER-VISITS-USED.
           IF WS-VISITS-REMAINING < ZERO
               MOVE "*** SERIES OVER ITS AUTHORIZED VISITS"
                                        TO ABEND-REASON
           ELSE
               IF WS-VISITS-REMAINING NOT > SER-WARN-REMAINING
                   MOVE "*** SERIES AUTHORIZATION NEARLY USED"
                                        TO ABEND-REASON
               ELSE
                   GO TO 450-EXIT.
           MOVE SER-VISITS-AUTHORIZED   TO EXPECTED-VAL.
           MOVE SER-VISITS-USED         TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           ADD 1 TO NBR-SERIES-WARNINGS.
       450-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE OUTEDIT-FILE
                 SYSOUT PATMSTR EQPOVFL PATAUDIT PATDIAG CHGDTL
                 ABNFILE SERIES SERVISIT OUTERR.
       700-EXIT.
           EXIT.

           DISPLAY  IN-RECORD-COUNT.
           DISPLAY "** VISIT RECORDS POSTED **".
           DISPLAY  RECORDS-WRITTEN.
           DISPLAY "** LINES BILLED GA (ABN SIGNED) **".
           DISPLAY  NBR-GA-LINES.
           DISPLAY "** LINES BILLED GZ (NO ABN) **".
           DISPLAY  NBR-GZ-LINES.
           DISPLAY "** SERIES VISITS LOGGED **".
           DISPLAY  NBR-SERIES-VISITS.
           DISPLAY "** SERIES AUTHORIZATION WARNINGS **".
           DISPLAY  NBR-SERIES-WARNINGS.
           DISPLAY "** STAY REFERRALS FILLED IN FROM VISITS **".
           DISPLAY  NBR-REFERRALS-SET.
           DISPLAY "** CHARGES REFUSED - ROW HELD BY OTHER STAY **".
           DISPLAY  NBR-ENCTR-REFUSED.

           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB OUTUPDT ********".
       900-EXIT.
           EXIT.

      *          FLAG IDIOM PATDALY/OUTDALY USE TO TELL A DETAIL RECORD
      *          FROM A TRAILER RECORD.
      *
      *          A STAY WITH AN ACCDCOV ACCIDENT ROW FOR ITS ENCOUNTER
      *          BILLS THE LIABLE WORKERS' COMP, AUTO OR LIABILITY
      *          CARRIER INSTEAD OF THE HEALTH PLAN, UNDER THE
      *          ACCIDENT'S CLAIM NUMBER, WITH AN "X" ACCIDENT LINE
      *          (TYPE, DATE, STATE) BEHIND THE HEADER.
      *
      *          A MEDICARE STAY IS BILLED BY ITS MSPQUEST ANSWERS:
      *          WHEN THEY NAME ANOTHER PRIMARY PAYER THE CLAIM GOES
      *          TO THAT PAYER (MEDICARE BILLS SECOND THROUGH
      *          SECDCLM), AND AN INCOMPLETE QUESTIONNAIRE HOLDS THE
      *          CLAIM.  A STAY ADMITTED BEFORE THE QUESTIONNAIRE WAS
      *          KEPT HAS NO ROW AND BILLS MEDICARE PRIMARY.
      *
      *          A SWING-BED STAY BILLS ON ITS OWN CLAIM TYPE (BILL
      *          TYPE 18) FOR THE SWING PORTION ONLY -- THE CHARGES
      *          AND DETAIL DATED FROM THE CONVERSION ON.  THE ACUTE
      *          PORTION BEFORE IT WENT TO SEGBILL AT THE CONVERSION.
      *
      *          A PRIVATE ROOM THE PATIENT ASKED FOR IS BILLED TO THE
      *          PAYER AT THE SEMI-PRIVATE RATE -- THE CLAIM TOTAL
      *          LEAVES OUT THE ROOM DIFFERENTIAL DALYUPDT KEPT ON THE
      *          MASTER, WHICH PATSTMT BILLS TO THE PATIENT.
      *
      ******************************************************************

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATINS
                                            DDS0001.PATPERSN
                                            DDS0001.CHGDTL
                                            DDS0001.ACCDCOV
                                            DDS0001.MSPQUEST

               OUTPUT FILE PRODUCED    -   DDS0001.EDICLAIM

                  RECORD KEY   is AUTHREG-KEY
                  FILE STATUS  is AUTHREG-STATUS.

           SELECT ACCDCOV
                  ASSIGN       to ACCDCOV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ACCDCOV-KEY
                  FILE STATUS  is ACCDCOV-STATUS.

           SELECT MSPQUEST
                  ASSIGN       to MSPQUEST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is MSPQUEST-KEY
                  FILE STATUS  is MSPQUEST-STATUS.

           SELECT REVMAP
           ASSIGN TO UT-S-REVMAP
             ORGANIZATION IS SEQUENTIAL
           05 AUTHREG-KEY     PIC X(06).
           05 FILLER          PIC X(34).

      ***** THE STAY'S ACCIDENT AND LIABLE CARRIER -- SEE ACCDCOV.CPY
       FD  ACCDCOV
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCIDENT-COVERAGE-REC.
       01  ACCDCOV-REC.
           05 ACCDCOV-KEY     PIC X(06).
           05 FILLER          PIC X(94).

      ***** THE STAY'S MEDICARE SECONDARY PAYER ANSWERS
       FD  MSPQUEST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSP-QUESTIONNAIRE-REC.
       01  MSPQUEST-REC.
           05 MSPQUEST-KEY    PIC X(06).
           05 FILLER          PIC X(74).

      ***** PAYER-STANDARD REVENUE-CODE MAP -- STAMPED ON EVERY
      ***** SERVICE LINE SO PAYERS CAN CLASSIFY THE CHARGE
       FD  REVMAP
               88 PAYER-FOUND     VALUE "00".
           05  AUTHREG-STATUS          PIC X(2).
               88 AUTH-FOUND      VALUE "00".
           05  ACCDCOV-STATUS          PIC X(2).
               88 ACCIDENT-FOUND  VALUE "00".
           05  MSPQUEST-STATUS         PIC X(2).
               88 MSP-FOUND       VALUE "00".
           05  CHGDTL-STATUS           PIC X(2).
           05  RVCODE                  PIC X(2).

       COPY DISCLOSE.
       COPY PAYERMST.
       COPY AUTHREG.
       COPY ACCDCOV.
       COPY MSPQUEST.
       COPY REVMAP.

      ***** REVENUE-CODE MAP, TABLED AT STARTUP THE WAY GLEXTRCT
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AUT-LINE-DAYS-APPROVED  PIC 9(3).
           05  FILLER                  PIC X(163) VALUE SPACES.

      ***** THE ACCIDENT LINE -- ONE PER CLAIM BILLED TO A LIABLE
      ***** CARRIER, BEHIND THE AUTH LINE
       01  WS-CLAIM-ACCIDENT-REC.
           05  ACX-REC-TYPE            PIC X(1) VALUE "X".
           05  ACX-LINE-PATIENT-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACX-LINE-ACCIDENT-TYPE  PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACX-LINE-ACCIDENT-DATE  PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACX-LINE-ACCIDENT-STATE PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACX-LINE-CLAIM-NBR      PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ACX-LINE-PAYER-ID       PIC X(8).
           05  FILLER                  PIC X(137) VALUE SPACES.

      ***** THE PROCEDURE LINES -- ONE PER PROCEDURE HIM CODED ON
      ***** THE STAY, PRINCIPAL (SEQUENCE 1) FIRST, BEHIND THE AUTH
      ***** LINE.  THE FACILITY CLAIM BILLS THE ICD-10-PCS CODE; THE
      ***** CPT RIDES ALONG FOR PAYERS THAT WANT IT.
       01  WS-CLAIM-PROC-REC.
           05  PRC-REC-TYPE            PIC X(1) VALUE "P".
           05  PRC-LINE-PATIENT-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-SEQ            PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-ICD10-PCS      PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-CPT-CODE       PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-DATE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-PHYS-ID        PIC X(8).
           05  FILLER                  PIC X(147) VALUE SPACES.
       77  PRC-SUB                     PIC 9(1).
      ***** THE PER-ACCOUNT CHARGE-DETAIL BROWSE -- DROPS AT END OF
      ***** FILE OR WHEN THE KEY'S PATIENT PREFIX CHANGES
       01  MORE-DETAIL-SW              PIC X(1) VALUE "Y".
           05  HDR-CLAIM-CONTROL-NBR   PIC 9(9).
      ***** PAYERS PRICE TRANSFERS AND AMA STAYS DIFFERENTLY
           05  HDR-DISPOSITION         PIC X(2).
      ***** PRESENT-ON-ADMISSION FLAG PER HEADER DIAGNOSIS, AND THE
      ***** PATIENT TYPE SO THE SCRUB KNOWS THE FLAGS ARE REQUIRED
      ***** (INPATIENT ONLY)
           05  HDR-POA-PRIMARY         PIC X(1).
           05  HDR-POA-SECONDARY       PIC X(1).
           05  HDR-POA-TERTIARY        PIC X(1).
           05  HDR-PATIENT-TYPE        PIC X(1).
      ***** FACILITY AND BILL CLASSIFICATION OF THE TYPE OF BILL --
      ***** 11 HOSPITAL INPATIENT, 13 HOSPITAL OUTPATIENT (AND
      ***** OBSERVATION), 18 HOSPITAL SWING BED
           05  HDR-BILL-TYPE           PIC X(2).

       01  WS-CLAIM-SERVICE-REC.
           05  SVC-REC-TYPE            PIC X(1) VALUE "D".
           05  SVC-CHARGE              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SVC-REV-CODE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
      ***** GA / GZ FROM OUTUPDT ON A MEDICARE LINE OUTSIDE POLICY
           05  SVC-MODIFIER            PIC X(2).
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
           05  WS-SERVICE-LINE-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-LINE-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-OBS-LINE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PROC-LINE-COUNT      PIC 9(7) VALUE ZERO.
      ***** THE RUN-DATE SEQUENCE IS PARTITIONED ACROSS THE CLAIM
      ***** WRITERS SO THE SAME NIGHT NEVER MINTS THE SAME CONTROL
      ***** NUMBER TWICE:  EDICLAIM 001-399, SERBILL 400-499,
      ***** SECDCLM 500-599, REBILL 600-799, INTBILL 800-899,
      ***** PROFCLM 900-949, SEGBILL 950-999.
           05  WS-CLAIM-SEQ            PIC 9(3) VALUE ZERO.
           05  WS-CLAIM-SEQ-LIMIT      PIC 9(3) VALUE 399.

       77  WS-DATE                     PIC 9(6).

       01  WS-CLAIM-PAYER-ID           PIC X(8).
       01  WS-PAYER-REJECT-SW          PIC X(1) VALUE "N".
           88 PAYER-CLAIM-REJECTED     VALUE "Y".
      ***** THE STAY IS AN ACCIDENT A THIRD PARTY IS LIABLE FOR
       01  WS-LIABILITY-SW             PIC X(1) VALUE "N".
           88 LIABILITY-CLAIM          VALUE "Y".
       77  WS-LIABILITY-CLAIMS         PIC 9(5) VALUE ZERO.
      ***** WHERE MEDICARE STANDS ON THIS STAY PER ITS MSP ANSWERS
       01  WS-MSP-SW                   PIC X(1) VALUE "P".
           88 MSP-MEDICARE-PRIMARY     VALUE "P".
           88 MSP-MEDICARE-SECONDARY   VALUE "S".
           88 MSP-QUESTIONNAIRE-OPEN   VALUE "H".
       77  WS-MSP-CLAIMS               PIC 9(5) VALUE ZERO.
       77  WS-MSP-HOLDS                PIC 9(5) VALUE ZERO.
       77  WS-PAYER-REJECTS            PIC 9(5) VALUE ZERO.
      ***** CLAIMS HELD BECAUSE HIM HAS NOT RELEASED THE CODING
       77  WS-CODING-HOLDS             PIC 9(5) VALUE ZERO.
      ***** CLAIMS LEFT TO SEGBILL BECAUSE THE STAY CROSSED CAMPUSES
       77  WS-SEGMENT-HOLDS            PIC 9(5) VALUE ZERO.
      ***** WHAT THIS CLAIM COVERS -- THE WHOLE STAY, OR ON A SWING-
      ***** BED STAY ONLY THE CHARGES AND DETAIL SINCE THE CONVERSION
      ***** (SPACES IN THE START DATE MEANS NO DATE CUT)
       77  WS-CLAIM-CHARGES            PIC 9(7)V99.
       77  WS-CLAIM-DIFFERENTIAL       PIC 9(7)V99.
       77  WS-SWING-START-CCYYMMDD     PIC X(8).
       77  WS-SWING-CLAIMS             PIC 9(5) VALUE ZERO.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "EDICLAIM".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.

               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

      ***** AN ACCIDENT STAY BILLS THE LIABLE CARRIER FIRST -- THE
      ***** HEALTH PLAN (MEDICARE INCLUDED) IS SECONDARY TO IT
           PERFORM 220-CHECK-ACCIDENT THRU 220-EXIT.

      ***** MEDICARE BILLS FIRST ONLY WHEN THE MSP ANSWERS SAY SO
           MOVE "P" TO WS-MSP-SW.
           IF MEDICARE-INS AND NOT LIABILITY-CLAIM
               PERFORM 225-CHECK-MSP THRU 225-EXIT
               IF MSP-QUESTIONNAIRE-OPEN
                   GO TO 200-EXIT
               END-IF
           END-IF.

      ***** A MEDICARE CLAIM WITHOUT ITS BENEFICIARY DETAILS BOUNCES
      ***** AT THE PAYER EVERY TIME -- STOP IT HERE INSTEAD
           IF MEDICARE-INS AND NOT LIABILITY-CLAIM
              AND NOT MSP-MEDICARE-SECONDARY
               PERFORM 230-MEDICARE-PRE-EDIT THRU 230-EXIT
               IF MEDICARE-CLAIM-REJECTED
                   GO TO 200-EXIT
      ***** THE PAYER THE CLAIM REGISTERS UNDER MUST BE ON THE PAYER
      ***** MASTER -- A FREE-TEXT CARRIER NOBODY SET UP HAS NO
      ***** ROUTING, NO FILING LIMIT, AND NO BUSINESS GETTING A CLAIM
           IF LIABILITY-CLAIM
               MOVE ACC-LIAB-PAYER-ID TO WS-CLAIM-PAYER-ID
           ELSE
           IF MSP-MEDICARE-SECONDARY
               MOVE MSQ-PRIMARY-PAYER-ID TO WS-CLAIM-PAYER-ID
           ELSE
           IF MEDICARE-INS
               MOVE "MEDICARE" TO WS-CLAIM-PAYER-ID
           ELSE

      ***** ASSIGNMENT ACCEPTED -- MEDICARE PAYS ITS FLAT PCT AND
      ***** NETWORK STATUS AND SECONDARY COB DO NOT APPLY
           IF MEDICARE-INS AND NOT LIABILITY-CLAIM
              AND NOT MSP-MEDICARE-SECONDARY
               MOVE MEDICARE-ASSIGN-PCT TO REIMBURSE-PCT
               MOVE "N" TO SECONDARY-INS-SW.

           PERFORM 210-SET-CLAIM-SCOPE THRU 210-EXIT.
           PERFORM 305-PRICE-DETAIL-CHARGES THRU 305-EXIT.

           PERFORM 250-WRITE-CLAIM-HEADER THRU 250-EXIT.
      ***** THE PAYER'S OWN AUTH NUMBER RIDES THE CLAIM -- A CLAIM
      ***** WITHOUT IT IS OUR BIGGEST DENIAL CATEGORY
           PERFORM 260-WRITE-AUTH-LINE THRU 260-EXIT.
           IF LIABILITY-CLAIM
               PERFORM 262-WRITE-ACCIDENT-LINE THRU 262-EXIT.

      ***** THE PRINCIPAL PROCEDURE DRIVES SURGICAL PRICING -- A
      ***** CLAIM WITHOUT IT PRICES AS A MEDICAL STAY.  THE ACUTE
      ***** STAY'S PROCEDURES WENT OUT ON ITS OWN CLAIM, NOT THE
      ***** SWING-BED CLAIM.
           IF NOT SWING-BED IN PATIENT-MASTER-REC
               PERFORM 265-WRITE-PROC-LINE THRU 265-EXIT
                       VARYING PRC-SUB FROM 1 BY 1
                       UNTIL PRC-SUB > 3.

      ***** AN OBSERVATION STAY CARRIES ITS HOURS AS A SERVICE LINE
      ***** SO THE PAYER PRICES THE STAY UNDER OBSERVATION RULES
       200-EXIT.
           EXIT.

      ***** A SWING-BED CLAIM STARTS AT THE CONVERSION -- THE CHARGES
      ***** POSTED BEFORE IT AND THE DETAIL DATED BEFORE IT BELONG TO
      ***** THE ACUTE SEGMENT SEGBILL ALREADY BILLED.  A STAY ADMITTED
      ***** STRAIGHT TO A SWING BED HAS NO ACUTE PORTION AND BILLS
      ***** WHOLE.
       210-SET-CLAIM-SCOPE.
           MOVE "210-SET-CLAIM-SCOPE" TO PARA-NAME.
           MOVE PATIENT-TOT-AMT IN PATIENT-MASTER-REC
                TO WS-CLAIM-CHARGES.
           MOVE ZERO TO WS-CLAIM-DIFFERENTIAL.
           IF ROOM-DIFFERENTIAL-X NUMERIC
               MOVE ROOM-DIFFERENTIAL-AMT TO WS-CLAIM-DIFFERENTIAL.
           MOVE SPACES TO WS-SWING-START-CCYYMMDD.
           IF NOT SWING-BED IN PATIENT-MASTER-REC
               PERFORM 215-NET-ROOM-DIFFERENTIAL THRU 215-EXIT
               GO TO 210-EXIT.
           ADD 1 TO WS-SWING-CLAIMS.
           IF SEG-PRIOR-CHARGES-X NUMERIC
              AND SEG-PRIOR-CHARGES NOT >
                  PATIENT-TOT-AMT IN PATIENT-MASTER-REC
               COMPUTE WS-CLAIM-CHARGES =
                   PATIENT-TOT-AMT IN PATIENT-MASTER-REC
                   - SEG-PRIOR-CHARGES.
           IF SEG-PRIOR-DIFFERENTIAL-X NUMERIC
              AND SEG-PRIOR-DIFFERENTIAL NOT > WS-CLAIM-DIFFERENTIAL
               SUBTRACT SEG-PRIOR-DIFFERENTIAL
                   FROM WS-CLAIM-DIFFERENTIAL.
           PERFORM 215-NET-ROOM-DIFFERENTIAL THRU 215-EXIT.
           IF SEG-CURR-START-DATE NOT = SPACES
               MOVE SEG-CURR-START-DATE(1:4)
                    TO WS-SWING-START-CCYYMMDD(1:4)
               MOVE SEG-CURR-START-DATE(6:2)
                    TO WS-SWING-START-CCYYMMDD(5:2)
               MOVE SEG-CURR-START-DATE(9:2)
                    TO WS-SWING-START-CCYYMMDD(7:2).
       210-EXIT.
           EXIT.

      ***** THE PRIVATE-ROOM DIFFERENTIAL IS THE PATIENT'S -- THE PAYER
      ***** IS BILLED THE STAY AT THE SEMI-PRIVATE RATE
       215-NET-ROOM-DIFFERENTIAL.
           MOVE "215-NET-ROOM-DIFFERENTIAL" TO PARA-NAME.
           IF WS-CLAIM-DIFFERENTIAL > ZERO
              AND WS-CLAIM-DIFFERENTIAL NOT > WS-CLAIM-CHARGES
               SUBTRACT WS-CLAIM-DIFFERENTIAL FROM WS-CLAIM-CHARGES.
       215-EXIT.
           EXIT.

      ***** EXPECTED PAYER PAYMENT FOR A LINE = THE LINE CHARGE LESS
      ***** THE PATIENT SHARE CLCLBCST COMPUTES FOR IT.  EVERY LINE
      ***** COMES OFF THE KEYED DETAIL FILE, WHICH THE POSTING RUNS
       308-EXIT.
           EXIT.

      ***** A READMITTED PATIENT KEEPS THE SAME PATIENT-ID, SO ROWS
      ***** STAMPED WITH AN EARLIER ENCOUNTER ARE STEPPED OVER --
      ***** ONLY THE STAY ON PATMSTR IS BILLED.  BLANK-ENCOUNTER
      ***** ROWS PRE-DATE ENCOUNTER NUMBERS AND STILL BILL
       309-READ-NEXT-DETAIL.
           MOVE "309-READ-NEXT-DETAIL" TO PARA-NAME.
           READ CHGDTL NEXT RECORD INTO CHARGE-DETAIL-REC
              AND CDT-PATIENT-ID NOT =
                  PATIENT-ID IN PATIENT-MASTER-REC
               MOVE "N" TO MORE-DETAIL-SW.
           IF MORE-DETAIL
              AND CDT-ENCOUNTER-NBR NOT = SPACES
              AND ENCOUNTER-NBR IN PATIENT-MASTER-REC NOT = SPACES
              AND CDT-ENCOUNTER-NBR NOT =
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC
               GO TO 309-READ-NEXT-DETAIL.
           IF MORE-DETAIL
              AND WS-SWING-START-CCYYMMDD NOT = SPACES
              AND CDT-ITEM-DATE < WS-SWING-START-CCYYMMDD
               GO TO 309-READ-NEXT-DETAIL.
       309-EXIT.
           EXIT.

      ***** ONLY THE ROW FOR THIS ENCOUNTER COUNTS -- A ROW LEFT BY
      ***** AN EARLIER STAY'S ACCIDENT MUST NOT STEER THIS CLAIM
       220-CHECK-ACCIDENT.
           MOVE "220-CHECK-ACCIDENT" TO PARA-NAME.
           MOVE "N" TO WS-LIABILITY-SW.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACCDCOV-KEY.
           READ ACCDCOV INTO ACCIDENT-COVERAGE-REC.
           IF ACCIDENT-FOUND
              AND ACC-ENCOUNTER-NBR NOT = SPACES
              AND ACC-ENCOUNTER-NBR =
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC
              AND ACC-LIAB-PAYER-ID NOT = SPACES
               MOVE "Y" TO WS-LIABILITY-SW.
       220-EXIT.
           EXIT.

      ***** THE ANSWERS COUNT ONLY FOR THE STAY THEY WERE TAKEN ON.
      ***** AN ANSWERED "Y" MAKES THE NAMED PAYER PRIMARY; AN
      ***** UNANSWERED QUESTIONNAIRE HOLDS THE CLAIM UNTIL MSPRPT
      ***** RECORDS THE ANSWERS -- BILLING MEDICARE FIRST ON A GUESS
      ***** IS WHAT THE QUESTIONNAIRE EXISTS TO PREVENT.
       225-CHECK-MSP.
           MOVE "225-CHECK-MSP" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO MSPQUEST-KEY.
           READ MSPQUEST INTO MSP-QUESTIONNAIRE-REC.
           IF NOT MSP-FOUND
            OR MSQ-ENCOUNTER-NBR = SPACES
            OR MSQ-ENCOUNTER-NBR NOT =
               ENCOUNTER-NBR IN PATIENT-MASTER-REC
               GO TO 225-EXIT.
           IF NOT MSQ-COMPLETE
               MOVE "H" TO WS-MSP-SW
               ADD 1 TO WS-MSP-HOLDS
               MOVE PATIENT-ID IN PATIENT-MASTER-REC
                    TO ERR-PATIENT-ID
               MOVE "MSP QUESTIONS INCOMPLETE - CLAIM HELD"
                    TO ERR-MESSAGE
               WRITE EDIERR-REC FROM WS-EDIERR-REC
               GO TO 225-EXIT.
           IF MSQ-PRIMARY-PAYER-ID NOT = SPACES
               MOVE "S" TO WS-MSP-SW
               ADD 1 TO WS-MSP-CLAIMS.
       225-EXIT.
           EXIT.

      ***** A MEDICARE CLAIM IDENTIFIES THE PATIENT BY THE
      ***** BENEFICIARY NAME AND MEDICARE CLAIM NUMBER FILED UNDER
      ***** BENEFIT-ASSIGNMENT-DETAILS, NOT THE COMMERCIAL CARRIER
           MOVE "250-WRITE-CLAIM-HEADER" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO HDR-PATIENT-ID.
           MOVE PATIENT-NAME                     TO HDR-PATIENT-NAME.
      ***** THE LIABLE CARRIER KNOWS THE CASE BY THE INJURED PARTY
      ***** AND ITS OWN CLAIM NUMBER -- THERE IS NO GROUP.  ITS NAME
      ***** IS STILL IN PAYER-MASTER-REC FROM 240-.
           IF LIABILITY-CLAIM
               MOVE PATIENT-NAME         TO HDR-INSURED-NAME
               MOVE PYR-PAYER-NAME       TO HDR-CARRIER-NAME
               MOVE ACC-CLAIM-NBR        TO HDR-INS-IDENT-NBR
               MOVE SPACES               TO HDR-GROUP-NBR
           ELSE
           IF MEDICARE-INS AND NOT MSP-MEDICARE-SECONDARY
               MOVE MEDICARE-BENEFICIARY TO HDR-INSURED-NAME
               MOVE "MEDICARE"           TO HDR-CARRIER-NAME
               MOVE MEDICARE-CLAIM-NBR   TO HDR-INS-IDENT-NBR
                                         TO HDR-DIAG-SECONDARY.
           MOVE DIAGNOSTIC-CODE-TERTIARY IN PATIENT-MASTER-REC
                                         TO HDR-DIAG-TERTIARY.
           MOVE POA-PRIMARY   TO HDR-POA-PRIMARY.
           MOVE POA-SECONDARY TO HDR-POA-SECONDARY.
           MOVE POA-TERTIARY  TO HDR-POA-TERTIARY.
           MOVE PATIENT-TYPE IN PATIENT-MASTER-REC
                                         TO HDR-PATIENT-TYPE.
           MOVE WS-CLAIM-CHARGES         TO HDR-TOTAL-CHARGES.
           IF SWING-BED IN PATIENT-MASTER-REC
               MOVE "18" TO HDR-BILL-TYPE
           ELSE
           IF INPATIENT IN PATIENT-MASTER-REC
               MOVE "11" TO HDR-BILL-TYPE
           ELSE
               MOVE "13" TO HDR-BILL-TYPE.

      ***** EVERY CLAIM GETS A CONTROL NUMBER -- RUN DATE PLUS A
      ***** SEQUENCE WITHIN THE RUN -- CARRIED ON THE HEADER SO THE
       275-WRITE-CLAIM-REGISTER.
           MOVE "275-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
           MOVE "O"            TO CLM-FREQUENCY-CDE.
           MOVE "S"            TO CLM-STATUS.
           MOVE SPACES         TO CLM-ACK-DATE.
           MOVE WS-CLAIM-CHARGES TO CLM-TOTAL-CHARGES.
      ***** A GROUPED STAY IS PAID PER CASE -- THE GROUP'S RATE
      ***** REPLACES THE SUMMED-CHARGE EXPECTATION ON THE REGISTER.
      ***** THE GROUP PRICES THE ACUTE CARE, NOT A SWING-BED CLAIM.
           IF CASE-MIX-GROUP NOT = SPACES
              AND CASE-RATE-X NUMERIC
              AND NOT SWING-BED IN PATIENT-MASTER-REC
               MOVE CASE-RATE TO CLM-EXPECTED-AMT
           ELSE
               MOVE WS-CLAIM-EXPECTED-AMT TO CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
      ***** ALREADY PROVED AGAINST THE PAYER MASTER IN 240-
           MOVE WS-CLAIM-PAYER-ID TO CLM-PAYER-ID.

       260-EXIT.
           EXIT.

       262-WRITE-ACCIDENT-LINE.
           MOVE "262-WRITE-ACCIDENT-LINE" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO ACX-LINE-PATIENT-ID.
           MOVE ACC-ACCIDENT-TYPE  TO ACX-LINE-ACCIDENT-TYPE.
           MOVE ACC-ACCIDENT-DATE  TO ACX-LINE-ACCIDENT-DATE.
           MOVE ACC-ACCIDENT-STATE TO ACX-LINE-ACCIDENT-STATE.
           MOVE ACC-CLAIM-NBR      TO ACX-LINE-CLAIM-NBR.
           MOVE ACC-LIAB-PAYER-ID  TO ACX-LINE-PAYER-ID.
           WRITE EDICLAIM-REC FROM WS-CLAIM-ACCIDENT-REC.
           ADD 1 TO WS-LIABILITY-CLAIMS.
       262-EXIT.
           EXIT.

       265-WRITE-PROC-LINE.
           MOVE "265-WRITE-PROC-LINE" TO PARA-NAME.
           IF PROC-ICD10-PCS(PRC-SUB) = SPACES
              AND PROC-CPT-CODE(PRC-SUB) = SPACES
               GO TO 265-EXIT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO PRC-LINE-PATIENT-ID.
           MOVE PRC-SUB                       TO PRC-LINE-SEQ.
           MOVE PROC-ICD10-PCS(PRC-SUB)       TO PRC-LINE-ICD10-PCS.
           MOVE PROC-CPT-CODE(PRC-SUB)        TO PRC-LINE-CPT-CODE.
           MOVE PROC-PERFORMED-DATE(PRC-SUB)  TO PRC-LINE-DATE.
           MOVE PROC-PERFORMING-PHYS(PRC-SUB) TO PRC-LINE-PHYS-ID.
           WRITE EDICLAIM-REC FROM WS-CLAIM-PROC-REC.
           ADD 1 TO WS-PROC-LINE-COUNT.
       265-EXIT.
           EXIT.

       280-WRITE-OBS-SERVICE-LINE.
           MOVE "280-WRITE-OBS-SERVICE-LINE" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO SVC-PATIENT-ID.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                                            TO SVC-DIAG-CODE.
           MOVE ZERO                        TO SVC-CHARGE.
           MOVE SPACES                      TO SVC-MODIFIER.
           MOVE "OBS"                       TO WS-REV-LOOK-TYPE.
           MOVE "********"                  TO WS-REV-LOOK-ID.
           PERFORM 390-LOOKUP-REV-CODE THRU 390-EXIT.
           MOVE CDT-ITEM-DATE       TO SVC-ITEM-DATE.
           MOVE CDT-DIAG-CODE       TO SVC-DIAG-CODE.
           MOVE CDT-CHARGE-AMT      TO SVC-CHARGE.
           MOVE CDT-MODIFIER        TO SVC-MODIFIER.
           MOVE CDT-ITEM-ID         TO WS-REV-LOOK-ID.
           PERFORM 390-LOOKUP-REV-CODE THRU 390-EXIT.
           MOVE WS-REV-FOUND-CODE   TO SVC-REV-CODE.
           MOVE "750-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATMSTR, PATINS, PATPERSN, CHGDTL,
                 EDICLAIM-FILE, EDIERR, CLMREG, PAYERMST, AUTHREG,
                 ACCDCOV, MSPQUEST, REVMAP, DISCLOG, SYSOUT.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATMSTR, PATINS, PATPERSN, CHGDTL,
                      PAYERMST, AUTHREG, ACCDCOV, MSPQUEST, REVMAP.
           OPEN OUTPUT EDICLAIM-FILE, EDIERR, SYSOUT.
      ***** THE REGISTER IS CUMULATIVE -- ACKS AND PAYMENTS POST
      ***** AGAINST ROWS FOR DAYS, SO NEVER OPEN IT OUTPUT
           OPEN I-O CLMREG.
           OPEN EXTEND DISCLOG.
           PERFORM 820-WRITE-RUN-HEADER THRU 820-EXIT.
       800-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       820-WRITE-RUN-HEADER.
           MOVE "820-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE EDICLAIM-REC FROM RHP-HEADER.
       820-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 750-CLOSE-FILES THRU 750-EXIT.
               WS-MEDICARE-REJECTS.
           DISPLAY "EDICLAIM UNKNOWN-PAYER REJECTS: "
               WS-PAYER-REJECTS.
           DISPLAY "EDICLAIM LIABILITY CLAIMS     : "
               WS-LIABILITY-CLAIMS.
           DISPLAY "EDICLAIM MSP PRIMARY-PAYER CLAIMS: "
               WS-MSP-CLAIMS.
           DISPLAY "EDICLAIM MSP QUESTIONNAIRE HOLDS : "
               WS-MSP-HOLDS.
           DISPLAY "EDICLAIM CODING HOLDS         : "
               WS-CODING-HOLDS.
           DISPLAY "EDICLAIM SEGMENTED HOLDS      : "
               WS-SEGMENT-HOLDS.
           DISPLAY "EDICLAIM SWING-BED CLAIMS     : "
               WS-SWING-CLAIMS.
           DISPLAY "EDICLAIM PROCEDURE LINES      : "
               WS-PROC-LINE-COUNT.
      ***** CONTROL TOTAL -- CHARGE-DETAIL LINES PLUS OBSERVATION
      ***** LINES MUST EQUAL THE SERVICE LINES BILLED
           DISPLAY "EDICLAIM DETAIL LINES       : "

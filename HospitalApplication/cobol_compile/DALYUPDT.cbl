             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LTCODE.

           SELECT PATERR
           ASSIGN TO UT-S-PATERR
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PEFCODE.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
       FD  PATDIAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDIAG-REC.
       01  PATDIAG-REC PIC X(40).

      ***** CHARGES POSTED AFTER DISCHARGE -- FEEDS THE REBILL RUN
       FD  LATECHG
           DATA RECORD IS LATECHG-REC.
       01  LATECHG-REC PIC X(50).

      ***** ROOM-CHARGE REJECTS -- PATLIST OPENS IT AND DALYEDIT ADDS
      ***** TO IT; AN EQUIPMENT CHARGE REFUSED AT POSTING GOES BEHIND
      ***** THEIR ROWS FOR PATCORR TO WORK
       FD  PATERR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1224 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-DAILY-REC-ERR.
       01  INPATIENT-DAILY-REC-ERR.
           05  ERR-MSG                     PIC X(40).
           05  REST-OF-REC                 PIC X(1084).

      ***** ONE ROW PER POSTED CHARGE -- THE KEYED DETAIL BEHIND THE
      ***** 20-SLOT SUMMARY TABLES ON PATMSTR
       FD  CHGDTL
               88 CODE-WRITE    VALUE SPACES.
           05  LTCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PEFCODE                 PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CHGDTL-STATUS           PIC X(2).
               88 CHGDTL-OK            VALUE "00".
               88 CHGDTL-DUP-KEY       VALUES "22", "02".
           05 RECORDS-READ             PIC S9(9) COMP.
           05 RECORDS-WRITTEN          PIC S9(9) COMP.
           05 ERROR-RECS               PIC S9(7) COMP.
           05 NBR-ENCTR-REFUSED        PIC S9(7) COMP.
           05 NBR-INPATIENTS           PIC S9(7) COMP.
           05 NBR-OUTPATIENTS          PIC S9(7) COMP.
           05 NBR-HMO                  PIC S9(4) COMP.
           05 PAT-SUB                  PIC 9(02) VALUE ZERO.
           05 CALC-CALL-RET-CODE       PIC S9(4) COMP.
           05 WS-EQUIPMENT-CHARGES     PIC 9(9)V99 COMP-3.
      ***** EQUIPMENT REFUSED IN 275 -- STILL INSIDE THE RECORD'S
      ***** TOTAL-ROOM-CHARGE, SO 400 TAKES IT BACK OUT
           05 WS-REFUSED-EQUIP-CHARGES PIC 9(9)V99 COMP-3.
           05 WS-POSTED-ROOM-CHARGE    PIC 9(7)V99.
           05 WS-MEDICATION-CHARGES    PIC S9(9)V99 COMP-3.
           05 WS-PHARMACY-CHARGES      PIC S9(7)V99 COMP-3.
           05 WS-ANCILLARY-CHARGES     PIC S9(5)V99 COMP-3.
              88 CURRENT-ROW    VALUE "Y".
           05 WS-TABLE-OVERFLOW-SW    PIC X(1) VALUE "N".
              88 TABLE-OVERFLOW VALUE "Y".
           05 WS-CHARGE-REFUSED-SW    PIC X(1) VALUE "N".
              88 CHARGE-REFUSED VALUE "Y".
           05 REJ-SUB                 PIC 9(02) VALUE ZERO.
      ***** DID 450-APPLY-REVERSAL FIND (AND REDUCE) THE SLOT THE
      ***** REVERSAL RECORD NAMES
           05 REV-SLOT-FOUND-SW       PIC X(1).
           05  HOLD-CDT-SHORT-DESC     PIC X(30).
           05  HOLD-CDT-DIAG-CODE      PIC X(7).
           05  HOLD-CDT-CHARGE-AMT     PIC 9(7)V99.
           05  FILLER                  PIC X(18).
           05  HOLD-CDT-ENCOUNTER-NBR  PIC X(10).
           05  FILLER                  PIC X(03).

      ***** A REFUSED EQUIPMENT ROW GOES TO PATERR ON A COPY OF ITS
      ***** DAILY RECORD CUT DOWN TO THAT ONE ROW -- THE RECORD
      ***** ITSELF IS PUT BACK BEFORE THE REST OF ITS ROWS POST
       01  WS-PATERR-SAVE-REC          PIC X(1084).
       01  WS-PATERR-ROW.
           05  WS-PATERR-EQUIP-CHARGE  PIC X(61).
           05  WS-PATERR-SERIAL-NBR    PIC X(10).

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "DALYUPDT".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "DALYUPDT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

           OPEN I-O PATMSTR, CHGDTL.
           OPEN OUTPUT SYSOUT, EQPOVFL, LABOVFL, PATAUDIT, PATDIAG,
                LATECHG.
      ***** PATERR CARRIES PATLIST'S AND DALYEDIT'S REJECTS FOR THE
      ***** NIGHT -- EXTEND SO A CHARGE REFUSED HERE JOINS THEM
           OPEN EXTEND PATERR.
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.

      *  Remember to move "NO" to IFCODE if the input file is AT END
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               GO TO 000-EXIT
           END-READ

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE 'N' TO MORE-TRANSRCH-SW
               GO TO 000-EXIT
           END-READ

           INITIALIZE  COUNTERS-AND-ACCUMULATORS.
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
      *  Validate patient type and insurance coverage
                 MOVE  PATIENT-KEY TO ACTUAL-VAL IN ABEND-REC
                 GO TO 1000-ABEND-RTN.

           MOVE ZERO TO WS-EQUIPMENT-CHARGES, WS-REFUSED-EQUIP-CHARGES.
           MOVE "N" TO CURRENT-ROW-SW.
           MOVE "N" TO WS-TABLE-OVERFLOW-SW.
           PERFORM 225-POSITION-PAT-TABLE-IDX THRU 225-EXIT
              MOVE "N" TO MORE-TABLE-ROWS
              GO TO 250-EXIT.

           PERFORM 270-WRITE-CHARGE-DETAIL THRU 270-EXIT.
      ***** A ROW REFUSED IN 275 IS ON PATERR, NOT ON THIS ACCOUNT --
      ***** IT STAYS OUT OF THE PATMSTR TOTALS AND DIAGNOSIS CODES
           IF CHARGE-REFUSED
               ADD EQUIPMENT-COST(ROW-SUB) TO WS-REFUSED-EQUIP-CHARGES
               GO TO 250-EXIT.

      *** ADD TO HOLD-WS-VALUES
           ADD EQUIPMENT-COST(ROW-SUB) TO WS-EQUIPMENT-CHARGES.
           PERFORM 300-RECONCILE-DIAGNOSTIC-CODES THRU 300-EXIT.

       250-EXIT.
      ***** ONE KEYED DETAIL ROW PER EQUIPMENT CHARGE -- THE SUMMARY
      ***** SLOT ABOVE IS NOW JUST A ROLL-UP; THIS FILE IS THE
      ***** SYSTEM OF RECORD FOR THE ACCOUNT'S CHARGES.  A SECOND
      ***** POSTING OF THE SAME ITEM/DATE ADDS TO THE EXISTING ROW
      ***** WHEN BOTH BELONG TO THE SAME STAY.
       270-WRITE-CHARGE-DETAIL.
           MOVE "270-WRITE-CHARGE-DETAIL" TO PARA-NAME.
           MOVE "N" TO WS-CHARGE-REFUSED-SW.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO CDT-PATIENT-ID.
      ***** THE SERVICE DATE AS KEYED (CURR-DTE) IS THE ONE DATE
      ***** BASIS FOR SLOT STAMPS, CHGDTL KEYS, AND REVERSAL
           MOVE FACILITY-CDE IN INPATIENT-DAILY-REC
                                        TO CDT-FACILITY-CODE.
           MOVE "DALYUPDT"              TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                  TO CDT-MODIFIER.
      ***** THE CHARGE TIES TO THE STAY IT NAMES, OR TO THE LIVE
      ***** STAY ON PATMSTR WHEN THE DAILY RECORD LEAVES IT BLANK
           IF DAILY-ENCOUNTER-NBR IN INPATIENT-DAILY-REC = SPACES
               MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                        TO CDT-ENCOUNTER-NBR
           ELSE
               MOVE DAILY-ENCOUNTER-NBR IN INPATIENT-DAILY-REC
                                        TO CDT-ENCOUNTER-NBR.

           WRITE CHGDTL-REC FROM CHARGE-DETAIL-REC
             INVALID KEY
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE CHGDTL-REC TO HOLD-CHGDTL-REC.
      ***** THE KEY CARRIES NO ENCOUNTER, SO A ROW ALREADY ON FILE
      ***** FOR ANOTHER STAY IS LEFT ALONE -- THE CHARGE IS REFUSED
      ***** ONTO PATERR TO BE KEYED AGAINST ITS OWN STAY, AND 250
      ***** KEEPS IT OUT OF THE ACCOUNT.  A BLANK ENCOUNTER ON EITHER
      ***** SIDE STILL ADDS IN.
           IF HOLD-CDT-ENCOUNTER-NBR NOT = SPACES
           AND CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC NOT = SPACES
           AND HOLD-CDT-ENCOUNTER-NBR NOT =
               CDT-ENCOUNTER-NBR IN CHARGE-DETAIL-REC
               ADD 1 TO ERROR-RECS, NBR-ENCTR-REFUSED
               MOVE "Y" TO WS-CHARGE-REFUSED-SW
               PERFORM 277-WRITE-PATERR THRU 277-EXIT
               GO TO 275-EXIT.
           ADD EQUIPMENT-COST(ROW-SUB) TO HOLD-CDT-CHARGE-AMT.
           REWRITE CHGDTL-REC FROM HOLD-CHGDTL-REC
             INVALID KEY
       275-EXIT.
           EXIT.

      ***** THE REJECT GOES OUT AS AN ANCILLARY ("A") LINE CARRYING
      ***** ONLY THE REFUSED ROW -- THE ROOM DAY AND THE RECORD'S
      ***** OTHER ROWS POST TONIGHT, SO A CORRECTED REJECT CANNOT
      ***** CHARGE THEM TWICE OR COUNT THE DAY AGAIN
       277-WRITE-PATERR.
           MOVE "277-WRITE-PATERR" TO PARA-NAME.
           MOVE INPATIENT-DAILY-REC TO WS-PATERR-SAVE-REC.
           MOVE ADDITIONAL-EQUIP-CHARGES(ROW-SUB)
                                    TO WS-PATERR-EQUIP-CHARGE.
           MOVE EQUIPMENT-SERIAL-NBR(ROW-SUB)
                                    TO WS-PATERR-SERIAL-NBR.
           PERFORM 278-CLEAR-EQUIP-ROW THRU 278-EXIT
                  VARYING REJ-SUB FROM 1 BY 1 UNTIL REJ-SUB > 12.
           MOVE WS-PATERR-EQUIP-CHARGE TO ADDITIONAL-EQUIP-CHARGES(1).
           MOVE WS-PATERR-SERIAL-NBR   TO EQUIPMENT-SERIAL-NBR(1).
           MOVE "A" TO PATIENT-RECORD-TYPE IN INPATIENT-DAILY-REC.
           MOVE ZERO TO BASE-ROOM-CHARGE, ROOM-DIFFERENTIAL-CHG,
                        OBS-HOURS.
           MOVE EQUIPMENT-COST(1) TO TOTAL-ROOM-CHARGE.
           MOVE "*** CHARGE KEY HELD BY ANOTHER STAY" TO ERR-MSG.
           MOVE INPATIENT-DAILY-REC TO REST-OF-REC.
           WRITE INPATIENT-DAILY-REC-ERR.
           MOVE WS-PATERR-SAVE-REC     TO INPATIENT-DAILY-REC.
       277-EXIT.
           EXIT.

       278-CLEAR-EQUIP-ROW.
           MOVE SPACES TO ADDITIONAL-EQUIP-CHARGES(REJ-SUB),
                          EQUIPMENT-SERIAL-NBR(REJ-SUB).
       278-EXIT.
           EXIT.

       300-RECONCILE-DIAGNOSTIC-CODES.
           MOVE "300-RECONCILE-DIAGNOSTIC-CODES" TO PARA-NAME.

                                       DIAGNOSTIC-CODE-PRIMARY
              AND DIAGNOSTIC-CODE-SECONDARY = SPACES
              MOVE EQUIP-DIAG-CODE(ROW-SUB) TO DIAGNOSTIC-CODE-SECONDARY
              MOVE SPACE TO POA-SECONDARY
              GO TO 300-EXIT.

           IF EQUIP-DIAG-CODE(ROW-SUB) NOT EQUAL TO
              AND DIAGNOSTIC-CODE-TERTIARY  = SPACES
              MOVE EQUIP-DIAG-CODE(ROW-SUB) TO
                                   DIAGNOSTIC-CODE-TERTIARY
              MOVE SPACE TO POA-TERTIARY
              GO TO 300-EXIT.

           IF DIAGNOSTIC-CODE-TERTIARY = SPACES
              MOVE EQUIP-DIAG-CODE(ROW-SUB) TO
                           DIAGNOSTIC-CODE-TERTIARY
              MOVE SPACE TO POA-TERTIARY
              GO TO 300-EXIT
           ELSE
      ***** PRIMARY/SECONDARY/TERTIARY ARE ALL FULL - APPEND TO THE
              MOVE WS-DATE TO DIAG-OVFL-DATE
              MOVE "DALYUPDT" TO DIAG-OVFL-SOURCE-PROGRAM
              MOVE EQUIP-DIAG-CODE(ROW-SUB) TO DIAG-OVFL-CODE
              MOVE SPACE TO DIAG-OVFL-POA-IND
              MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                   TO DIAG-OVFL-ENCOUNTER-NBR
              WRITE PATDIAG-REC FROM PATIENT-DIAG-OVFL-REC.

       300-EXIT.
               MOVE CURR-DTE            TO LAB-TEST-DATE(PAT-SUB)
           END-IF.

      ***** LESS ANY EQUIPMENT 275 REFUSED ONTO PATERR
           IF WS-REFUSED-EQUIP-CHARGES > TOTAL-ROOM-CHARGE
               MOVE ZERO TO WS-POSTED-ROOM-CHARGE
           ELSE
               SUBTRACT WS-REFUSED-EQUIP-CHARGES FROM TOTAL-ROOM-CHARGE
                   GIVING WS-POSTED-ROOM-CHARGE.
           ADD WS-POSTED-ROOM-CHARGE TO PATIENT-TOT-AMT.
      ***** THE PRIVATE-ROOM PREMIUM INSIDE THAT CHARGE IS THE
      ***** PATIENT'S -- KEPT APART SO CLAIMS CAN BILL AROUND IT
           IF ROOM-DIFFERENTIAL-X NOT NUMERIC
               MOVE ZERO TO ROOM-DIFFERENTIAL-AMT.
           IF ROOM-DIFFERENTIAL-CHG NUMERIC
              AND ROOM-DIFFERENTIAL-CHG > ZERO
               ADD ROOM-DIFFERENTIAL-CHG TO ROOM-DIFFERENTIAL-AMT
                   ON SIZE ERROR MOVE 9999999.99
                                   TO ROOM-DIFFERENTIAL-AMT
               END-ADD.
      ***** A DEPARTMENT'S ANCILLARY LINE IS NOT A DAY IN THE BED
           IF NOT ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
               ADD +1               TO HOSPITAL-STAY-LTH.

      ***** AN OBSERVATION STAY ACCRUES HOURS, AND PAST THE
      ***** CONVERSION THRESHOLD IT GOES ON THE REVIEW LIST
               MOVE WS-DATE             TO LTC-POST-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                    TO LTC-DISCHARGE-DATE
               MOVE WS-POSTED-ROOM-CHARGE TO LTC-CHARGE-AMT
               WRITE LATECHG-REC FROM LATE-CHARGE-REC.

           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC
      ***** REDUCE THE CHARGE-DETAIL ROW THE REVERSAL NAMES, AND
      ***** DELETE IT OUTRIGHT WHEN IT REVERSES TO NOTHING.  A ROW
      ***** NOT ON FILE ONLY RATES A WARNING -- THE DETAIL FILE MAY
      ***** PREDATE ITS INITIAL CHGDTLBD LOAD FOR THIS ACCOUNT.  A
      ***** REVERSAL NAMING A DIFFERENT STAY THAN THE ROW'S IS NOT
      ***** APPLIED TO IT.
       470-REVERSE-CHARGE-DETAIL.
           MOVE "470-REVERSE-CHARGE-DETAIL" TO PARA-NAME.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO CDT-PATIENT-ID.
           END-READ.

           MOVE CHGDTL-REC TO HOLD-CHGDTL-REC.
           IF HOLD-CDT-ENCOUNTER-NBR NOT = SPACES
           AND DAILY-ENCOUNTER-NBR IN INPATIENT-DAILY-REC NOT = SPACES
           AND HOLD-CDT-ENCOUNTER-NBR NOT =
               DAILY-ENCOUNTER-NBR IN INPATIENT-DAILY-REC
               MOVE "*** REVERSAL NAMES ANOTHER STAY'S ROW"
                    TO ABEND-REASON
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 470-EXIT.
           IF TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT LESS THAN
                   HOLD-CDT-CHARGE-AMT
               DELETE CHGDTL RECORD
      *  Code the statement to close all files
           CLOSE PATSRCH-FILE,
                  SYSOUT, PATMSTR, EQPOVFL, LABOVFL, PATAUDIT,
                  PATDIAG, LATECHG, CHGDTL, PATERR.
       700-EXIT.
           EXIT.

           DISPLAY RECORDS-READ.
           DISPLAY "** PATIENT RECORDS EXPECTED **".
           DISPLAY  IN-RECORD-COUNT.
           DISPLAY "** CHARGES REFUSED - ROW HELD BY OTHER STAY **".
           DISPLAY  NBR-ENCTR-REFUSED.

           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.

      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "******** NORMAL END OF JOB PATEDIT ********".

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASEPROF.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY CASE PROFITABILITY.  CASEMIX STAMPS EVERY
      *          DISCHARGED STAY WITH ITS CASE-MIX GROUP AND CASE
      *          RATE, AND CLCLBCST KNOWS THE MARKUP THAT TOOK EACH
      *          LAB AND EQUIPMENT CHARGE FROM COST TO PRICE.  THIS
      *          JOB PUTS THE TWO TOGETHER FOR EVERY STAY DISCHARGED
      *          IN THE REPORT MONTH:
      *
      *          DIRECT COST = EACH CHGDTL LINE FOR THE STAY DIVIDED
      *          BACK BY ITS MARKUP (THE CLCLBCST DEFAULTS, OR THE
      *          ATTENDING PHYSICIAN'S COST_OVERRIDE_PCT ON THE
      *          PROVIDER TABLE, EXACTLY AS EDICLAIM PRICES THE
      *          CLAIM), PLUS A ROOM COST PER WARD DAY FROM THE RUN
      *          PARAMETERS.
      *
      *          EXPECTED REIMBURSEMENT IS THE CLAIM REGISTER'S
      *          EXPECTED AMOUNT FOR THE ENCOUNTER (THE CASE RATE
      *          WHEN THE STAY IS GROUPED BUT NOT YET CLAIMED);
      *          ACTUAL IS WHAT HAS BEEN PAID AGAINST THE ENCOUNTER.
      *
      *          MARGIN IS SUMMARIZED BY CASE-MIX GROUP, BY ATTENDING
      *          PHYSICIAN AND BY PAYER, AND THE WORST-MARGIN STAYS
      *          ARE LISTED FOR THE FINANCE COMMITTEE.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM CASEPROF):
      *            REPORT-MONTH     CCYYMM TO REPORT (DEFAULT: THE
      *                             CURRENT MONTH)
      *            WORST-STAYS      LENGTH OF THE WORST-MARGIN LIST
      *                             (DEFAULT 20, AT MOST 50)
      *            ROOM-COST-DFLT   COST OF ONE WARD DAY (REQUIRED)
      *            ROOM-COST-wwww   COST OF ONE DAY ON WARD wwww,
      *                             WHERE IT DIFFERS FROM THE DEFAULT
      *
      ******************************************************************

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                           DDS0001.PATINS
                                           DDS0001.CLMREG
                                           DDS0001.CHGDTL

               DB2 TABLE               -   DDS0001.PROVIDER

               PROFITABILITY REPORT    -   DDS0001.CASEPROF

               DUMP FILE               -   SYSOUT

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSOUT
           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CPRFRPT
           ASSIGN TO UT-S-CASEPROF
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  CPRFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CPRFRPT-REC.
       01  CPRFRPT-REC PIC X(130).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATIENT-INSURANCE.
       01  PATINS-REC.
           05 PATINS-KEY      PIC X(06).
           05 FILLER          PIC X(696).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  CHGDTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHGDTL-REC.
       01  CHGDTL-REC.
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-READ-OK       VALUE "00".
           05  CHGDTL-STATUS           PIC X(2).
               88 CHGDTL-FOUND         VALUE "00".

       COPY PATMSTR.
       COPY PATINS.
       COPY CLMREG.
       COPY CHGDTL.
       COPY PROVIDER.
       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-CLAIMS-SW          PIC X(1) VALUE "Y".
               88 MORE-CLAIMS          VALUE "Y".
           05  MORE-MASTER-SW          PIC X(1) VALUE "Y".
               88 MORE-MASTERS         VALUE "Y".
           05  MORE-DETAIL-SW          PIC X(1).
               88 MORE-DETAIL          VALUE "Y".
               88 NO-MORE-DETAIL       VALUE "N".
           05  WS-ENC-FOUND-SW         PIC X(1).
               88 ENCOUNTER-FOUND      VALUE "Y".
           05  WS-WARD-FOUND-SW        PIC X(1).
               88 WARD-COST-FOUND      VALUE "Y".
           05  WS-DIM-FOUND-SW         PIC X(1).
               88 DIMENSION-ROW-FOUND  VALUE "Y".
           05  WS-SLOT-FOUND-SW        PIC X(1).
               88 WORST-SLOT-FOUND     VALUE "Y".

      ***** REIMBURSEMENT BY PATIENT/ENCOUNTER OFF THE CLAIM
      ***** REGISTER.  THE REGISTER IS IN CONTROL-NUMBER ORDER, SO
      ***** THE LAST CLAIM READ FOR AN ENCOUNTER (A REPLACEMENT
      ***** SUPERSEDES THE ORIGINAL) CARRIES THE EXPECTED AMOUNT;
      ***** PAYMENTS ARE SUMMED ACROSS ALL OF THEM.
       01  WS-ENC-TABLE.
           05  WS-ENC-ENTRY OCCURS 5000 TIMES.
               10  WS-ENC-PATIENT-ID       PIC X(6).
               10  WS-ENC-ENCOUNTER        PIC X(10).
               10  WS-ENC-PAYER-ID         PIC X(8).
               10  WS-ENC-EXPECTED         PIC S9(9)V99.
               10  WS-ENC-PAID             PIC S9(9)V99.
       01  WS-ENC-USED                 PIC 9(4) VALUE ZERO.
       77  WS-ENC-MAX                  PIC 9(4) VALUE 5000.
       77  ENC-SUB                     PIC 9(4).

      ***** ROOM COST PER WARD DAY, FETCHED FROM PARMGET THE FIRST
      ***** TIME A WARD IS SEEN
       01  WS-WARD-TABLE.
           05  WS-WARD-ENTRY OCCURS 50 TIMES.
               10  WS-WARD-NBR             PIC X(4).
               10  WS-WARD-DAY-COST        PIC S9(7)V99.
       01  WS-WARD-USED                PIC 9(2) VALUE ZERO.
       77  WS-WARD-MAX                 PIC 9(2) VALUE 50.
       77  WRD-SUB                     PIC 9(2).

      ***** ONE ACCUMULATOR ROW PER CASE-MIX GROUP ("G"), ATTENDING
      ***** PHYSICIAN ("P") AND PAYER ("Y")
       01  WS-DIM-TABLE.
           05  WS-DIM-ENTRY OCCURS 1500 TIMES.
               10  WS-DIM-TYPE             PIC X(1).
               10  WS-DIM-KEY              PIC X(8).
               10  WS-DIM-STAYS            PIC S9(7) COMP.
               10  WS-DIM-CHARGES          PIC S9(9)V99.
               10  WS-DIM-COST             PIC S9(9)V99.
               10  WS-DIM-EXPECTED         PIC S9(9)V99.
               10  WS-DIM-PAID             PIC S9(9)V99.
       01  WS-DIM-USED                 PIC 9(4) VALUE ZERO.
       77  WS-DIM-MAX                  PIC 9(4) VALUE 1500.
       77  DIM-SUB                     PIC 9(4).
       77  WS-DIM-LOOKUP-TYPE          PIC X(1).
       77  WS-DIM-LOOKUP-KEY           PIC X(8).
       77  WS-PRINT-TYPE               PIC X(1).

      ***** THE WORST-MARGIN STAYS, KEPT IN ASCENDING MARGIN ORDER
       01  WS-WORST-TABLE.
           05  WS-WORST-ENTRY OCCURS 50 TIMES.
               10  WS-WST-PATIENT-ID       PIC X(6).
               10  WS-WST-ENCOUNTER        PIC X(10).
               10  WS-WST-GROUP            PIC X(4).
               10  WS-WST-PHYSICIAN        PIC X(8).
               10  WS-WST-PAYER            PIC X(8).
               10  WS-WST-COST             PIC S9(9)V99.
               10  WS-WST-EXPECTED         PIC S9(9)V99.
               10  WS-WST-MARGIN           PIC S9(9)V99.
       01  WS-WORST-USED               PIC 9(2) VALUE ZERO.
       77  WS-WORST-MAX                PIC 9(2) VALUE 20.
       77  WST-SUB                     PIC 9(2).
       77  WST-SLOT                    PIC 9(2).

      ***** CLCLBCST'S OWN DEFAULT MULTIPLIERS
       77  WS-LAB-MARKUP-DEFAULT       PIC 9(3)V99 COMP-3 VALUE 2.2.
       77  WS-EQUIP-MARKUP-DEFAULT     PIC 9(3)V99 COMP-3 VALUE 1.28.
       77  WS-LAB-MARKUP               PIC 9(3)V99 COMP-3.
       77  WS-EQUIP-MARKUP             PIC 9(3)V99 COMP-3.

       77  WS-DEFAULT-DAY-COST         PIC S9(7)V99 VALUE ZERO.
       77  WS-DAY-COST                 PIC S9(7)V99.
       77  WS-STAY-DAYS                PIC S9(5) COMP.
       77  WS-STAY-CHARGES             PIC S9(9)V99.
       77  WS-STAY-SUPPLY-COST         PIC S9(9)V99.
       77  WS-STAY-ROOM-COST           PIC S9(9)V99.
       77  WS-STAY-COST                PIC S9(9)V99.
       77  WS-STAY-EXPECTED            PIC S9(9)V99.
       77  WS-STAY-PAID                PIC S9(9)V99.
       77  WS-STAY-MARGIN              PIC S9(9)V99.
       77  WS-STAY-GROUP               PIC X(4).
       77  WS-STAY-PHYSICIAN           PIC X(8).
       77  WS-STAY-PAYER               PIC X(8).
       77  WS-LINE-COST                PIC S9(9)V99.
       77  WS-MARGIN-AMT               PIC S9(9)V99.
       77  WS-ROW-COST                 PIC S9(9)V99.
       77  WS-ROW-EXPECTED             PIC S9(9)V99.
       77  WS-ROW-PAID                 PIC S9(9)V99.
       77  WS-MARGIN-PCT               PIC S9(5)V9.

       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY             PIC X(4).
           05  WS-RPT-MM               PIC X(2).
       01  WS-WARD-PARM-NAME.
           05  FILLER                  PIC X(10) VALUE "ROOM-COST-".
           05  WS-WARD-PARM-WARD       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-DISCH-DATE-X.
           05  DSC-CCYY                PIC X(4).
           05  FILLER                  PIC X(1).
           05  DSC-MM                  PIC X(2).
           05  FILLER                  PIC X(1).
           05  DSC-DD                  PIC X(2).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CLAIMS-READ             PIC S9(7) COMP VALUE ZERO.
           05  MASTERS-READ            PIC S9(7) COMP VALUE ZERO.
           05  STAYS-COSTED            PIC S9(7) COMP VALUE ZERO.
           05  DETAIL-LINES-COSTED     PIC S9(7) COMP VALUE ZERO.
           05  OVERRIDE-MARKUPS        PIC S9(7) COMP VALUE ZERO.
           05  UNCLAIMED-STAYS         PIC S9(7) COMP VALUE ZERO.
           05  TOTAL-CHARGES           PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-COST              PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-EXPECTED          PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-PAID              PIC S9(9)V99 VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "CASE PROFITABILITY -- DISCHARGES IN".
           05  HDR-MONTH PIC 9(6).
           05  FILLER   PIC X(10) VALUE "   RUN ON ".
           05  HDR-DATE PIC 9(8).
           05  FILLER   PIC X(66) VALUE SPACES.

       01  WS-SECTION-HDR-REC.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-DIM-COLM-HDR-REC.
           05  FILLER   PIC X(10) VALUE "KEY       ".
           05  FILLER   PIC X(8)  VALUE " STAYS  ".
           05  FILLER   PIC X(16) VALUE "        CHARGES ".
           05  FILLER   PIC X(16) VALUE "    DIRECT COST ".
           05  FILLER   PIC X(16) VALUE "       EXPECTED ".
           05  FILLER   PIC X(16) VALUE "   EXP MARGIN   ".
           05  FILLER   PIC X(16) VALUE "           PAID ".
           05  FILLER   PIC X(16) VALUE "  PAID MARGIN   ".
           05  FILLER   PIC X(16) VALUE " EXP MARGIN PCT ".

       01  WS-DIM-DETAIL-REC.
           05  DRP-KEY                 PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRP-STAYS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRP-CHARGES             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DRP-COST                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DRP-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DRP-EXP-MARGIN          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DRP-PAID                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DRP-PAID-MARGIN         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DRP-MARGIN-PCT          PIC ZZZZ9.9-.
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-WORST-COLM-HDR-REC.
           05  FILLER   PIC X(8)  VALUE "PATIENT ".
           05  FILLER   PIC X(12) VALUE "ENCOUNTER   ".
           05  FILLER   PIC X(6)  VALUE "GROUP ".
           05  FILLER   PIC X(10) VALUE "PHYSICIAN ".
           05  FILLER   PIC X(10) VALUE "PAYER     ".
           05  FILLER   PIC X(16) VALUE "    DIRECT COST ".
           05  FILLER   PIC X(16) VALUE "       EXPECTED ".
           05  FILLER   PIC X(16) VALUE "         MARGIN ".
           05  FILLER   PIC X(36) VALUE SPACES.

       01  WS-WORST-DETAIL-REC.
           05  WRP-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRP-ENCOUNTER           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRP-GROUP               PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRP-PHYSICIAN           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRP-PAYER               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WRP-COST                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRP-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WRP-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(130) VALUE SPACES.

       COPY ABENDREC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-CLAIM-REGISTER THRU 100-EXIT
                   UNTIL NOT MORE-CLAIMS.
           PERFORM 300-SCAN-MASTER THRU 300-EXIT
                   UNTIL NOT MORE-MASTERS.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CASEPROF ********".
           OPEN INPUT PATMSTR, PATINS, CLMREG, CHGDTL.
           OPEN OUTPUT CPRFRPT, SYSOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           MOVE WS-CURR-DATE-9(1:6) TO WS-REPORT-MONTH.
           MOVE "REPORT-MONTH" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-REPORT-MONTH.

           MOVE "WORST-STAYS" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 50
                   MOVE 50 TO WS-WORST-MAX
               ELSE
                   MOVE PGT-NUMBER TO WS-WORST-MAX.

      ***** WITHOUT A DEFAULT DAY COST EVERY STAY WOULD LOOK CHEAP
           MOVE "ROOM-COST-DFLT" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-DEFAULT-DAY-COST
           ELSE
               MOVE "** NO ROOM-COST-DFLT PARM - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE WS-REPORT-MONTH TO HDR-MONTH.
           MOVE WS-CURR-DATE-9  TO HDR-DATE.
           WRITE CPRFRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           MOVE "CASEPROF" TO PGT-PROGRAM-ID.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
       050-EXIT.
           EXIT.

       100-SCAN-CLAIM-REGISTER.
           MOVE "100-SCAN-CLAIM-REGISTER" TO PARA-NAME.
           READ CLMREG NEXT INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-CLAIMS-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CLAIMS-READ.

      ***** A REJECTED CLAIM NEVER REACHED ADJUDICATION -- ITS
      ***** EXPECTED AMOUNT IS NOT A PROMISE OF ANYTHING
           IF CLM-REJECTED
               GO TO 100-EXIT.

           MOVE "N" TO WS-ENC-FOUND-SW.
           PERFORM 150-SCAN-ENC-TABLE THRU 150-EXIT
               VARYING ENC-SUB FROM 1 BY 1 UNTIL
               ENC-SUB > WS-ENC-USED OR ENCOUNTER-FOUND.
           IF ENCOUNTER-FOUND
               SUBTRACT 1 FROM ENC-SUB
           ELSE
               IF WS-ENC-USED = WS-ENC-MAX
                   MOVE "*** CLAIMED-ENCOUNTER TABLE FULL"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 100-EXIT
               ELSE
                   ADD 1 TO WS-ENC-USED
                   MOVE WS-ENC-USED TO ENC-SUB
                   MOVE CLM-PATIENT-ID    TO WS-ENC-PATIENT-ID(ENC-SUB)
                   MOVE CLM-ENCOUNTER-NBR TO WS-ENC-ENCOUNTER(ENC-SUB)
                   MOVE ZERO TO WS-ENC-PAID(ENC-SUB).

           MOVE CLM-PAYER-ID     TO WS-ENC-PAYER-ID(ENC-SUB).
           MOVE CLM-EXPECTED-AMT TO WS-ENC-EXPECTED(ENC-SUB).
           ADD CLM-PAID-AMT      TO WS-ENC-PAID(ENC-SUB).
       100-EXIT.
           EXIT.

       150-SCAN-ENC-TABLE.
           IF WS-ENC-PATIENT-ID(ENC-SUB) = CLM-PATIENT-ID
            AND WS-ENC-ENCOUNTER(ENC-SUB) = CLM-ENCOUNTER-NBR
               MOVE "Y" TO WS-ENC-FOUND-SW.
       150-EXIT.
           EXIT.

       300-SCAN-MASTER.
           MOVE "300-SCAN-MASTER" TO PARA-NAME.
           READ PATMSTR NEXT INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MASTER-SW
                   GO TO 300-EXIT
           END-READ.
           ADD 1 TO MASTERS-READ.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               GO TO 300-EXIT.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                TO WS-DISCH-DATE-X.
           IF DSC-CCYY NOT = WS-RPT-CCYY
            OR DSC-MM NOT = WS-RPT-MM
               GO TO 300-EXIT.

           IF CASE-MIX-GROUP IN PATIENT-MASTER-REC = SPACES
               MOVE "UNGR" TO WS-STAY-GROUP
           ELSE
               MOVE CASE-MIX-GROUP IN PATIENT-MASTER-REC
                    TO WS-STAY-GROUP.
           MOVE ATTENDING-PHYSICIAN IN PATIENT-MASTER-REC
                TO WS-STAY-PHYSICIAN.
           IF PATIENT-TOT-AMT IN PATIENT-MASTER-REC NUMERIC
               MOVE PATIENT-TOT-AMT IN PATIENT-MASTER-REC
                    TO WS-STAY-CHARGES
           ELSE
               MOVE ZERO TO WS-STAY-CHARGES.

           PERFORM 320-GET-MARKUPS THRU 320-EXIT.
           PERFORM 340-COST-DETAIL-LINES THRU 340-EXIT.
           PERFORM 360-COST-ROOM-DAYS THRU 360-EXIT.
           COMPUTE WS-STAY-COST =
               WS-STAY-SUPPLY-COST + WS-STAY-ROOM-COST.
           PERFORM 400-GET-REIMBURSEMENT THRU 400-EXIT.
           COMPUTE WS-STAY-MARGIN = WS-STAY-EXPECTED - WS-STAY-COST.

           ADD 1 TO STAYS-COSTED.
           ADD WS-STAY-CHARGES  TO TOTAL-CHARGES.
           ADD WS-STAY-COST     TO TOTAL-COST.
           ADD WS-STAY-EXPECTED TO TOTAL-EXPECTED.
           ADD WS-STAY-PAID     TO TOTAL-PAID.

           MOVE "G" TO WS-DIM-LOOKUP-TYPE.
           MOVE WS-STAY-GROUP TO WS-DIM-LOOKUP-KEY.
           PERFORM 500-ACCUMULATE-DIMENSION THRU 500-EXIT.
           MOVE "P" TO WS-DIM-LOOKUP-TYPE.
           MOVE WS-STAY-PHYSICIAN TO WS-DIM-LOOKUP-KEY.
           PERFORM 500-ACCUMULATE-DIMENSION THRU 500-EXIT.
           MOVE "Y" TO WS-DIM-LOOKUP-TYPE.
           MOVE WS-STAY-PAYER TO WS-DIM-LOOKUP-KEY.
           PERFORM 500-ACCUMULATE-DIMENSION THRU 500-EXIT.

           PERFORM 600-RANK-WORST-STAY THRU 600-EXIT.
       300-EXIT.
           EXIT.

      ***** THE MARKUP CLCLBCST APPLIED -- ITS DEFAULTS, OR THE
      ***** ATTENDING PHYSICIAN'S CONTRACT OVERRIDE, THE SAME
      ***** PROVIDER EDICLAIM HANDS IT WHEN PRICING THE CLAIM
       320-GET-MARKUPS.
           MOVE "320-GET-MARKUPS" TO PARA-NAME.
           MOVE WS-LAB-MARKUP-DEFAULT   TO WS-LAB-MARKUP.
           MOVE WS-EQUIP-MARKUP-DEFAULT TO WS-EQUIP-MARKUP.
           IF WS-STAY-PHYSICIAN = SPACES
               GO TO 320-EXIT.

           MOVE WS-STAY-PHYSICIAN TO PROVIDER-ID OF DCLPROVIDER.
           EXEC SQL
               SELECT COST_OVERRIDE_PCT INTO :COST-OVERRIDE-PCT
               FROM DDS0001.PROVIDER
               WHERE PROVIDER_ID = :PROVIDER-ID OF DCLPROVIDER
           END-EXEC.

           IF SQLCODE = +100
               GO TO 320-EXIT.
           IF SQLCODE < 0
               MOVE "*** FATAL DB2 ERROR ON PROVIDER" TO ABEND-REASON
               MOVE SQLCODE TO EXPECTED-VAL
               GO TO 1000-ABEND-RTN.
           IF COST-OVERRIDE-PCT > ZERO
               COMPUTE WS-LAB-MARKUP   = COST-OVERRIDE-PCT / 100
               COMPUTE WS-EQUIP-MARKUP = COST-OVERRIDE-PCT / 100
               ADD 1 TO OVERRIDE-MARKUPS.
       320-EXIT.
           EXIT.

       340-COST-DETAIL-LINES.
           MOVE "340-COST-DETAIL-LINES" TO PARA-NAME.
           MOVE ZERO TO WS-STAY-SUPPLY-COST.
           PERFORM 348-START-DETAIL-BROWSE THRU 348-EXIT.
           PERFORM 345-COST-ONE-DETAIL THRU 345-EXIT
                   UNTIL NO-MORE-DETAIL.
       340-EXIT.
           EXIT.

       345-COST-ONE-DETAIL.
           MOVE "345-COST-ONE-DETAIL" TO PARA-NAME.
           IF CDT-LAB-CHARGE
               COMPUTE WS-LINE-COST ROUNDED =
                   CDT-CHARGE-AMT / WS-LAB-MARKUP
           ELSE
               COMPUTE WS-LINE-COST ROUNDED =
                   CDT-CHARGE-AMT / WS-EQUIP-MARKUP.
           ADD WS-LINE-COST TO WS-STAY-SUPPLY-COST.
           ADD 1 TO DETAIL-LINES-COSTED.
           PERFORM 349-READ-NEXT-DETAIL THRU 349-EXIT.
       345-EXIT.
           EXIT.

      ***** POSITION THE KEYED BROWSE AT THE ACCOUNT'S FIRST DETAIL
      ***** ROW -- THE PATIENT-ID PREFIX OF THE KEY DOES THE WORK
       348-START-DETAIL-BROWSE.
           MOVE "348-START-DETAIL-BROWSE" TO PARA-NAME.
           MOVE "Y" TO MORE-DETAIL-SW.
           MOVE LOW-VALUES TO CHGDTL-KEY.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO CHGDTL-KEY(1:6).
           START CHGDTL KEY NOT LESS THAN CHGDTL-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DETAIL-SW
           END-START.
           IF MORE-DETAIL
               PERFORM 349-READ-NEXT-DETAIL THRU 349-EXIT.
       348-EXIT.
           EXIT.

      ***** ROWS STAMPED WITH AN EARLIER ENCOUNTER BELONG TO AN
      ***** EARLIER STAY AND ARE STEPPED OVER, AS IN EDICLAIM
       349-READ-NEXT-DETAIL.
           MOVE "349-READ-NEXT-DETAIL" TO PARA-NAME.
           READ CHGDTL NEXT RECORD INTO CHARGE-DETAIL-REC
               AT END
                   MOVE "N" TO MORE-DETAIL-SW
           END-READ.
           IF MORE-DETAIL
              AND CDT-PATIENT-ID NOT =
                  PATIENT-ID IN PATIENT-MASTER-REC
               MOVE "N" TO MORE-DETAIL-SW.
           IF MORE-DETAIL
              AND CDT-ENCOUNTER-NBR NOT = SPACES
              AND ENCOUNTER-NBR IN PATIENT-MASTER-REC NOT = SPACES
              AND CDT-ENCOUNTER-NBR NOT =
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC
               GO TO 349-READ-NEXT-DETAIL.
       349-EXIT.
           EXIT.

      ***** ONE DAY AT THE WARD'S COST PER DAY OF THE STAY; A WARD
      ***** WITH NO ROOM-COST ROW OF ITS OWN COSTS AT THE DEFAULT
       360-COST-ROOM-DAYS.
           MOVE "360-COST-ROOM-DAYS" TO PARA-NAME.
           MOVE ZERO TO WS-STAY-ROOM-COST.
           IF HOSPITAL-STAY-LTH IN PATIENT-MASTER-REC NOT NUMERIC
               GO TO 360-EXIT.
           MOVE HOSPITAL-STAY-LTH IN PATIENT-MASTER-REC
                TO WS-STAY-DAYS.

           MOVE "N" TO WS-WARD-FOUND-SW.
           PERFORM 370-SCAN-WARD-TABLE THRU 370-EXIT
               VARYING WRD-SUB FROM 1 BY 1 UNTIL
               WRD-SUB > WS-WARD-USED OR WARD-COST-FOUND.
           IF WARD-COST-FOUND
               SUBTRACT 1 FROM WRD-SUB
               MOVE WS-WARD-DAY-COST(WRD-SUB) TO WS-DAY-COST
           ELSE
               PERFORM 380-FETCH-WARD-COST THRU 380-EXIT.

           COMPUTE WS-STAY-ROOM-COST = WS-STAY-DAYS * WS-DAY-COST.
       360-EXIT.
           EXIT.

       370-SCAN-WARD-TABLE.
           IF WS-WARD-NBR(WRD-SUB) =
                  PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
               MOVE "Y" TO WS-WARD-FOUND-SW.
       370-EXIT.
           EXIT.

       380-FETCH-WARD-COST.
           MOVE "380-FETCH-WARD-COST" TO PARA-NAME.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                TO WS-WARD-PARM-WARD.
           MOVE WS-WARD-PARM-NAME TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-DAY-COST
           ELSE
               MOVE WS-DEFAULT-DAY-COST TO WS-DAY-COST.

           IF WS-WARD-USED < WS-WARD-MAX
               ADD 1 TO WS-WARD-USED
               MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                    TO WS-WARD-NBR(WS-WARD-USED)
               MOVE WS-DAY-COST TO WS-WARD-DAY-COST(WS-WARD-USED).
       380-EXIT.
           EXIT.

      ***** A STAY NOT YET ON THE REGISTER EXPECTS ITS CASE RATE
      ***** WHEN GROUPED (NOTHING OTHERWISE) AND IS PAYER-KEYED THE
      ***** WAY EDICLAIM WOULD KEY IT
       400-GET-REIMBURSEMENT.
           MOVE "400-GET-REIMBURSEMENT" TO PARA-NAME.
           MOVE ZERO TO WS-STAY-EXPECTED, WS-STAY-PAID.
           MOVE "N" TO WS-ENC-FOUND-SW.
           PERFORM 420-SCAN-FOR-STAY THRU 420-EXIT
               VARYING ENC-SUB FROM 1 BY 1 UNTIL
               ENC-SUB > WS-ENC-USED OR ENCOUNTER-FOUND.
           IF ENCOUNTER-FOUND
               SUBTRACT 1 FROM ENC-SUB
               MOVE WS-ENC-EXPECTED(ENC-SUB) TO WS-STAY-EXPECTED
               MOVE WS-ENC-PAID(ENC-SUB)     TO WS-STAY-PAID
               MOVE WS-ENC-PAYER-ID(ENC-SUB) TO WS-STAY-PAYER
               GO TO 400-EXIT.

           ADD 1 TO UNCLAIMED-STAYS.
           IF CASE-MIX-GROUP IN PATIENT-MASTER-REC NOT = SPACES
            AND CASE-RATE IN PATIENT-MASTER-REC NUMERIC
               MOVE CASE-RATE IN PATIENT-MASTER-REC
                    TO WS-STAY-EXPECTED.

           IF MEDICARE-INS IN PATIENT-MASTER-REC
               MOVE "MEDICARE" TO WS-STAY-PAYER
               GO TO 400-EXIT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATINS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND
               MOVE INS-COMPANY-PRIMARY-ID IN INS-COMPANY-PRIMARY
                    TO WS-STAY-PAYER
           ELSE
               MOVE "SELF-PAY" TO WS-STAY-PAYER.
       400-EXIT.
           EXIT.

       420-SCAN-FOR-STAY.
           IF WS-ENC-PATIENT-ID(ENC-SUB) =
                  PATIENT-ID IN PATIENT-MASTER-REC
            AND WS-ENC-ENCOUNTER(ENC-SUB) =
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC
               MOVE "Y" TO WS-ENC-FOUND-SW.
       420-EXIT.
           EXIT.

       500-ACCUMULATE-DIMENSION.
           MOVE "500-ACCUMULATE-DIMENSION" TO PARA-NAME.
           MOVE "N" TO WS-DIM-FOUND-SW.
           PERFORM 520-SCAN-DIM-TABLE THRU 520-EXIT
               VARYING DIM-SUB FROM 1 BY 1 UNTIL
               DIM-SUB > WS-DIM-USED OR DIMENSION-ROW-FOUND.
           IF DIMENSION-ROW-FOUND
               SUBTRACT 1 FROM DIM-SUB
           ELSE
               IF WS-DIM-USED = WS-DIM-MAX
                   MOVE "** SUMMARY TABLE FULL - RAISE MAX"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   ADD 1 TO WS-DIM-USED
                   MOVE WS-DIM-USED TO DIM-SUB
                   MOVE WS-DIM-LOOKUP-TYPE TO WS-DIM-TYPE(DIM-SUB)
                   MOVE WS-DIM-LOOKUP-KEY  TO WS-DIM-KEY(DIM-SUB)
                   MOVE ZERO TO WS-DIM-STAYS(DIM-SUB),
                       WS-DIM-CHARGES(DIM-SUB), WS-DIM-COST(DIM-SUB),
                       WS-DIM-EXPECTED(DIM-SUB), WS-DIM-PAID(DIM-SUB).

           ADD 1                TO WS-DIM-STAYS(DIM-SUB).
           ADD WS-STAY-CHARGES  TO WS-DIM-CHARGES(DIM-SUB).
           ADD WS-STAY-COST     TO WS-DIM-COST(DIM-SUB).
           ADD WS-STAY-EXPECTED TO WS-DIM-EXPECTED(DIM-SUB).
           ADD WS-STAY-PAID     TO WS-DIM-PAID(DIM-SUB).
       500-EXIT.
           EXIT.

       520-SCAN-DIM-TABLE.
           IF WS-DIM-TYPE(DIM-SUB) = WS-DIM-LOOKUP-TYPE
            AND WS-DIM-KEY(DIM-SUB) = WS-DIM-LOOKUP-KEY
               MOVE "Y" TO WS-DIM-FOUND-SW.
       520-EXIT.
           EXIT.

      ***** INSERT THE STAY INTO THE WORST-MARGIN LIST IF IT BELONGS
      ***** THERE -- FIND ITS SLOT, SHIFT THE WORSE-OFF-THAN-IT TAIL
      ***** DOWN ONE (THE LAST ENTRY FALLS OFF A FULL LIST)
       600-RANK-WORST-STAY.
           MOVE "600-RANK-WORST-STAY" TO PARA-NAME.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM 620-FIND-WORST-SLOT THRU 620-EXIT
               VARYING WST-SLOT FROM 1 BY 1 UNTIL
               WST-SLOT > WS-WORST-USED OR WORST-SLOT-FOUND.
           IF WORST-SLOT-FOUND
               SUBTRACT 1 FROM WST-SLOT
           ELSE
               IF WS-WORST-USED NOT < WS-WORST-MAX
                   GO TO 600-EXIT.

           IF WS-WORST-USED < WS-WORST-MAX
               ADD 1 TO WS-WORST-USED.
           PERFORM 640-SHIFT-WORST-DOWN THRU 640-EXIT
               VARYING WST-SUB FROM WS-WORST-USED BY -1 UNTIL
               WST-SUB NOT > WST-SLOT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO WS-WST-PATIENT-ID(WST-SLOT).
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                TO WS-WST-ENCOUNTER(WST-SLOT).
           MOVE WS-STAY-GROUP     TO WS-WST-GROUP(WST-SLOT).
           MOVE WS-STAY-PHYSICIAN TO WS-WST-PHYSICIAN(WST-SLOT).
           MOVE WS-STAY-PAYER     TO WS-WST-PAYER(WST-SLOT).
           MOVE WS-STAY-COST      TO WS-WST-COST(WST-SLOT).
           MOVE WS-STAY-EXPECTED  TO WS-WST-EXPECTED(WST-SLOT).
           MOVE WS-STAY-MARGIN    TO WS-WST-MARGIN(WST-SLOT).
       600-EXIT.
           EXIT.

       620-FIND-WORST-SLOT.
           IF WS-STAY-MARGIN < WS-WST-MARGIN(WST-SLOT)
               MOVE "Y" TO WS-SLOT-FOUND-SW.
       620-EXIT.
           EXIT.

       640-SHIFT-WORST-DOWN.
           MOVE WS-WORST-ENTRY(WST-SUB - 1) TO WS-WORST-ENTRY(WST-SUB).
       640-EXIT.
           EXIT.

       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           MOVE "MARGIN BY CASE-MIX GROUP (UNGR = NOT GROUPED)"
                TO SEC-TITLE.
           MOVE "G" TO WS-PRINT-TYPE.
           PERFORM 710-PRINT-DIMENSION THRU 710-EXIT.
           MOVE "MARGIN BY ATTENDING PHYSICIAN" TO SEC-TITLE.
           MOVE "P" TO WS-PRINT-TYPE.
           PERFORM 710-PRINT-DIMENSION THRU 710-EXIT.
           MOVE "MARGIN BY PAYER" TO SEC-TITLE.
           MOVE "Y" TO WS-PRINT-TYPE.
           PERFORM 710-PRINT-DIMENSION THRU 710-EXIT.

           WRITE CPRFRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "WORST-MARGIN STAYS (EXPECTED LESS DIRECT COST)"
                TO SEC-TITLE.
           WRITE CPRFRPT-REC FROM WS-SECTION-HDR-REC.
           WRITE CPRFRPT-REC FROM WS-WORST-COLM-HDR-REC.
           PERFORM 750-PRINT-WORST-STAY THRU 750-EXIT
               VARYING WST-SUB FROM 1 BY 1 UNTIL
               WST-SUB > WS-WORST-USED.
       700-EXIT.
           EXIT.

       710-PRINT-DIMENSION.
           MOVE "710-PRINT-DIMENSION" TO PARA-NAME.
           WRITE CPRFRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE CPRFRPT-REC FROM WS-SECTION-HDR-REC.
           WRITE CPRFRPT-REC FROM WS-DIM-COLM-HDR-REC.
           PERFORM 720-PRINT-DIM-ROW THRU 720-EXIT
               VARYING DIM-SUB FROM 1 BY 1 UNTIL
               DIM-SUB > WS-DIM-USED.

           MOVE "ALL"          TO DRP-KEY.
           MOVE STAYS-COSTED   TO DRP-STAYS.
           MOVE TOTAL-CHARGES  TO DRP-CHARGES.
           MOVE TOTAL-COST     TO DRP-COST.
           MOVE TOTAL-EXPECTED TO DRP-EXPECTED.
           MOVE TOTAL-PAID     TO DRP-PAID.
           MOVE TOTAL-COST     TO WS-ROW-COST.
           MOVE TOTAL-EXPECTED TO WS-ROW-EXPECTED.
           MOVE TOTAL-PAID     TO WS-ROW-PAID.
           PERFORM 730-FORMAT-MARGINS THRU 730-EXIT.
           WRITE CPRFRPT-REC FROM WS-DIM-DETAIL-REC.
       710-EXIT.
           EXIT.

       720-PRINT-DIM-ROW.
           IF WS-DIM-TYPE(DIM-SUB) NOT = WS-PRINT-TYPE
               GO TO 720-EXIT.
           MOVE WS-DIM-KEY(DIM-SUB)      TO DRP-KEY.
           MOVE WS-DIM-STAYS(DIM-SUB)    TO DRP-STAYS.
           MOVE WS-DIM-CHARGES(DIM-SUB)  TO DRP-CHARGES.
           MOVE WS-DIM-COST(DIM-SUB)     TO DRP-COST.
           MOVE WS-DIM-EXPECTED(DIM-SUB) TO DRP-EXPECTED.
           MOVE WS-DIM-PAID(DIM-SUB)     TO DRP-PAID.
           MOVE WS-DIM-COST(DIM-SUB)     TO WS-ROW-COST.
           MOVE WS-DIM-EXPECTED(DIM-SUB) TO WS-ROW-EXPECTED.
           MOVE WS-DIM-PAID(DIM-SUB)     TO WS-ROW-PAID.
           PERFORM 730-FORMAT-MARGINS THRU 730-EXIT.
           WRITE CPRFRPT-REC FROM WS-DIM-DETAIL-REC.
       720-EXIT.
           EXIT.

       730-FORMAT-MARGINS.
           COMPUTE WS-MARGIN-AMT = WS-ROW-EXPECTED - WS-ROW-COST.
           MOVE WS-MARGIN-AMT TO DRP-EXP-MARGIN.
           IF WS-ROW-EXPECTED = ZERO
               MOVE ZERO TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-AMT * 100 / WS-ROW-EXPECTED
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE.
           MOVE WS-MARGIN-PCT TO DRP-MARGIN-PCT.
           COMPUTE WS-MARGIN-AMT = WS-ROW-PAID - WS-ROW-COST.
           MOVE WS-MARGIN-AMT TO DRP-PAID-MARGIN.
       730-EXIT.
           EXIT.

       750-PRINT-WORST-STAY.
           MOVE WS-WST-PATIENT-ID(WST-SUB) TO WRP-PATIENT-ID.
           MOVE WS-WST-ENCOUNTER(WST-SUB)  TO WRP-ENCOUNTER.
           MOVE WS-WST-GROUP(WST-SUB)      TO WRP-GROUP.
           MOVE WS-WST-PHYSICIAN(WST-SUB)  TO WRP-PHYSICIAN.
           MOVE WS-WST-PAYER(WST-SUB)      TO WRP-PAYER.
           MOVE WS-WST-COST(WST-SUB)       TO WRP-COST.
           MOVE WS-WST-EXPECTED(WST-SUB)   TO WRP-EXPECTED.
           MOVE WS-WST-MARGIN(WST-SUB)     TO WRP-MARGIN.
           WRITE CPRFRPT-REC FROM WS-WORST-DETAIL-REC.
       750-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATMSTR, PATINS, CLMREG, CHGDTL, CPRFRPT, SYSOUT.
           DISPLAY "CASEPROF REPORT MONTH        : " WS-REPORT-MONTH.
           DISPLAY "CASEPROF CLAIMS READ         : " CLAIMS-READ.
           DISPLAY "CASEPROF MASTERS READ        : " MASTERS-READ.
           DISPLAY "CASEPROF STAYS COSTED        : " STAYS-COSTED.
           DISPLAY "CASEPROF DETAIL LINES COSTED : "
               DETAIL-LINES-COSTED.
           DISPLAY "CASEPROF OVERRIDE MARKUPS    : " OVERRIDE-MARKUPS.
           DISPLAY "CASEPROF STAYS NOT CLAIMED   : " UNCLAIMED-STAYS.
           DISPLAY "******** NORMAL END OF JOB CASEPROF ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATMSTR, PATINS, CLMREG, CHGDTL, CPRFRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CASEPROF ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

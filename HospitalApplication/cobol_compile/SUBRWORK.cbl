       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBRWORK.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          SUBROGATION WORKLIST.  A STAY ACCDCOV SAYS A THIRD
      *          PARTY IS LIABLE FOR (WORKERS' COMP, AUTO, OTHER
      *          LIABILITY) SHOULD NEVER BE PAID BY THE HEALTH PLAN --
      *          BUT WHEN THE ACCIDENT SURFACES AFTER THE CLAIM WENT,
      *          OR THE LIABLE CARRIER STALLS, THE PLAN PAYS AND COMES
      *          BACK FOR THE MONEY MONTHS LATER.
      *
      *          THE RUN FIRST APPLIES THE RECOVERY UNIT'S STATUS
      *          TRANSACTIONS TO THE CASES ON SUBROG (DEMAND SENT,
      *          NEGOTIATING, SETTLED WITH THE AMOUNT RECOVERED,
      *          CLOSED WITHOUT RECOVERY).  IT THEN BROWSES THE CLAIM
      *          REGISTER AND OPENS A CASE FOR EVERY PAID CLAIM WHOSE
      *          STAY HAS AN ACCIDENT ROW AND WHOSE PAYER IS NOT THE
      *          LIABLE CARRIER.  LAST IT PRINTS THE WORKLIST -- EVERY
      *          OPEN CASE WITH ITS AGE, AND EVERY CASE SETTLED OR
      *          CLOSED TODAY.
      *
      ******************************************************************

               STATUS TXN INPUT FILE   -   DDS0001.SUBRTXN

               VSAM CASE FILE          -   DDS0001.SUBROG
               VSAM CLAIM REGISTER     -   DDS0001.CLMREG
               VSAM ACCIDENT COVERAGE  -   DDS0001.ACCDCOV

               WORKLIST                -   DDS0001.SUBRRPT

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

           SELECT SUBRTXN
           ASSIGN TO UT-S-SUBRTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT SUBRRPT
           ASSIGN TO UT-S-SUBRRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT SUBROG
                  ASSIGN       to SUBROG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SUBROG-KEY
                  FILE STATUS  is SUBROG-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT ACCDCOV
                  ASSIGN       to ACCDCOV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ACCDCOV-KEY
                  FILE STATUS  is ACCDCOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  SUBRTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUBR-TXN-REC.
       01  SUBRTXN-REC PIC X(60).

       FD  SUBRRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUBRRPT-REC.
       01  SUBRRPT-REC PIC X(100).

       FD  SUBROG
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS SUBROGATION-CASE-REC.
       01  SUBROG-REC.
           05 SUBROG-KEY      PIC X(16).
           05 FILLER          PIC X(134).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  ACCDCOV
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCIDENT-COVERAGE-REC.
       01  ACCDCOV-REC.
           05 ACCDCOV-KEY     PIC X(06).
           05 FILLER          PIC X(94).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  SUBROG-STATUS           PIC X(2).
               88 CASE-FOUND           VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
           05  ACCDCOV-STATUS          PIC X(2).
               88 ACCIDENT-FOUND       VALUE "00".

       COPY SUBROG.
       COPY CLMREG.
       COPY ACCDCOV.

      ***** "D" DEMAND SENT, "N" NEGOTIATING, "S" SETTLED (AMOUNT
      ***** RECOVERED REQUIRED), "C" CLOSED WITH NO RECOVERY
       01  SUBR-TXN-REC.
           05  SBT-ACTION              PIC X(1).
               88 SBT-DEMAND-SENT      VALUE "D".
               88 SBT-NEGOTIATING      VALUE "N".
               88 SBT-SETTLED          VALUE "S".
               88 SBT-CLOSED           VALUE "C".
               88 SBT-VALID-ACTION     VALUES "D", "N", "S", "C".
           05  SBT-PATIENT-ID          PIC X(6).
           05  SBT-ENCOUNTER-NBR       PIC X(10).
           05  SBT-SETTLED-AMT         PIC 9(7)V99.
           05  SBT-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(26).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-CLM-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-CLAIMS       VALUE "N".
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".

       77  WS-TODAY-YYYYMMDD           PIC X(10).
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-OPEN-INT                 PIC S9(9) COMP.
       77  WS-OPEN-DATE-9              PIC 9(8).
       77  WS-DAYS-OPEN                PIC S9(5) COMP.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY            PIC X(4).
           05  WS-CURR-MM              PIC X(2).
           05  WS-CURR-DD              PIC X(2).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  TXNS-APPLIED            PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  CLAIMS-READ             PIC S9(7) COMP VALUE ZERO.
           05  CASES-OPENED            PIC S9(5) COMP VALUE ZERO.
           05  CASES-LISTED-OPEN       PIC S9(5) COMP VALUE ZERO.
           05  CASES-SETTLED-TODAY     PIC S9(5) COMP VALUE ZERO.
           05  CASES-CLOSED-TODAY      PIC S9(5) COMP VALUE ZERO.
           05  OPEN-PLAN-PAID          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  RECOVERED-TODAY         PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(50)
               VALUE "SUBROGATION WORKLIST - THIRD-PARTY LIABLE STAYS".
           05  FILLER   PIC X(10) VALUE "RUN DATE: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(30) VALUE SPACES.

       01  WS-RPT-COLHDR-REC.
           05  FILLER   PIC X(50) VALUE
               "STATUS        PATIENT ENCOUNTER  T PLAN      PLAN ".
           05  FILLER   PIC X(50) VALUE
               "PAID LIABLE   OPENED     DAYS    RECOVERED        ".

       01  WS-RPT-DETAIL-REC.
           05  RPT-STATUS-DESC       PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ENCOUNTER-NBR     PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ACCIDENT-TYPE     PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PLAN-PAYER-ID     PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PLAN-PAID-AMT     PIC $$$,$$9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-LIAB-PAYER-ID     PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-OPEN-DATE         PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DAYS-OPEN         PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-SETTLED-AMT       PIC $$$,$$9.99.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  RPT-TOT-LABEL         PIC X(30).
           05  RPT-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-TOT-AMT           PIC $$$$,$$$,$$9.99.
           05  FILLER                PIC X(45) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXNS THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 300-FIND-NEW-CASES THRU 300-EXIT
                   UNTIL NO-MORE-CLAIMS.
           PERFORM 500-PRINT-WORKLIST THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB SUBRWORK ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO WS-TODAY-YYYYMMDD.
           STRING WS-CURR-CCYY "-" WS-CURR-MM "-" WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD.
           MOVE WS-CURR-CCYY TO WS-OPEN-DATE-9(1:4).
           MOVE WS-CURR-MM   TO WS-OPEN-DATE-9(5:2).
           MOVE WS-CURR-DD   TO WS-OPEN-DATE-9(7:2).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-9).
           OPEN INPUT SUBRTXN, CLMREG, ACCDCOV.
           OPEN I-O SUBROG.
           OPEN OUTPUT SUBRRPT, SYSOUT.
           MOVE WS-TODAY-YYYYMMDD TO RPT-HDR-DATE.
           WRITE SUBRRPT-REC FROM WS-RPT-HDR-REC.
           WRITE SUBRRPT-REC FROM WS-RPT-COLHDR-REC.
       000-EXIT.
           EXIT.

       100-APPLY-TXNS.
           MOVE "100-APPLY-TXNS" TO PARA-NAME.
           READ SUBRTXN INTO SUBR-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.
           IF NOT SBT-VALID-ACTION
               MOVE "*** UNKNOWN SUBROGATION TXN ACTION"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           MOVE SBT-PATIENT-ID    TO SUBROG-KEY(1:6).
           MOVE SBT-ENCOUNTER-NBR TO SUBROG-KEY(7:10).
           READ SUBROG INTO SUBROGATION-CASE-REC.
           IF NOT CASE-FOUND
               MOVE "*** SUBROGATION CASE NOT ON FILE"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

      ***** A SETTLED OR CLOSED CASE IS FINISHED -- REOPENING IT IS A
      ***** DECISION FOR THE RECOVERY UNIT, NOT A KEYING CORRECTION
           IF NOT SBR-CASE-OPEN
               MOVE "*** SUBROGATION CASE ALREADY CLOSED"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           IF SBT-SETTLED
              AND (SBT-SETTLED-AMT NOT NUMERIC
                OR SBT-SETTLED-AMT = ZERO)
               MOVE "*** SETTLEMENT NEEDS THE AMOUNT RECOVERED"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           MOVE SBT-ACTION        TO SBR-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO SBR-STATUS-DATE.
           MOVE SBT-OPERATOR-ID   TO SBR-LAST-MAINT-BY.
           IF SBT-SETTLED
               MOVE SBT-SETTLED-AMT TO SBR-SETTLED-AMT
           ELSE
               MOVE ZERO            TO SBR-SETTLED-AMT.

           REWRITE SUBROG-REC FROM SUBROGATION-CASE-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING SUBROG" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO TXNS-APPLIED.
           GO TO 100-EXIT.

       150-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE SBT-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       100-EXIT.
           EXIT.

      ***** A PAID CLAIM FOR AN ACCIDENT STAY, PAID BY SOMEONE OTHER
      ***** THAN THE LIABLE CARRIER, IS A HEALTH-PLAN PAYMENT THE PLAN
      ***** WILL WANT BACK.  ONE CASE PER STAY -- A STAY ALREADY ON
      ***** SUBROG IS LEFT AS IT STANDS.
       300-FIND-NEW-CASES.
           MOVE "300-FIND-NEW-CASES" TO PARA-NAME.
           READ CLMREG INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-CLM-SW
                   GO TO 300-EXIT
           END-READ.
           ADD 1 TO CLAIMS-READ.

           IF CLM-PAID-AMT NOT NUMERIC
            OR CLM-PAID-AMT = ZERO
            OR CLM-ENCOUNTER-NBR = SPACES
               GO TO 300-EXIT.

           MOVE CLM-PATIENT-ID TO ACCDCOV-KEY.
           READ ACCDCOV INTO ACCIDENT-COVERAGE-REC.
           IF NOT ACCIDENT-FOUND
            OR ACC-ENCOUNTER-NBR NOT = CLM-ENCOUNTER-NBR
            OR ACC-LIAB-PAYER-ID = CLM-PAYER-ID
               GO TO 300-EXIT.

           MOVE CLM-PATIENT-ID    TO SUBROG-KEY(1:6).
           MOVE CLM-ENCOUNTER-NBR TO SUBROG-KEY(7:10).
           READ SUBROG INTO SUBROGATION-CASE-REC.
           IF CASE-FOUND
               GO TO 300-EXIT.

           MOVE SPACES             TO SUBROGATION-CASE-REC.
           MOVE CLM-PATIENT-ID     TO SBR-PATIENT-ID.
           MOVE CLM-ENCOUNTER-NBR  TO SBR-ENCOUNTER-NBR.
           MOVE ACC-ACCIDENT-TYPE  TO SBR-ACCIDENT-TYPE.
           MOVE ACC-ACCIDENT-DATE  TO SBR-ACCIDENT-DATE.
           MOVE CLM-PAYER-ID       TO SBR-PLAN-PAYER-ID.
           MOVE CLM-CONTROL-NBR    TO SBR-CLAIM-CONTROL-NBR.
           MOVE CLM-PAID-AMT       TO SBR-PLAN-PAID-AMT.
           MOVE ACC-LIAB-PAYER-ID  TO SBR-LIAB-PAYER-ID.
           MOVE ACC-CLAIM-NBR      TO SBR-LIAB-CLAIM-NBR.
           MOVE "O"                TO SBR-STATUS.
           MOVE WS-TODAY-YYYYMMDD  TO SBR-OPEN-DATE, SBR-STATUS-DATE.
           MOVE ZERO               TO SBR-SETTLED-AMT.
           MOVE "SUBRWORK"         TO SBR-LAST-MAINT-BY.

           WRITE SUBROG-REC FROM SUBROGATION-CASE-REC
             INVALID KEY
                 MOVE "** PROBLEM WRITING SUBROG" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-WRITE.
           ADD 1 TO CASES-OPENED.
       300-EXIT.
           EXIT.

      ***** EVERY OPEN CASE, OLDEST WORK FIRST BY KEY, PLUS WHAT
      ***** SETTLED OR CLOSED TODAY SO THE UNIT SEES ITS RESULTS
       500-PRINT-WORKLIST.
           MOVE "500-PRINT-WORKLIST" TO PARA-NAME.
           MOVE LOW-VALUES TO SUBROG-KEY.
           START SUBROG KEY NOT LESS THAN SUBROG-KEY
               INVALID KEY
                   MOVE "N" TO MORE-CASE-SW
           END-START.
           PERFORM 510-LIST-ONE-CASE THRU 510-EXIT
                   UNTIL NO-MORE-CASES.
           PERFORM 550-PRINT-TOTALS THRU 550-EXIT.
       500-EXIT.
           EXIT.

       510-LIST-ONE-CASE.
           MOVE "510-LIST-ONE-CASE" TO PARA-NAME.
           READ SUBROG NEXT RECORD INTO SUBROGATION-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 510-EXIT
           END-READ.

           IF SBR-IDENTIFIED
               MOVE "IDENTIFIED  " TO RPT-STATUS-DESC
           ELSE
           IF SBR-DEMAND-SENT
               MOVE "DEMAND SENT " TO RPT-STATUS-DESC
           ELSE
           IF SBR-NEGOTIATING
               MOVE "NEGOTIATING " TO RPT-STATUS-DESC
           ELSE
           IF SBR-STATUS-DATE NOT = WS-TODAY-YYYYMMDD
               GO TO 510-EXIT
           ELSE
           IF SBR-SETTLED
               MOVE "SETTLED     " TO RPT-STATUS-DESC
           ELSE
               MOVE "CLOSED-NONE " TO RPT-STATUS-DESC.

           PERFORM 520-AGE-CASE THRU 520-EXIT.
           MOVE SBR-PATIENT-ID     TO RPT-PATIENT-ID.
           MOVE SBR-ENCOUNTER-NBR  TO RPT-ENCOUNTER-NBR.
           MOVE SBR-ACCIDENT-TYPE  TO RPT-ACCIDENT-TYPE.
           MOVE SBR-PLAN-PAYER-ID  TO RPT-PLAN-PAYER-ID.
           MOVE SBR-PLAN-PAID-AMT  TO RPT-PLAN-PAID-AMT.
           MOVE SBR-LIAB-PAYER-ID  TO RPT-LIAB-PAYER-ID.
           MOVE SBR-OPEN-DATE      TO RPT-OPEN-DATE.
           MOVE WS-DAYS-OPEN       TO RPT-DAYS-OPEN.
           MOVE SBR-SETTLED-AMT    TO RPT-SETTLED-AMT.
           WRITE SUBRRPT-REC FROM WS-RPT-DETAIL-REC.

           IF SBR-CASE-OPEN
               ADD 1 TO CASES-LISTED-OPEN
               ADD SBR-PLAN-PAID-AMT TO OPEN-PLAN-PAID
           ELSE
           IF SBR-SETTLED
               ADD 1 TO CASES-SETTLED-TODAY
               ADD SBR-SETTLED-AMT TO RECOVERED-TODAY
           ELSE
               ADD 1 TO CASES-CLOSED-TODAY.
       510-EXIT.
           EXIT.

       520-AGE-CASE.
           MOVE "520-AGE-CASE" TO PARA-NAME.
           MOVE ZERO TO WS-DAYS-OPEN.
           MOVE SBR-OPEN-DATE(1:4) TO WS-OPEN-DATE-9(1:4).
           MOVE SBR-OPEN-DATE(6:2) TO WS-OPEN-DATE-9(5:2).
           MOVE SBR-OPEN-DATE(9:2) TO WS-OPEN-DATE-9(7:2).
           IF WS-OPEN-DATE-9 NOT NUMERIC
            OR WS-OPEN-DATE-9 = ZERO
               GO TO 520-EXIT.
           COMPUTE WS-OPEN-INT =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-9).
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPEN-INT.
       520-EXIT.
           EXIT.

       550-PRINT-TOTALS.
           MOVE "550-PRINT-TOTALS" TO PARA-NAME.
           WRITE SUBRRPT-REC FROM SPACES.
           MOVE "OPEN CASES / PLAN PAID AT RISK" TO RPT-TOT-LABEL.
           MOVE CASES-LISTED-OPEN   TO RPT-TOT-COUNT.
           MOVE OPEN-PLAN-PAID      TO RPT-TOT-AMT.
           WRITE SUBRRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "SETTLED TODAY / RECOVERED"      TO RPT-TOT-LABEL.
           MOVE CASES-SETTLED-TODAY TO RPT-TOT-COUNT.
           MOVE RECOVERED-TODAY     TO RPT-TOT-AMT.
           WRITE SUBRRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "CLOSED TODAY, NO RECOVERY"      TO RPT-TOT-LABEL.
           MOVE CASES-CLOSED-TODAY  TO RPT-TOT-COUNT.
           MOVE ZERO                TO RPT-TOT-AMT.
           WRITE SUBRRPT-REC FROM WS-RPT-TOTAL-REC.
       550-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE SUBRTXN, SUBROG, CLMREG, ACCDCOV, SUBRRPT, SYSOUT.
           DISPLAY "SUBRWORK TXNS READ          : " TXNS-READ.
           DISPLAY "SUBRWORK TXNS APPLIED       : " TXNS-APPLIED.
           DISPLAY "SUBRWORK TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "SUBRWORK CLAIMS READ        : " CLAIMS-READ.
           DISPLAY "SUBRWORK CASES OPENED       : " CASES-OPENED.
           DISPLAY "SUBRWORK CASES OPEN         : " CASES-LISTED-OPEN.
           DISPLAY "SUBRWORK SETTLED TODAY      : " CASES-SETTLED-TODAY.
           DISPLAY "SUBRWORK RECOVERED TODAY    : " RECOVERED-TODAY.
           DISPLAY "******** NORMAL END OF JOB SUBRWORK ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE SUBRTXN, SUBROG, CLMREG, ACCDCOV, SUBRRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-SUBRWORK ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

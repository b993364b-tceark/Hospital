       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSRVCALC.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS AND
      *          CONTRACTUAL RESERVE.  RUNS AFTER THE MONTH-END
      *          ARAGING, WHOSE ARBUCKET EXTRACT GIVES THE AGED
      *          RECEIVABLE BY PAYER CLASS.  EVERY CLASS/BUCKET
      *          BALANCE IS PRICED AT FINANCE'S RATES FROM RSRVPCT
      *          (ONE BAD-DEBT AND ONE CONTRACTUAL PERCENT PER CLASS
      *          AND BUCKET), AND THE CALCULATION PRINTS LINE BY LINE
      *          SO IT CAN BE FOLLOWED FROM BALANCE TO RESERVE.
      *
      *          THE RESERVE REQUIRED IS COMPARED TO THE RESERVE
      *          CARRIED FROM LAST MONTH (RSRVBAL) AND ONLY THE CHANGE
      *          IS JOURNALED -- ONE BALANCED PAIR PER RESERVE ON
      *          RSRVGL, IN THE GLJRNL LAYOUT, THROUGH THE GLMAP
      *          "BDRS" AND "CTRS" ROWS.  AN INCREASE DEBITS THE MAP
      *          ROW'S DEBIT ACCOUNT (THE EXPENSE OR CONTRA-REVENUE)
      *          AND CREDITS ITS CREDIT ACCOUNT (THE ALLOWANCE); A
      *          DECREASE REVERSES THEM.  THE NEW RESERVE IS WRITTEN
      *          FORWARD FOR NEXT MONTH.
      *
      *          A MISSING RATE ROW OR MAP ROW REFUSES THE RUN -- A
      *          RESERVE PRICED AT A DEFAULTED RATE IS WORSE THAN
      *          NONE.
      *
      ******************************************************************

               AGED BALANCE EXTRACT    -   DDS0001.ARBUCKET

               RESERVE RATE TABLE      -   DDS0001.RSRVPCT

               PRIOR RESERVE BALANCES  -   DDS0001.RSRVBAL

               GL MAPPING TABLE        -   DDS0001.GLMAP

               RESERVE REPORT          -   DDS0001.RSRVRPT

               JOURNAL FILE PRODUCED   -   DDS0001.RSRVGL

               NEW RESERVE BALANCES    -   DDS0001.RSRVBAL (NEW)

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

           SELECT ARBUCKET
           ASSIGN TO UT-S-ARBUCKET
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AFCODE.

           SELECT RSRVPCT
           ASSIGN TO UT-S-RSRVPCT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PFCODE.

           SELECT RSRVBALI
           ASSIGN TO UT-S-RSRVBALI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFCODE.

           SELECT RSRVRPT
           ASSIGN TO UT-S-RSRVRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT RSRVGL
           ASSIGN TO UT-S-RSRVGL
             ORGANIZATION IS SEQUENTIAL.

           SELECT RSRVBALO
           ASSIGN TO UT-S-RSRVBALO
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

       FD  ARBUCKET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARBUCKET-REC.
       01  ARBUCKET-REC PIC X(80).

       FD  RSRVPCT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVPCT-REC.
       01  RSRVPCT-REC PIC X(40).

       FD  RSRVBALI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVBALI-REC.
       01  RSRVBALI-REC PIC X(40).

       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC PIC X(30).

       FD  RSRVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVRPT-REC.
       01  RSRVRPT-REC PIC X(100).

       FD  RSRVGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVGL-REC.
       01  RSRVGL-REC PIC X(40).

       FD  RSRVBALO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVBALO-REC.
       01  RSRVBALO-REC PIC X(40).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  AFCODE                  PIC X(2).
           05  PFCODE                  PIC X(2).
           05  BFCODE                  PIC X(2).
           05  MFCODE                  PIC X(2).

       COPY ARBUCKET.

       COPY RESERVE.

       COPY GLMAP.

       COPY GLJRNL.

       01  WS-SWITCHES.
           05  MORE-AGED-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-AGED         VALUE "N".
           05  MORE-PCT-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-PCT          VALUE "N".
           05  MORE-BAL-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-BAL          VALUE "N".
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  WS-BDRS-FOUND-SW        PIC X(1) VALUE "N".
               88 BDRS-ROW-FOUND       VALUE "Y".
           05  WS-CTRS-FOUND-SW        PIC X(1) VALUE "N".
               88 CTRS-ROW-FOUND       VALUE "Y".
           05  WS-CLASS-FOUND-SW       PIC X(1).
               88 CLASS-ROW-FOUND      VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-MAP-ACCOUNTS.
           05  WS-BDRS-DEBIT-ACCT      PIC X(8).
           05  WS-BDRS-CREDIT-ACCT     PIC X(8).
           05  WS-CTRS-DEBIT-ACCT      PIC X(8).
           05  WS-CTRS-CREDIT-ACCT     PIC X(8).

      ***** RATES BY PAYER CLASS AND BUCKET -- THE SAME FIVE CLASSES
      ***** IN THE SAME ORDER ARAGING BREAKS OUT
       01  WS-RATE-TABLE.
           05  WS-RATE-ROW OCCURS 5 TIMES.
               10  WS-RATE-CLASS       PIC X(3).
               10  WS-RATE-CELL OCCURS 5 TIMES.
                   15  WS-RATE-BAD-DEBT    PIC 9(3)V99.
                   15  WS-RATE-CONTRACT    PIC 9(3)V99.
                   15  WS-RATE-LOADED      PIC X(1).
       77  WS-CLASS-SUB                PIC 9(1).
       77  WS-BUCKET-SUB               PIC 9(1).

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                  PIC X(10) VALUE "0-30".
           05  FILLER                  PIC X(10) VALUE "31-60".
           05  FILLER                  PIC X(10) VALUE "61-90".
           05  FILLER                  PIC X(10) VALUE "91-120".
           05  FILLER                  PIC X(10) VALUE "OVER 120".
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(10).

       01  WS-CALC-FIELDS.
           05  WS-CELL-BAD-DEBT        PIC S9(9)V99 COMP-3.
           05  WS-CELL-CONTRACT        PIC S9(9)V99 COMP-3.
           05  WS-CLASS-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-CLASS-BAD-DEBT       PIC S9(11)V99 COMP-3.
           05  WS-CLASS-CONTRACT       PIC S9(11)V99 COMP-3.
           05  WS-RESERVE-CHANGE       PIC S9(11)V99 COMP-3.

       01  WS-RESERVE-TOTALS.
           05  WS-TOTAL-BALANCE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REQUIRED-BAD-DEBT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REQUIRED-CONTRACT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-BAD-DEBT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-CONTRACT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PRIOR-AS-OF-DATE     PIC X(8) VALUE SPACES.
           05  WS-AGED-AS-OF-DATE      PIC X(8) VALUE SPACES.

      ***** HANDED TO 700-JOURNAL-CHANGE FOR EACH RESERVE
       01  WS-JOURNAL-PARMS.
           05  WS-JNL-CATEGORY         PIC X(4).
           05  WS-JNL-DEBIT-ACCT       PIC X(8).
           05  WS-JNL-CREDIT-ACCT      PIC X(8).
           05  WS-JNL-REQUIRED         PIC S9(11)V99 COMP-3.
           05  WS-JNL-PRIOR            PIC S9(11)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  AGED-ROWS-READ          PIC S9(7) COMP VALUE ZERO.
           05  PCT-ROWS-READ           PIC S9(7) COMP VALUE ZERO.
           05  JOURNAL-LINES           PIC S9(7) COMP VALUE ZERO.

      ***** REPORT LINES
       01  WS-RPT-HDR-REC.
           05  FILLER              PIC X(40) VALUE
               "MONTH-END RESERVE CALCULATION  AGED AS ".
           05  FILLER              PIC X(3) VALUE "OF ".
           05  RPT-HDR-AGED-DATE   PIC X(8).
           05  FILLER              PIC X(9) VALUE "  RUN OF ".
           05  RPT-HDR-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-RPT-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "CLASS  BUCKET           BALANCE  BAD DEBT    BAD-D".
           05  FILLER              PIC X(50) VALUE
               "EBT RSV  CONTRACT   CONTRACT RSV                  ".

       01  WS-RPT-DETAIL-REC.
           05  RPT-CLASS           PIC X(3).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  RPT-BUCKET          PIC X(10).
           05  RPT-BALANCE         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RPT-BAD-DEBT-PCT    PIC ZZ9.99.
           05  RPT-BAD-DEBT-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RPT-CONTRACT-PCT    PIC ZZ9.99.
           05  RPT-CONTRACT-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-RPT-SUMMARY-REC.
           05  RPT-SUM-LABEL       PIC X(30).
           05  RPT-SUM-REQUIRED    PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-SUM-PRIOR       PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-SUM-CHANGE      PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-SUMMARY-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "RESERVE                              REQUIRED     ".
           05  FILLER              PIC X(50) VALUE
               "    ON THE BOOKS            CHANGE                ".

       01  WS-RPT-BLANK-REC        PIC X(100) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-PRICE-CLASS THRU 100-EXIT
                   UNTIL NO-MORE-AGED.
           PERFORM 500-PRINT-SUMMARY THRU 500-EXIT.
           PERFORM 600-WRITE-BALANCES THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RSRVCALC ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT ARBUCKET, RSRVPCT, RSRVBALI, GLMAP.
           OPEN OUTPUT RSRVRPT, RSRVGL, RSRVBALO, SYSOUT.

           PERFORM 020-LOAD-GL-MAP THRU 020-EXIT
                   UNTIL NO-MORE-MAP.
           IF NOT BDRS-ROW-FOUND
               MOVE "** NO GLMAP BDRS/**** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT CTRS-ROW-FOUND
               MOVE "** NO GLMAP CTRS/**** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           INITIALIZE WS-RATE-TABLE.
           MOVE "HMO" TO WS-RATE-CLASS(1).
           MOVE "PPO" TO WS-RATE-CLASS(2).
           MOVE "POS" TO WS-RATE-CLASS(3).
           MOVE "MAN" TO WS-RATE-CLASS(4).
           MOVE "OTH" TO WS-RATE-CLASS(5).
           PERFORM 040-LOAD-RATE-ROW THRU 040-EXIT
                   UNTIL NO-MORE-PCT.
           PERFORM 060-CHECK-RATE-CLASS THRU 060-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1 UNTIL WS-CLASS-SUB > 5.

           PERFORM 080-LOAD-PRIOR-BALANCE THRU 080-EXIT
                   UNTIL NO-MORE-BAL.
       000-EXIT.
           EXIT.

      ***** A RESERVE HAS NO WARD, SO ONLY THE "****" ROWS APPLY
       020-LOAD-GL-MAP.
           MOVE "020-LOAD-GL-MAP" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 020-EXIT
           END-READ.

           IF GLM-WARD-NBR NOT = "****"
               GO TO 020-EXIT.
           IF GLM-CHARGE-CATEGORY = "BDRS"
               MOVE "Y" TO WS-BDRS-FOUND-SW
               MOVE GLM-DEBIT-ACCT  TO WS-BDRS-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-BDRS-CREDIT-ACCT.
           IF GLM-CHARGE-CATEGORY = "CTRS"
               MOVE "Y" TO WS-CTRS-FOUND-SW
               MOVE GLM-DEBIT-ACCT  TO WS-CTRS-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-CTRS-CREDIT-ACCT.
       020-EXIT.
           EXIT.

       040-LOAD-RATE-ROW.
           MOVE "040-LOAD-RATE-ROW" TO PARA-NAME.
           READ RSRVPCT INTO RESERVE-PCT-REC
               AT END
                   MOVE "N" TO MORE-PCT-SW
                   GO TO 040-EXIT
           END-READ.
           ADD 1 TO PCT-ROWS-READ.

           PERFORM 150-FIND-CLASS THRU 150-EXIT.
           IF NOT CLASS-ROW-FOUND
               MOVE "** RSRVPCT PAYER CLASS NOT RECOGNIZED"
                    TO ABEND-REASON
               MOVE PCT-ROWS-READ TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           IF RSV-BUCKET NOT NUMERIC
            OR RSV-BUCKET < 1 OR RSV-BUCKET > 5
               MOVE "** RSRVPCT BUCKET NOT 1 THRU 5"
                    TO ABEND-REASON
               MOVE PCT-ROWS-READ TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           IF RSV-BAD-DEBT-PCT NOT NUMERIC
            OR RSV-CONTRACT-PCT NOT NUMERIC
            OR RSV-BAD-DEBT-PCT > 100
            OR RSV-CONTRACT-PCT > 100
               MOVE "** RSRVPCT RATE NOT 0 THRU 100"
                    TO ABEND-REASON
               MOVE PCT-ROWS-READ TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE RSV-BUCKET TO WS-BUCKET-SUB.
           MOVE RSV-BAD-DEBT-PCT
                TO WS-RATE-BAD-DEBT(WS-CLASS-SUB, WS-BUCKET-SUB).
           MOVE RSV-CONTRACT-PCT
                TO WS-RATE-CONTRACT(WS-CLASS-SUB, WS-BUCKET-SUB).
           MOVE "Y" TO WS-RATE-LOADED(WS-CLASS-SUB, WS-BUCKET-SUB).
       040-EXIT.
           EXIT.

      ***** ALL TWENTY-FIVE CELLS MUST BE PRICED
       060-CHECK-RATE-CLASS.
           MOVE "060-CHECK-RATE-CLASS" TO PARA-NAME.
           PERFORM 070-CHECK-RATE-CELL THRU 070-EXIT
               VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL
               WS-BUCKET-SUB > 5.
       060-EXIT.
           EXIT.

       070-CHECK-RATE-CELL.
           MOVE "070-CHECK-RATE-CELL" TO PARA-NAME.
           IF WS-RATE-LOADED(WS-CLASS-SUB, WS-BUCKET-SUB) NOT = "Y"
               MOVE "** NO RSRVPCT ROW FOR CLASS/BUCKET"
                    TO ABEND-REASON
               MOVE WS-RATE-CLASS(WS-CLASS-SUB)
                    TO ABEND-REASON(36:3)
               MOVE WS-BUCKET-SUB TO ABEND-REASON(40:1)
               GO TO 1000-ABEND-RTN.
       070-EXIT.
           EXIT.

      ***** THE FIRST MONTH RUNS WITH AN EMPTY BALANCE FILE, AND THE
      ***** WHOLE RESERVE BOOKS AS THE CHANGE
       080-LOAD-PRIOR-BALANCE.
           MOVE "080-LOAD-PRIOR-BALANCE" TO PARA-NAME.
           READ RSRVBALI INTO RESERVE-BALANCE-REC
               AT END
                   MOVE "N" TO MORE-BAL-SW
                   GO TO 080-EXIT
           END-READ.

           IF RSB-BAD-DEBT
               MOVE RSB-BALANCE TO WS-PRIOR-BAD-DEBT
               MOVE RSB-AS-OF-DATE TO WS-PRIOR-AS-OF-DATE.
           IF RSB-CONTRACTUAL
               MOVE RSB-BALANCE TO WS-PRIOR-CONTRACT
               MOVE RSB-AS-OF-DATE TO WS-PRIOR-AS-OF-DATE.
       080-EXIT.
           EXIT.

       100-PRICE-CLASS.
           MOVE "100-PRICE-CLASS" TO PARA-NAME.
           READ ARBUCKET INTO AR-AGED-BALANCE-REC
               AT END
                   MOVE "N" TO MORE-AGED-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO AGED-ROWS-READ.

           IF AGED-ROWS-READ = 1
               MOVE ARB-AS-OF-DATE TO WS-AGED-AS-OF-DATE
               MOVE ARB-AS-OF-DATE TO RPT-HDR-AGED-DATE
               MOVE WS-CURR-DATE-9 TO RPT-HDR-RUN-DATE
               WRITE RSRVRPT-REC FROM WS-RPT-HDR-REC
               WRITE RSRVRPT-REC FROM WS-RPT-BLANK-REC
               WRITE RSRVRPT-REC FROM WS-RPT-COL-REC.

           MOVE ARB-PAYER-CLASS TO RSV-PAYER-CLASS.
           PERFORM 150-FIND-CLASS THRU 150-EXIT.
           IF NOT CLASS-ROW-FOUND
               MOVE "** ARBUCKET PAYER CLASS NOT RECOGNIZED"
                    TO ABEND-REASON
               MOVE AGED-ROWS-READ TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE ZERO TO WS-CLASS-BALANCE, WS-CLASS-BAD-DEBT,
                        WS-CLASS-CONTRACT.
           PERFORM 200-PRICE-BUCKET THRU 200-EXIT
               VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL
               WS-BUCKET-SUB > 5.

           MOVE SPACES              TO RPT-CLASS.
           MOVE "CLASS TOTAL"       TO RPT-BUCKET.
           MOVE WS-CLASS-BALANCE    TO RPT-BALANCE.
           MOVE ZERO                TO RPT-BAD-DEBT-PCT,
                                       RPT-CONTRACT-PCT.
           MOVE WS-CLASS-BAD-DEBT   TO RPT-BAD-DEBT-AMT.
           MOVE WS-CLASS-CONTRACT   TO RPT-CONTRACT-AMT.
           WRITE RSRVRPT-REC FROM WS-RPT-DETAIL-REC.
           WRITE RSRVRPT-REC FROM WS-RPT-BLANK-REC.
       100-EXIT.
           EXIT.

      ***** CLASS CODE IN RSV-PAYER-CLASS, ROW RETURNED IN
      ***** WS-CLASS-SUB
       150-FIND-CLASS.
           MOVE "150-FIND-CLASS" TO PARA-NAME.
           MOVE "N" TO WS-CLASS-FOUND-SW.
           PERFORM 160-SCAN-CLASS-ROW THRU 160-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1 UNTIL
               WS-CLASS-SUB > 5 OR CLASS-ROW-FOUND.
           IF CLASS-ROW-FOUND
               SUBTRACT 1 FROM WS-CLASS-SUB.
       150-EXIT.
           EXIT.

       160-SCAN-CLASS-ROW.
           MOVE "160-SCAN-CLASS-ROW" TO PARA-NAME.
           IF WS-RATE-CLASS(WS-CLASS-SUB) = RSV-PAYER-CLASS
               MOVE "Y" TO WS-CLASS-FOUND-SW.
       160-EXIT.
           EXIT.

       200-PRICE-BUCKET.
           MOVE "200-PRICE-BUCKET" TO PARA-NAME.
           COMPUTE WS-CELL-BAD-DEBT ROUNDED =
               ARB-BUCKET-AMT(WS-BUCKET-SUB) *
               WS-RATE-BAD-DEBT(WS-CLASS-SUB, WS-BUCKET-SUB) / 100.
           COMPUTE WS-CELL-CONTRACT ROUNDED =
               ARB-BUCKET-AMT(WS-BUCKET-SUB) *
               WS-RATE-CONTRACT(WS-CLASS-SUB, WS-BUCKET-SUB) / 100.

           ADD ARB-BUCKET-AMT(WS-BUCKET-SUB) TO WS-CLASS-BALANCE
                                                WS-TOTAL-BALANCE.
           ADD WS-CELL-BAD-DEBT TO WS-CLASS-BAD-DEBT
                                   WS-REQUIRED-BAD-DEBT.
           ADD WS-CELL-CONTRACT TO WS-CLASS-CONTRACT
                                   WS-REQUIRED-CONTRACT.

           MOVE ARB-PAYER-CLASS TO RPT-CLASS.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-BUCKET.
           MOVE ARB-BUCKET-AMT(WS-BUCKET-SUB)  TO RPT-BALANCE.
           MOVE WS-RATE-BAD-DEBT(WS-CLASS-SUB, WS-BUCKET-SUB)
                TO RPT-BAD-DEBT-PCT.
           MOVE WS-CELL-BAD-DEBT TO RPT-BAD-DEBT-AMT.
           MOVE WS-RATE-CONTRACT(WS-CLASS-SUB, WS-BUCKET-SUB)
                TO RPT-CONTRACT-PCT.
           MOVE WS-CELL-CONTRACT TO RPT-CONTRACT-AMT.
           WRITE RSRVRPT-REC FROM WS-RPT-DETAIL-REC.
       200-EXIT.
           EXIT.

       500-PRINT-SUMMARY.
           MOVE "500-PRINT-SUMMARY" TO PARA-NAME.
           IF AGED-ROWS-READ = ZERO
               MOVE "** NO AGED BALANCES ON ARBUCKET" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE SPACES           TO RPT-CLASS.
           MOVE "RECEIVABLE"     TO RPT-BUCKET.
           MOVE WS-TOTAL-BALANCE TO RPT-BALANCE.
           MOVE ZERO             TO RPT-BAD-DEBT-PCT, RPT-CONTRACT-PCT.
           MOVE WS-REQUIRED-BAD-DEBT TO RPT-BAD-DEBT-AMT.
           MOVE WS-REQUIRED-CONTRACT TO RPT-CONTRACT-AMT.
           WRITE RSRVRPT-REC FROM WS-RPT-DETAIL-REC.
           WRITE RSRVRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE RSRVRPT-REC FROM WS-RPT-SUMMARY-COL-REC.

           MOVE "BDRS"               TO WS-JNL-CATEGORY.
           MOVE WS-BDRS-DEBIT-ACCT   TO WS-JNL-DEBIT-ACCT.
           MOVE WS-BDRS-CREDIT-ACCT  TO WS-JNL-CREDIT-ACCT.
           MOVE WS-REQUIRED-BAD-DEBT TO WS-JNL-REQUIRED.
           MOVE WS-PRIOR-BAD-DEBT    TO WS-JNL-PRIOR.
           MOVE "ALLOWANCE FOR DOUBTFUL ACCTS" TO RPT-SUM-LABEL.
           PERFORM 700-JOURNAL-CHANGE THRU 700-EXIT.

           MOVE "CTRS"               TO WS-JNL-CATEGORY.
           MOVE WS-CTRS-DEBIT-ACCT   TO WS-JNL-DEBIT-ACCT.
           MOVE WS-CTRS-CREDIT-ACCT  TO WS-JNL-CREDIT-ACCT.
           MOVE WS-REQUIRED-CONTRACT TO WS-JNL-REQUIRED.
           MOVE WS-PRIOR-CONTRACT    TO WS-JNL-PRIOR.
           MOVE "CONTRACTUAL ALLOWANCE" TO RPT-SUM-LABEL.
           PERFORM 700-JOURNAL-CHANGE THRU 700-EXIT.
       500-EXIT.
           EXIT.

       600-WRITE-BALANCES.
           MOVE "600-WRITE-BALANCES" TO PARA-NAME.
           MOVE SPACES               TO RESERVE-BALANCE-REC.
           MOVE "BDRS"               TO RSB-RESERVE-TYPE.
           MOVE WS-AGED-AS-OF-DATE   TO RSB-AS-OF-DATE.
           MOVE WS-REQUIRED-BAD-DEBT TO RSB-BALANCE.
           WRITE RSRVBALO-REC FROM RESERVE-BALANCE-REC.

           MOVE "CTRS"               TO RSB-RESERVE-TYPE.
           MOVE WS-REQUIRED-CONTRACT TO RSB-BALANCE.
           WRITE RSRVBALO-REC FROM RESERVE-BALANCE-REC.
       600-EXIT.
           EXIT.

      ***** PRINT ONE RESERVE'S LINE AND JOURNAL ITS CHANGE.  AN
      ***** INCREASE DEBITS THE MAP DEBIT ACCOUNT; A DECREASE SWAPS
      ***** THE ACCOUNTS SO JRN-AMT STAYS POSITIVE.
       700-JOURNAL-CHANGE.
           MOVE "700-JOURNAL-CHANGE" TO PARA-NAME.
           COMPUTE WS-RESERVE-CHANGE = WS-JNL-REQUIRED - WS-JNL-PRIOR.
           MOVE WS-JNL-REQUIRED   TO RPT-SUM-REQUIRED.
           MOVE WS-JNL-PRIOR      TO RPT-SUM-PRIOR.
           MOVE WS-RESERVE-CHANGE TO RPT-SUM-CHANGE.
           WRITE RSRVRPT-REC FROM WS-RPT-SUMMARY-REC.

           IF WS-RESERVE-CHANGE = ZERO
               GO TO 700-EXIT.

           MOVE WS-CURR-DATE-9    TO JRN-DATE.
           MOVE WS-JNL-CATEGORY   TO JRN-CHARGE-CATEGORY.
           MOVE "****"            TO JRN-WARD-NBR.
           IF WS-RESERVE-CHANGE > ZERO
               MOVE WS-RESERVE-CHANGE TO JRN-AMT
               MOVE WS-JNL-DEBIT-ACCT TO JRN-ACCOUNT
               MOVE "D" TO JRN-DR-CR
               WRITE RSRVGL-REC FROM GL-JOURNAL-REC
               MOVE WS-JNL-CREDIT-ACCT TO JRN-ACCOUNT
               MOVE "C" TO JRN-DR-CR
               WRITE RSRVGL-REC FROM GL-JOURNAL-REC
           ELSE
               COMPUTE JRN-AMT = 0 - WS-RESERVE-CHANGE
               MOVE WS-JNL-CREDIT-ACCT TO JRN-ACCOUNT
               MOVE "D" TO JRN-DR-CR
               WRITE RSRVGL-REC FROM GL-JOURNAL-REC
               MOVE WS-JNL-DEBIT-ACCT TO JRN-ACCOUNT
               MOVE "C" TO JRN-DR-CR
               WRITE RSRVGL-REC FROM GL-JOURNAL-REC.
           ADD 2 TO JOURNAL-LINES.
       700-EXIT.
           EXIT.

       800-CLOSE-FILES.
           MOVE "800-CLOSE-FILES" TO PARA-NAME.
           CLOSE ARBUCKET, RSRVPCT, RSRVBALI, GLMAP, RSRVRPT, RSRVGL,
                 RSRVBALO, SYSOUT.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           DISPLAY "RSRVCALC AGED ROWS READ     : " AGED-ROWS-READ.
           DISPLAY "RSRVCALC RATE ROWS READ     : " PCT-ROWS-READ.
           DISPLAY "RSRVCALC PRIOR RESERVE DATE : " WS-PRIOR-AS-OF-DATE.
           DISPLAY "RSRVCALC BAD-DEBT RESERVE   : "
               WS-REQUIRED-BAD-DEBT.
           DISPLAY "RSRVCALC CONTRACTUAL RESERVE: "
               WS-REQUIRED-CONTRACT.
           DISPLAY "RSRVCALC JOURNAL LINES      : " JOURNAL-LINES.
           DISPLAY "******** NORMAL END OF JOB RSRVCALC ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-RSRVCALC ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

      *          THE RUN ENDS WITH THE END-OF-DAY DEPOSIT
      *          RECONCILIATION -- RECEIPTS TOTALED BY PAYMENT METHOD
      *          AND BY CASHIER, BALANCED AGAINST THE DEPOSIT-SLIP
      *          TRAILER RECORD.  THE SLIP GOES ON THE CASHPOST LOG
      *          FOR BANKRECN TO FIND ON THE BANK STATEMENT.
      *
      *          A RECEIPT TAKEN AGAINST A GUARANTOR NUMBER PAYS THE
      *          GUARANTOR'S CONSOLIDATED STATEMENT.  IT IS SPREAD
      *          ACROSS THE ACCOUNTS LINKED ON GUARMSTR, OLDEST
      *          DISCHARGE FIRST, EACH ACCOUNT TOUCHED POSTED UNDER ITS
      *          OWN PATAUDIT IMAGE AND ITS OWN PAYMENT-PLAN UPDATE;
      *          WHAT IS LEFT WHEN EVERY LINKED BALANCE IS PAID SPILLS
      *          TO CREDOUT AGAINST THE NEWEST ACCOUNT.
      *
      ******************************************************************


               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PAYPLAN
                                            DDS0001.GUARMSTR

               CREDIT FILE             -   DDS0001.CREDOUT


               DEPOSIT RECON REPORT    -   DDS0001.DEPRECON

               CASH POSTING LOG        -   DDS0001.CASHPOST

               DUMP FILE               -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-DEPRECON
             ORGANIZATION IS SEQUENTIAL.

           SELECT CASHPOST
           ASSIGN TO UT-S-CASHPOST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CPCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  RECORD KEY   is PAYPLAN-KEY
                  FILE STATUS  is PAYPLAN-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

           SELECT PATAUDIT
           ASSIGN TO UT-S-PATAUDIT
             ORGANIZATION IS SEQUENTIAL
           DATA RECORD IS DEPRECON-REC.
       01  DEPRECON-REC PIC X(100).

      ***** THE DAY'S DEPOSIT, FOR THE BANK RECONCILIATION
       FD  CASHPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPOST-REC.
       01  CASHPOST-REC PIC X(60).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
           05 PAYPLAN-KEY     PIC X(06).
           05 FILLER          PIC X(54).

       FD  GUARMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS GUARANTOR-MASTER-REC.
       01  GUARMSTR-REC.
           05 GUARMSTR-KEY    PIC X(06).
           05 FILLER          PIC X(194).

      ***** BEFORE/AFTER IMAGE OF EVERY PATMSTR REWRITE
       FD  PATAUDIT
           RECORDING MODE IS F
               88 NO-MORE-DATA  VALUE "10".
           05  CRCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  CPCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  PAYPLAN-STATUS          PIC X(2).
               88 PAYPLAN-FOUND   VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARANTOR-FOUND VALUE "00".

       COPY PATMSTR.


       COPY CREDBAL.

       COPY CASHPOST.

       COPY GUARMSTR.

      ***** ONE CASHIER RECEIPT PER RECORD; LAST RECORD IS THE
      ***** DEPOSIT-SLIP TRAILER
       01  CASH-RECEIPT-REC.
               88 RCPT-VALID-METHOD    VALUES "CC", "CH", "CA".
           05  RCPT-CASHIER-ID         PIC X(8).
           05  RCPT-AMT                PIC 9(7)V99.
      ***** KEYED FROM A CONSOLIDATED STATEMENT'S COUPON -- WHEN
      ***** PRESENT THE RECEIPT PAYS THE GUARANTOR, NOT ONE ACCOUNT
           05  RCPT-GUARANTOR-ID       PIC X(6).
           05  FILLER                  PIC X(3).

       01  CASH-TRAILER-REC REDEFINES CASH-RECEIPT-REC.
           05  FILLER                  PIC X(1).
           05  RCPT-TRAILER-COUNT      PIC 9(9).
           05  RCPT-TRAILER-DEPOSIT    PIC 9(9)V99.
           05  RCPT-TRAILER-SLIP-NBR   PIC X(10).
           05  FILLER                  PIC X(19).

       01  WS-SWITCHES.
           05  MORE-RCPT-SW            PIC X(1) VALUE "Y".
               88 MORE-RECEIPTS        VALUE "Y".

       77  WS-DATE                     PIC 9(6).
       77  WS-DEPOSIT-DATE             PIC X(8) VALUE SPACES.
       77  WS-APPLIED-AMT              PIC S9(9)V99 COMP-3.
      ***** THE ACCOUNT AND AMOUNT 300-APPLY-TO-PLAN WORKS ON
       77  WS-PLAN-PATIENT-ID          PIC X(6).
       77  WS-PLAN-AMT                 PIC 9(7)V99.

      ***** A GUARANTOR'S LINKED ACCOUNTS, PICKED OLDEST DISCHARGE
      ***** FIRST FOR THE PAYMENT SPREAD -- STILL-IN-HOUSE ACCOUNTS
      ***** SORT LAST
       01  WS-SPREAD-TABLE.
           05  WS-SPR-ROW OCCURS 12 TIMES.
               10  WS-SPR-PATIENT-ID   PIC X(6).
               10  WS-SPR-AGE-KEY      PIC X(10).
               10  WS-SPR-TAKEN-SW     PIC X(1).
       01  WS-SPR-USED                 PIC 9(2) VALUE ZERO.
       77  SPR-SUB                     PIC 9(2).
       77  SPR-PICK                    PIC 9(2).
       77  WS-SPREAD-LEFT              PIC 9(7)V99.
       77  WS-SPREAD-AMT               PIC 9(7)V99.
       77  WS-LAST-SPREAD-ID           PIC X(6).

       01  WS-CHKDGT-SW                PIC X(1).
           88 CHKDGT-OK                VALUE "Y".
           05  CC-DOLLARS              PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CH-DOLLARS              PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CA-DOLLARS              PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GUARANTOR-RECEIPTS      PIC S9(7) COMP VALUE ZERO.
           05  GUARANTOR-ACCTS-POSTED  PIC S9(7) COMP VALUE ZERO.

      ***** RECEIPTS BY CASHIER FOR THE DEPOSIT RECONCILIATION
       01  WS-CASHIER-TABLE.
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT CSHRCPT-FILE.
           OPEN I-O PATMSTR, PAYPLAN.
           OPEN INPUT GUARMSTR.
           OPEN OUTPUT CREDOUT, DEPRECON, PATAUDIT, SYSOUT.
           OPEN EXTEND CASHPOST.

           READ CSHRCPT-FILE INTO CASH-RECEIPT-REC
               AT END

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF RCPT-RECEIPT
               MOVE RCPT-DATE TO WS-DEPOSIT-DATE.

           IF RCPT-RECEIPT AND RCPT-VALID-METHOD
               IF RCPT-GUARANTOR-ID NOT = SPACES
                   PERFORM 500-POST-GUARANTOR-RECEIPT THRU 500-EXIT
               ELSE
                   PERFORM 200-POST-RECEIPT THRU 200-EXIT
               END-IF
           ELSE
               ADD 1 TO RECEIPTS-REJECTED
               MOVE "*** INVALID RECEIPT RECORD - NOT POSTED"
                 GO TO 1000-ABEND-RTN
           END-REWRITE.

           MOVE RCPT-PATIENT-ID TO WS-PLAN-PATIENT-ID.
           MOVE RCPT-AMT        TO WS-PLAN-AMT.
           PERFORM 300-APPLY-TO-PLAN THRU 300-EXIT.
           PERFORM 400-TALLY-RECEIPT THRU 400-EXIT.
           ADD 1 TO RECEIPTS-POSTED.
      ***** WHAT THIS PARAGRAPH LEAVES BEHIND
       300-APPLY-TO-PLAN.
           MOVE "300-APPLY-TO-PLAN" TO PARA-NAME.
           MOVE WS-PLAN-PATIENT-ID TO PAYPLAN-KEY.
           READ PAYPLAN INTO PAYMENT-PLAN-REC.
           IF NOT PAYPLAN-FOUND
               GO TO 300-EXIT.

           IF WS-PLAN-AMT > PLAN-REMAINING-BAL
               MOVE ZERO TO PLAN-REMAINING-BAL
           ELSE
               SUBTRACT WS-PLAN-AMT FROM PLAN-REMAINING-BAL.

           MOVE SPACES TO PLAN-LAST-PAYMENT-DATE.
           STRING RCPT-DATE(1:4) "-" RCPT-DATE(5:2) "-" RCPT-DATE(7:2)
       450-EXIT.
           EXIT.

      ***** A GUARANTOR RECEIPT PAYS THE LINKED ACCOUNTS OLDEST
      ***** FIRST -- EACH ACCOUNT TOUCHED GETS ITS OWN AUDIT IMAGE
      ***** AND PLAN UPDATE, AND ANY MONEY LEFT OVER IS A CREDIT ON
      ***** THE NEWEST
       500-POST-GUARANTOR-RECEIPT.
           MOVE "500-POST-GUARANTOR-RECEIPT" TO PARA-NAME.
           MOVE RCPT-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARANTOR-FOUND
            OR GUA-LINK-COUNT = ZERO
               ADD 1 TO RECEIPTS-REJECTED
               MOVE "*** RECEIPT GUARANTOR HAS NO ACCOUNTS"
                    TO ABEND-REASON
               MOVE RCPT-RECEIPT-NBR TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 500-EXIT.

           MOVE ZERO TO WS-SPR-USED.
           PERFORM 510-LOAD-SPREAD-ROW THRU 510-EXIT
               VARYING SPR-SUB FROM 1 BY 1 UNTIL
               SPR-SUB > GUA-LINK-COUNT.
           IF WS-SPR-USED = ZERO
               ADD 1 TO RECEIPTS-REJECTED
               MOVE "*** NO GUARANTOR ACCOUNT ON PATMSTR"
                    TO ABEND-REASON
               MOVE RCPT-RECEIPT-NBR TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 500-EXIT.

           MOVE RCPT-AMT TO WS-SPREAD-LEFT.
           PERFORM 520-SPREAD-NEXT-ACCOUNT THRU 520-EXIT
               WS-SPR-USED TIMES.
           IF WS-SPREAD-LEFT > ZERO
               PERFORM 550-RECORD-GUARANTOR-CREDIT THRU 550-EXIT.

           PERFORM 400-TALLY-RECEIPT THRU 400-EXIT.
           ADD 1 TO RECEIPTS-POSTED, GUARANTOR-RECEIPTS.
       500-EXIT.
           EXIT.

      ***** A LINKED ACCOUNT GONE FROM PATMSTR IS PASSED OVER, NOT
      ***** A REASON TO TURN THE RECEIPT AWAY
       510-LOAD-SPREAD-ROW.
           MOVE "510-LOAD-SPREAD-ROW" TO PARA-NAME.
           MOVE GUA-LINKED-PATIENT(SPR-SUB) TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** GUARANTOR ACCOUNT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE GUA-LINKED-PATIENT(SPR-SUB) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 510-EXIT.
           ADD 1 TO WS-SPR-USED.
           MOVE GUA-LINKED-PATIENT(SPR-SUB)
                TO WS-SPR-PATIENT-ID(WS-SPR-USED).
           MOVE "N" TO WS-SPR-TAKEN-SW(WS-SPR-USED).
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               MOVE HIGH-VALUES TO WS-SPR-AGE-KEY(WS-SPR-USED)
           ELSE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                    TO WS-SPR-AGE-KEY(WS-SPR-USED).
       510-EXIT.
           EXIT.

      ***** TAKE THE OLDEST ACCOUNT NOT YET VISITED AND PAY DOWN AS
      ***** MUCH OF ITS BALANCE AS THE RECEIPT HAS LEFT
       520-SPREAD-NEXT-ACCOUNT.
           MOVE "520-SPREAD-NEXT-ACCOUNT" TO PARA-NAME.
           MOVE ZERO TO SPR-PICK.
           PERFORM 525-FIND-OLDEST THRU 525-EXIT
               VARYING SPR-SUB FROM 1 BY 1 UNTIL
               SPR-SUB > WS-SPR-USED.
           MOVE "Y" TO WS-SPR-TAKEN-SW(SPR-PICK).
           MOVE WS-SPR-PATIENT-ID(SPR-PICK) TO WS-LAST-SPREAD-ID.
           IF WS-SPREAD-LEFT = ZERO
               GO TO 520-EXIT.

           MOVE WS-SPR-PATIENT-ID(SPR-PICK) TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
            OR PATIENT-TOT-AMT = ZERO
               GO TO 520-EXIT.

           IF WS-SPREAD-LEFT > PATIENT-TOT-AMT
               MOVE PATIENT-TOT-AMT TO WS-SPREAD-AMT
           ELSE
               MOVE WS-SPREAD-LEFT  TO WS-SPREAD-AMT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           SUBTRACT WS-SPREAD-AMT FROM PATIENT-TOT-AMT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUDIT-PATIENT-KEY.
           MOVE WS-DATE                          TO AUDIT-DATE.
           MOVE "CSHRCPT "                       TO AUDIT-PROGRAM-ID.
           MOVE PATIENT-MASTER-REC               TO AUDIT-AFTER-IMAGE.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATMSTR" TO ABEND-REASON
                 MOVE PATMSTR-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-REWRITE.

           MOVE WS-SPR-PATIENT-ID(SPR-PICK) TO WS-PLAN-PATIENT-ID.
           MOVE WS-SPREAD-AMT               TO WS-PLAN-AMT.
           PERFORM 300-APPLY-TO-PLAN THRU 300-EXIT.
           SUBTRACT WS-SPREAD-AMT FROM WS-SPREAD-LEFT.
           ADD 1 TO GUARANTOR-ACCTS-POSTED.
       520-EXIT.
           EXIT.

      ***** EQUAL DISCHARGE DATES KEEP THE GUARANTOR'S LINK ORDER
       525-FIND-OLDEST.
           IF WS-SPR-TAKEN-SW(SPR-SUB) = "N"
               IF SPR-PICK = ZERO
                   MOVE SPR-SUB TO SPR-PICK
               ELSE
                   IF WS-SPR-AGE-KEY(SPR-SUB) <
                      WS-SPR-AGE-KEY(SPR-PICK)
                       MOVE SPR-SUB TO SPR-PICK.
       525-EXIT.
           EXIT.

       550-RECORD-GUARANTOR-CREDIT.
           MOVE "550-RECORD-GUARANTOR-CREDIT" TO PARA-NAME.
           MOVE WS-LAST-SPREAD-ID TO CRB-PATIENT-ID.
           MOVE RCPT-DATE         TO CRB-DATE-POSTED.
           MOVE "CSHRCPT "        TO CRB-SOURCE-PROGRAM.
           MOVE WS-SPREAD-LEFT    TO CRB-CREDIT-AMT.
           MOVE "P"               TO CRB-OWED-TO.
           MOVE "O"               TO CRB-STATUS.
           MOVE SPACES            TO CRB-PAYER-ID.
           WRITE CREDOUT-REC FROM CREDIT-BALANCE-REC.

           MOVE "*** RECEIPT EXCEEDS GUARANTOR BALANCE"
                TO ABEND-REASON.
           MOVE WS-LAST-SPREAD-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       550-EXIT.
           EXIT.

       600-DEPOSIT-RECON.
           MOVE "600-DEPOSIT-RECON" TO PARA-NAME.
           IF NOT RCPT-TRAILER
               MOVE "*** OUT OF BALANCE - SEE SYSOUT ***"
                    TO RPT-TOTAL-LABEL(1:24)
               WRITE DEPRECON-REC FROM WS-RPT-TOTAL-REC.

           PERFORM 680-LOG-DEPOSIT THRU 680-EXIT.
       600-EXIT.
           EXIT.

       650-EXIT.
           EXIT.

      ***** THE SLIP, NOT THE RECEIPT TOTAL, IS WHAT THE BANK COUNTS
       680-LOG-DEPOSIT.
           MOVE "680-LOG-DEPOSIT" TO PARA-NAME.
           MOVE "CSHRCPT "            TO CPB-SOURCE-PROGRAM.
           MOVE WS-DEPOSIT-DATE       TO CPB-DEPOSIT-DATE.
           MOVE RCPT-TRAILER-SLIP-NBR TO CPB-TRACE-NBR.
           MOVE RCPT-TRAILER-DEPOSIT  TO CPB-AMT.
           MOVE RECEIPTS-POSTED       TO CPB-ITEM-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPB-RUN-DATE.
           WRITE CASHPOST-REC FROM CASH-POSTING-BATCH-REC.
       680-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CSHRCPT-FILE, CREDOUT, DEPRECON, PATMSTR, PAYPLAN,
                 GUARMSTR, PATAUDIT, CASHPOST, SYSOUT.
       700-EXIT.
           EXIT.

           DISPLAY "CSHRCPT RECEIPTS POSTED     : " RECEIPTS-POSTED.
           DISPLAY "CSHRCPT RECEIPTS REJECTED   : " RECEIPTS-REJECTED.
           DISPLAY "CSHRCPT RECEIPT DOLLARS     : " RECEIPT-DOLLARS.
           DISPLAY "CSHRCPT GUARANTOR RECEIPTS  : " GUARANTOR-RECEIPTS.
           DISPLAY "CSHRCPT GUARANTOR ACCTS PAID: "
                   GUARANTOR-ACCTS-POSTED.
           DISPLAY "******** NORMAL END OF JOB CSHRCPT ********".
       900-EXIT.
           EXIT.

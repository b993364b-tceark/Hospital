      *          FOLLOW-UP CALL HAPPENS THE SAME WEEK INSTEAD OF AT
      *          WRITE-OFF TIME.
      *
      *          THE PROCESSOR'S SETTLEMENT -- THE ONE DEPOSIT THE BANK
      *          SEES FOR THE RUN -- GOES ON THE CASHPOST LOG FOR
      *          BANKRECN.
      *
      *          A RESPONSE CARRYING A GUARANTOR NUMBER IS A DRAW ON
      *          THE GUARANTOR'S CARD FOR THE CONSOLIDATED STATEMENT.
      *          AN APPROVAL IS SPREAD ACROSS THE ACCOUNTS LINKED ON
      *          GUARMSTR, OLDEST DISCHARGE FIRST, EACH ACCOUNT TOUCHED
      *          POSTED UNDER ITS OWN PATAUDIT IMAGE AND ITS OWN PLAN
      *          UPDATE, WITH ANY REMAINDER A CREDIT ON THE NEWEST
      *          ACCOUNT; A DECLINE BUMPS THE MISSED COUNT ON EVERY
      *          LINKED ACCOUNT'S PLAN.
      *
      ******************************************************************

               RESPONSE INPUT FILE     -   DDS0001.APRESP

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PAYPLAN
                                            DDS0001.GUARMSTR

               CREDIT FILE             -   DDS0001.CREDOUT

               AUDIT FILE              -   DDS0001.PATAUDIT

               CASH POSTING LOG        -   DDS0001.CASHPOST

               DUMP FILE               -   SYSOUT

      ******************************************************************
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
             FILE STATUS IS AUDCODE.

           SELECT CASHPOST
           ASSIGN TO UT-S-CASHPOST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
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
           DATA RECORD IS PATAUDIT-REC.
       01  PATAUDIT-REC PIC X(6286).

      ***** THE SETTLEMENT, FOR THE BANK RECONCILIATION
       FD  CASHPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPOST-REC.
       01  CASHPOST-REC PIC X(60).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
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

      ***** ONE PROCESSOR RESPONSE PER DRAW AUTOPAYX SENT; LAST
      ***** RECORD IS THE PROCESSOR'S SETTLEMENT TRAILER
       01  AUTOPAY-RESPONSE-REC.
               88 APR-APPROVED         VALUE "A".
               88 APR-DECLINED         VALUE "D".
           05  APR-AUTH-CODE           PIC X(6).
      ***** SET WHEN THE DRAW WAS ON A GUARANTOR'S CARD FOR THE
      ***** CONSOLIDATED STATEMENT RATHER THAN ONE ACCOUNT'S PLAN
           05  APR-GUARANTOR-ID        PIC X(6).
           05  FILLER                  PIC X(25).

       01  AUTOPAY-RESP-TRAILER REDEFINES AUTOPAY-RESPONSE-REC.
           05  FILLER                  PIC X(1).
           05  APR-TRAILER-COUNT       PIC 9(9).
           05  APR-TRAILER-SETTLED     PIC 9(9)V99.
           05  APR-TRAILER-BATCH-ID    PIC X(10).
           05  FILLER                  PIC X(29).

       01  WS-SWITCHES.
           05  MORE-RESP-SW            PIC X(1) VALUE "Y".
               88 MORE-RESPONSES       VALUE "Y".

       77  WS-DATE                     PIC 9(6).
       77  WS-SETTLE-DATE              PIC X(8) VALUE SPACES.
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
       77  WS-PLANS-BUMPED             PIC 9(2).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(9) COMP VALUE ZERO.
           05  DECLINES-POSTED         PIC S9(7) COMP VALUE ZERO.
           05  RESPONSES-REJECTED      PIC S9(7) COMP VALUE ZERO.
           05  APPROVED-DOLLARS        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GUARANTOR-APPROVALS     PIC S9(7) COMP VALUE ZERO.
           05  GUARANTOR-ACCTS-POSTED  PIC S9(7) COMP VALUE ZERO.
           05  GUARANTOR-DECLINES      PIC S9(7) COMP VALUE ZERO.

       COPY ABENDREC.

           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT APRESP.
           OPEN I-O PATMSTR, PAYPLAN.
           OPEN INPUT GUARMSTR.
           OPEN OUTPUT CREDOUT, PATAUDIT, SYSOUT.
           OPEN EXTEND CASHPOST.

           READ APRESP INTO AUTOPAY-RESPONSE-REC
               AT END

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF APR-RESPONSE
               MOVE APR-DATE TO WS-SETTLE-DATE.

           IF APR-RESPONSE AND APR-APPROVED
              AND APR-GUARANTOR-ID NOT = SPACES
               PERFORM 500-POST-GUARANTOR-APPROVAL THRU 500-EXIT
           ELSE
           IF APR-RESPONSE AND APR-APPROVED
               PERFORM 200-POST-APPROVAL THRU 200-EXIT
           ELSE
           IF APR-RESPONSE AND APR-DECLINED
              AND APR-GUARANTOR-ID NOT = SPACES
               PERFORM 560-POST-GUARANTOR-DECLINE THRU 560-EXIT
           ELSE
           IF APR-RESPONSE AND APR-DECLINED
               PERFORM 400-POST-DECLINE THRU 400-EXIT
           ELSE
                 GO TO 1000-ABEND-RTN
           END-REWRITE.

           MOVE APR-PATIENT-ID TO WS-PLAN-PATIENT-ID.
           MOVE APR-AMT        TO WS-PLAN-AMT.
           PERFORM 300-APPLY-TO-PLAN THRU 300-EXIT.
           ADD APR-AMT TO APPROVED-DOLLARS.
           ADD 1 TO APPROVALS-POSTED.

       300-APPLY-TO-PLAN.
           MOVE "300-APPLY-TO-PLAN" TO PARA-NAME.
           MOVE WS-PLAN-PATIENT-ID TO PAYPLAN-KEY.
           READ PAYPLAN INTO PAYMENT-PLAN-REC.
      ***** A GUARANTOR DRAW SPREADS OVER ACCOUNTS THAT NEED NOT
      ***** EACH CARRY A PLAN -- ONLY A SINGLE-ACCOUNT DRAW MUST
           IF NOT PAYPLAN-FOUND
               IF APR-GUARANTOR-ID = SPACES
                   MOVE "*** RESPONSE PATIENT NOT ON PAYPLAN"
                        TO ABEND-REASON
                   MOVE WS-PLAN-PATIENT-ID TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
               END-IF
               GO TO 300-EXIT.

           IF WS-PLAN-AMT > PLAN-REMAINING-BAL
               MOVE ZERO TO PLAN-REMAINING-BAL
           ELSE
               SUBTRACT WS-PLAN-AMT FROM PLAN-REMAINING-BAL.

           MOVE SPACES TO PLAN-LAST-PAYMENT-DATE.
           STRING APR-DATE(1:4) "-" APR-DATE(5:2) "-" APR-DATE(7:2)
       400-EXIT.
           EXIT.

      ***** AN APPROVED GUARANTOR DRAW PAYS THE LINKED ACCOUNTS
      ***** OLDEST FIRST -- EACH ACCOUNT TOUCHED GETS ITS OWN AUDIT
      ***** IMAGE AND PLAN UPDATE, AND ANY MONEY LEFT OVER IS A
      ***** CREDIT ON THE NEWEST
       500-POST-GUARANTOR-APPROVAL.
           MOVE "500-POST-GUARANTOR-APPROVAL" TO PARA-NAME.
           PERFORM 505-READ-GUARANTOR THRU 505-EXIT.
           IF NOT GUARANTOR-FOUND
               GO TO 500-EXIT.

           MOVE ZERO TO WS-SPR-USED.
           PERFORM 510-LOAD-SPREAD-ROW THRU 510-EXIT
               VARYING SPR-SUB FROM 1 BY 1 UNTIL
               SPR-SUB > GUA-LINK-COUNT.
           IF WS-SPR-USED = ZERO
               ADD 1 TO RESPONSES-REJECTED
               MOVE "*** NO GUARANTOR ACCOUNT ON PATMSTR"
                    TO ABEND-REASON
               MOVE APR-GUARANTOR-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 500-EXIT.

           MOVE APR-AMT TO WS-SPREAD-LEFT.
           PERFORM 520-SPREAD-NEXT-ACCOUNT THRU 520-EXIT
               WS-SPR-USED TIMES.
           IF WS-SPREAD-LEFT > ZERO
               PERFORM 550-RECORD-GUARANTOR-CREDIT THRU 550-EXIT.

           ADD APR-AMT TO APPROVED-DOLLARS.
           ADD 1 TO APPROVALS-POSTED, GUARANTOR-APPROVALS.
       500-EXIT.
           EXIT.

       505-READ-GUARANTOR.
           MOVE "505-READ-GUARANTOR" TO PARA-NAME.
           MOVE APR-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF GUARANTOR-FOUND AND GUA-LINK-COUNT = ZERO
               MOVE "23" TO GUARMSTR-STATUS.
           IF NOT GUARANTOR-FOUND
               ADD 1 TO RESPONSES-REJECTED
               MOVE "*** RESPONSE GUARANTOR HAS NO ACCOUNTS"
                    TO ABEND-REASON
               MOVE APR-GUARANTOR-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
       505-EXIT.
           EXIT.

      ***** A LINKED ACCOUNT GONE FROM PATMSTR IS PASSED OVER, NOT
      ***** A REASON TO TURN THE DRAW AWAY
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
      ***** MUCH OF ITS BALANCE AS THE DRAW HAS LEFT
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
           MOVE "AUTOPAYP"                       TO AUDIT-PROGRAM-ID.
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
           MOVE APR-DATE          TO CRB-DATE-POSTED.
           MOVE "AUTOPAYP"        TO CRB-SOURCE-PROGRAM.
           MOVE WS-SPREAD-LEFT    TO CRB-CREDIT-AMT.
           MOVE "P"               TO CRB-OWED-TO.
           MOVE "O"               TO CRB-STATUS.
           MOVE SPACES            TO CRB-PAYER-ID.
           WRITE CREDOUT-REC FROM CREDIT-BALANCE-REC.

           MOVE "*** DRAW EXCEEDS GUARANTOR BALANCE"
                TO ABEND-REASON.
           MOVE WS-LAST-SPREAD-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       550-EXIT.
           EXIT.

      ***** A DECLINED GUARANTOR DRAW IS A MISSED INSTALLMENT ON
      ***** EVERY LINKED ACCOUNT THAT CARRIES A PLAN
       560-POST-GUARANTOR-DECLINE.
           MOVE "560-POST-GUARANTOR-DECLINE" TO PARA-NAME.
           PERFORM 505-READ-GUARANTOR THRU 505-EXIT.
           IF NOT GUARANTOR-FOUND
               GO TO 560-EXIT.

           MOVE ZERO TO WS-PLANS-BUMPED.
           PERFORM 570-BUMP-LINKED-PLAN THRU 570-EXIT
               VARYING SPR-SUB FROM 1 BY 1 UNTIL
               SPR-SUB > GUA-LINK-COUNT.
           IF WS-PLANS-BUMPED = ZERO
               ADD 1 TO RESPONSES-REJECTED
               MOVE "*** DECLINE GUARANTOR HAS NO PLANS"
                    TO ABEND-REASON
               MOVE APR-GUARANTOR-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 560-EXIT.
           ADD 1 TO DECLINES-POSTED, GUARANTOR-DECLINES.
       560-EXIT.
           EXIT.

       570-BUMP-LINKED-PLAN.
           MOVE "570-BUMP-LINKED-PLAN" TO PARA-NAME.
           MOVE GUA-LINKED-PATIENT(SPR-SUB) TO PAYPLAN-KEY.
           READ PAYPLAN INTO PAYMENT-PLAN-REC.
           IF NOT PAYPLAN-FOUND
               GO TO 570-EXIT.

           ADD 1 TO PLAN-MISSED-COUNT
               ON SIZE ERROR MOVE 99 TO PLAN-MISSED-COUNT
           END-ADD.

           REWRITE PAYPLAN-REC FROM PAYMENT-PLAN-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PAYPLAN" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO WS-PLANS-BUMPED.
       570-EXIT.
           EXIT.

       600-SETTLEMENT-BALANCE.
           MOVE "600-SETTLEMENT-BALANCE" TO PARA-NAME.
           IF NOT APR-TRAILER
               MOVE "** SETTLED DOLLARS OUT OF BALANCE WITH TRAILER"
                                     TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           PERFORM 680-LOG-SETTLEMENT THRU 680-EXIT.
       600-EXIT.
           EXIT.

      ***** THE PROCESSOR FUNDS ITS SETTLED FIGURE, NOT OURS
       680-LOG-SETTLEMENT.
           MOVE "680-LOG-SETTLEMENT" TO PARA-NAME.
           MOVE "AUTOPAYP"           TO CPB-SOURCE-PROGRAM.
           MOVE WS-SETTLE-DATE       TO CPB-DEPOSIT-DATE.
           MOVE APR-TRAILER-BATCH-ID TO CPB-TRACE-NBR.
           MOVE APR-TRAILER-SETTLED  TO CPB-AMT.
           MOVE APPROVALS-POSTED     TO CPB-ITEM-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPB-RUN-DATE.
           WRITE CASHPOST-REC FROM CASH-POSTING-BATCH-REC.
       680-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE APRESP, CREDOUT, PATMSTR, PAYPLAN, GUARMSTR,
                 PATAUDIT, CASHPOST, SYSOUT.
       700-EXIT.
           EXIT.

           DISPLAY "AUTOPAYP DECLINES POSTED    : " DECLINES-POSTED.
           DISPLAY "AUTOPAYP RESPONSES REJECTED : " RESPONSES-REJECTED.
           DISPLAY "AUTOPAYP APPROVED DOLLARS   : " APPROVED-DOLLARS.
           DISPLAY "AUTOPAYP GUARANTOR APPROVALS: " GUARANTOR-APPROVALS.
           DISPLAY "AUTOPAYP GUARANTOR ACCTS PD : "
                   GUARANTOR-ACCTS-POSTED.
           DISPLAY "AUTOPAYP GUARANTOR DECLINES : " GUARANTOR-DECLINES.
           DISPLAY "******** NORMAL END OF JOB AUTOPAYP ********".
       900-EXIT.
           EXIT.

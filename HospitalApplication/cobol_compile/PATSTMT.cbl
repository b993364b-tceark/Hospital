      *          REMAINS THE INTERNAL OPERATIONS REPORT -- THIS IS A
      *          SEPARATE, MAILABLE OUTPUT.
      *
      *          AN ACCOUNT LINKED TO A GUARANTOR ON GUARMSTR DOES NOT
      *          MAIL ON ITS OWN.  AFTER THE MASTER BROWSE, ONE
      *          CONSOLIDATED STATEMENT GOES TO EACH GUARANTOR'S
      *          ADDRESS WITH A LINE PER LINKED ACCOUNT, THE COMBINED
      *          TOTALS, AND A REMITTANCE LINE CARRYING THE GUARANTOR
      *          NUMBER.  AN ACCOUNT UNDER AN ACCTHOLD HOLD STILL MAILS
      *          ON ITS OWN, REROUTED, AND IS LEFT OFF THE GUARANTOR'S.
      *
      *          A PRIVATE ROOM THE PATIENT ASKED FOR IS THE PATIENT'S
      *          TO PAY ABOVE THE SEMI-PRIVATE RATE.  THE ROOM
      *          DIFFERENTIAL ON THE MASTER IS ADDED TO THE COPAY AS
      *          PATIENT RESPONSIBILITY AND SHOWN ON ITS OWN LINE --
      *          EDICLAIM LEAVES IT OFF THE PAYER'S CLAIM.
      *
      ******************************************************************

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATINS
                                            DDS0001.PATPERSN
                                            DDS0001.GUARMSTR

               OUTPUT FILE PRODUCED    -   DDS0001.PATSTMT


      ***** SECOND PATH TO THE SAME PATMASTR CLUSTER, FOR PULLING A
      ***** LINKED NEWBORN'S BALANCE WHILE THE PRIMARY BROWSE SITS ON
      ***** THE MOTHER, AND FOR READING A GUARANTOR'S ACCOUNTS BY KEY
      ***** ONCE THE BROWSE IS DONE
           SELECT PATMSTR2
                  ASSIGN       to PATMSTR2
                  ORGANIZATION is INDEXED
                  RECORD KEY   is PATMSTR2-KEY
                  FILE STATUS  is PATMSTR2-STATUS.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is GUARMSTR-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

           SELECT FINASST
                  ASSIGN       to FINASST
                  ORGANIZATION is INDEXED
           05 PATMSTR2-KEY     PIC X(06).
           05 FILLER           PIC X(3127).

      ***** GUARANTORS AND THE ACCOUNTS LINKED TO EACH
       FD  GUARMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS GUARANTOR-MASTER-REC.
       01  GUARMSTR-REC.
           05 GUARMSTR-KEY     PIC X(06).
           05 FILLER           PIC X(194).

      ***** APPROVED FINANCIAL-ASSISTANCE APPLICATIONS
       FD  FINASST
           RECORD CONTAINS 40 CHARACTERS
           05  CHGDTL-STATUS           PIC X(2).
           05  PATMSTR2-STATUS         PIC X(2).
               88 BABY-MSTR-FOUND VALUE "00".
               88 LINKED-MSTR-FOUND VALUE "00".
           05  GUARMSTR-STATUS         PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  FPCODE                  PIC X(2).
               88 FINCPARM-READ-OK VALUE "00".
       COPY PATAUDIT.
       COPY CHGDTL.
       COPY DISCLOSE.
       COPY GUARMSTR.
      ***** THE PER-ACCOUNT CHARGE-DETAIL BROWSE -- DROPS AT END OF
      ***** FILE OR WHEN THE KEY'S PATIENT PREFIX CHANGES
       01  MORE-DETAIL-SW              PIC X(1) VALUE "Y".
           88 NO-MORE-LINKS            VALUE "N".
       01  WS-SUPPRESS-STMT-SW         PIC X(1).
           88 SUPPRESS-THIS-STMT       VALUE "Y".
      ***** EVERY ACCOUNT-TO-GUARANTOR LINK, TABLED AT STARTUP SO
      ***** THE BROWSE CAN LEAVE A LINKED ACCOUNT FOR THE GUARANTOR
       01  WS-GLK-TABLE.
           05  WS-GLK-ROW OCCURS 2000 TIMES.
               10  WS-GLK-PATIENT-ID   PIC X(6).
               10  WS-GLK-GUARANTOR-ID PIC X(6).
       01  WS-GLK-ROWS-USED            PIC 9(4) VALUE ZERO.
       77  WS-GLK-MAX                  PIC 9(4) VALUE 2000.
       77  WS-GLK-SUB                  PIC 9(4).
       77  WS-GLK-SEEK-ID              PIC X(6).
       77  WS-GUA-LINK-SUB             PIC 9(2).
       01  WS-GLK-FOUND-SW             PIC X(1).
           88 GUARANTOR-LINKED         VALUE "Y".
       01  WS-GUA-MORE-SW              PIC X(1) VALUE "Y".
           88 NO-MORE-GUARANTORS       VALUE "N".
       01  WS-GUAR-PASS-SW             PIC X(1) VALUE "N".
           88 GUARANTOR-PASS           VALUE "Y".
       01  WS-BABY-PATMSTR-AREA        PIC X(3133).
       01  WS-BABY-BALANCE-X           PIC X(9).
       01  WS-BABY-BALANCE REDEFINES WS-BABY-BALANCE-X
           05  STMT-INS-PAID    PIC $$$,$$9.99.
           05  FILLER           PIC X(50) VALUE SPACES.

       01  WS-STMT-PRIVATE-LINE.
           05  FILLER           PIC X(27)
               VALUE "PRIVATE ROOM DIFFERENTIAL: ".
           05  STMT-ROOM-DIFF   PIC $$$,$$9.99.
           05  FILLER           PIC X(25)
               VALUE "  PATIENT RESPONSIBILITY ".
           05  FILLER           PIC X(18) VALUE SPACES.

       01  WS-STMT-BALANCE-LINE.
           05  FILLER           PIC X(20) VALUE "BALANCE DUE:        ".
           05  STMT-BALANCE-DUE PIC $$$,$$9.99.

       01  WS-STMT-BLANK-LINE   PIC X(80) VALUE SPACES.

      ***** CONSOLIDATED GUARANTOR STATEMENT -- ONE LINE PER LINKED
      ***** ACCOUNT, THEN THE REMITTANCE LINE UNDER THE TOTALS
       01  WS-STMT-GUAR-HDR-LINE.
           05  FILLER           PIC X(40) VALUE
               "ACCOUNT PATIENT                 CHARGES ".
           05  FILLER           PIC X(40) VALUE
               "  INS PAID      BALANCE                 ".

       01  WS-STMT-GUAR-ACCT-LINE.
           05  GAL-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  GAL-NAME         PIC X(20).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  GAL-TOT-CHARGES  PIC $$$,$$9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  GAL-INS-PAID     PIC $$$,$$9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  GAL-BALANCE-DUE  PIC $$$,$$9.99.
           05  FILLER           PIC X(16) VALUE SPACES.

       01  WS-STMT-COUPON-LINE.
           05  FILLER           PIC X(30) VALUE
               "REMIT WITH PAYMENT - GUARANTOR".
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  STMT-COUPON-GUAR PIC X(6).
           05  FILLER           PIC X(14) VALUE "  AMOUNT DUE  ".
           05  STMT-COUPON-AMT  PIC $$$,$$9.99.
           05  FILLER           PIC X(19) VALUE SPACES.

       01  WS-GA-PENDING-TABLE.
           05  WS-GA-PENDING-COUNT  PIC 9(2) VALUE ZERO.
           05  WS-GA-PENDING-LINE OCCURS 72 TIMES PIC X(80).
       77  GA-SUB                   PIC S9(4) COMP.

       01  WS-GUAR-TOTALS.
           05  WS-GUAR-ACCTS           PIC 9(2).
           05  WS-GUAR-TOT-CHARGES     PIC 9(7)V99.
           05  WS-GUAR-INS-PAID        PIC 9(7)V99.
           05  WS-GUAR-PATIENT-RESP    PIC 9(7)V99.
           05  WS-GUAR-FIN-CHARGE      PIC 9(7)V99.
           05  WS-GUAR-AMOUNT-DUE      PIC 9(7)V99.

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA  VALUE "N".
           05  WS-TOTAL-CHARGES        PIC 9(7)V99.
           05  WS-PATIENT-RESP         PIC 9(7)V99.
           05  WS-ROOM-DIFFERENTIAL    PIC 9(7)V99.
           05  WS-INSURANCE-PAID       PIC 9(7)V99.
           05  WS-INSTALLMENT-DUE      PIC 9(7)V99.
           05  WS-CHARITY-DISC-AMT     PIC 9(7)V99.
       77  WS-ESTMT-FALLBACKS          PIC 9(7) VALUE ZERO.
       77  WS-STMTS-SUPPRESSED         PIC 9(7) VALUE ZERO.
       77  WS-SUPPRESSED-DOLLARS       PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  WS-STMTS-CONSOLIDATED       PIC 9(7) VALUE ZERO.
       77  WS-GUAR-STMTS-WRITTEN       PIC 9(7) VALUE ZERO.
       77  WS-GUAR-ACCTS-BILLED        PIC 9(7) VALUE ZERO.
       77  WS-FINCHGS-ASSESSED         PIC 9(7) VALUE ZERO.
       77  WS-FINCHG-DOLLARS           PIC 9(9)V99 COMP-3 VALUE ZERO.
       77  WS-TODAY-INT                PIC S9(9) COMP.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 600-GUARANTOR-STATEMENTS THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       050-EXIT.
           EXIT.

      ***** EVERY LINK ON GUARMSTR GOES IN THE TABLE -- THE CYCLE
      ***** RANGE DOES NOT APPLY, SINCE A LINKED ACCOUNT IN TONIGHT'S
      ***** RANGE MAY BELONG TO A GUARANTOR WHO MAILS ANOTHER NIGHT
       090-LOAD-GUARANTOR-TABLE.
           MOVE "090-LOAD-GUARANTOR-TABLE" TO PARA-NAME.
           MOVE "Y" TO WS-GUA-MORE-SW.
           MOVE LOW-VALUES TO GUARMSTR-KEY.
           START GUARMSTR KEY NOT LESS THAN GUARMSTR-KEY
               INVALID KEY
                   MOVE "N" TO WS-GUA-MORE-SW
           END-START.
           IF NO-MORE-GUARANTORS
               GO TO 090-EXIT.
           PERFORM 095-READ-NEXT-GUARANTOR THRU 095-EXIT.
           PERFORM 091-TABLE-GUARANTOR THRU 091-EXIT
                   UNTIL NO-MORE-GUARANTORS.
       090-EXIT.
           EXIT.

       091-TABLE-GUARANTOR.
           MOVE "091-TABLE-GUARANTOR" TO PARA-NAME.
           PERFORM 092-TABLE-ONE-LINK THRU 092-EXIT
               VARYING WS-GUA-LINK-SUB FROM 1 BY 1 UNTIL
               WS-GUA-LINK-SUB > GUA-LINK-COUNT.
           PERFORM 095-READ-NEXT-GUARANTOR THRU 095-EXIT.
       091-EXIT.
           EXIT.

       092-TABLE-ONE-LINK.
           MOVE "092-TABLE-ONE-LINK" TO PARA-NAME.
           IF WS-GLK-ROWS-USED = WS-GLK-MAX
               MOVE "*** GUARANTOR LINK TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 092-EXIT.
           ADD 1 TO WS-GLK-ROWS-USED.
           MOVE GUA-LINKED-PATIENT(WS-GUA-LINK-SUB)
                TO WS-GLK-PATIENT-ID(WS-GLK-ROWS-USED).
           MOVE GUA-GUARANTOR-ID
                TO WS-GLK-GUARANTOR-ID(WS-GLK-ROWS-USED).
       092-EXIT.
           EXIT.

       095-READ-NEXT-GUARANTOR.
           MOVE "095-READ-NEXT-GUARANTOR" TO PARA-NAME.
           READ GUARMSTR NEXT RECORD INTO GUARANTOR-MASTER-REC
               AT END
                   MOVE "N" TO WS-GUA-MORE-SW
           END-READ.
       095-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF CYCLE-RUN
           IF HOLD-FOUND
               MOVE "Y" TO WS-ACCT-HOLD-SW.

      ***** A GUARANTOR-LINKED ACCOUNT BILLS ON THE GUARANTOR'S
      ***** CONSOLIDATED STATEMENT AFTER THE BROWSE -- UNLESS IT IS
      ***** ON HOLD, WHEN IT STILL GOES OUT ALONE, REROUTED
           IF NOT ACCT-ON-HOLD
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO WS-GLK-SEEK-ID
               PERFORM 235-SCAN-GUARANTOR-TABLE THRU 235-EXIT
               IF GUARANTOR-LINKED
                   ADD 1 TO WS-STMTS-CONSOLIDATED
                   GO TO 200-EXIT.

      ***** AN OPTED-IN PATIENT WITH AN E-MAIL ON FILE GOES TO THE
      ***** E-DELIVERY VENDOR -- UNLESS LAST CYCLE'S DELIVERY FAILED
      ***** (PAPER FALLBACK) OR THE ACCOUNT IS ON HOLD (THE ESTATE
       230-EXIT.
           EXIT.

      ***** IS WS-GLK-SEEK-ID LINKED TO ANY GUARANTOR
       235-SCAN-GUARANTOR-TABLE.
           MOVE "235-SCAN-GUARANTOR-TABLE" TO PARA-NAME.
           MOVE "N" TO WS-GLK-FOUND-SW.
           PERFORM 236-CHECK-ONE-LINK THRU 236-EXIT
               VARYING WS-GLK-SUB FROM 1 BY 1 UNTIL
               WS-GLK-SUB > WS-GLK-ROWS-USED OR GUARANTOR-LINKED.
       235-EXIT.
           EXIT.

       236-CHECK-ONE-LINK.
           IF WS-GLK-PATIENT-ID(WS-GLK-SUB) = WS-GLK-SEEK-ID
               MOVE "Y" TO WS-GLK-FOUND-SW.
       236-EXIT.
           EXIT.

      ***** FOLD EACH COMBINED-MODE BABY'S BALANCE INTO THE MOTHER'S
      ***** STATEMENT TOTALS, WITH ITS OWN LINE SO SHE CAN SEE IT
       270-COMBINE-NEWBORN-CHARGES.
            OR WS-MBL-STMT-MODE(WS-MBL-SUB) NOT = "C"
               GO TO 270-EXIT.

      ***** A NEWBORN LINKED TO A GUARANTOR BILLS THERE, NOT HERE
           MOVE WS-MBL-BABY-ID(WS-MBL-SUB) TO WS-GLK-SEEK-ID.
           PERFORM 235-SCAN-GUARANTOR-TABLE THRU 235-EXIT.
           IF GUARANTOR-LINKED
               GO TO 270-EXIT.

           MOVE WS-MBL-BABY-ID(WS-MBL-SUB) TO PATMSTR2-KEY.
           READ PATMSTR2 INTO WS-BABY-PATMSTR-AREA.
           IF NOT BABY-MSTR-FOUND
      ****** PATIENT'S COPAY IS THE ONLY PATIENT-RESPONSIBILITY AMOUNT
      ****** CARRIED ON PATMSTR -- WHATEVER'S LEFT OF PATIENT-TOT-AMT
      ****** IS TREATED AS ALREADY PAID BY THE CARRIER.
      ****** A PRIVATE-ROOM DIFFERENTIAL NEVER WENT TO THE CARRIER AND
      ****** IS THE PATIENT'S ON TOP OF THE COPAY.
       250-CALC-BALANCE.
           MOVE "250-CALC-BALANCE" TO PARA-NAME.
           MOVE PATIENT-TOT-AMT TO WS-TOTAL-CHARGES.
               MOVE ZERO TO WS-PATIENT-RESP
           ELSE
               MOVE COPAY IN PATIENT-MASTER-REC TO WS-PATIENT-RESP.
           MOVE ZERO TO WS-ROOM-DIFFERENTIAL.
           IF ROOM-DIFFERENTIAL-X NUMERIC
               MOVE ROOM-DIFFERENTIAL-AMT TO WS-ROOM-DIFFERENTIAL.
           ADD WS-ROOM-DIFFERENTIAL TO WS-PATIENT-RESP
               ON SIZE ERROR MOVE WS-TOTAL-CHARGES TO WS-PATIENT-RESP
           END-ADD.

           IF WS-PATIENT-RESP > WS-TOTAL-CHARGES
               MOVE WS-TOTAL-CHARGES TO WS-PATIENT-RESP.
           MOVE PATIENT-MASTER-REC  TO AUDIT-AFTER-IMAGE.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.

      ***** THE GUARANTOR PASS READ THE ACCOUNT THROUGH THE SECOND
      ***** PATH, SO THE REWRITE GOES BACK THROUGH IT
           IF GUARANTOR-PASS
               GO TO 268-REWRITE-LINKED.
           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATMSTR" TO ABEND-REASON
                 MOVE PATMSTR-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           GO TO 268-LOG-CHARGE.

       268-REWRITE-LINKED.
           REWRITE PATMSTR2-REC FROM PATIENT-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATMSTR" TO ABEND-REASON
                 MOVE PATMSTR2-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-REWRITE.

       268-LOG-CHARGE.
           ADD WS-FIN-CHARGE-AMT TO WS-TOTAL-CHARGES.
           ADD WS-FIN-CHARGE-AMT TO WS-PATIENT-RESP.

           WRITE PATSTMT-REC FROM WS-STMT-DIAG-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-AMOUNT-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-PAID-LINE.
           IF WS-ROOM-DIFFERENTIAL > ZERO
               MOVE WS-ROOM-DIFFERENTIAL TO STMT-ROOM-DIFF
               WRITE PATSTMT-REC FROM WS-STMT-PRIVATE-LINE.
           IF WS-FIN-CHARGE-AMT > ZERO
               MOVE WS-FIN-CHARGE-AMT TO STMT-FIN-CHARGE
               WRITE PATSTMT-REC FROM WS-STMT-FINCHG-LINE.
               MOVE ZERO            TO SHS-INSTALLMENT
               MOVE "N"             TO SHS-ON-PLAN-IND.
           MOVE WS-FIN-CHARGE-AMT   TO SHS-FIN-CHARGE.
           MOVE SPACES              TO SHS-GUARANTOR-ID.
           WRITE STMTHIST-REC FROM STATEMENT-HISTORY-REC.
           ADD 1 TO WS-STMTS-WRITTEN.

       710-EXIT.
           EXIT.

      ***** ONE CONSOLIDATED PAPER STATEMENT PER GUARANTOR.  A CYCLE
      ***** RUN MAILS THE GUARANTOR WITH THE CYCLE OF THE FIRST
      ***** LINKED ACCOUNT, SO EACH GUARANTOR MAILS ONCE A MONTH.
       600-GUARANTOR-STATEMENTS.
           MOVE "600-GUARANTOR-STATEMENTS" TO PARA-NAME.
           MOVE "Y" TO WS-GUAR-PASS-SW, WS-GUA-MORE-SW.
           MOVE LOW-VALUES TO GUARMSTR-KEY.
           START GUARMSTR KEY NOT LESS THAN GUARMSTR-KEY
               INVALID KEY
                   GO TO 600-EXIT
           END-START.
           PERFORM 095-READ-NEXT-GUARANTOR THRU 095-EXIT.
           PERFORM 610-BUILD-GUAR-STATEMENT THRU 610-EXIT
                   UNTIL NO-MORE-GUARANTORS.
       600-EXIT.
           EXIT.

       610-BUILD-GUAR-STATEMENT.
           MOVE "610-BUILD-GUAR-STATEMENT" TO PARA-NAME.
           IF GUA-LINK-COUNT = ZERO
               GO TO 610-READ-NEXT.
           IF CYCLE-RUN
              AND (GUA-LINKED-PATIENT(1) < CYC-LOW-PATIENT-ID
               OR  GUA-LINKED-PATIENT(1) > CYC-HIGH-PATIENT-ID)
               GO TO 610-READ-NEXT.

           MOVE GUA-NAME   TO STMT-NAME.
           MOVE GUA-STREET TO STMT-STREET.
           MOVE GUA-CITY   TO STMT-CITY.
           MOVE GUA-STATE  TO STMT-STATE.
           MOVE GUA-ZIP    TO STMT-ZIP.
           MOVE ZERO TO WS-GUAR-TOTALS, WS-GA-PENDING-COUNT.
           PERFORM 620-GUAR-ACCOUNT THRU 620-EXIT
               VARYING WS-GUA-LINK-SUB FROM 1 BY 1 UNTIL
               WS-GUA-LINK-SUB > GUA-LINK-COUNT.

      ***** NOTHING DISCHARGED AND UNHELD -- NO STATEMENT THIS TIME
           IF WS-GUAR-ACCTS = ZERO
               GO TO 610-READ-NEXT.

           WRITE PATSTMT-REC FROM WS-STMT-NAME-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-ADDR-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-GUAR-HDR-LINE.
           PERFORM 640-WRITE-GUAR-PENDING THRU 640-EXIT
               VARYING GA-SUB FROM 1 BY 1
               UNTIL GA-SUB > WS-GA-PENDING-COUNT.
           MOVE WS-GUAR-TOT-CHARGES  TO STMT-TOT-CHARGES.
           MOVE WS-GUAR-INS-PAID     TO STMT-INS-PAID.
           MOVE WS-GUAR-PATIENT-RESP TO STMT-BALANCE-DUE.
           WRITE PATSTMT-REC FROM WS-STMT-AMOUNT-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-PAID-LINE.
           IF WS-GUAR-FIN-CHARGE > ZERO
               MOVE WS-GUAR-FIN-CHARGE TO STMT-FIN-CHARGE
               WRITE PATSTMT-REC FROM WS-STMT-FINCHG-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-BALANCE-LINE.
           MOVE GUA-GUARANTOR-ID     TO STMT-COUPON-GUAR.
           MOVE WS-GUAR-AMOUNT-DUE   TO STMT-COUPON-AMT.
           WRITE PATSTMT-REC FROM WS-STMT-COUPON-LINE.
           WRITE PATSTMT-REC FROM WS-STMT-BLANK-LINE.
           ADD 1 TO WS-GUAR-STMTS-WRITTEN.

       610-READ-NEXT.
           PERFORM 095-READ-NEXT-GUARANTOR THRU 095-EXIT.
       610-EXIT.
           EXIT.

      ***** PRICE ONE LINKED ACCOUNT EXACTLY AS ITS OWN STATEMENT
      ***** WOULD HAVE, AND ROLL IT INTO THE GUARANTOR'S TOTALS
       620-GUAR-ACCOUNT.
           MOVE "620-GUAR-ACCOUNT" TO PARA-NAME.
           MOVE GUA-LINKED-PATIENT(WS-GUA-LINK-SUB) TO PATMSTR2-KEY.
           READ PATMSTR2 INTO PATIENT-MASTER-REC.
           IF NOT LINKED-MSTR-FOUND
               MOVE "*** GUARANTOR ACCOUNT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE GUA-LINKED-PATIENT(WS-GUA-LINK-SUB) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 620-EXIT.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               GO TO 620-EXIT.

      ***** A HELD ACCOUNT MAILED ALONE, REROUTED, IN THE BROWSE
           MOVE "N" TO WS-ACCT-HOLD-SW.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACCTHOLD-KEY.
           READ ACCTHOLD INTO ACCOUNT-HOLD-REC.
           IF HOLD-FOUND
               GO TO 620-EXIT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO
               PATINS-KEY, PATPERSN-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE "*** PATIENT NOT ON PATINS" TO ABEND-REASON
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 620-EXIT.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               MOVE "*** PATIENT NOT ON PATPERSN" TO ABEND-REASON
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 620-EXIT.

           PERFORM 250-CALC-BALANCE THRU 250-EXIT.
           PERFORM 268-ASSESS-FINANCE-CHARGE THRU 268-EXIT.
           PERFORM 270-COMBINE-NEWBORN-CHARGES THRU 270-EXIT
               VARYING WS-MBL-SUB FROM 1 BY 1 UNTIL
               WS-MBL-SUB > WS-MBL-ROWS-USED.

           ADD 1 TO WS-GUAR-ACCTS.
           ADD WS-TOTAL-CHARGES    TO WS-GUAR-TOT-CHARGES.
           ADD WS-INSURANCE-PAID   TO WS-GUAR-INS-PAID.
           ADD WS-PATIENT-RESP     TO WS-GUAR-PATIENT-RESP.
           ADD WS-FIN-CHARGE-AMT   TO WS-GUAR-FIN-CHARGE.
      ***** AN ACCOUNT ON A PLAN OWES ITS INSTALLMENT TOWARD THE
      ***** REMITTANCE AMOUNT, THE REST THEIR WHOLE BALANCE
           IF PATIENT-ON-PLAN
               ADD WS-INSTALLMENT-DUE TO WS-GUAR-AMOUNT-DUE
           ELSE
               ADD WS-PATIENT-RESP    TO WS-GUAR-AMOUNT-DUE.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO GAL-PATIENT-ID.
           MOVE PATIENT-NAME        TO GAL-NAME.
           MOVE WS-TOTAL-CHARGES    TO GAL-TOT-CHARGES.
           MOVE WS-INSURANCE-PAID   TO GAL-INS-PAID.
           MOVE WS-PATIENT-RESP     TO GAL-BALANCE-DUE.
           ADD 1 TO WS-GA-PENDING-COUNT.
           MOVE WS-STMT-GUAR-ACCT-LINE
                TO WS-GA-PENDING-LINE(WS-GA-PENDING-COUNT).
           PERFORM 625-MOVE-NEWBORN-LINE THRU 625-EXIT
               VARYING NB-SUB FROM 1 BY 1
               UNTIL NB-SUB > WS-NB-PENDING-COUNT.
           MOVE ZERO TO WS-NB-PENDING-COUNT.

           PERFORM 630-WRITE-GUAR-HISTORY THRU 630-EXIT.
           ADD 1 TO WS-GUAR-ACCTS-BILLED.
       620-EXIT.
           EXIT.

      ***** A COMBINED NEWBORN PRINTS UNDER ITS MOTHER'S ACCOUNT LINE
       625-MOVE-NEWBORN-LINE.
           ADD 1 TO WS-GA-PENDING-COUNT.
           MOVE WS-NB-PENDING-LINE(NB-SUB)
                TO WS-GA-PENDING-LINE(WS-GA-PENDING-COUNT).
       625-EXIT.
           EXIT.

      ***** EACH ACCOUNT ON THE GUARANTOR'S STATEMENT GETS ITS OWN
      ***** HISTORY ROW, ADDRESSED AS MAILED, AND ITS OWN DISCLOSURE
       630-WRITE-GUAR-HISTORY.
           MOVE "630-WRITE-GUAR-HISTORY" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO SHS-PATIENT-ID.
           MOVE WS-DATE             TO SHS-STMT-DATE.
           IF CYCLE-RUN
               MOVE CYC-CYCLE-NBR   TO SHS-CYCLE-NBR
           ELSE
               MOVE ZERO            TO SHS-CYCLE-NBR.
           MOVE STMT-NAME           TO SHS-NAME.
           MOVE STMT-STREET         TO SHS-STREET.
           MOVE STMT-CITY           TO SHS-CITY.
           MOVE STMT-STATE          TO SHS-STATE.
           MOVE STMT-ZIP            TO SHS-ZIP.
           MOVE CARRIER-NAME IN INS-COMPANY-PRIMARY TO SHS-CARRIER.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                                    TO SHS-DIAG-CODE.
           MOVE WS-TOTAL-CHARGES    TO SHS-TOT-CHARGES.
           MOVE WS-INSURANCE-PAID   TO SHS-INS-PAID.
           MOVE WS-PATIENT-RESP     TO SHS-BALANCE-DUE.
           IF PATIENT-ON-PLAN
               MOVE WS-INSTALLMENT-DUE TO SHS-INSTALLMENT
               MOVE "Y"             TO SHS-ON-PLAN-IND
           ELSE
               MOVE ZERO            TO SHS-INSTALLMENT
               MOVE "N"             TO SHS-ON-PLAN-IND.
           MOVE WS-FIN-CHARGE-AMT   TO SHS-FIN-CHARGE.
           MOVE GUA-GUARANTOR-ID    TO SHS-GUARANTOR-ID.
           WRITE STMTHIST-REC FROM STATEMENT-HISTORY-REC.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO DSC-PATIENT-ID.
           MOVE WS-DATE             TO DSC-DATE.
           MOVE "GUARANTOR         " TO DSC-DESTINATION.
           MOVE "BILLING STATEMENT " TO DSC-PURPOSE.
           MOVE "PATSTMT "          TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
       630-EXIT.
           EXIT.

       640-WRITE-GUAR-PENDING.
           WRITE PATSTMT-REC FROM WS-GA-PENDING-LINE(GA-SUB).
       640-EXIT.
           EXIT.

       750-CLOSE-FILES.
           MOVE "750-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATMSTR, PATMSTR2, GUARMSTR, PATINS, PATPERSN,
                 PAYPLAN,
                 FINASST, ACCTHOLD, MBLINK, CHGDTL, CHARLOG,
                 FINCPARM, FINCLOG, STMTCYCL, STMTHIST, ESTMTOUT,
                 ESTMTFAL, PATAUDIT, PATSTMT, DISCLOG, SYSOUT.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
      ***** PATMSTR OPENS I-O NOW -- AN ASSESSED FINANCE CHARGE
      ***** REWRITES THE BALANCE IT WAS COMPUTED FROM
      ***** PATMSTR2 TOO -- THE GUARANTOR PASS ASSESSES THROUGH IT
           OPEN I-O PATMSTR, PATMSTR2.
           OPEN INPUT GUARMSTR, PATINS, PATPERSN, PAYPLAN,
                FINASST, ACCTHOLD, MBLINK, CHGDTL,
                FINCPARM, STMTCYCL, ESTMTFAL.
           OPEN OUTPUT PATSTMT, CHARLOG, FINCLOG, ESTMTOUT, PATAUDIT,
                   UNTIL NO-MORE-FAILS.
           PERFORM 050-LOAD-MBLINK-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-LINKS.
           PERFORM 090-LOAD-GUARANTOR-TABLE THRU 090-EXIT.
       800-EXIT.
           EXIT.

               WS-STMTS-SUPPRESSED.
           DISPLAY "PATSTMT SUPPRESSED AR $     : "
               WS-SUPPRESSED-DOLLARS.
           DISPLAY "PATSTMT LEFT FOR GUARANTOR  : "
               WS-STMTS-CONSOLIDATED.
           DISPLAY "PATSTMT GUARANTOR STMTS     : "
               WS-GUAR-STMTS-WRITTEN.
           DISPLAY "PATSTMT GUARANTOR ACCOUNTS  : "
               WS-GUAR-ACCTS-BILLED.
           DISPLAY "PATSTMT FINANCE CHARGES     : "
               WS-FINCHGS-ASSESSED.
           DISPLAY "PATSTMT FINANCE CHG DOLLARS : "

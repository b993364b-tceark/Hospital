      *          ITSELF GOES ON THE SUSPENSE QUEUE REMSUSP CARRIES
      *          FORWARD UNTIL THE CASH FINDS ITS ACCOUNT.
      *
      *          EACH PAYER EFT -- EVERY LINE UNDER ONE TRACE NUMBER,
      *          POSTED OR NOT, SINCE THE BANK RECEIVED IT ALL -- GOES
      *          ON THE CASHPOST LOG FOR BANKRECN TO MATCH TO THE BANK
      *          STATEMENT.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.REMITIN

               SUSPENSE FILE           -   DDS0001.RMTSUSP (NEW ROWS)

               CASH POSTING LOG        -   DDS0001.CASHPOST

               DUMP FILE               -   SYSOUT

      ******************************************************************
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SUSCODE.

           SELECT CASHPOST
           ASSIGN TO UT-S-CASHPOST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS SUSPOUT-REC.
       01  SUSPOUT-REC PIC X(120).

      ***** ONE ROW PER PAYER EFT, FOR THE BANK RECONCILIATION
       FD  CASHPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPOST-REC.
       01  CASHPOST-REC PIC X(60).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

               88 CODE-WRITE    VALUE SPACES.
           05  SUSCODE                 PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CPCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       COPY REMIT835.


       COPY RMTSUSP.

       COPY CASHPOST.

      ** VSAM FILE
       COPY PATMSTR.

           88 NO-MORE-REMIT-RECS     VALUE "N".
           88 MORE-REMIT-RECS        VALUE " ".

      ***** DOLLARS BY PAYER EFT -- A BLANK TRACE IS A PAPER CHECK
       01  WS-EFT-TABLE.
           05  WS-EFT-ROW OCCURS 100 TIMES.
               10  WS-EFT-PAYER-ID     PIC X(8).
               10  WS-EFT-TRACE-NBR    PIC X(15).
               10  WS-EFT-COUNT        PIC 9(7).
               10  WS-EFT-AMT          PIC 9(9)V99.
       01  WS-EFT-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-EFT-MAX                  PIC 9(3) VALUE 100.
       77  WS-EFT-SUB                  PIC 9(3).
       01  WS-EFT-FOUND-SW             PIC X(1).
           88 EFT-ROW-FOUND            VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(9) COMP.
           05 PAYMENTS-POSTED          PIC S9(9) COMP.
           OPEN I-O PATMSTR, CLMREG.
           OPEN OUTPUT SYSOUT, REMEXCP, PATAUDIT, CREDOUT, SECONDQ,
                       SUSPOUT.
           OPEN EXTEND CASHPOST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUSP-DATE.

           READ REMITIN INTO REMITTANCE-PAYMENT-REC
      ***** INTACT, NOT THAT EVERY PAYMENT FOUND A HOME
           IF RMT-PAYMENT-REC
               ADD RMT-PAID-AMT TO WS-PAID-TOTAL
               PERFORM 150-TALLY-EFT THRU 150-EXIT
               PERFORM 200-POST-PAYMENT THRU 200-EXIT
           ELSE
               MOVE "*** UNKNOWN REMITTANCE RECORD TYPE" TO EXCP-REASON
       100-EXIT.
           EXIT.

       150-TALLY-EFT.
           MOVE "150-TALLY-EFT" TO PARA-NAME.
           MOVE "N" TO WS-EFT-FOUND-SW.
           PERFORM 160-SCAN-EFT-ROW THRU 160-EXIT
               VARYING WS-EFT-SUB FROM 1 BY 1 UNTIL
               WS-EFT-SUB > WS-EFT-ROWS-USED OR EFT-ROW-FOUND.

           IF EFT-ROW-FOUND
               SUBTRACT 1 FROM WS-EFT-SUB
           ELSE
               IF WS-EFT-ROWS-USED = WS-EFT-MAX
                   MOVE "*** EFT TABLE FULL - NOT ON CASHPOST"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 150-EXIT
               ELSE
                   ADD 1 TO WS-EFT-ROWS-USED
                   MOVE WS-EFT-ROWS-USED TO WS-EFT-SUB
                   MOVE RMT-PAYER-ID TO WS-EFT-PAYER-ID(WS-EFT-SUB)
                   MOVE RMT-EFT-TRACE-NBR
                        TO WS-EFT-TRACE-NBR(WS-EFT-SUB)
                   MOVE ZERO TO WS-EFT-COUNT(WS-EFT-SUB)
                   MOVE ZERO TO WS-EFT-AMT(WS-EFT-SUB).

           ADD 1 TO WS-EFT-COUNT(WS-EFT-SUB).
           ADD RMT-PAID-AMT TO WS-EFT-AMT(WS-EFT-SUB).
       150-EXIT.
           EXIT.

       160-SCAN-EFT-ROW.
           MOVE "160-SCAN-EFT-ROW" TO PARA-NAME.
           IF WS-EFT-PAYER-ID(WS-EFT-SUB) = RMT-PAYER-ID AND
              WS-EFT-TRACE-NBR(WS-EFT-SUB) = RMT-EFT-TRACE-NBR
               MOVE "Y" TO WS-EFT-FOUND-SW.
       160-EXIT.
           EXIT.

       200-POST-PAYMENT.
           MOVE "200-POST-PAYMENT" TO PARA-NAME.
           MOVE RMT-PATIENT-ID TO PATIENT-KEY.
       650-EXIT.
           EXIT.

       680-LOG-EFT.
           MOVE "680-LOG-EFT" TO PARA-NAME.
           MOVE "REMITPST"                  TO CPB-SOURCE-PROGRAM.
           MOVE WS-SUSP-DATE                TO CPB-DEPOSIT-DATE.
           MOVE WS-EFT-TRACE-NBR(WS-EFT-SUB) TO CPB-TRACE-NBR.
           MOVE WS-EFT-AMT(WS-EFT-SUB)      TO CPB-AMT.
           MOVE WS-EFT-COUNT(WS-EFT-SUB)    TO CPB-ITEM-COUNT.
           MOVE WS-SUSP-DATE                TO CPB-RUN-DATE.
           WRITE CASHPOST-REC FROM CASH-POSTING-BATCH-REC.
       680-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE REMITIN, REMEXCP, PATMSTR, PATINS, CLMREG, PATAUDIT,
                 CREDOUT, SECONDQ, SUSPOUT, CASHPOST, SYSOUT.
       700-EXIT.
           EXIT.

                                     TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           PERFORM 680-LOG-EFT THRU 680-EXIT
               VARYING WS-EFT-SUB FROM 1 BY 1 UNTIL
               WS-EFT-SUB > WS-EFT-ROWS-USED.

           PERFORM 700-CLOSE-FILES THRU 700-EXIT.

           DISPLAY "REMITPST PAYMENT RECORDS READ : " RECORDS-READ.

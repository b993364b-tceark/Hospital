      * COPY CASHPOST.
      ***** ONE ROW PER BANK DEPOSIT OR EFT A CASH-POSTING RUN
      ***** BOOKED -- THE BATCH AS THE BANK SHOULD SEE IT ARRIVE.
      ***** CSHRCPT WRITES THE CASHIER DEPOSIT SLIP, LOCKBOX THE
      ***** BANK'S LOCKBOX DEPOSIT, REMITPST ONE ROW PER 835 EFT
      ***** TRACE, AUTOPAYP THE CARD PROCESSOR SETTLEMENT, AND
      ***** AGCYPOST THE AGENCY REMITTANCE.  EVERY RUN APPENDS;
      ***** BANKRECN MATCHES THE ROWS TO THE BANK'S BAI2 STATEMENT
      ***** AND EMPTIES THE FILE ONCE THEY ARE ON ITS OPEN-ITEM FILE.
       01  CASH-POSTING-BATCH-REC.
           05  CPB-SOURCE-PROGRAM          PIC X(8).
      ***** CCYYMMDD THE MONEY WAS DEPOSITED OR SETTLED
           05  CPB-DEPOSIT-DATE            PIC X(8).
      ***** SLIP NUMBER, LOCKBOX BATCH, EFT TRACE, SETTLEMENT BATCH
      ***** OR AGENCY REMITTANCE REFERENCE -- SPACES IF NONE CAME IN
           05  CPB-TRACE-NBR               PIC X(15).
           05  CPB-AMT                     PIC 9(9)V99.
           05  CPB-ITEM-COUNT              PIC 9(7).
           05  CPB-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(3).

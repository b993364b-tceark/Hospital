           05  RMT-CLAIM-CONTROL-NBR       PIC 9(9).
           05  RMT-PAID-AMT                PIC 9(7)V99.
           05  RMT-CONTRACTUAL-ADJ         PIC 9(7)V99.
      ***** TRN02 OF THE 835 -- THE ACH TRACE (OR CHECK NUMBER) OF
      ***** THE PAYER'S EFT THIS LINE WAS PAID UNDER
           05  RMT-EFT-TRACE-NBR           PIC X(15).
           05  FILLER                      PIC X(1).

       01  REMITTANCE-TRAILER-REC REDEFINES REMITTANCE-PAYMENT-REC.
           05  FILLER                      PIC X(1).

      * COPY DNFBACR.
      ***** UNBILLED-REVENUE ACCRUAL BOOKED AT THE LAST MONTH-END
      ***** DNFB RUN.  THE NEXT MONTH-END RUN REVERSES IT BEFORE
      ***** BOOKING THE NEW ONE, SO THE LEDGER ONLY EVER CARRIES
      ***** THE CURRENT MONTH'S UNBILLED DOLLARS.
       01  DNFB-ACCRUAL-REC.
           05  DNA-AS-OF-DATE              PIC X(8).
           05  DNA-ACCRUAL-AMT             PIC 9(9)V99.
           05  DNA-ACCOUNT-COUNT           PIC 9(7).
           05  FILLER                      PIC X(14).

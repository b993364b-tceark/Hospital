      * COPY BANKOPEN.
      ***** ONE ROW PER UNMATCHED ITEM ON THE BANK RECONCILIATION,
      ***** CARRIED FROM ONE BANKRECN RUN TO THE NEXT UNTIL ITS
      ***** OTHER SIDE SHOWS UP.  "B" IS A BANK CREDIT NO POSTING
      ***** RUN BOOKED; "P" IS A POSTED BATCH THE BANK HAS NOT YET
      ***** CREDITED.
       01  BANK-OPEN-ITEM-REC.
           05  BOI-SIDE                    PIC X(1).
               88 BOI-BANK-ITEM            VALUE "B".
               88 BOI-POSTED-ITEM          VALUE "P".
      ***** BANK AS-OF DATE, OR THE POSTED DEPOSIT DATE, CCYYMMDD
           05  BOI-ITEM-DATE               PIC 9(8).
      ***** POSTING PROGRAM, OR "BAI " PLUS THE BAI2 TYPE CODE
           05  BOI-SOURCE                  PIC X(8).
           05  BOI-TRACE-NBR               PIC X(15).
      ***** THE BANK'S OWN REFERENCE; SPACES ON A POSTED ITEM
           05  BOI-BANK-REF                PIC X(15).
           05  BOI-AMT                     PIC 9(9)V99.
           05  FILLER                      PIC X(2).

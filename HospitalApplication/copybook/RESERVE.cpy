      * COPY RESERVE.
      ***** MONTH-END RECEIVABLE RESERVES.  FINANCE KEEPS ONE RATE
      ***** ROW PER PAYER CLASS AND AGING BUCKET, SET FROM THE LAST
      ***** TWELVE MONTHS OF COLLECTIONS, WRITE-OFFS AND
      ***** CONTRACTUAL ADJUSTMENTS ON THE GL JOURNAL (RSRVDRV
      ***** PRINTS THOSE ACTUALS).  RSRVCALC APPLIES THE RATES TO
      ***** ARAGING'S BALANCES AND JOURNALS THE CHANGE IN RESERVE.

      ***** ONE RATE ROW.  CLASS AND BUCKET MATCH ARBUCKET; THE
      ***** BASIS DATES ARE THE GL WINDOW THE RATES WERE SET FROM.
       01  RESERVE-PCT-REC.
           05  RSV-PAYER-CLASS             PIC X(3).
           05  RSV-BUCKET                  PIC 9(1).
           05  RSV-BAD-DEBT-PCT            PIC 9(3)V99.
           05  RSV-CONTRACT-PCT            PIC 9(3)V99.
           05  RSV-BASIS-FROM-DATE         PIC X(8).
           05  RSV-BASIS-THRU-DATE         PIC X(8).
           05  RSV-SET-BY                  PIC X(8).
           05  FILLER                      PIC X(2).

      ***** RESERVE ON THE BOOKS AFTER THE LAST MONTH-END, ONE ROW
      ***** PER RESERVE.  RSRVCALC READS LAST MONTH'S AND WRITES
      ***** THIS MONTH'S.
       01  RESERVE-BALANCE-REC.
           05  RSB-RESERVE-TYPE            PIC X(4).
               88 RSB-BAD-DEBT             VALUE "BDRS".
               88 RSB-CONTRACTUAL          VALUE "CTRS".
           05  RSB-AS-OF-DATE              PIC X(8).
           05  RSB-BALANCE                 PIC 9(9)V99.
           05  FILLER                      PIC X(17).

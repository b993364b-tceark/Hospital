      * COPY ARBUCKET.
      ***** AGED RECEIVABLE BY PAYER CLASS, ONE ROW PER INS-TYPE
      ***** ARAGING BREAKS OUT (HMO/PPO/POS/MAN, EVERYTHING ELSE
      ***** AS "OTH").  THE FIVE BUCKETS ARE 0-30 / 31-60 / 61-90 /
      ***** 91-120 / OVER-120 DAYS, THE SAME ONES THE AGING REPORT
      ***** PRINTS.  RSRVCALC PRICES THE MONTH-END RESERVES FROM IT.
       01  AR-AGED-BALANCE-REC.
           05  ARB-AS-OF-DATE              PIC X(8).
           05  ARB-PAYER-CLASS             PIC X(3).
           05  ARB-BUCKET-AMT OCCURS 5 TIMES
                                           PIC 9(9)V99.
           05  FILLER                      PIC X(14).

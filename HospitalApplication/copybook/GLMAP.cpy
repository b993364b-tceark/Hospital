      *****   PAYM  PAYMENTS                    (REMITPST/CSHRCPT)
      *****   ADJS  CONTRACTUAL ADJUSTMENTS     (REMITPST)
      *****   FINC  FINANCE CHARGES             (PATSTMT)
      *****   ESCH  UNCLAIMED PROPERTY REMITTED (ESCHRPT)
      *****   WOFF  BAD-DEBT WRITE-OFFS         (COLLWOFF)
      *****   BDRS  BAD-DEBT RESERVE CHANGE     (RSRVCALC)
      *****   CTRS  CONTRACTUAL RESERVE CHANGE  (RSRVCALC)
      *****   DNFB  UNBILLED REVENUE ACCRUAL    (DNFBRPT)
      *****   ROIF  ROI COPY FEES INVOICED      (ROIMNT)
       01  GL-MAP-REC.
           05  GLM-CHARGE-CATEGORY         PIC X(4).
           05  GLM-WARD-NBR                PIC X(4).

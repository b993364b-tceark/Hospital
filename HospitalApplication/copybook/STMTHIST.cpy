           05  SHS-INSTALLMENT             PIC 9(7)V99.
           05  SHS-FIN-CHARGE              PIC 9(7)V99.
           05  SHS-ON-PLAN-IND             PIC X(1).
      ***** SET WHEN THE ACCOUNT BILLED ON ITS GUARANTOR'S
      ***** CONSOLIDATED STATEMENT -- THE NAME AND ADDRESS ABOVE ARE
      ***** THEN THE GUARANTOR'S
           05  SHS-GUARANTOR-ID            PIC X(6).
      ***** GROWTH FILLER SO THE 200-BYTE ROW (AND THE PATSTMT/
      ***** STMTRPRN FDS THAT QUOTE IT) ONLY CHANGES ONCE
           05  FILLER                      PIC X(4).

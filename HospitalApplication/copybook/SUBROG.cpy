      * COPY SUBROG.
      ***** ONE SUBROGATION CASE PER STAY -- THE HEALTH PLAN PAID A
      ***** CLAIM FOR A STAY ACCDCOV SAYS A THIRD PARTY IS LIABLE
      ***** FOR, SO THE PLAN WILL WANT ITS MONEY BACK WHEN THE
      ***** LIABLE CARRIER SETTLES.  KEYED BY PATIENT-ID PLUS
      ***** ENCOUNTER.  SUBRWORK OPENS THE CASE OFF THE CLAIM
      ***** REGISTER, APPLIES THE RECOVERY UNIT'S STATUS
      ***** TRANSACTIONS, AND PRINTS THE WORKLIST UNTIL IT SETTLES
      ***** OR CLOSES.
       01  SUBROGATION-CASE-REC.
           05  SBR-CASE-KEY.
               10  SBR-PATIENT-ID          PIC X(6).
               10  SBR-ENCOUNTER-NBR       PIC X(10).
           05  SBR-ACCIDENT-TYPE           PIC X(1).
           05  SBR-ACCIDENT-DATE           PIC X(10).
      ***** THE PLAN THAT PAID AND THE CLAIM IT PAID
           05  SBR-PLAN-PAYER-ID           PIC X(8).
           05  SBR-CLAIM-CONTROL-NBR       PIC 9(9).
           05  SBR-PLAN-PAID-AMT           PIC 9(7)V99.
      ***** THE PARTY WHO OWES IT
           05  SBR-LIAB-PAYER-ID           PIC X(8).
           05  SBR-LIAB-CLAIM-NBR          PIC X(20).
           05  SBR-STATUS                  PIC X(1).
               88 SBR-IDENTIFIED           VALUE "O".
               88 SBR-DEMAND-SENT          VALUE "D".
               88 SBR-NEGOTIATING          VALUE "N".
               88 SBR-SETTLED              VALUE "S".
               88 SBR-CLOSED-NO-RECOVERY   VALUE "C".
               88 SBR-CASE-OPEN            VALUES "O", "D", "N".
      ***** YYYY-MM-DD
           05  SBR-OPEN-DATE               PIC X(10).
           05  SBR-STATUS-DATE             PIC X(10).
           05  SBR-SETTLED-AMT             PIC 9(7)V99.
           05  SBR-LAST-MAINT-BY           PIC X(8).
           05  FILLER                      PIC X(31).

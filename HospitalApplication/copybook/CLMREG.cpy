               88 CLM-REJECTED             VALUE "R".
               88 CLM-DENIED               VALUE "D".
               88 CLM-PAID                 VALUE "P".
      ***** SET BY CLMSTPST FROM THE PAYER'S 277 STATUS RESPONSE --
      ***** STILL IN ADJUDICATION, PENDED FOR MORE INFORMATION, OR
      ***** NOT ON FILE AT THE PAYER AT ALL
               88 CLM-IN-PROCESS           VALUE "I".
               88 CLM-PENDED               VALUE "Q".
               88 CLM-NOT-ON-FILE          VALUE "N".
      ***** ACCEPTED BY THE CLEARINGHOUSE, NOT YET PAID OR DENIED --
      ***** THE ROWS CLMSTINQ ASKS THE PAYER ABOUT
               88 CLM-AWAITING-PAYER       VALUES "A", "I", "Q", "N".
           05  CLM-ACK-DATE                PIC X(8).
           05  CLM-TOTAL-CHARGES           PIC 9(7)V99.
           05  CLM-EXPECTED-AMT            PIC 9(7)V99.
           05  CLM-PAID-AMT                PIC 9(7)V99.
           05  CLM-DENIAL-REASON           PIC X(5).
           05  CLM-PAYER-ID                PIC X(8).
      ***** THE STAY THE CLAIM BILLS -- COPIED FROM PATMSTR'S
      ***** ENCOUNTER-NBR WHEN THE CLAIM IS REGISTERED, SO THE REMIT
      ***** AND DENIAL POSTED AGAINST THIS ROW LAND ON ONE VISIT
           05  CLM-ENCOUNTER-NBR           PIC X(10).
      ***** THE LAST 277 CLAIM STATUS CATEGORY (A1, P3, F1 ...) --
      ***** ITS STATUS CODE RIDES IN CLM-DENIAL-REASON
           05  CLM-PAYER-STATUS-CAT        PIC X(02).
           05  FILLER                      PIC X(03).

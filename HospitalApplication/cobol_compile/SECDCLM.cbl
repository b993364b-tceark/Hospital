       500-WRITE-CLAIM-REGISTER.
           MOVE "500-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE SCQ-PATIENT-ID TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
           MOVE "O"            TO CLM-FREQUENCY-CDE.
           MOVE "S"            TO CLM-STATUS.
           MOVE SPACES         TO CLM-ACK-DATE.
                                  CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
           MOVE CARRIER-ID IN INS-COMPANY-SECONDARY
                               TO CLM-PAYER-ID.


      *          950-999 BAND OF THE RUN-DATE SEQUENCE.  THE PATIENT
      *          STILL KEEPS ONE ACCOUNT AND ONE STATEMENT.
      *
      *          THE ACUTE PORTION OF A STAY CONVERTED TO A SWING BED
      *          QUEUES HERE TOO (SEGMENT TYPE "A").  THE ACUTE STAY
      *          ENDED AT THE CONVERSION, SO IT BILLS WITHOUT WAITING
      *          FOR THE SWING STAY'S DISCHARGE, WITH THE PATIENT
      *          SHOWN GOING TO SKILLED-NURSING LEVEL.
      *
      ******************************************************************

               SEGMENT QUEUE (OLD GEN) -   DDS0001.STAYSEG
           EXIT.

      ***** SAME GATES EDICLAIM APPLIES -- DISCHARGED, CODED, AND A
      ***** PAYER ON THE PAYER MASTER.  AN ACUTE SEGMENT AHEAD OF A
      ***** SWING-BED STAY ENDED AT THE CONVERSION -- NO DISCHARGE
      ***** TO WAIT FOR.  A SEGMENT THAT CANNOT BILL
      ***** TONIGHT CARRIES FORWARD TO THE NEW GENERATION; A BILLED
      ***** SEGMENT DROPS, SO NOTHING EVER CLAIMS TWICE.
       200-BUILD-SEGMENT-CLAIM.

           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
            OR (DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
                AND NOT SEG-ACUTE-BEFORE-SWING)
            OR CODING-HOLD
               PERFORM 250-CARRY-SEGMENT THRU 250-EXIT
               GO TO 200-EXIT.
           MOVE DIAGNOSTIC-CODE-TERTIARY IN PATIENT-MASTER-REC
                                    TO HDR-DIAG-TERTIARY.
           MOVE SEG-CHARGES         TO HDR-TOTAL-CHARGES.
           IF SEG-ACUTE-BEFORE-SWING
               MOVE "SN" TO HDR-DISPOSITION
           ELSE
               MOVE DISCHARGE-DISPOSITION IN PATIENT-MASTER-REC
                                    TO HDR-DISPOSITION.

           IF WS-CLAIM-SEQ = WS-CLAIM-SEQ-LIMIT
       400-WRITE-CLAIM-REGISTER.
           MOVE "400-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE SEG-PATIENT-ID TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
           MOVE "O"            TO CLM-FREQUENCY-CDE.
           MOVE "S"            TO CLM-STATUS.
           MOVE SPACES         TO CLM-ACK-DATE.
                                  CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
           MOVE WS-CLAIM-PAYER-ID TO CLM-PAYER-ID.

           WRITE CLMREG-REC FROM CLAIM-REGISTER-REC

               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                    TO DIAG-CDE(1)
           ELSE
           IF ORD-ROUTE = SPACES
               MOVE "ORA" TO TREATMENT-MODE
               MOVE ORD-ITEM-ID TO MEDICATION-ID
           ELSE
               MOVE ORD-ROUTE TO TREATMENT-MODE
               MOVE ORD-ITEM-ID TO MEDICATION-ID.

           WRITE ORDRDATA-REC FROM INPATIENT-TREATMENT-REC.

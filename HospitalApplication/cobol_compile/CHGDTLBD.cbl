           MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                                             TO CDT-FACILITY-CODE.
           MOVE "CHGDTLBD"                   TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                       TO CDT-MODIFIER.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                             TO CDT-ENCOUNTER-NBR.
           MOVE "N" TO WS-REVERSAL-SW.
           PERFORM 500-PUT-DETAIL-ROW THRU 500-EXIT.
           ADD 1 TO LAB-SLOTS-LOADED.
           MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                                             TO CDT-FACILITY-CODE.
           MOVE "CHGDTLBD"                   TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                       TO CDT-MODIFIER.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                             TO CDT-ENCOUNTER-NBR.
           MOVE "N" TO WS-REVERSAL-SW.
           PERFORM 500-PUT-DETAIL-ROW THRU 500-EXIT.
           ADD 1 TO EQUIP-SLOTS-LOADED.
           MOVE OVFL-PHYS-ID            TO CDT-PHYS-ID.
           MOVE SPACES                  TO CDT-FACILITY-CODE.
           MOVE "CHGDTLBD"              TO CDT-SOURCE-PROGRAM.
           MOVE SPACES                  TO CDT-MODIFIER.
           MOVE SPACES                  TO CDT-ENCOUNTER-NBR.
           IF OVFL-LAB-REVERSAL OR OVFL-EQUIP-REVERSAL
               MOVE "Y" TO WS-REVERSAL-SW
               ADD 1 TO OVFL-REVERSALS-NETTED

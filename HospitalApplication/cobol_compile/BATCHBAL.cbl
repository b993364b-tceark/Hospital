           05  RPT-STATUS            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "BATCHBAL".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           DISPLAY "BATCHBAL DETAILS PASSED     : " DETAILS-PASSED.
           DISPLAY "BATCHBAL DETAILS REJECTED   : " DETAILS-REJECTED.
           DISPLAY "BATCHBAL ORPHAN DETAILS     : " ORPHAN-DETAILS.
           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

           DISPLAY "******** NORMAL END OF JOB BATCHBAL ********".
       900-EXIT.
           EXIT.

      *          INTO THE OVER-120 BUCKET AND REPORTED, SO BAD DATES
      *          SURFACE INSTEAD OF SHRINKING THE RECEIVABLE.
      *
      *          THE INS-TYPE BREAKOUT ALSO GOES OUT AS THE ARBUCKET
      *          EXTRACT, ONE ROW PER PAYER CLASS, FOR THE MONTH-END
      *          RESERVE CALCULATION (RSRVCALC).
      *
      ******************************************************************

               VSAM FILE                -   DDS0001.PATMASTR

               OUTPUT FILE PRODUCED     -   DDS0001.ARAGING

               AGED BALANCE EXTRACT     -   DDS0001.ARBUCKET

               DUMP FILE                -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-ARAGING
             ORGANIZATION IS SEQUENTIAL.

           SELECT ARBUCKET
           ASSIGN TO UT-S-ARBUCKET
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
           DATA RECORD IS ARAGING-REC.
       01  ARAGING-REC PIC X(132).

       FD  ARBUCKET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARBUCKET-REC.
       01  ARBUCKET-REC PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.

       COPY PATMSTR.

       COPY ARBUCKET.

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-AGING-INT                PIC S9(9) COMP.
       77  WS-AGE-DAYS                 PIC S9(5) COMP.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ARAGING ********".
           OPEN INPUT PATMSTR.
           OPEN OUTPUT ARAGING, ARBUCKET, SYSOUT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL
               WS-BUCKET-SUB > 5.
           WRITE ARAGING-REC FROM WS-RPT-DETAIL-REC.

           PERFORM 580-WRITE-CLASS-EXTRACT THRU 580-EXIT
               VARYING WS-INS-SUB FROM 1 BY 1 UNTIL WS-INS-SUB > 5.
       500-EXIT.
           EXIT.

       560-EXIT.
           EXIT.

      ***** ONE ARBUCKET ROW PER PAYER CLASS, ZERO ROWS INCLUDED,
      ***** SO THE RESERVE JOB ALWAYS SEES ALL FIVE CLASSES
       580-WRITE-CLASS-EXTRACT.
           MOVE "580-WRITE-CLASS-EXTRACT" TO PARA-NAME.
           MOVE SPACES TO AR-AGED-BALANCE-REC.
           MOVE WS-CURR-DATE-9 TO ARB-AS-OF-DATE.
           MOVE WS-INS-TYPE-CODE(WS-INS-SUB) TO ARB-PAYER-CLASS.
           PERFORM 590-MOVE-CLASS-BUCKETS THRU 590-EXIT
               VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL
               WS-BUCKET-SUB > 5.
           WRITE ARBUCKET-REC FROM AR-AGED-BALANCE-REC.
       580-EXIT.
           EXIT.

       590-MOVE-CLASS-BUCKETS.
           MOVE WS-INS-BUCKET-AMT(WS-INS-SUB, WS-BUCKET-SUB)
               TO ARB-BUCKET-AMT(WS-BUCKET-SUB).
       590-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATMSTR, ARAGING, ARBUCKET, SYSOUT.
           DISPLAY "ARAGING PATMSTR ROWS READ   : " RECORDS-READ.
           DISPLAY "ARAGING ACCOUNTS AGED       : " ACCOUNTS-AGED.
           DISPLAY "ARAGING UNPARSEABLE DATES   : " BAD-DATE-COUNT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATMSTR, ARAGING, ARBUCKET, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ARAGING ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

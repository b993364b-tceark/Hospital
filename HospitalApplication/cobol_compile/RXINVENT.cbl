           05  VAR-VARIANCE          PIC ZZZZZZ9-.
           05  FILLER                PIC X(7)  VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "RXINVENT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  TRMTSRCH-HDR-SW         PIC X(1) VALUE "N".
               88 TRMTSRCH-HDR-CHECKED VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
       000-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

       050-LOAD-INVENTORY.
           MOVE "050-LOAD-INVENTORY" TO PARA-NAME.
           READ MEDINV-OLD INTO MEDICATION-INVENTORY-REC
                   MOVE "N" TO MORE-TRMT-SW
                   GO TO 100-EXIT
           END-READ.
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMTSRCH-HDR-CHECKED
               MOVE "Y" TO TRMTSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-DECREMENT-FROM-TRMTS.
           ADD 1 TO TRMT-READ.

           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
           DISPLAY "RXINVENT UNKNOWN MEDS       : " UNKNOWN-MEDS.
           DISPLAY "RXINVENT VARIANCES FOUND    : " VARIANCES-FOUND.
           DISPLAY "RXINVENT ITEMS TO REORDER   : " REORDERS-LISTED.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB RXINVENT ********".
       900-EXIT.
           EXIT.

           05  DEPT-RPT-FLAG    PIC X(18).
           05  FILLER           PIC X(6) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "ORDRECON".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
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

       100-LOAD-ORDERS.
           MOVE "100-LOAD-ORDERS" TO PARA-NAME.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO ORDERS-READ.
           IF POR-DISCONTINUED
               GO TO 100-EXIT.
           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               MOVE "*** ORDRECON ORDER TABLE FULL ***"
                    TO ABEND-REASON
           DISPLAY "ORDRECON CHARGES MATCHED    : " CHARGES-MATCHED.
           DISPLAY "ORDRECON CHARGES NO ORDER   : " CHARGES-NO-ORDER.
           DISPLAY "ORDRECON ORDERS NEVER CHGD  : " ORDERS-NO-CHARGE.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB ORDRECON ********".
       900-EXIT.
           EXIT.

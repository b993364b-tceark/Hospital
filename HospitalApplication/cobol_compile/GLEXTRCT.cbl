           05  GROSS-CHARGES           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GROSS-RELIEFS           PIC S9(11)V99 COMP-3 VALUE ZERO.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "GLEXTRCT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATEDIT-HDR-SW          PIC X(1) VALUE "N".
               88 PATEDIT-HDR-CHECKED  VALUE "Y".
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

       050-LOAD-MAP-TABLE.
           MOVE "050-LOAD-MAP-TABLE" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
                   GO TO 100-EXIT
           END-READ.

           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDIT-HDR-CHECKED
               MOVE "Y" TO PATEDIT-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-PROCESS-DAILY.

           IF TRAILER-REC IN INPATIENT-DAILY-REC
               GO TO 100-EXIT.

                   GO TO 200-EXIT
           END-READ.

           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMTSRCH-HDR-CHECKED
               MOVE "Y" TO TRMTSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 200-PROCESS-TREATMENTS.

           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 200-EXIT.

           DISPLAY "GLEXTRCT UNMAPPED BUCKETS   : " UNMAPPED-BUCKETS.
      ***** GROSS CHARGES ABOVE TIES TO THE MTHCLSE ROLL-FORWARD
      ***** CHARGES COLUMN FOR THE SAME DATE
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB GLEXTRCT ********".
       900-EXIT.
           EXIT.

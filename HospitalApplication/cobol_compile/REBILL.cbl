           05  WS-SERVICE-LINE-COUNT   PIC 9(7) VALUE ZERO.
      ***** THE RUN-DATE SEQUENCE IS PARTITIONED ACROSS THE CLAIM
      ***** WRITERS SO THE SAME NIGHT NEVER MINTS THE SAME CONTROL
      ***** NUMBER TWICE:  EDICLAIM 001-399, SERBILL 400-499,
      ***** SECDCLM 500-599, REBILL 600-799, INTBILL 800-899,
      ***** PROFCLM 900-949, SEGBILL 950-999.
           05  WS-CLAIM-SEQ            PIC 9(3) VALUE 599.
           05  WS-CLAIM-SEQ-LIMIT      PIC 9(3) VALUE 799.

           88 MEDICARE-CLAIM-REJECTED  VALUE "Y".
       77  WS-MEDICARE-REJECTS         PIC 9(5) VALUE ZERO.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "REBILL".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  LATECHG-HDR-SW          PIC X(1) VALUE "N".
               88 LATECHG-HDR-CHECKED  VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 048-LOAD-REVMAP THRU 048-EXIT
                   UNTIL NO-MORE-REV.

           PERFORM 060-READ-LATECHG THRU 060-EXIT.
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

      ***** LATECHG IS EACH CAMPUS'S DALYUPDT AND TRMTUPDT OUTPUT LAID
      ***** END TO END, SO A RUN-IDENTITY HEADER CAN TURN UP ANYWHERE
      ***** IN THE FILE -- EACH ONE IS CHECKED AND NONE IS BILLED
       060-READ-LATECHG.
           MOVE "060-READ-LATECHG" TO PARA-NAME.
           READ LATECHG INTO LATE-CHARGE-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
               GO TO 060-EXIT
           END-READ.
           MOVE LATE-CHARGE-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT LATECHG-HDR-CHECKED
               MOVE "Y" TO LATECHG-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 060-READ-LATECHG.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           IF NOT ALREADY-REBILLED
               PERFORM 200-BUILD-CLAIM THRU 200-EXIT.

           PERFORM 060-READ-LATECHG THRU 060-EXIT.
       100-EXIT.
           EXIT.

       275-WRITE-CLAIM-REGISTER.
           MOVE "275-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
      ***** RETROSWP QUEUES "O" FOR AN ACCOUNT THAT NEVER CLAIMED --
      ***** THERE IS NO ORIGINAL FOR A REPLACEMENT TO SUPERSEDE
           IF LTC-ORIGINAL-CLAIM
           MOVE ZERO           TO CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
           IF MEDICARE-INS
               MOVE "MEDICARE" TO CLM-PAYER-ID
           ELSE
               WS-MEDICARE-REJECTS.
           DISPLAY "REBILL SERVICE LINES WRITTEN: "
               WS-SERVICE-LINE-COUNT.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB REBILL ********".
       900-EXIT.
           EXIT.

           05  HIPAA-FORM-SIGNED-IND           PIC X(01).
               88 HIPAA-SIGNED       VALUE "Y".
               88 HIPAA-UNSIGNED     VALUE "N".
           05  PATIENT-ADMIT-COMMENTS          PIC X(123).
           05  ACCOM-REQUEST-IND               PIC X(01).
           05  ROOM-DIFFERENTIAL-X             PIC X(9).
           05  SEG-PRIOR-DIFFERENTIAL-X        PIC X(9).
           05  REFERRAL-SOURCE                 PIC X(01).
           05  REFERRING-PROVIDER-ID           PIC X(08).
           05  DIAGNOSIS-POA-FLAGS             PIC X(3).
           05  PROCEDURE-CODING                PIC X(90).
           05  ENCOUNTER-NBR                   PIC X(10).
           05  DAILY-LAB-CHARGES-SUMMARY OCCURS 20 TIMES.
               10  PATLISTEST-S-ID             PIC X(08).
               10  PATLISTEST-DATE             PIC X(08).
           05  IWK-MESSAGE             PIC X(40).
           05  FILLER                  PIC X(20) VALUE SPACES.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "PATLIST".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "PATLIST".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATSRCH-HDR-SW          PIC X(1) VALUE "N".
               88 PATSRCH-HDR-CHECKED  VALUE "Y".
           05  TRMTSRCH-HDR-SW         PIC X(1) VALUE "N".
               88 TRMTSRCH-HDR-CHECKED VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.
      ** QSAM FILE

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

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF MORE-PATIENTS
               GO TO 900-EXIT
           END-READ.

           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATSRCH-HDR-CHECKED
               MOVE "Y" TO PATSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 900-READ-PATDATA.

           ADD +1 TO PAT-RECORDS-READ.
       900-EXIT.
           EXIT.
               GO TO 920-EXIT
           END-READ.

           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMTSRCH-HDR-CHECKED
               MOVE "Y" TO TRMTSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 920-READ-TRMTSRCH.

           IF NO-MORE-TREATMENTS AND TRMT-RECORDS-READ = 0
               MOVE "EMPTY TREATMENT INPUT FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           DISPLAY "** PATIENT TREATMENT RECORDS READ **".
           DISPLAY  TRMT-RECORDS-READ.

           COMPUTE SCT-CALLER-COUNT =
               PAT-RECORDS-READ + TRMT-RECORDS-READ.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.

      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "******** NORMAL END OF JOB PATLIST ********".
       999-EXIT.

      *          TRANSMISSION.  READS THE FLAT CLAIM FILE, CHECKS
      *          EVERY HEADER FOR THE BLANKS THAT GUARANTEE A PAYER
      *          REJECT (INSURED NAME, MEMBER NUMBER, CARRIER NAME,
      *          PRIMARY DIAGNOSIS, ZERO CHARGES, AND ON AN INPATIENT
      *          CLAIM A DIAGNOSIS WITHOUT ITS PRESENT-ON-ADMISSION
      *          FLAG), AND ROUTES:
      *
      *            CLEAN CLAIM  -> CLMXMIT, THE FILE THAT ACTUALLY
      *                            GOES TO THE CLEARINGHOUSE
           05  CLN-GROUP-NBR           PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLN-DIAG-PRIMARY        PIC X(7).
           05  CLN-DIAG-SECONDARY      PIC X(7).
           05  CLN-DIAG-TERTIARY       PIC X(7).
           05  FILLER                  PIC X(1).
           05  CLN-TOTAL-CHARGES       PIC X(11).
           05  FILLER                  PIC X(1).
           05  CLN-CLAIM-CONTROL-NBR   PIC 9(9).
           05  FILLER                  PIC X(2).
           05  CLN-POA-PRIMARY         PIC X(1).
               88 CLN-POA-PRIMARY-OK   VALUES "Y", "N", "U", "W".
           05  CLN-POA-SECONDARY       PIC X(1).
               88 CLN-POA-SECONDARY-OK VALUES "Y", "N", "U", "W".
           05  CLN-POA-TERTIARY        PIC X(1).
               88 CLN-POA-TERTIARY-OK  VALUES "Y", "N", "U", "W".
           05  CLN-PATIENT-TYPE        PIC X(1).
               88 CLN-INPATIENT        VALUE "I".
           05  FILLER                  PIC X(2).

       01  WS-SWITCHES.
           05  MORE-CLAIMS-SW          PIC X(1) VALUE "Y".
           05  RPT-REASON          PIC X(30).
           05  FILLER              PIC X(8)  VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "CLMSCRUB".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  EDICLAIM-HDR-SW         PIC X(1) VALUE "N".
               88 EDICLAIM-HDR-CHECKED VALUE "Y".

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

       100-SCRUB-CLAIM-LINE.
           MOVE "100-SCRUB-CLAIM-LINE" TO PARA-NAME.
           READ EDICLAIM-FILE INTO WS-CLAIM-LINE
                   MOVE "N" TO MORE-CLAIMS-SW
                   GO TO 100-EXIT
           END-READ.
      ***** THE HEADER STOPS HERE -- IT NEVER GOES TO THE CLEARINGHOUSE
           MOVE WS-CLAIM-LINE TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT EDICLAIM-HDR-CHECKED
               MOVE "Y" TO EDICLAIM-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-SCRUB-CLAIM-LINE.
           ADD 1 TO LINES-READ.

           IF CLAIM-HEADER-LINE
           IF CLN-PATIENT-NAME = SPACES
               MOVE "BLANK PATIENT NAME" TO WS-HOLD-REASON.

      ***** PAYERS DENY OR DOWN-WEIGHT AN INPATIENT DIAGNOSIS SENT
      ***** WITHOUT ITS POA FLAG -- EVERY CODE ON THE HEADER NEEDS ONE
           IF WS-HOLD-REASON = SPACES
              AND CLN-INPATIENT
               IF (CLN-DIAG-PRIMARY NOT = SPACES
                   AND NOT CLN-POA-PRIMARY-OK)
                OR (CLN-DIAG-SECONDARY NOT = SPACES
                   AND NOT CLN-POA-SECONDARY-OK)
                OR (CLN-DIAG-TERTIARY NOT = SPACES
                   AND NOT CLN-POA-TERTIARY-OK)
                   MOVE "MISSING POA INDICATOR" TO WS-HOLD-REASON.

      ***** A CLAIM FOR $0.00 IS A GUARANTEED REJECT TOO -- THE
      ***** EDITED CHARGE FIELD CARRIES NO NONZERO DIGIT WHEN THE
      ***** TOTAL IS ZERO
           DISPLAY "CLMSCRUB CLAIMS HELD       : " CLAIMS-HELD.
           DISPLAY "CLMSCRUB OLD HOLDS CARRIED : " OLDQ-CARRIED.
           DISPLAY "CLMSCRUB OLD HOLDS CLEARED : " OLDQ-CLEARED.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB CLMSCRUB ********".
       900-EXIT.
           EXIT.

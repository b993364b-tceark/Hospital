       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMSTINQ.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY CLAIM-STATUS INQUIRY BUILD.  CLMRECON TELLS US
      *          THE CLEARINGHOUSE ACCEPTED A CLAIM AND REMITPST TELLS
      *          US WHEN THE PAYER PAID IT; A CLAIM THAT WAS ACCEPTED
      *          AND THEN WENT SILENT USED TO AGE ON THE REGISTER
      *          UNTIL TIMELYFL FLAGGED IT.  THIS JOB BROWSES THE
      *          CLMREG REGISTER AND WRITES ONE FLATTENED 276 STATUS
      *          INQUIRY FOR EVERY CLAIM STILL AWAITING THE PAYER,
      *          WITH NOTHING PAID, MORE THAN THE INQUIRY AGE AFTER
      *          THE CLEARINGHOUSE ACCEPTED IT.  THE PAYER'S 277
      *          ANSWERS COME BACK THROUGH CLMSTPST.
      *
      *          THE 276 IDENTIFIES THE CLAIM BY OUR CLAIM CONTROL
      *          NUMBER, WHICH EDICLAIM SENT AS THE PATIENT CONTROL
      *          NUMBER AND THE PAYER ECHOES ON THE 277.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM CLMSTINQ):
      *            INQUIRY-DAYS     DAYS AFTER ACCEPTANCE BEFORE A
      *                             SILENT CLAIM IS ASKED ABOUT
      *                             (DEFAULT 30)
      *
      ******************************************************************

               VSAM REGISTER FILE      -   DDS0001.CLMREG

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               276 INQUIRY FILE        -   DDS0001.CLM276

               DUMP FILE               -   SYSOUT

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSOUT
           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CLM276
           ASSIGN TO UT-S-CLM276
             ORGANIZATION IS SEQUENTIAL.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  CLM276
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLM276-REC.
       01  CLM276-REC PIC X(80).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-FOUND  VALUE "00".

       COPY CLMREG.

       COPY PARMGPRM.

      ***** ONE FLATTENED 276 INQUIRY PER RECORD
       01  CLAIM-STATUS-INQUIRY-REC.
           05  I76-CONTROL-NBR         PIC 9(9).
           05  I76-PATIENT-ID          PIC X(6).
           05  I76-ENCOUNTER-NBR       PIC X(10).
           05  I76-PAYER-ID            PIC X(8).
           05  I76-TOTAL-CHARGES       PIC 9(7)V99.
           05  I76-CLAIM-DATE          PIC 9(6).
           05  I76-INQUIRY-DATE        PIC X(8).
           05  I76-DAYS-OUTSTANDING    PIC 9(4).
           05  I76-LAST-CATEGORY       PIC X(2).
           05  FILLER                  PIC X(18).

       01  WS-SWITCHES.
           05  MORE-REG-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-REG          VALUE "N".

       77  WS-INQUIRY-DAYS             PIC 9(3) VALUE 30.
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-ACCEPT-INT               PIC S9(9) COMP.
       77  WS-CLAIM-AGE-DAYS           PIC S9(5) COMP.
       77  WS-ACCEPT-DATE-CCYYMMDD     PIC 9(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CLAIMS-READ             PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-AWAITING         PIC S9(7) COMP VALUE ZERO.
           05  INQUIRIES-WRITTEN       PIC S9(7) COMP VALUE ZERO.
           05  CHARGES-INQUIRED        PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-REGISTER THRU 100-EXIT
                   UNTIL NO-MORE-REG.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CLMSTINQ ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           OPEN INPUT CLMREG.
           OPEN OUTPUT CLM276, SYSOUT.
           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.
       000-EXIT.
           EXIT.

      ***** NO INQUIRY-DAYS ROW IN FORCE KEEPS THE 30-DAY DEFAULT
       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "CLMSTINQ"          TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           MOVE "INQUIRY-DAYS"      TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 999
                   MOVE "** INQUIRY-DAYS PARM MUST BE 1-999"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE PGT-NUMBER TO WS-INQUIRY-DAYS.
       050-EXIT.
           EXIT.

      ***** THE AGE RUNS FROM THE CLEARINGHOUSE ACCEPTANCE; A ROW
      ***** WHOSE ACK DATE IS MISSING AGES FROM THE DAY IT WAS SENT
       100-SCAN-REGISTER.
           MOVE "100-SCAN-REGISTER" TO PARA-NAME.
           READ CLMREG INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-REG-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CLAIMS-READ.

           IF NOT CLM-AWAITING-PAYER
               GO TO 100-EXIT.
           IF CLM-PAID-AMT NUMERIC
              AND CLM-PAID-AMT > ZERO
               GO TO 100-EXIT.
           ADD 1 TO CLAIMS-AWAITING.

           MOVE CLM-ACK-DATE TO WS-ACCEPT-DATE-CCYYMMDD.
           IF CLM-ACK-DATE NOT NUMERIC
            OR WS-ACCEPT-DATE-CCYYMMDD = ZERO
               MOVE 20 TO WS-ACCEPT-DATE-CCYYMMDD(1:2)
               MOVE CLM-CONTROL-DATE TO WS-ACCEPT-DATE-CCYYMMDD(3:6).
           COMPUTE WS-ACCEPT-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE-CCYYMMDD).
           COMPUTE WS-CLAIM-AGE-DAYS = WS-TODAY-INT - WS-ACCEPT-INT.
           IF WS-CLAIM-AGE-DAYS NOT > WS-INQUIRY-DAYS
               GO TO 100-EXIT.

           MOVE SPACES              TO CLAIM-STATUS-INQUIRY-REC.
           MOVE CLM-CONTROL-NBR     TO I76-CONTROL-NBR.
           MOVE CLM-PATIENT-ID      TO I76-PATIENT-ID.
           MOVE CLM-ENCOUNTER-NBR   TO I76-ENCOUNTER-NBR.
           MOVE CLM-PAYER-ID        TO I76-PAYER-ID.
           MOVE CLM-TOTAL-CHARGES   TO I76-TOTAL-CHARGES.
           MOVE CLM-CONTROL-DATE    TO I76-CLAIM-DATE.
           MOVE WS-CURR-DATE-9      TO I76-INQUIRY-DATE.
           MOVE WS-CLAIM-AGE-DAYS   TO I76-DAYS-OUTSTANDING.
           MOVE CLM-PAYER-STATUS-CAT TO I76-LAST-CATEGORY.
           WRITE CLM276-REC FROM CLAIM-STATUS-INQUIRY-REC.
           ADD 1 TO INQUIRIES-WRITTEN.
           ADD CLM-TOTAL-CHARGES TO CHARGES-INQUIRED.
       100-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CLMREG, CLM276, SYSOUT.
           DISPLAY "CLMSTINQ INQUIRY AGE (DAYS) : " WS-INQUIRY-DAYS.
           DISPLAY "CLMSTINQ CLAIMS READ        : " CLAIMS-READ.
           DISPLAY "CLMSTINQ AWAITING PAYER     : " CLAIMS-AWAITING.
           DISPLAY "CLMSTINQ 276 INQUIRIES      : " INQUIRIES-WRITTEN.
           DISPLAY "CLMSTINQ CHARGES INQUIRED   : " CHARGES-INQUIRED.
           DISPLAY "******** NORMAL END OF JOB CLMSTINQ ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CLMREG, CLM276, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CLMSTINQ ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

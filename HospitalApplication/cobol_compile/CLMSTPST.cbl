       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMSTPST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          CLAIM-STATUS RESPONSE POSTING.  READS THE PAYERS'
      *          FLATTENED 277 ANSWERS TO THE INQUIRIES CLMSTINQ SENT
      *          AND POSTS EACH ONE AGAINST THE CLMREG REGISTER ROW
      *          WHOSE CLAIM CONTROL NUMBER IT ECHOES.  THE 277
      *          CATEGORY CODE DECIDES THE REGISTER STATUS:
      *
      *             A0 A1 A2 P0 P1 P2 P5  STILL IN PROCESS    "I"
      *             P3 P4                 PENDED FOR INFO     "Q"
      *             A4 D0                 NOT ON FILE         "N"
      *             A3 A6 A7 A8           REJECTED            "R"
      *             F0-F4                 FINALIZED -- STATUS
      *                                   LEFT FOR THE 835 TO SET
      *
      *          THE CATEGORY GOES ON CLM-PAYER-STATUS-CAT AND THE
      *          STATUS CODE ON CLM-DENIAL-REASON.  A CLAIM THAT
      *          NEWLY GOES PENDED OR NOT-ON-FILE ALSO GETS A "Q"
      *          FOLLOW-UP TRANSACTION FOR DENLPOST, SO IT LANDS ON
      *          THE DENIAL WORKQUEUE FOR SOMEONE TO ACT ON.  A CLAIM
      *          ALREADY PAID, DENIED OR REJECTED IS LEFT ALONE -- THE
      *          277 CROSSED THE 835 IN THE MAIL.
      *
      ******************************************************************

               277 RESPONSE FILE       -   DDS0001.CLM277

               VSAM REGISTER FILE      -   DDS0001.CLMREG

               DENIAL FOLLOW-UP TXNS   -   DDS0001.DENLQTXN
                                           (INPUT TO DENLPOST)

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

           SELECT CLM277
           ASSIGN TO UT-S-CLM277
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT DENLQTXN
           ASSIGN TO UT-S-DENLQTXN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
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

       FD  CLM277
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLM277-REC.
       01  CLM277-REC PIC X(80).

       FD  DENLQTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DENLQTXN-REC.
       01  DENLQTXN-REC PIC X(50).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
               88 NO-MORE-DATA  VALUE "10".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-FOUND  VALUE "00".

       COPY CLMREG.

      ***** ONE FLATTENED 277 CLAIM-STATUS ANSWER PER RECORD
       01  CLAIM-STATUS-RESPONSE-REC.
           05  R77-CONTROL-NBR         PIC 9(9).
           05  R77-PAYER-ID            PIC X(8).
           05  R77-CATEGORY            PIC X(2).
               88 R77-IN-PROCESS
                   VALUES "A0", "A1", "A2", "P0", "P1", "P2", "P5".
               88 R77-PENDED-FOR-INFO  VALUES "P3", "P4".
               88 R77-NOT-ON-FILE      VALUES "A4", "D0".
               88 R77-REJECTED         VALUES "A3", "A6", "A7", "A8".
               88 R77-FINALIZED
                   VALUES "F0", "F1", "F2", "F3", "F4".
           05  R77-STATUS-CODE         PIC X(5).
           05  R77-RESPONSE-DATE       PIC X(8).
           05  FILLER                  PIC X(48).

      ***** SAME LAYOUT AS DENLPOST'S DENIAL-TXN-REC -- A "Q" ROW
       01  DENIAL-TXN-REC.
           05  DTX-TYPE                PIC X(1).
           05  DTX-CLAIM-CONTROL-NBR   PIC 9(9).
           05  DTX-DENIAL-DATE         PIC X(8).
           05  DTX-REASON-CODE         PIC X(5).
           05  DTX-NEW-STATUS          PIC X(1).
           05  DTX-ASSIGNED-TO         PIC X(8).
           05  DTX-DENIED-AMT          PIC 9(7)V99.
           05  FILLER                  PIC X(9).

       01  WS-SWITCHES.
           05  MORE-RSP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-RESPONSES    VALUE "N".

       01  WS-OLD-CLM-STATUS           PIC X(1).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RESPONSES-READ          PIC S9(7) COMP VALUE ZERO.
           05  RESPONSES-POSTED        PIC S9(7) COMP VALUE ZERO.
           05  RESPONSES-UNMATCHED     PIC S9(7) COMP VALUE ZERO.
           05  RESPONSES-STALE         PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-IN-PROCESS       PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-PENDED           PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-NOT-ON-FILE      PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-REJECTED         PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-FINALIZED        PIC S9(7) COMP VALUE ZERO.
           05  FOLLOW-UPS-ROUTED       PIC S9(7) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-POST-RESPONSES THRU 100-EXIT
                   UNTIL NO-MORE-RESPONSES.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CLMSTPST ********".
           OPEN INPUT CLM277.
           OPEN I-O CLMREG.
           OPEN OUTPUT DENLQTXN, SYSOUT.
       000-EXIT.
           EXIT.

       100-POST-RESPONSES.
           MOVE "100-POST-RESPONSES" TO PARA-NAME.
           READ CLM277 INTO CLAIM-STATUS-RESPONSE-REC
               AT END
                   MOVE "N" TO MORE-RSP-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO RESPONSES-READ.

           MOVE R77-CONTROL-NBR TO CLMREG-KEY.
           READ CLMREG INTO CLAIM-REGISTER-REC.
           IF NOT CLMREG-FOUND
               MOVE "*** 277 FOR CLAIM NOT ON REGISTER"
                    TO ABEND-REASON
               GO TO 150-UNMATCHED.

           IF R77-PAYER-ID NOT = SPACES
              AND R77-PAYER-ID NOT = CLM-PAYER-ID
               MOVE "*** 277 PAYER IS NOT THE CLAIM'S PAYER"
                    TO ABEND-REASON
               GO TO 150-UNMATCHED.

           IF CLM-PAID OR CLM-DENIED OR CLM-REJECTED
               ADD 1 TO RESPONSES-STALE
               GO TO 100-EXIT.

           MOVE CLM-STATUS TO WS-OLD-CLM-STATUS.
           IF R77-IN-PROCESS
               MOVE "I" TO CLM-STATUS
               ADD 1 TO CLAIMS-IN-PROCESS
           ELSE
           IF R77-PENDED-FOR-INFO
               MOVE "Q" TO CLM-STATUS
               ADD 1 TO CLAIMS-PENDED
           ELSE
           IF R77-NOT-ON-FILE
               MOVE "N" TO CLM-STATUS
               ADD 1 TO CLAIMS-NOT-ON-FILE
           ELSE
           IF R77-REJECTED
               MOVE "R" TO CLM-STATUS
               ADD 1 TO CLAIMS-REJECTED
           ELSE
           IF R77-FINALIZED
               ADD 1 TO CLAIMS-FINALIZED
           ELSE
               MOVE "*** UNKNOWN 277 STATUS CATEGORY"
                    TO ABEND-REASON
               GO TO 150-UNMATCHED.

           MOVE R77-CATEGORY    TO CLM-PAYER-STATUS-CAT.
           MOVE R77-STATUS-CODE TO CLM-DENIAL-REASON.
           REWRITE CLMREG-REC FROM CLAIM-REGISTER-REC
               INVALID KEY
                   MOVE "*** PROBLEM REWRITING CLMREG" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO RESPONSES-POSTED.

      ***** ROUTE ONLY ON THE WAY IN -- NEXT WEEK'S 277 SAYING THE
      ***** SAME THING MUST NOT OPEN A SECOND WORKQUEUE ROW
           IF (CLM-PENDED OR CLM-NOT-ON-FILE)
              AND CLM-STATUS NOT = WS-OLD-CLM-STATUS
               PERFORM 200-ROUTE-FOLLOW-UP THRU 200-EXIT.
           GO TO 100-EXIT.

       150-UNMATCHED.
           ADD 1 TO RESPONSES-UNMATCHED.
           MOVE R77-CONTROL-NBR TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       100-EXIT.
           EXIT.

      ***** THE WORKQUEUE REASON IS THE 277 CATEGORY AND THE FRONT
      ***** OF ITS STATUS CODE (P3 + "21" = "P321")
       200-ROUTE-FOLLOW-UP.
           MOVE "200-ROUTE-FOLLOW-UP" TO PARA-NAME.
           MOVE SPACES              TO DENIAL-TXN-REC.
           MOVE "Q"                 TO DTX-TYPE.
           MOVE CLM-CONTROL-NBR     TO DTX-CLAIM-CONTROL-NBR.
           MOVE R77-RESPONSE-DATE   TO DTX-DENIAL-DATE.
           MOVE R77-CATEGORY        TO DTX-REASON-CODE(1:2).
           MOVE R77-STATUS-CODE     TO DTX-REASON-CODE(3:3).
           MOVE ZERO                TO DTX-DENIED-AMT.
           WRITE DENLQTXN-REC FROM DENIAL-TXN-REC.
           ADD 1 TO FOLLOW-UPS-ROUTED.
       200-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CLM277, CLMREG, DENLQTXN, SYSOUT.
           DISPLAY "CLMSTPST 277S READ          : " RESPONSES-READ.
           DISPLAY "CLMSTPST 277S POSTED        : " RESPONSES-POSTED.
           DISPLAY "CLMSTPST 277S UNMATCHED     : "
               RESPONSES-UNMATCHED.
           DISPLAY "CLMSTPST 277S AFTER THE 835 : " RESPONSES-STALE.
           DISPLAY "CLMSTPST IN PROCESS         : " CLAIMS-IN-PROCESS.
           DISPLAY "CLMSTPST PENDED FOR INFO    : " CLAIMS-PENDED.
           DISPLAY "CLMSTPST NOT ON FILE        : " CLAIMS-NOT-ON-FILE.
           DISPLAY "CLMSTPST REJECTED           : " CLAIMS-REJECTED.
           DISPLAY "CLMSTPST FINALIZED          : " CLAIMS-FINALIZED.
           DISPLAY "CLMSTPST ROUTED TO WORKQUEUE: " FOLLOW-UPS-ROUTED.
           DISPLAY "******** NORMAL END OF JOB CLMSTPST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CLM277, CLMREG, DENLQTXN, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CLMSTPST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

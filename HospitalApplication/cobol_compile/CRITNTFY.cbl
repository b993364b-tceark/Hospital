       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRITNTFY.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          CRITICAL LAB-RESULT NOTIFICATION AND ESCALATION.
      *          TRMTUPDT QUEUES EVERY "C" RESULT ON CRITQ AS IT
      *          POSTS; THIS JOB RUNS ON A SHORT SCHEDULER CYCLE
      *          AROUND THE CLOCK AND WORKS THE QUEUE:
      *
      *          1. APPLIES THE ACKNOWLEDGMENTS THE PAGING/SECURE-
      *             MESSAGING INTERFACE SENT BACK ON CRITACK.  ONE
      *             WITH THE RESULT READ BACK CLOSES THE ROW AND
      *             STAMPS WHO, WHEN AND THE MINUTES FROM POSTING;
      *             ONE WITHOUT IS COUNTED BUT LEAVES THE ROW OPEN.
      *          2. PAGES EVERY NEWLY QUEUED RESULT TO THE ORDERING
      *             PHYSICIAN.
      *          3. ESCALATES A PAGE LEFT UNACKNOWLEDGED PAST THE
      *             ESCALATE-MINUTES RUN PARAMETER (30 WHEN NONE IS
      *             SET) -- FIRST TO THE CHARGE NURSE OF THE
      *             PATIENT'S WARD, THEN TO THE PHYSICIAN ON CALL
      *             FOR THE WARD'S SPECIALTY (ONCALL, SAME LOOKUP
      *             ADMDISCH USES).  THE ON-CALL PHYSICIAN IS
      *             RE-PAGED EVERY INTERVAL UNTIL SOMEONE READS IT
      *             BACK.
      *
      *          EVERY PAGE IS ONE PAGEOUT ROW FOR THE INTERFACE.
      *
      ******************************************************************

               ACKNOWLEDGMENT INPUT    -   DDS0001.CRITACK

               ON-CALL SCHEDULE        -   DDS0001.ONCALL

               VSAM QUEUE FILE         -   DDS0001.CRITQ

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               PAGING REQUESTS         -   DDS0001.PAGEOUT

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

           SELECT CRITACK
           ASSIGN TO UT-S-CRITACK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AFCODE.

           SELECT ONCALL
           ASSIGN TO UT-S-ONCALL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OCCODE.

           SELECT PAGEOUT
           ASSIGN TO UT-S-PAGEOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CRITQ
                  ASSIGN       to CRITQ
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CRITQ-KEY
                  FILE STATUS  is CRITQ-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  CRITACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRITACK-REC.
       01  CRITACK-REC PIC X(80).

       FD  ONCALL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCALL-REC.
       01  ONCALL-REC PIC X(60).

       FD  PAGEOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAGEOUT-REC.
       01  PAGEOUT-REC PIC X(150).

       FD  CRITQ
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CRITICAL-QUEUE-REC.
       01  CRITQ-REC.
           05 CRITQ-KEY        PIC X(30).
           05 FILLER           PIC X(170).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  AFCODE                  PIC X(2).
           05  OCCODE                  PIC X(2).
           05  CRITQ-STATUS            PIC X(2).
               88 CRITQ-OK             VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY CRITQ.

       COPY CRITACK.

       COPY PAGEOUT.

       COPY ONCALL.

       COPY PATMSTR.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-ACK-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-ACKS         VALUE "N".
           05  MORE-ONCALL-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-ONCALL       VALUE "N".
           05  MORE-QUEUE-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-QUEUE        VALUE "N".

      ***** THE WHOLE ON-CALL SCHEDULE, LOADED AT STARTUP.  START
      ***** AND END ARE CCYYMMDDHHMM SO THE RUN'S STAMP COMPARES
      ***** STRAIGHT AGAINST THEM.
       01  WS-ONCALL-TABLE.
           05  WS-ONCALL-COUNT         PIC 9(4) VALUE ZERO.
           05  ONC-ROW OCCURS 3000 TIMES INDEXED BY ONC-IDX.
               10  ONC-REC-TYPE        PIC X(1).
               10  ONC-SPECIALTY-CDE   PIC X(4).
               10  ONC-WARD-NBR        PIC X(4).
               10  ONC-START-STAMP     PIC X(12).
               10  ONC-END-STAMP       PIC X(12).
               10  ONC-PHYSICIAN-ID    PIC X(8).

      ***** ESCALATION INTERVAL -- THE RUNPARM ESCALATE-MINUTES ROW,
      ***** OR 30 MINUTES WHEN NO ROW IS IN FORCE
       77  WS-ESCALATE-MINUTES         PIC 9(3) VALUE 30.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-RUN-STAMP            PIC X(12).
           05  FILLER                  PIC X(9).

      ***** CCYYMMDDHHMM STAMP BROKEN OUT FOR THE MINUTE ARITHMETIC
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
       01  WS-STAMP-WORK-X REDEFINES WS-STAMP-WORK PIC X(12).

       01  WS-WORK-FIELDS.
           05  WS-STAMP-MINUTES        PIC S9(11) COMP-3.
           05  WS-RUN-MINUTES          PIC S9(11) COMP-3.
           05  WS-FROM-MINUTES         PIC S9(11) COMP-3.
           05  WS-ELAPSED-MINUTES      PIC S9(11) COMP-3.
           05  WS-ACK-STAMP            PIC X(12).
           05  WS-SPECIALTY-CDE        PIC X(4).
           05  WS-ONCALL-PHYS          PIC X(8).

       01  COUNTERS-AND-ACCUMULATORS.
           05  ACKS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ACKS-CLOSED             PIC S9(5) COMP VALUE ZERO.
           05  ACKS-NO-READBACK        PIC S9(5) COMP VALUE ZERO.
           05  ACKS-ALREADY-CLOSED     PIC S9(5) COMP VALUE ZERO.
           05  ACKS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  QUEUE-ROWS-OPEN         PIC S9(5) COMP VALUE ZERO.
           05  FIRST-PAGES             PIC S9(5) COMP VALUE ZERO.
           05  CHARGE-NURSE-PAGES      PIC S9(5) COMP VALUE ZERO.
           05  ON-CALL-PAGES           PIC S9(5) COMP VALUE ZERO.
           05  ON-CALL-REPAGES         PIC S9(5) COMP VALUE ZERO.
           05  NO-ON-CALL-FOUND        PIC S9(5) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-ONCALL-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-ONCALL.
           PERFORM 100-APPLY-ACK THRU 100-EXIT
                   UNTIL NO-MORE-ACKS.
           PERFORM 200-WORK-QUEUE THRU 200-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CRITNTFY ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-RUN-STAMP TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           MOVE WS-STAMP-MINUTES TO WS-RUN-MINUTES.

           OPEN INPUT CRITACK, ONCALL, PATMSTR.
           OPEN I-O CRITQ.
           OPEN OUTPUT PAGEOUT, SYSOUT.

           MOVE "CRITNTFY"          TO PGT-PROGRAM-ID.
           MOVE "ESCALATE-MINUTES"  TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-ESCALATE-MINUTES.

           READ ONCALL INTO ON-CALL-SCHEDULE-REC
               AT END
               MOVE "N" TO MORE-ONCALL-SW
           END-READ.
           READ CRITACK INTO CRITICAL-ACK-REC
               AT END
               MOVE "N" TO MORE-ACK-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-ONCALL-TABLE.
           MOVE "050-LOAD-ONCALL-TABLE" TO PARA-NAME.
           IF WS-ONCALL-COUNT < 3000
               ADD 1 TO WS-ONCALL-COUNT
               SET ONC-IDX TO WS-ONCALL-COUNT
               MOVE OCS-REC-TYPE      TO ONC-REC-TYPE(ONC-IDX)
               MOVE OCS-SPECIALTY-CDE TO ONC-SPECIALTY-CDE(ONC-IDX)
               MOVE OCS-WARD-NBR      TO ONC-WARD-NBR(ONC-IDX)
               MOVE OCS-START-DATE    TO ONC-START-STAMP(ONC-IDX)(1:8)
               MOVE OCS-START-TIME    TO ONC-START-STAMP(ONC-IDX)(9:4)
               MOVE OCS-END-DATE      TO ONC-END-STAMP(ONC-IDX)(1:8)
               MOVE OCS-END-TIME      TO ONC-END-STAMP(ONC-IDX)(9:4)
               MOVE OCS-PHYSICIAN-ID  TO ONC-PHYSICIAN-ID(ONC-IDX)
           ELSE
               MOVE "*** ONCALL TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ ONCALL INTO ON-CALL-SCHEDULE-REC
               AT END
               MOVE "N" TO MORE-ONCALL-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** ONE ACKNOWLEDGMENT AGAINST ITS QUEUE ROW
       100-APPLY-ACK.
           MOVE "100-APPLY-ACK" TO PARA-NAME.
           ADD 1 TO ACKS-READ.
           MOVE CAK-ACK-DATE TO WS-ACK-STAMP(1:8).
           MOVE CAK-ACK-TIME TO WS-ACK-STAMP(9:4).
           IF WS-ACK-STAMP NOT NUMERIC
            OR NOT CAK-VALID-ROLE
            OR NOT CAK-VALID-READ-BACK
            OR CAK-RECEIVER-ID = SPACES
               ADD 1 TO ACKS-REJECTED
               MOVE "*** CRITACK ROW FAILS EDIT" TO ABEND-REASON
               MOVE CAK-QUEUE-KEY(1:6) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-READ.

           MOVE CAK-QUEUE-KEY TO CRITQ-KEY.
           READ CRITQ INTO CRITICAL-QUEUE-REC
               INVALID KEY
                   ADD 1 TO ACKS-REJECTED
                   MOVE "*** CRITACK QUEUE KEY NOT ON CRITQ"
                        TO ABEND-REASON
                   MOVE CAK-QUEUE-KEY(1:6) TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 100-READ
           END-READ.

           IF CRQ-ACKNOWLEDGED
               ADD 1 TO ACKS-ALREADY-CLOSED
               GO TO 100-READ.

           IF NOT CAK-READ-BACK
               ADD 1 TO ACKS-NO-READBACK, CRQ-NO-READBACK-COUNT
               GO TO 100-REWRITE.

           MOVE "A"             TO CRQ-STATUS.
           MOVE CAK-RECEIVER-ID   TO CRQ-ACK-BY-ID.
           MOVE CAK-RECEIVER-ROLE TO CRQ-ACK-ROLE.
           MOVE WS-ACK-STAMP      TO CRQ-ACK-STAMP.
           MOVE WS-ACK-STAMP      TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           MOVE WS-STAMP-MINUTES  TO WS-ELAPSED-MINUTES.
           MOVE CRQ-QUEUED-STAMP  TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           SUBTRACT WS-STAMP-MINUTES FROM WS-ELAPSED-MINUTES.
           IF WS-ELAPSED-MINUTES < ZERO
               MOVE ZERO TO WS-ELAPSED-MINUTES.
           MOVE WS-ELAPSED-MINUTES TO CRQ-MINUTES-TO-ACK.
           ADD 1 TO ACKS-CLOSED.

       100-REWRITE.
           REWRITE CRITQ-REC FROM CRITICAL-QUEUE-REC
               INVALID KEY
                   MOVE "** PROBLEM REWRITING CRITQ" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-REWRITE.

       100-READ.
           READ CRITACK INTO CRITICAL-ACK-REC
               AT END
               MOVE "N" TO MORE-ACK-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** BROWSE THE WHOLE QUEUE; EVERY OPEN ROW IS PAGED OR
      ***** CHECKED FOR ESCALATION
       200-WORK-QUEUE.
           MOVE "200-WORK-QUEUE" TO PARA-NAME.
           MOVE LOW-VALUES TO CRITQ-KEY.
           START CRITQ KEY NOT LESS THAN CRITQ-KEY
               INVALID KEY
                   MOVE "N" TO MORE-QUEUE-SW
           END-START.
           PERFORM 210-NEXT-QUEUE-ROW THRU 210-EXIT
                   UNTIL NO-MORE-QUEUE.
       200-EXIT.
           EXIT.

       210-NEXT-QUEUE-ROW.
           MOVE "210-NEXT-QUEUE-ROW" TO PARA-NAME.
           READ CRITQ NEXT RECORD INTO CRITICAL-QUEUE-REC
               AT END
                   MOVE "N" TO MORE-QUEUE-SW
                   GO TO 210-EXIT
           END-READ.
           IF CRQ-ACKNOWLEDGED
               GO TO 210-EXIT.
           ADD 1 TO QUEUE-ROWS-OPEN.

           IF CRQ-QUEUED
               PERFORM 300-FIRST-PAGE THRU 300-EXIT
               GO TO 210-REWRITE.

           MOVE CRQ-LAST-PAGE-STAMP TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           COMPUTE WS-ELAPSED-MINUTES =
               WS-RUN-MINUTES - WS-STAMP-MINUTES.
           IF WS-ELAPSED-MINUTES < WS-ESCALATE-MINUTES
               GO TO 210-EXIT.

           IF CRQ-LEVEL-ORDERING
               PERFORM 320-PAGE-CHARGE-NURSE THRU 320-EXIT
           ELSE
               PERFORM 340-PAGE-ON-CALL THRU 340-EXIT.

       210-REWRITE.
           REWRITE CRITQ-REC FROM CRITICAL-QUEUE-REC
               INVALID KEY
                   MOVE "** PROBLEM REWRITING CRITQ" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-REWRITE.
       210-EXIT.
           EXIT.

      ***** THE FIRST PAGE GOES TO THE ORDERING PHYSICIAN; A RESULT
      ***** WITH NO ORDERING PHYSICIAN GOES STRAIGHT TO THE CHARGE
      ***** NURSE.  THE WARD IS FIXED HERE FOR EVERY LATER PAGE.
       300-FIRST-PAGE.
           MOVE "300-FIRST-PAGE" TO PARA-NAME.
           MOVE CRQ-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF RECORD-FOUND
               MOVE PRIMARY-STAY-WARD-NBR TO CRQ-WARD-NBR
           ELSE
               MOVE "*** CRITICAL RESULT PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE CRQ-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           MOVE "P" TO CRQ-STATUS.
           MOVE WS-RUN-STAMP TO CRQ-FIRST-PAGE-STAMP.
           IF CRQ-ORDERING-PHYS = SPACES
               PERFORM 320-PAGE-CHARGE-NURSE THRU 320-EXIT
               GO TO 300-EXIT.

           MOVE "1" TO CRQ-ESCALATION-LEVEL.
           MOVE "P" TO PGO-RECIPIENT-ROLE.
           MOVE CRQ-ORDERING-PHYS TO PGO-RECIPIENT-ID.
           PERFORM 400-SEND-PAGE THRU 400-EXIT.
           ADD 1 TO FIRST-PAGES.
       300-EXIT.
           EXIT.

       320-PAGE-CHARGE-NURSE.
           MOVE "320-PAGE-CHARGE-NURSE" TO PARA-NAME.
           MOVE "2" TO CRQ-ESCALATION-LEVEL.
           MOVE "C" TO PGO-RECIPIENT-ROLE.
           MOVE SPACES TO PGO-RECIPIENT-ID.
           PERFORM 400-SEND-PAGE THRU 400-EXIT.
           ADD 1 TO CHARGE-NURSE-PAGES.
       320-EXIT.
           EXIT.

      ***** THE WARD'S SPECIALTY, THEN A BLOCK FOR THAT WARD, THEN
      ***** ONE COVERING EVERY WARD OF THE SPECIALTY.  WITH NOBODY ON
      ***** CALL THE ROW STAYS WITH THE CHARGE NURSE, WHO IS PAGED
      ***** AGAIN, AND THE GAP GOES TO SYSOUT.
       340-PAGE-ON-CALL.
           MOVE "340-PAGE-ON-CALL" TO PARA-NAME.
           MOVE SPACES TO WS-SPECIALTY-CDE, WS-ONCALL-PHYS.
           SET ONC-IDX TO 1.
           SEARCH ONC-ROW
               AT END
                   CONTINUE
               WHEN ONC-IDX > WS-ONCALL-COUNT
                   CONTINUE
               WHEN ONC-REC-TYPE(ONC-IDX) = "W"
                AND ONC-WARD-NBR(ONC-IDX) = CRQ-WARD-NBR
                   MOVE ONC-SPECIALTY-CDE(ONC-IDX) TO WS-SPECIALTY-CDE
           END-SEARCH.

           IF WS-SPECIALTY-CDE NOT = SPACES
               SET ONC-IDX TO 1
               SEARCH ONC-ROW
                   AT END
                       CONTINUE
                   WHEN ONC-IDX > WS-ONCALL-COUNT
                       CONTINUE
                   WHEN ONC-REC-TYPE(ONC-IDX) = "B"
                    AND ONC-SPECIALTY-CDE(ONC-IDX) = WS-SPECIALTY-CDE
                    AND ONC-WARD-NBR(ONC-IDX) = CRQ-WARD-NBR
                    AND ONC-START-STAMP(ONC-IDX) NOT > WS-RUN-STAMP
                    AND ONC-END-STAMP(ONC-IDX) > WS-RUN-STAMP
                       MOVE ONC-PHYSICIAN-ID(ONC-IDX) TO WS-ONCALL-PHYS
               END-SEARCH.

           IF WS-SPECIALTY-CDE NOT = SPACES
            AND WS-ONCALL-PHYS = SPACES
               SET ONC-IDX TO 1
               SEARCH ONC-ROW
                   AT END
                       CONTINUE
                   WHEN ONC-IDX > WS-ONCALL-COUNT
                       CONTINUE
                   WHEN ONC-REC-TYPE(ONC-IDX) = "B"
                    AND ONC-SPECIALTY-CDE(ONC-IDX) = WS-SPECIALTY-CDE
                    AND ONC-WARD-NBR(ONC-IDX) = SPACES
                    AND ONC-START-STAMP(ONC-IDX) NOT > WS-RUN-STAMP
                    AND ONC-END-STAMP(ONC-IDX) > WS-RUN-STAMP
                       MOVE ONC-PHYSICIAN-ID(ONC-IDX) TO WS-ONCALL-PHYS
               END-SEARCH.

           IF WS-ONCALL-PHYS = SPACES
               ADD 1 TO NO-ON-CALL-FOUND
               MOVE "*** NO ON-CALL COVERAGE FOR WARD"
                    TO ABEND-REASON
               MOVE CRQ-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               PERFORM 320-PAGE-CHARGE-NURSE THRU 320-EXIT
               GO TO 340-EXIT.

           IF CRQ-LEVEL-ON-CALL
               ADD 1 TO ON-CALL-REPAGES
           ELSE
               ADD 1 TO ON-CALL-PAGES.
           MOVE "3" TO CRQ-ESCALATION-LEVEL.
           MOVE "O" TO PGO-RECIPIENT-ROLE.
           MOVE WS-ONCALL-PHYS TO PGO-RECIPIENT-ID.
           PERFORM 400-SEND-PAGE THRU 400-EXIT.
       340-EXIT.
           EXIT.

      ***** CALLER HAS SET THE ROLE AND RECIPIENT; THE REST COMES OFF
      ***** THE QUEUE ROW, WHICH IS STAMPED WITH THE PAGE
       400-SEND-PAGE.
           MOVE "400-SEND-PAGE" TO PARA-NAME.
           MOVE CRQ-KEY              TO PGO-QUEUE-KEY.
           MOVE WS-RUN-STAMP         TO PGO-SEND-STAMP.
           MOVE CRQ-WARD-NBR         TO PGO-WARD-NBR.
           MOVE CRQ-ESCALATION-LEVEL TO PGO-ESCALATION-LEVEL.
           MOVE CRQ-PATIENT-ID       TO PGO-PATIENT-ID.
           MOVE CRQ-ENCOUNTER-NBR    TO PGO-ENCOUNTER-NBR.
           MOVE CRQ-TEST-DESC        TO PGO-TEST-DESC.
           MOVE CRQ-RESULT-VALUE     TO PGO-RESULT-VALUE.
           MOVE CRQ-RESULT-DATE      TO PGO-RESULT-DATE.
           MOVE CRQ-QUEUED-STAMP     TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           COMPUTE WS-ELAPSED-MINUTES =
               WS-RUN-MINUTES - WS-STAMP-MINUTES.
           IF WS-ELAPSED-MINUTES < ZERO
               MOVE ZERO TO WS-ELAPSED-MINUTES.
           MOVE WS-ELAPSED-MINUTES   TO PGO-MINUTES-OPEN.
           WRITE PAGEOUT-REC FROM PAGE-REQUEST-REC.

           MOVE WS-RUN-STAMP     TO CRQ-LAST-PAGE-STAMP.
           MOVE PGO-RECIPIENT-ID TO CRQ-LAST-PAGED-ID.
           IF CRQ-PAGE-COUNT < 99
               ADD 1 TO CRQ-PAGE-COUNT.
       400-EXIT.
           EXIT.

      ***** MINUTES SINCE DAY ZERO FOR THE STAMP IN WS-STAMP-WORK-X;
      ***** A STAMP THAT IS NOT A DATE AND TIME COUNTS AS THIS RUN
       450-STAMP-MINUTES.
           IF WS-STAMP-WORK-X NOT NUMERIC
            OR WS-STAMP-HH > 23 OR WS-STAMP-MM > 59
               MOVE WS-RUN-STAMP TO WS-STAMP-WORK-X.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
             + WS-STAMP-HH * 60 + WS-STAMP-MM.
       450-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CRITACK, ONCALL, PATMSTR, CRITQ, PAGEOUT, SYSOUT.
           DISPLAY "CRITNTFY ACKS READ          : " ACKS-READ.
           DISPLAY "CRITNTFY ACKS CLOSED        : " ACKS-CLOSED.
           DISPLAY "CRITNTFY ACKS NO READ-BACK  : " ACKS-NO-READBACK.
           DISPLAY "CRITNTFY ACKS ALREADY CLOSED: " ACKS-ALREADY-CLOSED.
           DISPLAY "CRITNTFY ACKS REJECTED      : " ACKS-REJECTED.
           DISPLAY "CRITNTFY QUEUE ROWS OPEN    : " QUEUE-ROWS-OPEN.
           DISPLAY "CRITNTFY FIRST PAGES        : " FIRST-PAGES.
           DISPLAY "CRITNTFY CHARGE NURSE PAGES : " CHARGE-NURSE-PAGES.
           DISPLAY "CRITNTFY ON-CALL PAGES      : " ON-CALL-PAGES.
           DISPLAY "CRITNTFY ON-CALL REPAGES    : " ON-CALL-REPAGES.
           DISPLAY "CRITNTFY NO ON-CALL FOUND   : " NO-ON-CALL-FOUND.
           DISPLAY "******** NORMAL END OF JOB CRITNTFY ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CRITACK, ONCALL, PATMSTR, CRITQ, PAGEOUT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CRITNTFY ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

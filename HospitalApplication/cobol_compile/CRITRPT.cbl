       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRITRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY CRITICAL-VALUE NOTIFICATION COMPLIANCE
      *          REPORT.  ONE LINE FOR EVERY CRITICAL RESULT QUEUED
      *          ON CRITQ IN THE MONTH -- WHEN IT POSTED, WHEN AND BY
      *          WHOM IT WAS ACKNOWLEDGED WITH READ-BACK, THE MINUTES
      *          BETWEEN, HOW FAR IT ESCALATED, HOW MANY PAGES IT
      *          TOOK AND HOW MANY ACKNOWLEDGMENTS CAME BACK WITHOUT A
      *          READ-BACK.  A RESULT STILL OPEN IS AGED TO THIS RUN.
      *
      *          STATUS IS MET (ACKNOWLEDGED WITHIN THE ACK-LIMIT-
      *          MINUTES RUNPARM ROW, 60 WHEN NONE IS SET), LATE, OR
      *          OPEN.  THE MONTH IS THE REPORT-MONTH (CCYYMM) RUNPARM
      *          ROW, DEFAULT LAST MONTH.  TOTALS, PERCENT MET, THE
      *          AVERAGE MINUTES TO ACKNOWLEDGE AND THE COUNT AT EACH
      *          ESCALATION LEVEL CLOSE THE REPORT.
      *
      ******************************************************************

               VSAM QUEUE FILE         -   DDS0001.CRITQ

               OUTPUT FILE PRODUCED    -   DDS0001.CRITRPT

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

           SELECT CRITRPT
           ASSIGN TO UT-S-CRITRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CRITQ
                  ASSIGN       to CRITQ
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CRITQ-KEY
                  FILE STATUS  is CRITQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  CRITRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRITRPT-REC.
       01  CRITRPT-REC PIC X(132).

       FD  CRITQ
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CRITICAL-QUEUE-REC.
       01  CRITQ-REC.
           05 CRITQ-KEY        PIC X(30).
           05 FILLER           PIC X(170).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CRITQ-STATUS            PIC X(2).
               88 CRITQ-OK             VALUE "00".

       COPY CRITQ.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-QUEUE-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-QUEUE        VALUE "N".

      ***** ACKNOWLEDGMENT LIMIT -- THE RUNPARM ACK-LIMIT-MINUTES ROW,
      ***** OR 60 MINUTES WHEN NO ROW IS IN FORCE
       77  WS-ACK-LIMIT-MINUTES        PIC 9(3) VALUE 60.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-HHMM            PIC X(4).
           05  FILLER                  PIC X(9).
       01  WS-RUN-STAMP                PIC X(12).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-CCYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH PIC X(6).

      ***** CCYYMMDDHHMM STAMP BROKEN OUT FOR THE MINUTE ARITHMETIC
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-HH             PIC 9(2).
           05  WS-STAMP-MM             PIC 9(2).
       01  WS-STAMP-WORK-X REDEFINES WS-STAMP-WORK PIC X(12).

       01  WS-WORK-FIELDS.
           05  WS-STAMP-MINUTES        PIC S9(11) COMP-3.
           05  WS-RUN-MINUTES          PIC S9(11) COMP-3.
           05  WS-MINUTES              PIC S9(11) COMP-3.
           05  WS-PERCENT              PIC S9(3)V9 COMP-3.
           05  WS-AVERAGE              PIC S9(5)V9 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  QUEUE-ROWS-READ         PIC S9(7) COMP VALUE ZERO.
           05  MONTH-RESULTS           PIC S9(7) COMP VALUE ZERO.
           05  RESULTS-MET             PIC S9(7) COMP VALUE ZERO.
           05  RESULTS-LATE            PIC S9(7) COMP VALUE ZERO.
           05  RESULTS-OPEN            PIC S9(7) COMP VALUE ZERO.
           05  RESULTS-OPEN-OVERDUE    PIC S9(7) COMP VALUE ZERO.
           05  RESULTS-NO-READBACK     PIC S9(7) COMP VALUE ZERO.
           05  LEVEL-1-RESULTS         PIC S9(7) COMP VALUE ZERO.
           05  LEVEL-2-RESULTS         PIC S9(7) COMP VALUE ZERO.
           05  LEVEL-3-RESULTS         PIC S9(7) COMP VALUE ZERO.
           05  ACK-MINUTES-TOTAL       PIC S9(9) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "CRITICAL-VALUE NOTIFICATION COMPLIANCE -".
           05  FILLER   PIC X(15)
               VALUE "- MONTH       ".
           05  HDR-MONTH PIC X(6).
           05  FILLER   PIC X(19)
               VALUE "     ACK LIMIT    ".
           05  HDR-LIMIT PIC ZZ9.
           05  FILLER   PIC X(8) VALUE " MINUTES".
           05  FILLER   PIC X(41) VALUE SPACES.

       01  WS-RPT-COLHDR.
           05  FILLER   PIC X(40)
               VALUE "PATIENT WARD  TEST                  RESU".
           05  FILLER   PIC X(40)
               VALUE "LT      QUEUED          ACKNOWLEDGED    ".
           05  FILLER   PIC X(40)
               VALUE "ACK BY   ROLE  MINUTES  LVL PAGES  NO-RB".
           05  FILLER   PIC X(12) VALUE "  STATUS    ".

       01  WS-RPT-DETAIL-REC.
           05  DTL-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DTL-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DTL-TEST-DESC    PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DTL-RESULT-VALUE PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DTL-QUEUED-DATE  PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DTL-QUEUED-TIME  PIC X(4).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DTL-ACK-DATE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DTL-ACK-TIME     PIC X(4).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DTL-ACK-BY-ID    PIC X(8).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DTL-ACK-ROLE     PIC X(1).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DTL-MINUTES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DTL-LEVEL        PIC X(1).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DTL-PAGE-COUNT   PIC Z9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DTL-NO-READBACK  PIC Z9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DTL-STATUS       PIC X(4).
           05  FILLER           PIC X(6) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  TOT-LABEL        PIC X(40).
           05  TOT-COUNT        PIC Z,ZZZ,ZZ9.9.
           05  FILLER           PIC X(81) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-READ-QUEUE THRU 100-EXIT
                   UNTIL NO-MORE-QUEUE.
           PERFORM 700-PRINT-TOTALS THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CRITRPT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURR-DATE-9 TO WS-RUN-STAMP(1:8).
           MOVE WS-CURR-HHMM   TO WS-RUN-STAMP(9:4).
           MOVE WS-RUN-STAMP TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           MOVE WS-STAMP-MINUTES TO WS-RUN-MINUTES.

           OPEN INPUT CRITQ.
           OPEN OUTPUT CRITRPT, SYSOUT.
           IF NOT CRITQ-OK
               MOVE "** CRITQ WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           PERFORM 020-GET-REPORT-MONTH THRU 020-EXIT.
           MOVE "CRITRPT"           TO PGT-PROGRAM-ID.
           MOVE "ACK-LIMIT-MINUTES" TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-ACK-LIMIT-MINUTES.

           MOVE WS-REPORT-MONTH-X    TO HDR-MONTH.
           MOVE WS-ACK-LIMIT-MINUTES TO HDR-LIMIT.
           WRITE CRITRPT-REC FROM WS-RPT-HDR-REC.
           MOVE SPACES TO CRITRPT-REC.
           WRITE CRITRPT-REC.
           WRITE CRITRPT-REC FROM WS-RPT-COLHDR.

           READ CRITQ INTO CRITICAL-QUEUE-REC
               AT END
               MOVE "N" TO MORE-QUEUE-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** RUNPARM REPORT-MONTH (CCYYMM); NO ROW MEANS LAST MONTH
       020-GET-REPORT-MONTH.
           MOVE "020-GET-REPORT-MONTH" TO PARA-NAME.
           MOVE WS-CURR-DATE-9(1:4) TO WS-REPORT-CCYY.
           MOVE WS-CURR-DATE-9(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-REPORT-CCYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM.

           MOVE "CRITRPT"           TO PGT-PROGRAM-ID.
           MOVE "REPORT-MONTH"      TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               GO TO 020-EXIT.
           IF PGT-VALUE(1:6) NOT NUMERIC
            OR PGT-VALUE(5:2) < "01" OR PGT-VALUE(5:2) > "12"
               MOVE "** RUNPARM REPORT-MONTH NOT CCYYMM"
                    TO ABEND-REASON
               MOVE PGT-VALUE TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           MOVE PGT-VALUE(1:6) TO WS-REPORT-MONTH-X.
       020-EXIT.
           EXIT.

      ***** ONE LINE PER CRITICAL RESULT THAT POSTED IN THE MONTH
       100-READ-QUEUE.
           MOVE "100-READ-QUEUE" TO PARA-NAME.
           ADD 1 TO QUEUE-ROWS-READ.
           IF CRQ-QUEUED-STAMP(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 100-READ.
           ADD 1 TO MONTH-RESULTS.

           MOVE SPACES TO DTL-ACK-DATE, DTL-ACK-TIME,
                          DTL-ACK-BY-ID, DTL-ACK-ROLE.
           MOVE CRQ-PATIENT-ID         TO DTL-PATIENT-ID.
           MOVE CRQ-WARD-NBR           TO DTL-WARD-NBR.
           MOVE CRQ-TEST-DESC          TO DTL-TEST-DESC.
           MOVE CRQ-RESULT-VALUE       TO DTL-RESULT-VALUE.
           MOVE CRQ-QUEUED-STAMP(1:8)  TO DTL-QUEUED-DATE.
           MOVE CRQ-QUEUED-STAMP(9:4)  TO DTL-QUEUED-TIME.
           MOVE CRQ-ESCALATION-LEVEL   TO DTL-LEVEL.
           MOVE CRQ-PAGE-COUNT         TO DTL-PAGE-COUNT.
           MOVE CRQ-NO-READBACK-COUNT  TO DTL-NO-READBACK.
           IF CRQ-NO-READBACK-COUNT > ZERO
               ADD 1 TO RESULTS-NO-READBACK.

           IF CRQ-LEVEL-ON-CALL
               ADD 1 TO LEVEL-3-RESULTS
           ELSE
           IF CRQ-LEVEL-CHARGE-NURSE
               ADD 1 TO LEVEL-2-RESULTS
           ELSE
               ADD 1 TO LEVEL-1-RESULTS.

           IF NOT CRQ-ACKNOWLEDGED
               GO TO 100-OPEN-RESULT.

           MOVE CRQ-ACK-STAMP(1:8)     TO DTL-ACK-DATE.
           MOVE CRQ-ACK-STAMP(9:4)     TO DTL-ACK-TIME.
           MOVE CRQ-ACK-BY-ID          TO DTL-ACK-BY-ID.
           MOVE CRQ-ACK-ROLE           TO DTL-ACK-ROLE.
           MOVE CRQ-MINUTES-TO-ACK     TO DTL-MINUTES.
           ADD CRQ-MINUTES-TO-ACK      TO ACK-MINUTES-TOTAL.
           IF CRQ-MINUTES-TO-ACK > WS-ACK-LIMIT-MINUTES
               MOVE "LATE" TO DTL-STATUS
               ADD 1 TO RESULTS-LATE
           ELSE
               MOVE "MET " TO DTL-STATUS
               ADD 1 TO RESULTS-MET.
           GO TO 100-WRITE.

      ***** STILL OPEN -- AGED FROM POSTING TO THIS RUN
       100-OPEN-RESULT.
           MOVE CRQ-QUEUED-STAMP TO WS-STAMP-WORK-X.
           PERFORM 450-STAMP-MINUTES THRU 450-EXIT.
           COMPUTE WS-MINUTES = WS-RUN-MINUTES - WS-STAMP-MINUTES.
           IF WS-MINUTES < ZERO
               MOVE ZERO TO WS-MINUTES.
           IF WS-MINUTES > 99999
               MOVE 99999 TO WS-MINUTES.
           MOVE WS-MINUTES TO DTL-MINUTES.
           MOVE "OPEN" TO DTL-STATUS.
           ADD 1 TO RESULTS-OPEN.
           IF WS-MINUTES > WS-ACK-LIMIT-MINUTES
               ADD 1 TO RESULTS-OPEN-OVERDUE.

       100-WRITE.
           WRITE CRITRPT-REC FROM WS-RPT-DETAIL-REC.

       100-READ.
           READ CRITQ INTO CRITICAL-QUEUE-REC
               AT END
               MOVE "N" TO MORE-QUEUE-SW
           END-READ.
       100-EXIT.
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

       700-PRINT-TOTALS.
           MOVE "700-PRINT-TOTALS" TO PARA-NAME.
           MOVE SPACES TO CRITRPT-REC.
           WRITE CRITRPT-REC.
           MOVE "CRITICAL RESULTS POSTED" TO TOT-LABEL.
           MOVE MONTH-RESULTS TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "ACKNOWLEDGED WITHIN LIMIT (MET)" TO TOT-LABEL.
           MOVE RESULTS-MET TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "ACKNOWLEDGED PAST LIMIT (LATE)" TO TOT-LABEL.
           MOVE RESULTS-LATE TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "NOT YET ACKNOWLEDGED (OPEN)" TO TOT-LABEL.
           MOVE RESULTS-OPEN TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "  OPEN PAST LIMIT" TO TOT-LABEL.
           MOVE RESULTS-OPEN-OVERDUE TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.

           MOVE ZERO TO WS-PERCENT, WS-AVERAGE.
           IF MONTH-RESULTS > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   RESULTS-MET * 100 / MONTH-RESULTS.
           IF RESULTS-MET + RESULTS-LATE > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   ACK-MINUTES-TOTAL / (RESULTS-MET + RESULTS-LATE).
           MOVE "PERCENT ACKNOWLEDGED WITHIN LIMIT" TO TOT-LABEL.
           MOVE WS-PERCENT TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "AVERAGE MINUTES TO ACKNOWLEDGE" TO TOT-LABEL.
           MOVE WS-AVERAGE TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.

           MOVE "ANY ACK WITHOUT READ-BACK" TO TOT-LABEL.
           MOVE RESULTS-NO-READBACK TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "REACHED ORDERING PHYSICIAN ONLY" TO TOT-LABEL.
           MOVE LEVEL-1-RESULTS TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "ESCALATED TO CHARGE NURSE" TO TOT-LABEL.
           MOVE LEVEL-2-RESULTS TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
           MOVE "ESCALATED TO ON-CALL PHYSICIAN" TO TOT-LABEL.
           MOVE LEVEL-3-RESULTS TO TOT-COUNT.
           WRITE CRITRPT-REC FROM WS-RPT-TOTAL-REC.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CRITQ, CRITRPT, SYSOUT.
           DISPLAY "CRITRPT REPORT MONTH        : " WS-REPORT-MONTH-X.
           DISPLAY "CRITRPT QUEUE ROWS READ     : " QUEUE-ROWS-READ.
           DISPLAY "CRITRPT MONTH RESULTS       : " MONTH-RESULTS.
           DISPLAY "CRITRPT MET                 : " RESULTS-MET.
           DISPLAY "CRITRPT LATE                : " RESULTS-LATE.
           DISPLAY "CRITRPT OPEN                : " RESULTS-OPEN.
           DISPLAY "******** NORMAL END OF JOB CRITRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CRITQ, CRITRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CRITRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

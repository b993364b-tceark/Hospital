       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORUTIL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          DAILY OPERATING-ROOM UTILIZATION REPORT.  FOR ONE
      *          SURGERY DATE -- THE DATE ON THE REQUEST CARD, OR
      *          TODAY WHEN THE CARD IS BLANK OR MISSING -- EVERY
      *          CASE ON THE SURGICAL CASE FILE IS LISTED UNDER ITS
      *          OR ROOM WITH ITS SURGEON, STATUS AND IN-ROOM
      *          MINUTES.  EACH ROOM TOTALS ITS CASES, CANCELLATIONS
      *          AND MINUTES USED, AND THE MINUTES ARE MEASURED
      *          AGAINST THE STAFFED MINUTES ON THE OR RATE CARD (THE
      *          ROOM'S OWN ROW, ELSE THE "****" ROW) FOR THE
      *          UTILIZATION PERCENT.  CASES STILL ONLY SCHEDULED
      *          HAVE NO MINUTES YET AND PRINT AS OPEN.
      *
      ******************************************************************

               REQUEST CARD            -   DDS0001.ORUREQ

               OR RATE CARD            -   DDS0001.ORRATE

               VSAM SURGICAL CASE FILE -   DDS0001.SURGCASE

               OUTPUT FILE PRODUCED    -   DDS0001.ORUTRPT

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

           SELECT ORUREQ
           ASSIGN TO UT-S-ORUREQ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT ORRATE
           ASSIGN TO UT-S-ORRATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RTCODE.

           SELECT ORUTRPT
           ASSIGN TO UT-S-ORUTRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  ORUREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORUREQ-REC.
       01  ORUREQ-REC PIC X(20).

       FD  ORRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OR-RATE-REC.
       01  ORRATE-REC PIC X(40).

       FD  ORUTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORUTRPT-REC.
       01  ORUTRPT-REC PIC X(100).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  RTCODE                  PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).

       COPY ORRATE.

       COPY SURGCASE.

       01  OR-UTIL-REQUEST-CARD.
           05  REQ-SURGERY-DATE        PIC X(10).
           05  FILLER                  PIC X(10).

       01  MISC-WS-FLDS.
           05  MORE-RATE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-RATES        VALUE "N".
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".
           05  WS-RPT-DATE             PIC X(10).
           05  WS-HOLD-ROOM            PIC X(4).
           05  WS-STAFFED-MINUTES      PIC S9(5) COMP.
           05  WS-DEFAULT-MINUTES      PIC S9(5) COMP VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY            PIC X(4).
           05  WS-CURR-MM              PIC X(2).
           05  WS-CURR-DD              PIC X(2).
           05  FILLER                  PIC X(13).

      ***** STAFFED MINUTES PER ROOM FROM THE RATE CARD
       01  WS-ROOM-TABLE.
           05  WS-ROOM-MAX             PIC S9(4) COMP VALUE 50.
           05  WS-ROOM-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-ROOM-ENTRY OCCURS 50 TIMES
                             INDEXED BY ROOM-IX.
               10  WRM-OR-ROOM         PIC X(4).
               10  WRM-STAFFED-MINUTES PIC 9(4).

      ***** THE DAY'S CASES, TABLED SO THE REPORT COMES OUT GROUPED
      ***** BY ROOM WITHOUT A SORT STEP
       01  WS-CASE-TABLE.
           05  WS-CASE-MAX             PIC S9(4) COMP VALUE 500.
           05  WS-CASE-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 500 TIMES
                             INDEXED BY CASE-IX.
               10  WCS-OR-ROOM         PIC X(4).
               10  WCS-CASE-NBR        PIC X(8).
               10  WCS-PATIENT-ID      PIC X(6).
               10  WCS-SURGEON-ID      PIC X(8).
               10  WCS-CASE-STATUS     PIC X(1).
               10  WCS-IN-ROOM-TIME    PIC 9(4).
               10  WCS-OUT-ROOM-TIME   PIC 9(4).
               10  WCS-MINUTES         PIC S9(5) COMP.
               10  WCS-PRINTED-IND     PIC X(1).
                   88  WCS-PRINTED     VALUE "Y".

      ***** MINUTES-SINCE-MIDNIGHT WORK AREA -- SAME ARITHMETIC AS
      ***** ORCPOST, SO THE REPORT AND THE BILL AGREE ON THE CLOCK
       01  WS-TIME-WORK.
           05  WS-START-TIME           PIC 9(4).
           05  WS-START-TIME-R REDEFINES WS-START-TIME.
               10  WS-START-HH         PIC 9(2).
               10  WS-START-MM         PIC 9(2).
           05  WS-END-TIME             PIC 9(4).
           05  WS-END-TIME-R REDEFINES WS-END-TIME.
               10  WS-END-HH           PIC 9(2).
               10  WS-END-MM           PIC 9(2).
           05  WS-START-MINUTES        PIC S9(5) COMP.
           05  WS-END-MINUTES          PIC S9(5) COMP.
           05  WS-ELAPSED-MINUTES      PIC S9(5) COMP.

       01  WS-ROOM-TOTALS.
           05  WS-ROOM-CASES           PIC S9(5) COMP.
           05  WS-ROOM-CANCELLED       PIC S9(5) COMP.
           05  WS-ROOM-MINUTES         PIC S9(7) COMP.
           05  WS-ROOM-UTIL-PCT        PIC S9(3)V9 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  CASES-READ              PIC S9(5) COMP VALUE ZERO.
           05  CASES-LISTED            PIC S9(5) COMP VALUE ZERO.
           05  ROOMS-LISTED            PIC S9(5) COMP VALUE ZERO.
           05  TOTAL-MINUTES           PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(43) VALUE
               "OPERATING ROOM UTILIZATION -- SURGERY DATE ".
           05  HDR-DATE PIC X(10).
           05  FILLER   PIC X(47) VALUE SPACES.

       01  WS-RPT-ROOM-REC.
           05  FILLER           PIC X(8) VALUE "OR ROOM ".
           05  ROOM-RPT-NBR     PIC X(4).
           05  FILLER           PIC X(88) VALUE SPACES.

       01  WS-RPT-COL-REC.
           05  FILLER   PIC X(4)  VALUE SPACES.
           05  FILLER   PIC X(10) VALUE "CASE".
           05  FILLER   PIC X(8)  VALUE "PATIENT".
           05  FILLER   PIC X(10) VALUE "SURGEON".
           05  FILLER   PIC X(12) VALUE "STATUS".
           05  FILLER   PIC X(6)  VALUE "IN".
           05  FILLER   PIC X(6)  VALUE "OUT".
           05  FILLER   PIC X(7)  VALUE "MINUTES".
           05  FILLER   PIC X(37) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DET-CASE-NBR     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-SURGEON-ID   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-STATUS       PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-IN-TIME      PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-OUT-TIME     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-MINUTES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(38) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER           PIC X(12) VALUE "  ROOM TOTAL".
           05  FILLER           PIC X(8)  VALUE "  CASES ".
           05  TOT-CASES        PIC ZZ9.
           05  FILLER           PIC X(12) VALUE "  CANCELLED ".
           05  TOT-CANCELLED    PIC ZZ9.
           05  FILLER           PIC X(10) VALUE "  MINUTES ".
           05  TOT-MINUTES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(10) VALUE "  STAFFED ".
           05  TOT-STAFFED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(7)  VALUE "  UTIL ".
           05  TOT-UTIL-PCT     PIC ZZ9.9.
           05  FILLER           PIC X(1)  VALUE "%".
           05  FILLER           PIC X(17) VALUE SPACES.

       01  WS-RPT-FINAL-REC.
           05  FILLER           PIC X(22)
               VALUE "CASES LISTED         -".
           05  RPT-FINAL-CASES  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(16)
               VALUE "   OR MINUTES - ".
           05  RPT-FINAL-MINUTES PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(46) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-ROOMS THRU 050-EXIT
                   UNTIL NO-MORE-RATES.
           PERFORM 100-COLLECT-CASES THRU 100-EXIT
                   UNTIL NO-MORE-CASES.
           PERFORM 500-PRINT-BY-ROOM THRU 500-EXIT.
           MOVE CASES-LISTED  TO RPT-FINAL-CASES.
           MOVE TOTAL-MINUTES TO RPT-FINAL-MINUTES.
           MOVE SPACES TO ORUTRPT-REC.
           WRITE ORUTRPT-REC.
           WRITE ORUTRPT-REC FROM WS-RPT-FINAL-REC.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ORUTIL ********".
           OPEN INPUT ORUREQ, ORRATE, SURGCASE.
           OPEN OUTPUT ORUTRPT, SYSOUT.

      ***** NO CARD, OR A BLANK ONE, REPORTS TODAY'S SCHEDULE
           MOVE SPACES TO OR-UTIL-REQUEST-CARD.
           READ ORUREQ INTO OR-UTIL-REQUEST-CARD
               AT END
                   MOVE SPACES TO REQ-SURGERY-DATE
           END-READ.
           IF REQ-SURGERY-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               STRING WS-CURR-CCYY "-" WS-CURR-MM "-" WS-CURR-DD
                   DELIMITED BY SIZE INTO WS-RPT-DATE
           ELSE
               MOVE REQ-SURGERY-DATE TO WS-RPT-DATE.

           MOVE WS-RPT-DATE TO HDR-DATE.
           WRITE ORUTRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

       050-LOAD-ROOMS.
           MOVE "050-LOAD-ROOMS" TO PARA-NAME.
           READ ORRATE INTO OR-RATE-REC
               AT END
                   MOVE "N" TO MORE-RATE-SW
                   GO TO 050-EXIT
           END-READ.
           IF ORR-DEFAULT-ROOM
               MOVE ORR-STAFFED-MINUTES TO WS-DEFAULT-MINUTES
               GO TO 050-EXIT.
           IF WS-ROOM-COUNT >= WS-ROOM-MAX
               MOVE "*** ORUTIL ROOM TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-ROOM-COUNT.
           SET ROOM-IX TO WS-ROOM-COUNT.
           MOVE ORR-OR-ROOM         TO WRM-OR-ROOM(ROOM-IX).
           MOVE ORR-STAFFED-MINUTES TO WRM-STAFFED-MINUTES(ROOM-IX).
       050-EXIT.
           EXIT.

       100-COLLECT-CASES.
           MOVE "100-COLLECT-CASES" TO PARA-NAME.
           READ SURGCASE NEXT RECORD INTO SURGICAL-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CASES-READ.
           IF SCS-SCHED-DATE NOT = WS-RPT-DATE
               GO TO 100-EXIT.

           IF WS-CASE-COUNT >= WS-CASE-MAX
               MOVE "*** ORUTIL CASE TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-CASE-COUNT.
           SET CASE-IX TO WS-CASE-COUNT.
           MOVE SCS-OR-ROOM         TO WCS-OR-ROOM(CASE-IX).
           MOVE SCS-CASE-NBR        TO WCS-CASE-NBR(CASE-IX).
           MOVE SCS-PATIENT-ID      TO WCS-PATIENT-ID(CASE-IX).
           MOVE SCS-SURGEON-ID      TO WCS-SURGEON-ID(CASE-IX).
           MOVE SCS-CASE-STATUS     TO WCS-CASE-STATUS(CASE-IX).
           MOVE SCS-IN-ROOM-TIME    TO WCS-IN-ROOM-TIME(CASE-IX).
           MOVE SCS-OUT-ROOM-TIME   TO WCS-OUT-ROOM-TIME(CASE-IX).
           MOVE "N"                 TO WCS-PRINTED-IND(CASE-IX).
           MOVE ZERO                TO WCS-MINUTES(CASE-IX).
           IF SCS-COMPLETE OR SCS-POSTED
               PERFORM 150-CALC-MINUTES THRU 150-EXIT
               MOVE WS-ELAPSED-MINUTES TO WCS-MINUTES(CASE-IX).
       100-EXIT.
           EXIT.

       150-CALC-MINUTES.
           MOVE SCS-IN-ROOM-TIME  TO WS-START-TIME.
           MOVE SCS-OUT-ROOM-TIME TO WS-END-TIME.
           COMPUTE WS-START-MINUTES = WS-START-HH * 60 + WS-START-MM.
           COMPUTE WS-END-MINUTES   = WS-END-HH * 60 + WS-END-MM.
           IF WS-END-MINUTES < WS-START-MINUTES
               ADD 1440 TO WS-END-MINUTES.
           COMPUTE WS-ELAPSED-MINUTES =
                   WS-END-MINUTES - WS-START-MINUTES.
       150-EXIT.
           EXIT.

      ***** EACH PASS PICKS THE FIRST UNPRINTED ROOM AND DRAINS IT,
      ***** SO THE REPORT COMES OUT ONE ROOM AT A TIME
       500-PRINT-BY-ROOM.
           MOVE "500-PRINT-BY-ROOM" TO PARA-NAME.
           IF WS-CASE-COUNT = ZERO
               GO TO 500-EXIT.
       500-NEXT-ROOM.
           MOVE SPACES TO WS-HOLD-ROOM.
           PERFORM 510-FIND-NEXT-ROOM THRU 510-EXIT
                   VARYING CASE-IX FROM 1 BY 1
                   UNTIL CASE-IX > WS-CASE-COUNT
                      OR WS-HOLD-ROOM NOT = SPACES.
           IF WS-HOLD-ROOM = SPACES
               GO TO 500-EXIT.

           ADD 1 TO ROOMS-LISTED.
           MOVE ZERO TO WS-ROOM-CASES, WS-ROOM-CANCELLED,
                        WS-ROOM-MINUTES.
           MOVE SPACES TO ORUTRPT-REC.
           WRITE ORUTRPT-REC.
           MOVE WS-HOLD-ROOM TO ROOM-RPT-NBR.
           WRITE ORUTRPT-REC FROM WS-RPT-ROOM-REC.
           WRITE ORUTRPT-REC FROM WS-RPT-COL-REC.

           PERFORM 600-PRINT-ONE-CASE THRU 600-EXIT
                   VARYING CASE-IX FROM 1 BY 1
                   UNTIL CASE-IX > WS-CASE-COUNT.

           PERFORM 700-ROOM-TOTAL THRU 700-EXIT.
           GO TO 500-NEXT-ROOM.
       500-EXIT.
           EXIT.

       510-FIND-NEXT-ROOM.
           IF NOT WCS-PRINTED(CASE-IX)
               MOVE WCS-OR-ROOM(CASE-IX) TO WS-HOLD-ROOM.
       510-EXIT.
           EXIT.

       600-PRINT-ONE-CASE.
           MOVE "600-PRINT-ONE-CASE" TO PARA-NAME.
           IF WCS-PRINTED(CASE-IX)
              OR WCS-OR-ROOM(CASE-IX) NOT = WS-HOLD-ROOM
               GO TO 600-EXIT.
           MOVE "Y" TO WCS-PRINTED-IND(CASE-IX).
           ADD 1 TO CASES-LISTED.
           MOVE WCS-CASE-NBR(CASE-IX)   TO DET-CASE-NBR.
           MOVE WCS-PATIENT-ID(CASE-IX) TO DET-PATIENT-ID.
           MOVE WCS-SURGEON-ID(CASE-IX) TO DET-SURGEON-ID.
           MOVE SPACES TO DET-IN-TIME, DET-OUT-TIME.
           MOVE ZERO   TO DET-MINUTES.
           EVALUATE WCS-CASE-STATUS(CASE-IX)
               WHEN "X"
                   MOVE "CANCELLED " TO DET-STATUS
                   ADD 1 TO WS-ROOM-CANCELLED
               WHEN "S"
                   MOVE "OPEN      " TO DET-STATUS
                   ADD 1 TO WS-ROOM-CASES
               WHEN OTHER
                   IF WCS-CASE-STATUS(CASE-IX) = "P"
                       MOVE "POSTED    " TO DET-STATUS
                   ELSE
                       MOVE "COMPLETE  " TO DET-STATUS
                   END-IF
                   ADD 1 TO WS-ROOM-CASES
                   MOVE WCS-IN-ROOM-TIME(CASE-IX)  TO DET-IN-TIME
                   MOVE WCS-OUT-ROOM-TIME(CASE-IX) TO DET-OUT-TIME
                   MOVE WCS-MINUTES(CASE-IX)       TO DET-MINUTES
                   ADD WCS-MINUTES(CASE-IX) TO WS-ROOM-MINUTES,
                                               TOTAL-MINUTES
           END-EVALUATE.
           WRITE ORUTRPT-REC FROM WS-RPT-DETAIL-REC.
       600-EXIT.
           EXIT.

      ***** A ROOM WITH NO STAFFED MINUTES ON THE RATE CARD PRINTS
      ***** ITS MINUTES WITH NO PERCENT RATHER THAN DIVIDING BY ZERO
       700-ROOM-TOTAL.
           MOVE "700-ROOM-TOTAL" TO PARA-NAME.
           MOVE WS-DEFAULT-MINUTES TO WS-STAFFED-MINUTES.
           IF WS-ROOM-COUNT > ZERO
               SET ROOM-IX TO 1
               SEARCH WS-ROOM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRM-OR-ROOM(ROOM-IX) = WS-HOLD-ROOM
                       MOVE WRM-STAFFED-MINUTES(ROOM-IX)
                            TO WS-STAFFED-MINUTES
               END-SEARCH.
           MOVE ZERO TO WS-ROOM-UTIL-PCT.
           IF WS-STAFFED-MINUTES > ZERO
               COMPUTE WS-ROOM-UTIL-PCT ROUNDED =
                       WS-ROOM-MINUTES * 100 / WS-STAFFED-MINUTES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ROOM-UTIL-PCT
               END-COMPUTE.
           MOVE WS-ROOM-CASES      TO TOT-CASES.
           MOVE WS-ROOM-CANCELLED  TO TOT-CANCELLED.
           MOVE WS-ROOM-MINUTES    TO TOT-MINUTES.
           MOVE WS-STAFFED-MINUTES TO TOT-STAFFED.
           MOVE WS-ROOM-UTIL-PCT   TO TOT-UTIL-PCT.
           WRITE ORUTRPT-REC FROM WS-RPT-TOTAL-REC.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ORUREQ, ORRATE, SURGCASE, ORUTRPT, SYSOUT.
           DISPLAY "ORUTIL CASES READ           : " CASES-READ.
           DISPLAY "ORUTIL CASES LISTED         : " CASES-LISTED.
           DISPLAY "ORUTIL ROOMS LISTED         : " ROOMS-LISTED.
           DISPLAY "******** NORMAL END OF JOB ORUTIL ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ORUREQ, ORRATE, SURGCASE, ORUTRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ORUTIL ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

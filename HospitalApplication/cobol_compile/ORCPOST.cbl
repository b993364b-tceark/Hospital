       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORCPOST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY OR CASE-TIME POSTING.  EVERY SURGICAL CASE
      *          THE OR DESK HAS TIMED (STATUS "C") IS PRICED HERE:
      *          IN-ROOM TO OUT-OF-ROOM MINUTES AT THE ROOM'S OR
      *          RATE, ANESTHESIA START TO END AT THE ANESTHESIA
      *          RATE, BOTH IN 15-MINUTE UNITS WITH ANY PART OF A
      *          UNIT BILLED AS A WHOLE ONE.  EACH PRICED COMPONENT
      *          GOES OUT AS ONE "SUR" INPATIENT-TREATMENT-REC, WITH
      *          THE SURGEON AS PRESCRIBER ON BOTH, INTO THE TRMTSORT
      *          STREAM -- THE SAME GENERATE-DON'T-KEY PATTERN
      *          STNDORDR USES -- SO TRMTSRCH EDITS IT AND TRMTUPDT
      *          POSTS IT EXACTLY AS IT WOULD A KEYED LINE.
      *          THE CASE IS THEN MARKED POSTED WITH ITS UNITS AND
      *          DOLLARS SO IT CAN NEVER BILL TWICE.
      *
      *          A CASE WHOSE ROOM HAS NO RATE (AND NO "****" DEFAULT
      *          ROW IS ON THE RATE CARD), OR WHOSE PATIENT IS NOT ON
      *          PATMSTR, IS LEFT COMPLETE AND LISTED ON SYSOUT FOR
      *          THE OR DESK -- IT PRICES THE NIGHT IT IS FIXED.
      *
      ******************************************************************

               OR RATE CARD            -   DDS0001.ORRATE

               VSAM SURGICAL CASE FILE -   DDS0001.SURGCASE

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               GENERATED TREATMENTS    -   DDS0001.ORCHGS
                                            (FEEDS THE TRMTSORT STEP)

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

           SELECT ORRATE
           ASSIGN TO UT-S-ORRATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RTCODE.

           SELECT ORCHGS
           ASSIGN TO UT-S-ORCHGS
             ORGANIZATION IS SEQUENTIAL.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

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
       01  SYSOUT-REC  PIC X(130).

       FD  ORRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OR-RATE-REC.
       01  ORRATE-REC PIC X(40).

       FD  ORCHGS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORCHGS-REC.
       01  ORCHGS-REC PIC X(1150).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  RTCODE                  PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY ORRATE.

       COPY SURGCASE.

       COPY TREATMNT.

       COPY PATMSTR.

      ***** THE RATE CARD, TABLED AT STARTUP
       01  WS-RATE-TABLE.
           05  WS-RATE-MAX             PIC S9(4) COMP VALUE 50.
           05  WS-RATE-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY RATE-IX.
               10  WRT-OR-ROOM         PIC X(4).
               10  WRT-OR-UNIT-RATE    PIC 9(5)V99.
               10  WRT-ANES-UNIT-RATE  PIC 9(5)V99.

       01  WS-SWITCHES.
           05  MORE-RATE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-RATES        VALUE "N".
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".
           05  RATE-FOUND-SW           PIC X(1) VALUE "N".
               88 RATE-FOUND           VALUE "Y".
           05  PRICE-ERROR-SW          PIC X(1) VALUE "N".
               88 PRICE-ERROR          VALUE "Y".

       77  WS-DATE                     PIC 9(6).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY            PIC X(4).
           05  WS-CURR-MM              PIC X(2).
           05  WS-CURR-DD              PIC X(2).
           05  FILLER                  PIC X(13).
       77  WS-TODAY-YYYYMMDD           PIC X(10).

      ***** MINUTES-SINCE-MIDNIGHT WORK AREA FOR ONE START/END PAIR
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
           05  WS-UNITS                PIC S9(5) COMP.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-OR-RATE         PIC 9(5)V99.
           05  WS-HOLD-ANES-RATE       PIC 9(5)V99.
           05  WS-HOLD-OR-UNITS        PIC 9(3).
           05  WS-HOLD-ANES-UNITS      PIC 9(3).
           05  WS-HOLD-OR-CHARGE       PIC 9(5)V99.
           05  WS-HOLD-ANES-CHARGE     PIC 9(5)V99.
           05  ROW-SUB                 PIC 9(02).

      ***** WHAT THE POSTED LINE SAYS IT IS, FOR THE ACCOUNT DETAIL
       01  WS-SUR-COMMENT.
           05  SUR-CMT-COMPONENT       PIC X(10).
           05  SUR-CMT-UNITS           PIC ZZ9.
           05  FILLER                  PIC X(17)
               VALUE " 15-MIN UNITS RM ".
           05  SUR-CMT-ROOM            PIC X(4).
           05  FILLER                  PIC X(6) VALUE " CASE ".
           05  SUR-CMT-CASE-NBR        PIC X(8).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RATES-LOADED            PIC S9(5) COMP VALUE ZERO.
           05  CASES-READ              PIC S9(5) COMP VALUE ZERO.
           05  CASES-POSTED            PIC S9(5) COMP VALUE ZERO.
           05  CASES-HELD              PIC S9(5) COMP VALUE ZERO.
           05  TREATMENTS-BUILT        PIC S9(5) COMP VALUE ZERO.
           05  RECORDS-WRITTEN         PIC S9(9) COMP VALUE ZERO.
           05  TOTAL-OR-CHARGES        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TOTAL-ANES-CHARGES      PIC S9(9)V99 COMP-3 VALUE ZERO.

      ***** SAME TRAILER SHAPE THE KEYED TREATMENT FILE CARRIES
       01  WS-OUT-TRAILER-REC.
           05  FILLER                     PIC X(1).
           05  OUT-RECORD-COUNT           PIC 9(9).
           05  FILLER                     PIC X(1140).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-RATES THRU 050-EXIT
                   UNTIL NO-MORE-RATES.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CASES.
           PERFORM 800-WRITE-TRAILER THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ORCPOST ********".
           ACCEPT WS-DATE FROM DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO WS-TODAY-YYYYMMDD.
           STRING WS-CURR-CCYY "-" WS-CURR-MM "-" WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD.

           OPEN INPUT ORRATE, PATMSTR.
           OPEN I-O SURGCASE.
           OPEN OUTPUT ORCHGS, SYSOUT.
       000-EXIT.
           EXIT.

       050-LOAD-RATES.
           MOVE "050-LOAD-RATES" TO PARA-NAME.
           READ ORRATE INTO OR-RATE-REC
               AT END
                   MOVE "N" TO MORE-RATE-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               MOVE "*** ORCPOST RATE TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-RATE-COUNT, RATES-LOADED.
           SET RATE-IX TO WS-RATE-COUNT.
           MOVE ORR-OR-ROOM        TO WRT-OR-ROOM(RATE-IX).
           MOVE ORR-OR-UNIT-RATE   TO WRT-OR-UNIT-RATE(RATE-IX).
           MOVE ORR-ANES-UNIT-RATE TO WRT-ANES-UNIT-RATE(RATE-IX).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ SURGCASE NEXT RECORD INTO SURGICAL-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CASES-READ.

           IF NOT SCS-COMPLETE
               GO TO 100-EXIT.

           PERFORM 200-FIND-RATE THRU 200-EXIT.
           IF NOT RATE-FOUND
               MOVE "*** NO OR RATE FOR ROOM - CASE HELD"
                    TO ABEND-REASON
               PERFORM 850-HOLD-CASE THRU 850-EXIT
               GO TO 100-EXIT.

           MOVE SCS-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** CASE PATIENT NOT ON PATMSTR - HELD"
                    TO ABEND-REASON
               PERFORM 850-HOLD-CASE THRU 850-EXIT
               GO TO 100-EXIT.

           PERFORM 300-PRICE-CASE THRU 300-EXIT.
           IF PRICE-ERROR
               MOVE "*** CASE CHARGE TOO LARGE - CASE HELD"
                    TO ABEND-REASON
               PERFORM 850-HOLD-CASE THRU 850-EXIT
               GO TO 100-EXIT.

           MOVE "OR TIME   "        TO SUR-CMT-COMPONENT.
           MOVE WS-HOLD-OR-UNITS    TO SUR-CMT-UNITS.
           MOVE SCS-SURGEON-ID      TO PRESCRIBING-PHYS-ID.
           MOVE WS-HOLD-OR-CHARGE   TO MEDICATION-COST.
           PERFORM 400-GENERATE-TREATMENT THRU 400-EXIT.

      ***** A LOCAL-ONLY CASE HAS NO ANESTHESIA TIME AND NO LINE.
      ***** THE LINE IS A "SUR" LINE LIKE THE OR TIME, SO IT GOES
      ***** OUT UNDER THE SURGEON -- THE ONE HOLDING SURGICAL
      ***** PRIVILEGES TRMTSRCH CHECKS FOR.  THE ANESTHESIOLOGIST
      ***** STAYS ON THE CASE ROW, WHICH THE COMMENT'S CASE NUMBER
      ***** POINTS BACK TO.
           IF WS-HOLD-ANES-UNITS > ZERO
               MOVE "ANESTHESIA"        TO SUR-CMT-COMPONENT
               MOVE WS-HOLD-ANES-UNITS  TO SUR-CMT-UNITS
               MOVE SCS-SURGEON-ID      TO PRESCRIBING-PHYS-ID
               MOVE WS-HOLD-ANES-CHARGE TO MEDICATION-COST
               PERFORM 400-GENERATE-TREATMENT THRU 400-EXIT.

           PERFORM 500-MARK-POSTED THRU 500-EXIT.
       100-EXIT.
           EXIT.

      ***** THE ROOM'S OWN ROW WINS; OTHERWISE THE "****" ROW
       200-FIND-RATE.
           MOVE "200-FIND-RATE" TO PARA-NAME.
           MOVE "N" TO RATE-FOUND-SW.
           IF WS-RATE-COUNT = ZERO
               GO TO 200-EXIT.
           SET RATE-IX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WRT-OR-ROOM(RATE-IX) = SCS-OR-ROOM
                   MOVE "Y" TO RATE-FOUND-SW
                   MOVE WRT-OR-UNIT-RATE(RATE-IX)
                        TO WS-HOLD-OR-RATE
                   MOVE WRT-ANES-UNIT-RATE(RATE-IX)
                        TO WS-HOLD-ANES-RATE
           END-SEARCH.
           IF RATE-FOUND
               GO TO 200-EXIT.
           SET RATE-IX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WRT-OR-ROOM(RATE-IX) = "****"
                   MOVE "Y" TO RATE-FOUND-SW
                   MOVE WRT-OR-UNIT-RATE(RATE-IX)
                        TO WS-HOLD-OR-RATE
                   MOVE WRT-ANES-UNIT-RATE(RATE-IX)
                        TO WS-HOLD-ANES-RATE
           END-SEARCH.
       200-EXIT.
           EXIT.

       300-PRICE-CASE.
           MOVE "300-PRICE-CASE" TO PARA-NAME.
           MOVE "N" TO PRICE-ERROR-SW.
           MOVE SCS-IN-ROOM-TIME  TO WS-START-TIME.
           MOVE SCS-OUT-ROOM-TIME TO WS-END-TIME.
           PERFORM 350-CALC-UNITS THRU 350-EXIT.
           MOVE WS-UNITS TO WS-HOLD-OR-UNITS.
           COMPUTE WS-HOLD-OR-CHARGE =
                   WS-HOLD-OR-UNITS * WS-HOLD-OR-RATE
               ON SIZE ERROR
                   MOVE "Y" TO PRICE-ERROR-SW
           END-COMPUTE.

           MOVE ZERO TO WS-HOLD-ANES-UNITS, WS-HOLD-ANES-CHARGE.
           IF SCS-ANES-START-TIME = ZERO
              AND SCS-ANES-END-TIME = ZERO
               GO TO 300-EXIT.
           MOVE SCS-ANES-START-TIME TO WS-START-TIME.
           MOVE SCS-ANES-END-TIME   TO WS-END-TIME.
           PERFORM 350-CALC-UNITS THRU 350-EXIT.
           MOVE WS-UNITS TO WS-HOLD-ANES-UNITS.
           COMPUTE WS-HOLD-ANES-CHARGE =
                   WS-HOLD-ANES-UNITS * WS-HOLD-ANES-RATE
               ON SIZE ERROR
                   MOVE "Y" TO PRICE-ERROR-SW
           END-COMPUTE.
       300-EXIT.
           EXIT.

      ***** ELAPSED MINUTES ROUNDED UP TO WHOLE 15-MINUTE UNITS.  AN
      ***** END EARLIER THAN THE START RAN PAST MIDNIGHT.
       350-CALC-UNITS.
           COMPUTE WS-START-MINUTES = WS-START-HH * 60 + WS-START-MM.
           COMPUTE WS-END-MINUTES   = WS-END-HH * 60 + WS-END-MM.
           IF WS-END-MINUTES < WS-START-MINUTES
               ADD 1440 TO WS-END-MINUTES.
           COMPUTE WS-ELAPSED-MINUTES =
                   WS-END-MINUTES - WS-START-MINUTES.
           DIVIDE 15 INTO WS-ELAPSED-MINUTES GIVING WS-UNITS.
           IF WS-UNITS * 15 < WS-ELAPSED-MINUTES
               ADD 1 TO WS-UNITS.
       350-EXIT.
           EXIT.

      ***** ONE PRICED "SUR" LINE.  THE CALLER HAS SET THE COST, THE
      ***** PHYSICIAN AND THE COMMENT; EVERYTHING ELSE COMES FROM THE
      ***** CASE AND THE PATIENT'S STAY.  THE RECORD IS CLEARED FIELD
      ***** BY FIELD SO THE CALLER'S COST AND PHYSICIAN SURVIVE.
       400-GENERATE-TREATMENT.
           MOVE "400-GENERATE-TREATMENT" TO PARA-NAME.
           MOVE SPACES TO RECORD-TYPE IN INPATIENT-TREATMENT-REC,
                TREATMENT-DATE-TIME, BED-IDENTITY
                IN INPATIENT-TREATMENT-REC,
                PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-TREATMENT-REC,
                MEDICATION-ID, ATTENDING-PHYS-ID,
                SUPERVISOR-NURSE-ID, TREATMENT-NURSE-ID,
                TREATMENT-COMMENTS, TREATMENT-FACILITY-CDE,
                BLOOD-UNIT-ID, BLOOD-TYPE-CDE, TRMT-ENCOUNTER-NBR.
           PERFORM 410-CLEAR-LAB-ROW THRU 410-EXIT
                   VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 12.
           MOVE ZERO TO PHARMACY-COST, ANCILLARY-CHARGE.

           MOVE SCS-PATIENT-ID TO PATIENT-ID
               IN INPATIENT-TREATMENT-REC.
           STRING SCS-SCHED-DATE(1:4) SCS-SCHED-DATE(6:2)
                  SCS-SCHED-DATE(9:2)
               DELIMITED BY SIZE INTO TREATMENT-DATE.
           MOVE SCS-IN-ROOM-TIME TO WS-START-TIME.
           STRING WS-START-HH ":" WS-START-MM ":00"
               DELIMITED BY SIZE INTO TREATMENT-TIME.
           MOVE BED-IDENTITY-PRIMARY TO BED-IDENTITY
               IN INPATIENT-TREATMENT-REC.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                TO PRIMARY-DIAGNOSTIC-CODE
                IN INPATIENT-TREATMENT-REC.
           MOVE ATTENDING-PHYSICIAN TO ATTENDING-PHYS-ID.
           MOVE "SUR" TO TREATMENT-MODE.
           MOVE "B"   TO BILLABLE-TREATMENT-IND.
           IF FACILITY-CODE IN PATIENT-MASTER-REC = SPACES
               MOVE "01" TO TREATMENT-FACILITY-CDE
           ELSE
               MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                    TO TREATMENT-FACILITY-CDE.
           IF SCS-ENCOUNTER-NBR = SPACES
               MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                    TO TRMT-ENCOUNTER-NBR
           ELSE
               MOVE SCS-ENCOUNTER-NBR TO TRMT-ENCOUNTER-NBR.
           MOVE SCS-OR-ROOM    TO SUR-CMT-ROOM.
           MOVE SCS-CASE-NBR   TO SUR-CMT-CASE-NBR.
           MOVE WS-SUR-COMMENT TO TREATMENT-COMMENTS.

           WRITE ORCHGS-REC FROM INPATIENT-TREATMENT-REC.
           ADD 1 TO TREATMENTS-BUILT, RECORDS-WRITTEN.
       400-EXIT.
           EXIT.

       410-CLEAR-LAB-ROW.
           MOVE SPACES TO LAB-CHARGES(ROW-SUB),
                          LAB-RESULTS(ROW-SUB).
       410-EXIT.
           EXIT.

       500-MARK-POSTED.
           MOVE "500-MARK-POSTED" TO PARA-NAME.
           MOVE "P"                 TO SCS-CASE-STATUS.
           MOVE WS-TODAY-YYYYMMDD   TO SCS-POSTED-DATE.
           MOVE WS-HOLD-OR-UNITS    TO SCS-OR-UNITS.
           MOVE WS-HOLD-ANES-UNITS  TO SCS-ANES-UNITS.
           MOVE WS-HOLD-OR-CHARGE   TO SCS-OR-CHARGE.
           MOVE WS-HOLD-ANES-CHARGE TO SCS-ANES-CHARGE.
           REWRITE SURGCASE-REC FROM SURGICAL-CASE-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING SURGCASE" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO CASES-POSTED.
           ADD WS-HOLD-OR-CHARGE   TO TOTAL-OR-CHARGES.
           ADD WS-HOLD-ANES-CHARGE TO TOTAL-ANES-CHARGES.
       500-EXIT.
           EXIT.

       800-WRITE-TRAILER.
           MOVE "800-WRITE-TRAILER" TO PARA-NAME.
           MOVE SPACES TO WS-OUT-TRAILER-REC.
           MOVE "T" TO WS-OUT-TRAILER-REC(1:1).
           ADD 1 TO RECORDS-WRITTEN.
           MOVE RECORDS-WRITTEN TO OUT-RECORD-COUNT.
           WRITE ORCHGS-REC FROM WS-OUT-TRAILER-REC.
       800-EXIT.
           EXIT.

       850-HOLD-CASE.
           ADD 1 TO CASES-HELD.
           MOVE ZERO TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE SURGICAL-CASE-REC TO SYSOUT-REC.
           WRITE SYSOUT-REC.
       850-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ORRATE, SURGCASE, PATMSTR, ORCHGS, SYSOUT.
           DISPLAY "ORCPOST RATES LOADED        : " RATES-LOADED.
           DISPLAY "ORCPOST CASES READ          : " CASES-READ.
           DISPLAY "ORCPOST CASES POSTED        : " CASES-POSTED.
           DISPLAY "ORCPOST CASES HELD          : " CASES-HELD.
           DISPLAY "ORCPOST TREATMENTS BUILT    : " TREATMENTS-BUILT.
           DISPLAY "ORCPOST OR TIME CHARGES     : " TOTAL-OR-CHARGES.
           DISPLAY "ORCPOST ANESTHESIA CHARGES  : " TOTAL-ANES-CHARGES.
           DISPLAY "******** NORMAL END OF JOB ORCPOST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ORRATE, SURGCASE, PATMSTR, ORCHGS, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ORCPOST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

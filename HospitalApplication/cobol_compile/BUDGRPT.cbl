       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDGRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WARD BUDGET-VERSUS-ACTUAL.  FINANCE LOADS THE WARDBUDG
      *          FILE ONCE A FISCAL YEAR -- PATIENT-DAYS, ADMISSIONS AND
      *          GROSS ROOM, EQUIPMENT AND TREATMENT REVENUE PLANNED FOR
      *          EACH WARD IN EACH MONTH.  THIS JOB HOLDS THE WARD ROWS
      *          DLYSTATS APPENDS TO DLYHIST EVERY NIGHT AGAINST THAT
      *          PLAN, FOR THE REPORT MONTH AND FOR THE FISCAL YEAR TO
      *          DATE, AND PRINTS EACH WARD'S LINES WITH THE DOLLAR AND
      *          PERCENT VARIANCE (ACTUAL LESS BUDGET).  ANY LINE MORE
      *          THAN THE VARIANCE PERCENTAGE OFF PLAN, EITHER WAY, IS
      *          FLAGGED; A LINE WITH ACTIVITY BUT NO PLAN SAYS SO.
      *          THE HOUSE TOTAL FOLLOWS THE WARDS.
      *
      *          PATIENT-DAYS ARE THE SUM OF THE NIGHTLY MIDNIGHT
      *          CENSUS ON THE WARD ROWS.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM BUDGRPT):
      *            REPORT-MONTH     CCYYMM TO REPORT (DEFAULT: THE
      *                             CURRENT MONTH)
      *            FISCAL-START-MM  FIRST MONTH OF THE FISCAL YEAR
      *                             (DEFAULT 01).  THE FISCAL YEAR IS
      *                             NAMED FOR THE YEAR IT ENDS IN.
      *            VARIANCE-PCT     PERCENT OFF PLAN THAT FLAGS A LINE
      *                             (DEFAULT 10)
      *
      ******************************************************************

               WARD BUDGET FILE        -   DDS0001.WARDBUDG
               HISTORY INPUT FILE      -   DDS0001.DLYHIST

               BUDGET REPORT           -   DDS0001.BUDGRPT

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

           SELECT WARDBUDG
           ASSIGN TO UT-S-WARDBUDG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BFCODE.

           SELECT DLYHIST
           ASSIGN TO UT-S-DLYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT BUDGRPT
           ASSIGN TO UT-S-BUDGRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  WARDBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARD-BUDGET-REC.
       01  WARDBUDG-REC PIC X(80).

       FD  DLYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DAILY-STATS-REC.
       01  DLYHIST-REC PIC X(100).

       FD  BUDGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGRPT-REC.
       01  BUDGRPT-REC PIC X(130).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  BFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).

       COPY WARDBUDG.
       COPY DLYSTATS.
       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-BUDG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-BUDG         VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HIST         VALUE "N".
           05  WS-WARD-FOUND-SW        PIC X(1).
               88 WARD-ROW-FOUND       VALUE "Y".
           05  WS-POST-KIND-SW         PIC X(1).
               88 POSTING-BUDGET       VALUE "B".
               88 POSTING-ACTUAL       VALUE "A".
           05  WS-POST-MTD-SW          PIC X(1).
               88 POSTING-MTD          VALUE "Y".

      ***** ONE ROW PER WARD, PLUS THE HOUSE TOTAL IN THE LAST SLOT.
      ***** MEASURES:  1 PATIENT-DAYS  2 ADMISSIONS  3 ROOM REVENUE
      *****            4 EQUIPMENT REVENUE  5 TREATMENT REVENUE
      *****            6 TOTAL REVENUE (3 + 4 + 5)
       01  WS-WARD-TABLE.
           05  WS-WARD-ROW OCCURS 51 TIMES.
               10  WS-WARD-NBR         PIC X(4).
               10  WS-WARD-MEAS OCCURS 6 TIMES.
                   15  WS-MTD-BUDGET   PIC S9(11)V99 COMP-3.
                   15  WS-MTD-ACTUAL   PIC S9(11)V99 COMP-3.
                   15  WS-YTD-BUDGET   PIC S9(11)V99 COMP-3.
                   15  WS-YTD-ACTUAL   PIC S9(11)V99 COMP-3.
       01  WS-WARD-ROWS-USED           PIC 9(2) VALUE ZERO.
       77  WS-WARD-MAX                 PIC 9(2) VALUE 50.
       77  WS-HOUSE-SUB                PIC 9(2) VALUE 51.
       77  WS-WARD-SUB                 PIC 9(2).
       77  WS-FIND-WARD-NBR            PIC X(4).
       77  MEAS-SUB                    PIC 9(1).
       77  WS-MEAS-MAX                 PIC 9(1) VALUE 6.

      ***** ONE BUDGET OR HISTORY ROW'S FIGURES, BY MEASURE
       01  WS-POST-VALUES.
           05  WS-POST-MEAS OCCURS 6 TIMES
                                       PIC S9(11)V99 COMP-3.

       01  WS-MEASURE-NAMES-INIT.
           05  FILLER  PIC X(14) VALUE "PATIENT-DAYS  ".
           05  FILLER  PIC X(14) VALUE "ADMISSIONS    ".
           05  FILLER  PIC X(14) VALUE "ROOM REVENUE  ".
           05  FILLER  PIC X(14) VALUE "EQUIP REVENUE ".
           05  FILLER  PIC X(14) VALUE "TRMT REVENUE  ".
           05  FILLER  PIC X(14) VALUE "TOTAL REVENUE ".
       01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-INIT.
           05  WS-MEASURE-NAME OCCURS 6 TIMES PIC X(14).

       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY             PIC 9(4).
           05  WS-RPT-MM               PIC 9(2).
       77  WS-FISCAL-START-MM          PIC 9(2) VALUE 01.
       77  WS-FISCAL-YEAR              PIC 9(4).
       01  WS-FISCAL-START-MONTH       PIC 9(6).
       01  WS-FISCAL-START-X REDEFINES WS-FISCAL-START-MONTH.
           05  WS-FYS-CCYY             PIC 9(4).
           05  WS-FYS-MM               PIC 9(2).
       77  WS-VARIANCE-PCT             PIC S9(3)V9 VALUE 10.

       77  WS-ROW-BUDGET               PIC S9(11)V99 COMP-3.
       77  WS-ROW-ACTUAL               PIC S9(11)V99 COMP-3.
       77  WS-ROW-VARIANCE             PIC S9(11)V99 COMP-3.
       77  WS-ROW-PCT                  PIC S9(4)V9.
       77  WS-ROW-FLAG                 PIC X(3).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  BUDGET-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  BUDGET-ROWS-USED        PIC S9(7) COMP VALUE ZERO.
           05  BUDGET-ROWS-THIS-FY     PIC S9(7) COMP VALUE ZERO.
           05  BUDGET-ROWS-REJECTED    PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-READ          PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-USED          PIC S9(7) COMP VALUE ZERO.
           05  LINES-FLAGGED           PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(32)
               VALUE "WARD BUDGET VS ACTUAL -- MONTH ".
           05  HDR-MONTH PIC 9(6).
           05  FILLER   PIC X(14) VALUE "  FISCAL YEAR ".
           05  HDR-FISCAL-YEAR PIC 9(4).
           05  FILLER   PIC X(10) VALUE "   RUN ON ".
           05  HDR-DATE PIC 9(8).
           05  FILLER   PIC X(18) VALUE "   FLAG AT +/- PCT".
           05  HDR-VARIANCE-PCT PIC ZZ9.9.
           05  FILLER   PIC X(33) VALUE SPACES.

       01  WS-COLM-HDR-REC.
           05  FILLER   PIC X(15) VALUE "MEASURE        ".
           05  FILLER   PIC X(15) VALUE "    MTD BUDGET ".
           05  FILLER   PIC X(15) VALUE "    MTD ACTUAL ".
           05  FILLER   PIC X(15) VALUE "  MTD VARIANCE ".
           05  FILLER   PIC X(11) VALUE "   PCT     ".
           05  FILLER   PIC X(15) VALUE "    YTD BUDGET ".
           05  FILLER   PIC X(15) VALUE "    YTD ACTUAL ".
           05  FILLER   PIC X(15) VALUE "  YTD VARIANCE ".
           05  FILLER   PIC X(11) VALUE "   PCT     ".
           05  FILLER   PIC X(13) VALUE SPACES.

       01  WS-WARD-HDR-REC.
           05  FILLER                  PIC X(6)  VALUE "WARD  ".
           05  WHR-WARD-NBR            PIC X(9).
           05  FILLER                  PIC X(115) VALUE SPACES.

       01  WS-DETAIL-REC.
           05  DET-MEASURE             PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-MTD-BUDGET          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-MTD-ACTUAL          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-MTD-VARIANCE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-MTD-PCT             PIC ZZZ9.9-.
           05  DET-MTD-FLAG            PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-YTD-BUDGET          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-YTD-ACTUAL          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-YTD-VARIANCE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-YTD-PCT             PIC ZZZ9.9-.
           05  DET-YTD-FLAG            PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.

      ***** THE SAME LINE FOR THE TWO COUNT MEASURES -- NO PENNIES
       01  WS-COUNT-DETAIL-REC.
           05  CNT-MEASURE             PIC X(14).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CNT-MTD-BUDGET          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-MTD-ACTUAL          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-MTD-VARIANCE        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-MTD-PCT             PIC ZZZ9.9-.
           05  CNT-MTD-FLAG            PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  CNT-YTD-BUDGET          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-YTD-ACTUAL          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-YTD-VARIANCE        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CNT-YTD-PCT             PIC ZZZ9.9-.
           05  CNT-YTD-FLAG            PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(130) VALUE SPACES.

       01  WS-LEGEND-REC.
           05  FILLER   PIC X(33) VALUE
               "VARIANCE = ACTUAL LESS BUDGET.   ".
           05  FILLER   PIC X(30) VALUE
               "** = BEYOND THE FLAG PCT      ".
           05  FILLER   PIC X(30) VALUE
               "NP = ACTIVITY WITH NO PLAN    ".
           05  FILLER   PIC X(37) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-BUDGET THRU 100-EXIT
                   UNTIL NO-MORE-BUDG.
           IF BUDGET-ROWS-THIS-FY = ZERO
               MOVE "** NO WARDBUDG ROWS FOR THE FISCAL YEAR"
                    TO ABEND-REASON
               MOVE WS-FISCAL-YEAR TO EXPECTED-VAL
               GO TO 1000-ABEND-RTN.
           PERFORM 200-SCAN-HISTORY THRU 200-EXIT
                   UNTIL NO-MORE-HIST.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB BUDGRPT ********".
           OPEN INPUT WARDBUDG, DLYHIST.
           OPEN OUTPUT BUDGRPT, SYSOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           INITIALIZE WS-WARD-TABLE.

           MOVE WS-CURR-DATE-9(1:6) TO WS-REPORT-MONTH.
           MOVE "REPORT-MONTH" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-REPORT-MONTH.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               MOVE "** REPORT-MONTH PARM IS NOT CCYYMM"
                    TO ABEND-REASON
               MOVE WS-REPORT-MONTH TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE "FISCAL-START-MM" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 12
                   MOVE "** FISCAL-START-MM PARM MUST BE 01-12"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE PGT-NUMBER TO WS-FISCAL-START-MM.

           MOVE "VARIANCE-PCT" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-VARIANCE-PCT.

      ***** THE FISCAL YEAR THE REPORT MONTH FALLS IN, AND ITS FIRST
      ***** MONTH -- A YEAR STARTING IN JANUARY IS THE CALENDAR YEAR
           MOVE WS-FISCAL-START-MM TO WS-FYS-MM.
           IF WS-FISCAL-START-MM = 1
               MOVE WS-RPT-CCYY TO WS-FISCAL-YEAR, WS-FYS-CCYY
           ELSE
               IF WS-RPT-MM NOT < WS-FISCAL-START-MM
                   COMPUTE WS-FISCAL-YEAR = WS-RPT-CCYY + 1
                   MOVE WS-RPT-CCYY TO WS-FYS-CCYY
               ELSE
                   MOVE WS-RPT-CCYY TO WS-FISCAL-YEAR
                   COMPUTE WS-FYS-CCYY = WS-RPT-CCYY - 1.

           MOVE WS-REPORT-MONTH  TO HDR-MONTH.
           MOVE WS-FISCAL-YEAR   TO HDR-FISCAL-YEAR.
           MOVE WS-CURR-DATE-9   TO HDR-DATE.
           MOVE WS-VARIANCE-PCT  TO HDR-VARIANCE-PCT.
           WRITE BUDGRPT-REC FROM WS-RPT-HDR-REC.
           WRITE BUDGRPT-REC FROM WS-LEGEND-REC.
       000-EXIT.
           EXIT.

       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           MOVE "BUDGRPT" TO PGT-PROGRAM-ID.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
       050-EXIT.
           EXIT.

      ***** ONLY THE REPORT'S FISCAL YEAR, AND ONLY ITS MONTHS UP TO
      ***** AND INCLUDING THE REPORT MONTH, COUNT
       100-LOAD-BUDGET.
           MOVE "100-LOAD-BUDGET" TO PARA-NAME.
           READ WARDBUDG INTO WARD-BUDGET-REC
               AT END
                   MOVE "N" TO MORE-BUDG-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO BUDGET-ROWS-READ.

           IF WBG-FISCAL-YEAR NOT NUMERIC
            OR WBG-MONTH NOT NUMERIC
            OR WBG-WARD-NBR = SPACES
            OR WBG-PATIENT-DAYS NOT NUMERIC
            OR WBG-ADMISSIONS NOT NUMERIC
            OR WBG-ROOM-REVENUE NOT NUMERIC
            OR WBG-EQUIP-REVENUE NOT NUMERIC
            OR WBG-TRMT-REVENUE NOT NUMERIC
               MOVE "** BAD WARDBUDG ROW SKIPPED" TO ABEND-REASON
               MOVE BUDGET-ROWS-READ TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               ADD 1 TO BUDGET-ROWS-REJECTED
               GO TO 100-EXIT.

           IF WBG-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               GO TO 100-EXIT.
           ADD 1 TO BUDGET-ROWS-THIS-FY.
           IF WBG-MONTH < WS-FISCAL-START-MONTH
            OR WBG-MONTH > WS-REPORT-MONTH
               GO TO 100-EXIT.

           MOVE WBG-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 300-FIND-WARD-ROW THRU 300-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 100-EXIT.

           MOVE WBG-PATIENT-DAYS  TO WS-POST-MEAS(1).
           MOVE WBG-ADMISSIONS    TO WS-POST-MEAS(2).
           MOVE WBG-ROOM-REVENUE  TO WS-POST-MEAS(3).
           MOVE WBG-EQUIP-REVENUE TO WS-POST-MEAS(4).
           MOVE WBG-TRMT-REVENUE  TO WS-POST-MEAS(5).
           MOVE "B" TO WS-POST-KIND-SW.
           MOVE "N" TO WS-POST-MTD-SW.
           IF WBG-MONTH = WS-REPORT-MONTH
               MOVE "Y" TO WS-POST-MTD-SW.
           PERFORM 400-POST-VALUES THRU 400-EXIT.
           ADD 1 TO BUDGET-ROWS-USED.
       100-EXIT.
           EXIT.

       200-SCAN-HISTORY.
           MOVE "200-SCAN-HISTORY" TO PARA-NAME.
           READ DLYHIST INTO DAILY-STATS-REC
               AT END
                   MOVE "N" TO MORE-HIST-SW
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO HIST-ROWS-READ.

           IF NOT DST-WARD-ROW
               GO TO 200-EXIT.
           IF DST-DATE(1:6) < WS-FISCAL-START-MONTH
            OR DST-DATE(1:6) > WS-REPORT-MONTH
               GO TO 200-EXIT.

           MOVE DST-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 300-FIND-WARD-ROW THRU 300-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 200-EXIT.

           MOVE DST-CENSUS        TO WS-POST-MEAS(1).
           MOVE DST-ADMISSIONS    TO WS-POST-MEAS(2).
           MOVE DST-ROOM-CHARGES  TO WS-POST-MEAS(3).
           MOVE DST-EQUIP-CHARGES TO WS-POST-MEAS(4).
           MOVE DST-TRMT-CHARGES  TO WS-POST-MEAS(5).
           MOVE "A" TO WS-POST-KIND-SW.
           MOVE "N" TO WS-POST-MTD-SW.
           IF DST-DATE(1:6) = WS-REPORT-MONTH
               MOVE "Y" TO WS-POST-MTD-SW.
           PERFORM 400-POST-VALUES THRU 400-EXIT.
           ADD 1 TO HIST-ROWS-USED.
       200-EXIT.
           EXIT.

       300-FIND-WARD-ROW.
           MOVE "300-FIND-WARD-ROW" TO PARA-NAME.
           MOVE "N" TO WS-WARD-FOUND-SW.
           PERFORM 310-SCAN-WARD-ROW THRU 310-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-ROWS-USED OR WARD-ROW-FOUND.

           IF WARD-ROW-FOUND
               SUBTRACT 1 FROM WS-WARD-SUB
           ELSE
               IF WS-WARD-ROWS-USED = WS-WARD-MAX
                   MOVE "*** WARD TABLE FULL - ROW SKIPPED"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
               ELSE
                   ADD 1 TO WS-WARD-ROWS-USED
                   MOVE WS-WARD-ROWS-USED TO WS-WARD-SUB
                   MOVE WS-FIND-WARD-NBR TO WS-WARD-NBR(WS-WARD-SUB)
                   MOVE "Y" TO WS-WARD-FOUND-SW.
       300-EXIT.
           EXIT.

       310-SCAN-WARD-ROW.
           MOVE "310-SCAN-WARD-ROW" TO PARA-NAME.
           IF WS-WARD-NBR(WS-WARD-SUB) = WS-FIND-WARD-NBR
               MOVE "Y" TO WS-WARD-FOUND-SW.
       310-EXIT.
           EXIT.

      ***** ONE ROW'S FIGURES INTO THE WARD AND THE HOUSE TOTAL --
      ***** YEAR TO DATE ALWAYS, MONTH TO DATE WHEN IT IS THE MONTH
       400-POST-VALUES.
           MOVE "400-POST-VALUES" TO PARA-NAME.
           COMPUTE WS-POST-MEAS(6) =
               WS-POST-MEAS(3) + WS-POST-MEAS(4) + WS-POST-MEAS(5).
           PERFORM 410-POST-MEASURE THRU 410-EXIT
               VARYING MEAS-SUB FROM 1 BY 1 UNTIL
               MEAS-SUB > WS-MEAS-MAX.
       400-EXIT.
           EXIT.

       410-POST-MEASURE.
           MOVE "410-POST-MEASURE" TO PARA-NAME.
           IF POSTING-BUDGET
               ADD WS-POST-MEAS(MEAS-SUB)
                   TO WS-YTD-BUDGET(WS-WARD-SUB, MEAS-SUB)
                      WS-YTD-BUDGET(WS-HOUSE-SUB, MEAS-SUB)
               IF POSTING-MTD
                   ADD WS-POST-MEAS(MEAS-SUB)
                       TO WS-MTD-BUDGET(WS-WARD-SUB, MEAS-SUB)
                          WS-MTD-BUDGET(WS-HOUSE-SUB, MEAS-SUB).
           IF POSTING-ACTUAL
               ADD WS-POST-MEAS(MEAS-SUB)
                   TO WS-YTD-ACTUAL(WS-WARD-SUB, MEAS-SUB)
                      WS-YTD-ACTUAL(WS-HOUSE-SUB, MEAS-SUB)
               IF POSTING-MTD
                   ADD WS-POST-MEAS(MEAS-SUB)
                       TO WS-MTD-ACTUAL(WS-WARD-SUB, MEAS-SUB)
                          WS-MTD-ACTUAL(WS-HOUSE-SUB, MEAS-SUB).
       410-EXIT.
           EXIT.

       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           WRITE BUDGRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE BUDGRPT-REC FROM WS-COLM-HDR-REC.
           PERFORM 710-PRINT-WARD THRU 710-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-ROWS-USED.
           MOVE WS-HOUSE-SUB TO WS-WARD-SUB.
           PERFORM 710-PRINT-WARD THRU 710-EXIT.
       700-EXIT.
           EXIT.

       710-PRINT-WARD.
           MOVE "710-PRINT-WARD" TO PARA-NAME.
           WRITE BUDGRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE WS-WARD-NBR(WS-WARD-SUB) TO WHR-WARD-NBR.
           IF WS-WARD-SUB = WS-HOUSE-SUB
               MOVE "ALL WARDS" TO WHR-WARD-NBR.
           WRITE BUDGRPT-REC FROM WS-WARD-HDR-REC.
           PERFORM 720-PRINT-MEASURE THRU 720-EXIT
               VARYING MEAS-SUB FROM 1 BY 1 UNTIL
               MEAS-SUB > WS-MEAS-MAX.
       710-EXIT.
           EXIT.

       720-PRINT-MEASURE.
           MOVE "720-PRINT-MEASURE" TO PARA-NAME.
           MOVE WS-MEASURE-NAME(MEAS-SUB) TO DET-MEASURE, CNT-MEASURE.

           MOVE WS-MTD-BUDGET(WS-WARD-SUB, MEAS-SUB) TO WS-ROW-BUDGET.
           MOVE WS-MTD-ACTUAL(WS-WARD-SUB, MEAS-SUB) TO WS-ROW-ACTUAL.
           PERFORM 750-FIGURE-VARIANCE THRU 750-EXIT.
           MOVE WS-ROW-BUDGET   TO DET-MTD-BUDGET, CNT-MTD-BUDGET.
           MOVE WS-ROW-ACTUAL   TO DET-MTD-ACTUAL, CNT-MTD-ACTUAL.
           MOVE WS-ROW-VARIANCE TO DET-MTD-VARIANCE, CNT-MTD-VARIANCE.
           MOVE WS-ROW-PCT      TO DET-MTD-PCT, CNT-MTD-PCT.
           MOVE WS-ROW-FLAG     TO DET-MTD-FLAG, CNT-MTD-FLAG.

           MOVE WS-YTD-BUDGET(WS-WARD-SUB, MEAS-SUB) TO WS-ROW-BUDGET.
           MOVE WS-YTD-ACTUAL(WS-WARD-SUB, MEAS-SUB) TO WS-ROW-ACTUAL.
           PERFORM 750-FIGURE-VARIANCE THRU 750-EXIT.
           MOVE WS-ROW-BUDGET   TO DET-YTD-BUDGET, CNT-YTD-BUDGET.
           MOVE WS-ROW-ACTUAL   TO DET-YTD-ACTUAL, CNT-YTD-ACTUAL.
           MOVE WS-ROW-VARIANCE TO DET-YTD-VARIANCE, CNT-YTD-VARIANCE.
           MOVE WS-ROW-PCT      TO DET-YTD-PCT, CNT-YTD-PCT.
           MOVE WS-ROW-FLAG     TO DET-YTD-FLAG, CNT-YTD-FLAG.

           IF DET-MTD-FLAG NOT = SPACES OR DET-YTD-FLAG NOT = SPACES
               ADD 1 TO LINES-FLAGGED.

           IF MEAS-SUB < 3
               WRITE BUDGRPT-REC FROM WS-COUNT-DETAIL-REC
           ELSE
               WRITE BUDGRPT-REC FROM WS-DETAIL-REC.
       720-EXIT.
           EXIT.

      ***** VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS OF BUDGET.
      ***** A LINE WITH NO PLAN HAS NO PERCENT -- ACTIVITY ON IT IS
      ***** MARKED "NP" INSTEAD
       750-FIGURE-VARIANCE.
           MOVE "750-FIGURE-VARIANCE" TO PARA-NAME.
           MOVE SPACES TO WS-ROW-FLAG.
           MOVE ZERO TO WS-ROW-PCT.
           COMPUTE WS-ROW-VARIANCE = WS-ROW-ACTUAL - WS-ROW-BUDGET.
           IF WS-ROW-BUDGET = ZERO
               IF WS-ROW-ACTUAL NOT = ZERO
                   MOVE " NP" TO WS-ROW-FLAG
                   GO TO 750-EXIT
               ELSE
                   GO TO 750-EXIT.

           COMPUTE WS-ROW-PCT ROUNDED =
               WS-ROW-VARIANCE * 100 / WS-ROW-BUDGET
               ON SIZE ERROR
                   IF WS-ROW-VARIANCE < ZERO
                       MOVE -9999.9 TO WS-ROW-PCT
                   ELSE
                       MOVE 9999.9 TO WS-ROW-PCT
           END-COMPUTE.
           IF WS-ROW-PCT > WS-VARIANCE-PCT
            OR WS-ROW-PCT < ZERO - WS-VARIANCE-PCT
               MOVE " **" TO WS-ROW-FLAG.
       750-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE WARDBUDG, DLYHIST, BUDGRPT, SYSOUT.
           DISPLAY "BUDGRPT REPORT MONTH         : " WS-REPORT-MONTH.
           DISPLAY "BUDGRPT FISCAL YEAR          : " WS-FISCAL-YEAR.
           DISPLAY "BUDGRPT BUDGET ROWS READ     : " BUDGET-ROWS-READ.
           DISPLAY "BUDGRPT BUDGET ROWS REJECTED : "
                   BUDGET-ROWS-REJECTED.
           DISPLAY "BUDGRPT BUDGET ROWS USED     : " BUDGET-ROWS-USED.
           DISPLAY "BUDGRPT HISTORY ROWS READ    : " HIST-ROWS-READ.
           DISPLAY "BUDGRPT HISTORY ROWS USED    : " HIST-ROWS-USED.
           DISPLAY "BUDGRPT WARDS REPORTED       : " WS-WARD-ROWS-USED.
           DISPLAY "BUDGRPT LINES FLAGGED        : " LINES-FLAGGED.
           DISPLAY "******** NORMAL END OF JOB BUDGRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE WARDBUDG, DLYHIST, BUDGRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-BUDGRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

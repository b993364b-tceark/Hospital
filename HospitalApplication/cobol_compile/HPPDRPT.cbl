       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HPPDRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NURSING HOURS PER PATIENT DAY.  FOR EACH WARD AND EACH
      *          DAY OF THE REPORT PERIOD, ADDS UP THE WORKED HOURS
      *          TIMEEDIT LOADED TO TIMEHIST AND DIVIDES BY THE
      *          MIDNIGHT CENSUS DLYSTATS RECORDED ON THE WARD'S DLYHIST
      *          ROW FOR THAT DAY (SWING-BED PATIENTS INCLUDED -- THEY
      *          ARE NURSED ALL THE SAME).  THE RESULT IS SET AGAINST
      *          THE WARD'S TARGET HPPD FOR THE MONTH ON WARDBUDG, AND
      *          A DAY BELOW TARGET IS FLAGGED.  EACH WARD ENDS WITH
      *          ITS PERIOD FIGURE, AND THE HOUSE FIGURE FOLLOWS THE
      *          WARDS.
      *
      *          THE LAST SECTION LISTS EVERY SHIFT IN THE PERIOD WORKED
      *          BY A NURSE WHOSE LICENSE (NRG-LICENSE-EXPIRES) HAD
      *          ALREADY PASSED ON THE WORK DATE.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM HPPDRPT):
      *            REPORT-DATE      LAST DAY OF THE PERIOD, CCYYMMDD
      *                             (DEFAULT: YESTERDAY)
      *            REPORT-DAYS      DAYS IN THE PERIOD, 1-31
      *                             (DEFAULT 7)
      *
      ******************************************************************

               WORKED HOURS HISTORY    -   DDS0001.TIMEHIST
               DAILY STATS HISTORY     -   DDS0001.DLYHIST
               WARD BUDGET FILE        -   DDS0001.WARDBUDG

               REPORT FILE PRODUCED    -   DDS0001.HPPDRPT

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

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

           SELECT TIMEHIST
           ASSIGN TO UT-S-TIMEHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS THCODE.

           SELECT DLYHIST
           ASSIGN TO UT-S-DLYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT WARDBUDG
           ASSIGN TO UT-S-WARDBUDG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BFCODE.

           SELECT HPPDRPT
           ASSIGN TO UT-S-HPPDRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  TIMEHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIME-WORKED-REC.
       01  TIMEHIST-REC PIC X(80).

       FD  DLYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DAILY-STATS-REC.
       01  DLYHIST-REC PIC X(100).

       FD  WARDBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARD-BUDGET-REC.
       01  WARDBUDG-REC PIC X(80).

       FD  HPPDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HPPDRPT-REC.
       01  HPPDRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  THCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  BFCODE                  PIC X(2).

       COPY TIMEKEEP.
       COPY DLYSTATS.
       COPY WARDBUDG.
       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-TIME-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-TIME         VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HIST         VALUE "N".
           05  MORE-BUDG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-BUDG         VALUE "N".
           05  WS-WARD-FOUND-SW        PIC X(1).
               88 WARD-ROW-FOUND       VALUE "Y".

      ***** ONE ROW PER KNOWN WARD (THE SAME 12 CODES TIMEEDIT
      ***** ACCEPTS), ONE CELL PER DAY OF THE PERIOD (1 = FIRST DAY).
      ***** A TARGET OF ZERO MEANS NO BUDGET ROW CARRIED ONE.
       01  WS-WARD-TABLE.
           05  HP-WARD-ROW OCCURS 12 TIMES.
               10  HP-WARD-ID          PIC X(4).
               10  HP-DAY OCCURS 31 TIMES.
                   15  HP-HOURS        PIC S9(7)V99 COMP-3.
                   15  HP-CENSUS       PIC S9(5) COMP-3.
                   15  HP-TARGET       PIC S9(2)V99 COMP-3.
       77  WS-WARD-MAX                 PIC 9(2) VALUE 12.
       77  WS-WARD-SUB                 PIC 9(2).
       77  WS-FIND-WARD-NBR            PIC X(4).
       77  WS-DAY-SUB                  PIC 9(2).

      ***** SHIFTS WORKED ON A LAPSED LICENSE, IN FILE ORDER
       01  WS-LAPSED-TABLE.
           05  WS-LAPSED-ROW OCCURS 500 TIMES.
               10  LP-NURSE-ID         PIC X(8).
               10  LP-WARD-NBR         PIC X(4).
               10  LP-WORK-DATE        PIC X(8).
               10  LP-SHIFT            PIC X(1).
               10  LP-HOURS            PIC 9(2)V99.
               10  LP-EXPIRES          PIC X(10).
       77  WS-LAPSED-USED              PIC 9(3) COMP VALUE ZERO.
       77  WS-LAPSED-MAX               PIC 9(3) COMP VALUE 500.
       77  LP-SUB                      PIC 9(3) COMP.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-REPORT-DATE              PIC 9(8).
       01  WS-START-DATE               PIC 9(8).
       77  WS-REPORT-DAYS              PIC 9(2) VALUE 7.
       77  WS-END-INT                  PIC S9(9) COMP.
       77  WS-START-INT                PIC S9(9) COMP.
       77  WS-DAY-INT                  PIC S9(9) COMP.
       77  WS-DAY-OFFSET               PIC S9(9) COMP.
       01  WS-DAY-DATE                 PIC 9(8).
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05  WS-DAY-CCYYMM           PIC 9(6).
           05  FILLER                  PIC 9(2).

       77  WS-HPPD                     PIC S9(3)V99 COMP-3.
       77  WS-VARIANCE                 PIC S9(3)V99 COMP-3.
       01  WS-PERIOD-TOTALS.
           05  WS-PER-HOURS            PIC S9(9)V99 COMP-3.
           05  WS-PER-CENSUS           PIC S9(7) COMP-3.
           05  WS-PER-TARGET-HOURS     PIC S9(9)V99 COMP-3.
       01  WS-HOUSE-TOTALS.
           05  WS-HSE-HOURS            PIC S9(9)V99 COMP-3.
           05  WS-HSE-CENSUS           PIC S9(7) COMP-3.
           05  WS-HSE-TARGET-HOURS     PIC S9(9)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  TIME-ROWS-READ          PIC S9(7) COMP VALUE ZERO.
           05  TIME-ROWS-USED          PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-READ          PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-USED          PIC S9(7) COMP VALUE ZERO.
           05  BUDGET-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  DAYS-FLAGGED            PIC S9(7) COMP VALUE ZERO.
           05  LAPSED-SHIFTS           PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "NURSING HOURS PER PATIENT DAY -- PERIOD ".
           05  HDR-START-DATE          PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  HDR-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-WARD-HDR-REC.
           05  FILLER                  PIC X(6)  VALUE "WARD  ".
           05  WHR-WARD-NBR            PIC X(4).
           05  FILLER                  PIC X(122) VALUE SPACES.

       01  WS-COLM-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "DATE          WORKED HRS   CENSUS    HPP".
           05  FILLER   PIC X(40)
               VALUE "D   TARGET  VARIANCE".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-DETAIL-REC.
           05  DET-DATE                PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-HOURS               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-CENSUS              PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-HPPD-X              PIC X(6).
           05  DET-HPPD REDEFINES DET-HPPD-X PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-TARGET-X            PIC X(6).
           05  DET-TARGET REDEFINES DET-TARGET-X PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-VARIANCE-X          PIC X(7).
           05  DET-VARIANCE REDEFINES DET-VARIANCE-X PIC ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-FLAG                PIC X(16).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-LAPSED-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "SHIFTS WORKED ON A LAPSED LICENSE".
           05  FILLER   PIC X(92) VALUE SPACES.

       01  WS-LAPSED-COLM-REC.
           05  FILLER   PIC X(40)
               VALUE "NURSE ID  WARD  WORK DATE  SHIFT  HOURS ".
           05  FILLER   PIC X(40)
               VALUE " LICENSE EXPIRED".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-LAPSED-DETAIL-REC.
           05  LPD-NURSE-ID            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LPD-WARD-NBR            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LPD-WORK-DATE           PIC X(8).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  LPD-SHIFT               PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LPD-HOURS               PIC Z9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LPD-EXPIRES             PIC X(10).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-NONE-REC.
           05  FILLER   PIC X(40) VALUE "  NONE".
           05  FILLER   PIC X(92) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(132) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-TIME THRU 100-EXIT
                   UNTIL NO-MORE-TIME.
           PERFORM 200-SCAN-HISTORY THRU 200-EXIT
                   UNTIL NO-MORE-HIST.
           PERFORM 300-LOAD-TARGETS THRU 300-EXIT
                   UNTIL NO-MORE-BUDG.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HPPDRPT ********".
           OPEN INPUT TIMEHIST, DLYHIST, WARDBUDG.
           OPEN OUTPUT HPPDRPT, SYSOUT.
           INITIALIZE WS-WARD-TABLE, WS-HOUSE-TOTALS.
           PERFORM 050-INIT-WARD-TABLE THRU 050-EXIT.

      ***** THE PERIOD ENDS YESTERDAY UNLESS THE RUNPARM NAMES A DAY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9) - 1.
           COMPUTE WS-REPORT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INT).
           MOVE "REPORT-DATE" TO PGT-PARM-NAME.
           PERFORM 060-GET-PARM THRU 060-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
                        AND PGT-NUMBER < 99991232
               MOVE PGT-NUMBER TO WS-REPORT-DATE.
           MOVE "REPORT-DAYS" TO PGT-PARM-NAME.
           PERFORM 060-GET-PARM THRU 060-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 31
                   MOVE "** REPORT-DAYS PARM MUST BE 1-31"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE PGT-NUMBER TO WS-REPORT-DAYS.

           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-START-INT = WS-END-INT - WS-REPORT-DAYS + 1.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INT).

           MOVE WS-START-DATE  TO HDR-START-DATE.
           MOVE WS-REPORT-DATE TO HDR-END-DATE.
           WRITE HPPDRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

       050-INIT-WARD-TABLE.
           MOVE "050-INIT-WARD-TABLE" TO PARA-NAME.
           MOVE "0010" TO HP-WARD-ID(1).
           MOVE "2010" TO HP-WARD-ID(2).
           MOVE "1010" TO HP-WARD-ID(3).
           MOVE "0011" TO HP-WARD-ID(4).
           MOVE "0110" TO HP-WARD-ID(5).
           MOVE "0000" TO HP-WARD-ID(6).
           MOVE "3333" TO HP-WARD-ID(7).
           MOVE "4444" TO HP-WARD-ID(8).
           MOVE "5555" TO HP-WARD-ID(9).
           MOVE "6666" TO HP-WARD-ID(10).
           MOVE "7777" TO HP-WARD-ID(11).
           MOVE "0033" TO HP-WARD-ID(12).
       050-EXIT.
           EXIT.

       060-GET-PARM.
           MOVE "060-GET-PARM" TO PARA-NAME.
           MOVE "HPPDRPT" TO PGT-PROGRAM-ID.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
       060-EXIT.
           EXIT.

       100-SCAN-TIME.
           MOVE "100-SCAN-TIME" TO PARA-NAME.
           READ TIMEHIST INTO TIME-WORKED-REC
               AT END
                   MOVE "N" TO MORE-TIME-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TIME-ROWS-READ.

           IF TKP-WORK-DATE-9 < WS-START-DATE
            OR TKP-WORK-DATE-9 > WS-REPORT-DATE
               GO TO 100-EXIT.
           MOVE TKP-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 100-EXIT.
           MOVE TKP-WORK-DATE-9 TO WS-DAY-DATE.
           PERFORM 410-SET-DAY-SUB THRU 410-EXIT.
           ADD TKP-HOURS-WORKED TO HP-HOURS(WS-WARD-SUB, WS-DAY-SUB).
           ADD 1 TO TIME-ROWS-USED.

           IF NOT TKP-LICENSE-LAPSED
               GO TO 100-EXIT.
           ADD 1 TO LAPSED-SHIFTS.
           IF WS-LAPSED-USED = WS-LAPSED-MAX
               MOVE "*** LAPSED TABLE FULL - SHIFT NOT LISTED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.
           ADD 1 TO WS-LAPSED-USED.
           MOVE TKP-NURSE-ID     TO LP-NURSE-ID(WS-LAPSED-USED).
           MOVE TKP-WARD-NBR     TO LP-WARD-NBR(WS-LAPSED-USED).
           MOVE TKP-WORK-DATE    TO LP-WORK-DATE(WS-LAPSED-USED).
           MOVE TKP-SHIFT        TO LP-SHIFT(WS-LAPSED-USED).
           MOVE TKP-HOURS-WORKED TO LP-HOURS(WS-LAPSED-USED).
           MOVE TKP-LICENSE-EXPIRES TO LP-EXPIRES(WS-LAPSED-USED).
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
            OR DST-DATE NOT NUMERIC
            OR DST-CENSUS NOT NUMERIC
               GO TO 200-EXIT.
           IF DST-DATE < WS-START-DATE
            OR DST-DATE > WS-REPORT-DATE
               GO TO 200-EXIT.
           MOVE DST-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 200-EXIT.
           MOVE DST-DATE TO WS-DAY-DATE.
           PERFORM 410-SET-DAY-SUB THRU 410-EXIT.
           ADD DST-CENSUS TO HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB).
           IF DST-SWING-CENSUS-X NUMERIC
               ADD DST-SWING-CENSUS
                   TO HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB).
           ADD 1 TO HIST-ROWS-USED.
       200-EXIT.
           EXIT.

      ***** A BUDGET ROW'S TARGET COVERS EVERY DAY OF THE PERIOD
      ***** THAT FALLS IN ITS MONTH
       300-LOAD-TARGETS.
           MOVE "300-LOAD-TARGETS" TO PARA-NAME.
           READ WARDBUDG INTO WARD-BUDGET-REC
               AT END
                   MOVE "N" TO MORE-BUDG-SW
                   GO TO 300-EXIT
           END-READ.
           ADD 1 TO BUDGET-ROWS-READ.

           IF WBG-MONTH NOT NUMERIC
            OR WBG-TARGET-HPPD-X NOT NUMERIC
               GO TO 300-EXIT.
           IF WBG-MONTH < WS-START-DATE(1:6)
            OR WBG-MONTH > WS-REPORT-DATE(1:6)
               GO TO 300-EXIT.
           MOVE WBG-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 300-EXIT.
           PERFORM 310-SET-DAY-TARGET THRU 310-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-REPORT-DAYS.
       300-EXIT.
           EXIT.

       310-SET-DAY-TARGET.
           COMPUTE WS-DAY-INT = WS-START-INT + WS-DAY-SUB - 1.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           IF WS-DAY-CCYYMM = WBG-MONTH
               MOVE WBG-TARGET-HPPD
                    TO HP-TARGET(WS-WARD-SUB, WS-DAY-SUB).
       310-EXIT.
           EXIT.

       400-FIND-WARD-ROW.
           MOVE "N" TO WS-WARD-FOUND-SW.
           PERFORM 405-SCAN-WARD-ROW THRU 405-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-MAX OR WARD-ROW-FOUND.
           IF WARD-ROW-FOUND
               SUBTRACT 1 FROM WS-WARD-SUB.
       400-EXIT.
           EXIT.

       405-SCAN-WARD-ROW.
           IF HP-WARD-ID(WS-WARD-SUB) = WS-FIND-WARD-NBR
               MOVE "Y" TO WS-WARD-FOUND-SW.
       405-EXIT.
           EXIT.

       410-SET-DAY-SUB.
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) - WS-START-INT.
           COMPUTE WS-DAY-SUB = WS-DAY-OFFSET + 1.
       410-EXIT.
           EXIT.

       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           PERFORM 710-PRINT-WARD THRU 710-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1
               UNTIL WS-WARD-SUB > WS-WARD-MAX.

           WRITE HPPDRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "HOUSE" TO WHR-WARD-NBR.
           WRITE HPPDRPT-REC FROM WS-WARD-HDR-REC.
           MOVE WS-HSE-HOURS        TO WS-PER-HOURS.
           MOVE WS-HSE-CENSUS       TO WS-PER-CENSUS.
           MOVE WS-HSE-TARGET-HOURS TO WS-PER-TARGET-HOURS.
           PERFORM 750-PRINT-PERIOD-LINE THRU 750-EXIT.

           WRITE HPPDRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE HPPDRPT-REC FROM WS-LAPSED-HDR-REC.
           WRITE HPPDRPT-REC FROM WS-LAPSED-COLM-REC.
           IF WS-LAPSED-USED = ZERO
               WRITE HPPDRPT-REC FROM WS-NONE-REC.
           PERFORM 780-PRINT-LAPSED THRU 780-EXIT
               VARYING LP-SUB FROM 1 BY 1
               UNTIL LP-SUB > WS-LAPSED-USED.
       700-EXIT.
           EXIT.

       710-PRINT-WARD.
           MOVE "710-PRINT-WARD" TO PARA-NAME.
           WRITE HPPDRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE HP-WARD-ID(WS-WARD-SUB) TO WHR-WARD-NBR.
           WRITE HPPDRPT-REC FROM WS-WARD-HDR-REC.
           WRITE HPPDRPT-REC FROM WS-COLM-HDR-REC.
           INITIALIZE WS-PERIOD-TOTALS.
           PERFORM 720-PRINT-DAY THRU 720-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-REPORT-DAYS.
           PERFORM 750-PRINT-PERIOD-LINE THRU 750-EXIT.
           ADD WS-PER-HOURS        TO WS-HSE-HOURS.
           ADD WS-PER-CENSUS       TO WS-HSE-CENSUS.
           ADD WS-PER-TARGET-HOURS TO WS-HSE-TARGET-HOURS.
       710-EXIT.
           EXIT.

       720-PRINT-DAY.
           COMPUTE WS-DAY-INT = WS-START-INT + WS-DAY-SUB - 1.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-DATE TO DET-DATE.
           MOVE HP-HOURS(WS-WARD-SUB, WS-DAY-SUB)  TO DET-HOURS.
           MOVE HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB) TO DET-CENSUS.
           MOVE SPACES TO DET-FLAG.

           ADD HP-HOURS(WS-WARD-SUB, WS-DAY-SUB)  TO WS-PER-HOURS.
           ADD HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB) TO WS-PER-CENSUS.
      ***** THE PERIOD TARGET IS THE DAYS' TARGETS WEIGHTED BY THEIR
      ***** CENSUS -- THE HOURS THE WARD WAS SUPPOSED TO WORK
           COMPUTE WS-PER-TARGET-HOURS = WS-PER-TARGET-HOURS
               + HP-TARGET(WS-WARD-SUB, WS-DAY-SUB)
               * HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB).

           IF HP-TARGET(WS-WARD-SUB, WS-DAY-SUB) > ZERO
               MOVE HP-TARGET(WS-WARD-SUB, WS-DAY-SUB) TO DET-TARGET
           ELSE
               MOVE "     -" TO DET-TARGET-X.

           IF HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB) = ZERO
               MOVE "     -" TO DET-HPPD-X
               MOVE SPACES TO DET-VARIANCE-X
               IF HP-HOURS(WS-WARD-SUB, WS-DAY-SUB) > ZERO
                   MOVE "HOURS, NO CENSUS" TO DET-FLAG
                   GO TO 720-WRITE
               ELSE
                   GO TO 720-WRITE.

           COMPUTE WS-HPPD ROUNDED =
               HP-HOURS(WS-WARD-SUB, WS-DAY-SUB)
               / HP-CENSUS(WS-WARD-SUB, WS-DAY-SUB).
           MOVE WS-HPPD TO DET-HPPD.
           IF HP-TARGET(WS-WARD-SUB, WS-DAY-SUB) = ZERO
               MOVE SPACES TO DET-VARIANCE-X
               GO TO 720-WRITE.
           COMPUTE WS-VARIANCE =
               WS-HPPD - HP-TARGET(WS-WARD-SUB, WS-DAY-SUB).
           MOVE WS-VARIANCE TO DET-VARIANCE.
           IF WS-VARIANCE < ZERO
               MOVE "** BELOW TARGET" TO DET-FLAG
               ADD 1 TO DAYS-FLAGGED.
       720-WRITE.
           WRITE HPPDRPT-REC FROM WS-DETAIL-REC.
       720-EXIT.
           EXIT.

       750-PRINT-PERIOD-LINE.
           MOVE "PERIOD" TO DET-DATE.
           MOVE WS-PER-HOURS  TO DET-HOURS.
           MOVE WS-PER-CENSUS TO DET-CENSUS.
           MOVE SPACES TO DET-FLAG, DET-VARIANCE-X.
           MOVE "     -" TO DET-HPPD-X, DET-TARGET-X.
           IF WS-PER-CENSUS = ZERO
               GO TO 750-WRITE.
           COMPUTE WS-HPPD ROUNDED = WS-PER-HOURS / WS-PER-CENSUS.
           MOVE WS-HPPD TO DET-HPPD.
           IF WS-PER-TARGET-HOURS = ZERO
               GO TO 750-WRITE.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-HPPD - (WS-PER-TARGET-HOURS / WS-PER-CENSUS).
           COMPUTE DET-TARGET ROUNDED =
               WS-PER-TARGET-HOURS / WS-PER-CENSUS.
           MOVE WS-VARIANCE TO DET-VARIANCE.
           IF WS-VARIANCE < ZERO
               MOVE "** BELOW TARGET" TO DET-FLAG.
       750-WRITE.
           WRITE HPPDRPT-REC FROM WS-DETAIL-REC.
       750-EXIT.
           EXIT.

       780-PRINT-LAPSED.
           MOVE LP-NURSE-ID(LP-SUB)  TO LPD-NURSE-ID.
           MOVE LP-WARD-NBR(LP-SUB)  TO LPD-WARD-NBR.
           MOVE LP-WORK-DATE(LP-SUB) TO LPD-WORK-DATE.
           MOVE LP-SHIFT(LP-SUB)     TO LPD-SHIFT.
           MOVE LP-HOURS(LP-SUB)     TO LPD-HOURS.
           MOVE LP-EXPIRES(LP-SUB)   TO LPD-EXPIRES.
           WRITE HPPDRPT-REC FROM WS-LAPSED-DETAIL-REC.
       780-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE TIMEHIST, DLYHIST, WARDBUDG, HPPDRPT, SYSOUT.
           DISPLAY "HPPDRPT TIME ROWS READ      : " TIME-ROWS-READ.
           DISPLAY "HPPDRPT TIME ROWS IN PERIOD : " TIME-ROWS-USED.
           DISPLAY "HPPDRPT HISTORY ROWS READ   : " HIST-ROWS-READ.
           DISPLAY "HPPDRPT HISTORY ROWS USED   : " HIST-ROWS-USED.
           DISPLAY "HPPDRPT BUDGET ROWS READ    : " BUDGET-ROWS-READ.
           DISPLAY "HPPDRPT DAYS BELOW TARGET   : " DAYS-FLAGGED.
           DISPLAY "HPPDRPT LAPSED-LICENSE SHIFT: " LAPSED-SHIFTS.
           DISPLAY "******** NORMAL END OF JOB HPPDRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE TIMEHIST, DLYHIST, WARDBUDG, HPPDRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HPPDRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

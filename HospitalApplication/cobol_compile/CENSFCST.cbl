       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CENSFCST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          SEVEN-DAY CENSUS FORECAST FOR THE BED MEETING AND
      *          STAFFING.  WARDCENS AND BEDBOARD DESCRIBE LAST NIGHT;
      *          THIS JOB PROJECTS EACH WARD'S MIDNIGHT CENSUS FOR
      *          EACH OF THE NEXT SEVEN DAYS, STARTING FROM THE NIGHT'S
      *          CENSUS EXTRACT:
      *
      *            SCHEDULED ADMITS   PREADMQ ROWS EXPECTED THAT DAY,
      *                               PLUS EVERY PATIENT STILL ON THE
      *                               BEDWAIT QUEUE ON DAY ONE
      *            EXPECTED DISCHS    IN-HOUSE STAYS WHOSE EXPECTED-
      *                               DISCHARGE-DATE IS THAT DAY (PAST-
      *                               DUE DATES COUNT ON DAY ONE; NO
      *                               DATE MEANS THE PATIENT STAYS)
      *            UNSCHED ALLOWANCE  THE WARD'S AVERAGE ADMISSIONS ON
      *                               THAT WEEKDAY OVER THE LAST TWO
      *                               YEARS OF DLYHIST, LESS WHAT IS
      *                               ALREADY SCHEDULED (NEVER BELOW
      *                               ZERO) -- THE HISTORY COUNTS BOTH
      *                               KINDS OF ADMISSION
      *
      *          EACH DAY'S CENSUS IS THE DAY BEFORE'S PLUS ADMITS AND
      *          ALLOWANCE LESS DISCHARGES.  CAPACITY IS THE WARD'S
      *          NUMBER-OF-BEDS ON DCLWARD-CODES, BOTH CAMPUSES TOGETHER
      *          (DLYHIST KEEPS ONE ROW PER WARD NUMBER, NOT PER
      *          CAMPUS).  A DAY PROJECTED OVER THE OCCUPANCY PERCENT
      *          IS FLAGGED.  THE HOUSE TOTAL FOLLOWS THE WARDS.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM CENSFCST):
      *            OCCUPANCY-PCT    PERCENT FULL THAT FLAGS A DAY
      *                             (DEFAULT 90)
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT
               PRE-ADMISSION QUEUE     -   DDS0001.PREADMQ
               BED WAITLIST            -   DDS0001.BEDWAIT
               HISTORY INPUT FILE      -   DDS0001.DLYHIST

               FORECAST REPORT         -   DDS0001.CENSFCST

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

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

           SELECT PREADMQ
           ASSIGN TO UT-S-PREADMQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PQCODE.

           SELECT BEDWAIT
           ASSIGN TO UT-S-BEDWAIT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BWCODE.

           SELECT DLYHIST
           ASSIGN TO UT-S-DLYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT CENSFCST
           ASSIGN TO UT-S-CENSFCST
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

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       FD  PREADMQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREADMIT-QUEUE-REC.
       01  PREADMQ-REC PIC X(40).

       FD  BEDWAIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BED-WAITLIST-REC.
       01  BEDWAIT-REC PIC X(30).

       FD  DLYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DAILY-STATS-REC.
       01  DLYHIST-REC PIC X(100).

       FD  CENSFCST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CENSFCST-REC.
       01  CENSFCST-REC PIC X(130).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  PQCODE                  PIC X(2).
           05  BWCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).

       COPY CENSEXT.
       COPY PREADMQ.
       COPY BEDWAIT.
       COPY DLYSTATS.
       COPY PARMGPRM.

      ******************************************************************
      ***** DB2 TABLE DCLGENS
       01  DCLWARD-CODES.
           10 WARD-ID                        PIC X(04).
           10 PRIMARY-PHYSICIAN-ID           PIC X(08).
           10 SUPERVISE-NURSE-ID             PIC X(08).
           10 LOCATION                       PIC X(08).
           10 NUMBER-OF-BEDS                 PIC S9(4) COMP.
           10 BASE-ROOM-CHARGE               PIC S9(5)V99 COMP-3.
           10 MIN-ROOM-CHARGE                PIC S9(5)V99 COMP-3.
           10 MAX-ROOM-CHARGE                PIC S9(7)V99 COMP-3.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-PREADM-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-PREADM       VALUE "N".
           05  MORE-WAIT-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-WAIT         VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HIST         VALUE "N".
           05  WS-WARD-FOUND-SW        PIC X(1).
               88 WARD-ROW-FOUND       VALUE "Y".

      ***** ONE ROW PER KNOWN WARD (SAME 12 CODES AS WARDCENS AND
      ***** BEDBOARD), THE HOUSE TOTAL IN THE LAST SLOT.  THE HISTORY
      ***** ADMISSIONS ARE BY WEEKDAY (1 = MONDAY); THE DAY COLUMNS
      ***** ARE THE SEVEN FORECAST DAYS (1 = TOMORROW).
       01  WS-WARD-TABLE.
           05  FC-WARD-ROW OCCURS 13 TIMES.
               10  FC-WARD-ID          PIC X(4).
               10  FC-BEDS             PIC S9(5) COMP-3.
               10  FC-START-CENSUS     PIC S9(5) COMP-3.
               10  FC-HIST-ADMITS OCCURS 7 TIMES
                                       PIC S9(7) COMP-3.
               10  FC-DAY OCCURS 7 TIMES.
                   15  FC-SCHEDULED    PIC S9(5) COMP-3.
                   15  FC-DISCHARGES   PIC S9(5) COMP-3.
                   15  FC-ALLOWANCE    PIC S9(5)V9 COMP-3.
                   15  FC-CENSUS       PIC S9(5)V9 COMP-3.
       77  WS-WARD-MAX                 PIC 9(2) VALUE 12.
       77  WS-HOUSE-SUB                PIC 9(2) VALUE 13.
       77  WS-WARD-SUB                 PIC 9(2).
       77  WS-FIND-WARD-NBR            PIC X(4).
       77  WS-DAY-SUB                  PIC 9(2).
       77  WS-DOW-SUB                  PIC 9(2).

      ***** THE SEVEN FORECAST DAYS, AND HOW MANY NIGHTS OF HISTORY
      ***** FELL ON EACH WEEKDAY (ONE HOUSE ROW PER NIGHT)
       01  WS-FORECAST-DAYS.
           05  WS-FCST-DAY OCCURS 7 TIMES.
               10  WS-FCST-DATE        PIC X(10).
               10  WS-FCST-DOW         PIC 9(1).
       01  WS-HIST-NIGHTS.
           05  WS-HIST-NIGHT-CNT OCCURS 7 TIMES
                                       PIC S9(5) COMP-3.

       01  WS-DOW-NAMES-INIT.
           05  FILLER  PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DOW-NAMES REDEFINES WS-DOW-NAMES-INIT.
           05  WS-DOW-NAME OCCURS 7 TIMES PIC X(3).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-HIST-START-INT           PIC S9(9) COMP.
       77  WS-DAY-INT                  PIC S9(9) COMP.
       77  WS-DAY-OFFSET               PIC S9(9) COMP.
       77  WS-WEEKS                    PIC S9(9) COMP.
       77  WS-DOW-REM                  PIC 9(1).

      ***** CCYY-MM-DD TO AND FROM THE INTEGER DATE -- ZERO WHEN THE
      ***** DATE WILL NOT CONVERT
       01  WS-CNV-FIELDS.
           05  WS-CNV-DATE-X           PIC X(10).
           05  WS-CNV-DATE-9           PIC 9(8).
           05  WS-CNV-DATE-R REDEFINES WS-CNV-DATE-9.
               10  WS-CNV-CCYY         PIC 9(4).
               10  WS-CNV-MM           PIC 9(2).
               10  WS-CNV-DD           PIC 9(2).
           05  WS-CNV-INT              PIC S9(9) COMP.

       77  WS-OCCUPANCY-PCT            PIC S9(3)V9 VALUE 90.
       77  WS-AVERAGE                  PIC S9(5)V9 COMP-3.
       77  WS-PRIOR-CENSUS             PIC S9(5)V9 COMP-3.
       77  WS-PCT-FULL                 PIC S9(5)V9 COMP-3.
       77  WS-TOTAL-BEDS               PIC S9(7) COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  CENSUS-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  IN-HOUSE-COUNTED        PIC S9(7) COMP VALUE ZERO.
           05  PREADMIT-ROWS-READ      PIC S9(7) COMP VALUE ZERO.
           05  PREADMITS-SCHEDULED     PIC S9(7) COMP VALUE ZERO.
           05  WAITLIST-ROWS-READ      PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-READ          PIC S9(7) COMP VALUE ZERO.
           05  HIST-ROWS-USED          PIC S9(7) COMP VALUE ZERO.
           05  UNKNOWN-WARD-ROWS       PIC S9(7) COMP VALUE ZERO.
           05  DAYS-FLAGGED            PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(36)
               VALUE "SEVEN-DAY CENSUS FORECAST -- RUN ON ".
           05  HDR-DATE PIC 9(8).
           05  FILLER   PIC X(25) VALUE "   FLAG OVER PCT FULL OF ".
           05  HDR-OCCUPANCY-PCT PIC ZZ9.9.
           05  FILLER   PIC X(56) VALUE SPACES.

       01  WS-WARD-HDR-REC.
           05  FILLER                  PIC X(6)  VALUE "WARD  ".
           05  WHR-WARD-NBR            PIC X(6).
           05  FILLER                  PIC X(16)
               VALUE "TONIGHT CENSUS  ".
           05  WHR-START-CENSUS        PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "   BEDS ".
           05  WHR-BEDS                PIC ZZZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-COLM-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "DATE        DAY    SCHED   UNSCHED EXPEC".
           05  FILLER   PIC X(40)
               VALUE "TED  PROJECTED      PCT".
           05  FILLER   PIC X(50) VALUE SPACES.

       01  WS-COLM-HDR2-REC.
           05  FILLER   PIC X(40)
               VALUE "                  ADMITS ALLOWANCE  DISC".
           05  FILLER   PIC X(40)
               VALUE "HGS     CENSUS     FULL".
           05  FILLER   PIC X(50) VALUE SPACES.

       01  WS-DETAIL-REC.
           05  DET-DATE                PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-DOW                 PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-SCHEDULED           PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-ALLOWANCE           PIC ZZZ9.9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-DISCHARGES          PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DET-CENSUS              PIC ZZZZ9.9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-PCT-FULL            PIC ZZZ9.9.
           05  FILLER                  PIC X(1)  VALUE "%".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DET-FLAG                PIC X(3).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(130) VALUE SPACES.

       01  WS-LEGEND-REC.
           05  FILLER   PIC X(40)
               VALUE "** = PROJECTED OVER THE FLAG PCT.  UNSCH".
           05  FILLER   PIC X(40)
               VALUE "ED = 2-YEAR WEEKDAY AVERAGE ADMITS LESS ".
           05  FILLER   PIC X(50) VALUE "SCHEDULED".

       COPY ABENDREC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-TALLY-CENSUS THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 200-TALLY-PREADMITS THRU 200-EXIT
                   UNTIL NO-MORE-PREADM.
           PERFORM 250-TALLY-WAITLIST THRU 250-EXIT
                   UNTIL NO-MORE-WAIT.
           PERFORM 300-SCAN-HISTORY THRU 300-EXIT
                   UNTIL NO-MORE-HIST.
           PERFORM 500-PROJECT-WARD THRU 500-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1
               UNTIL WS-WARD-SUB > WS-WARD-MAX.
           PERFORM 700-PRINT-REPORT THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CENSFCST ********".
           OPEN INPUT CENSEXT, PREADMQ, BEDWAIT, DLYHIST.
           OPEN OUTPUT CENSFCST, SYSOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           INITIALIZE WS-WARD-TABLE, WS-HIST-NIGHTS.
           PERFORM 050-INIT-WARD-TABLE THRU 050-EXIT.

           MOVE "CENSFCST" TO PGT-PROGRAM-ID.
           MOVE "OCCUPANCY-PCT" TO PGT-PARM-NAME.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-OCCUPANCY-PCT.

      ***** TOMORROW THROUGH A WEEK FROM TODAY, AND THE FIRST NIGHT
      ***** OF THE TWO YEARS OF HISTORY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-HIST-START-INT = WS-TODAY-INT - 730.
           PERFORM 060-SET-FORECAST-DAY THRU 060-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-INIT-WARD-TABLE.
           MOVE "050-INIT-WARD-TABLE" TO PARA-NAME.
           MOVE "0010" TO FC-WARD-ID(1).
           MOVE "2010" TO FC-WARD-ID(2).
           MOVE "1010" TO FC-WARD-ID(3).
           MOVE "0011" TO FC-WARD-ID(4).
           MOVE "0110" TO FC-WARD-ID(5).
           MOVE "0000" TO FC-WARD-ID(6).
           MOVE "3333" TO FC-WARD-ID(7).
           MOVE "4444" TO FC-WARD-ID(8).
           MOVE "5555" TO FC-WARD-ID(9).
           MOVE "6666" TO FC-WARD-ID(10).
           MOVE "7777" TO FC-WARD-ID(11).
           MOVE "0033" TO FC-WARD-ID(12).
           MOVE "HOUS" TO FC-WARD-ID(13).
       050-EXIT.
           EXIT.

       060-SET-FORECAST-DAY.
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-DAY-SUB.
           COMPUTE WS-CNV-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-FCST-DATE(WS-DAY-SUB).
           STRING WS-CNV-CCYY "-" WS-CNV-MM "-" WS-CNV-DD
               DELIMITED BY SIZE INTO WS-FCST-DATE(WS-DAY-SUB).
           PERFORM 420-SET-WEEKDAY THRU 420-EXIT.
           MOVE WS-DOW-SUB TO WS-FCST-DOW(WS-DAY-SUB).
       060-EXIT.
           EXIT.

      ***** TONIGHT'S OCCUPANTS AND WHEN EACH IS EXPECTED TO LEAVE --
      ***** THE SAME PATIENTS WARDCENS COUNTS
       100-TALLY-CENSUS.
           MOVE "100-TALLY-CENSUS" TO PARA-NAME.
           ADD 1 TO CENSUS-ROWS-READ.
           IF (CEN-INPATIENT OR CEN-SWING-BED)
              AND CEN-DATE-DISCHARGE = SPACES
               NEXT SENTENCE
           ELSE
               GO TO 100-READ.

           MOVE CEN-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 100-READ.
           ADD 1 TO FC-START-CENSUS(WS-WARD-SUB).
           ADD 1 TO IN-HOUSE-COUNTED.

           IF CEN-EXPECTED-DISCH-DATE = SPACES
               GO TO 100-READ.
           MOVE CEN-EXPECTED-DISCH-DATE TO WS-CNV-DATE-X.
           PERFORM 410-DATE-TO-INT THRU 410-EXIT.
           IF WS-CNV-INT = ZERO
               GO TO 100-READ.
      ***** ALREADY PAST DUE -- EXPECTED OUT TOMORROW
           COMPUTE WS-DAY-OFFSET = WS-CNV-INT - WS-TODAY-INT.
           IF WS-DAY-OFFSET < 1
               MOVE 1 TO WS-DAY-OFFSET.
           IF WS-DAY-OFFSET NOT > 7
               ADD 1 TO FC-DISCHARGES(WS-WARD-SUB, WS-DAY-OFFSET).

       100-READ.
           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** BOOKED ADMISSIONS.  A ROW DUE TODAY WHOSE PATIENT HAS NOT
      ***** ARRIVED YET IS STILL EXPECTED, SO IT LANDS ON DAY ONE
       200-TALLY-PREADMITS.
           MOVE "200-TALLY-PREADMITS" TO PARA-NAME.
           READ PREADMQ INTO PREADMIT-QUEUE-REC
               AT END
                   MOVE "N" TO MORE-PREADM-SW
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO PREADMIT-ROWS-READ.

           MOVE PRE-EXPECTED-DATE TO WS-CNV-DATE-X.
           PERFORM 410-DATE-TO-INT THRU 410-EXIT.
           IF WS-CNV-INT = ZERO
               GO TO 200-EXIT.
           COMPUTE WS-DAY-OFFSET = WS-CNV-INT - WS-TODAY-INT.
           IF WS-DAY-OFFSET < ZERO OR WS-DAY-OFFSET > 7
               GO TO 200-EXIT.
           IF WS-DAY-OFFSET = ZERO
               MOVE 1 TO WS-DAY-OFFSET.

           MOVE PRE-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 200-EXIT.
           ADD 1 TO FC-SCHEDULED(WS-WARD-SUB, WS-DAY-OFFSET).
           ADD 1 TO PREADMITS-SCHEDULED.
       200-EXIT.
           EXIT.

      ***** EVERYONE STILL WAITING FOR A BED NEEDS ONE TOMORROW
       250-TALLY-WAITLIST.
           MOVE "250-TALLY-WAITLIST" TO PARA-NAME.
           READ BEDWAIT INTO BED-WAITLIST-REC
               AT END
                   MOVE "N" TO MORE-WAIT-SW
                   GO TO 250-EXIT
           END-READ.
           ADD 1 TO WAITLIST-ROWS-READ.

           MOVE BWL-WARD-ID TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 250-EXIT.
           ADD 1 TO FC-SCHEDULED(WS-WARD-SUB, 1).
       250-EXIT.
           EXIT.

      ***** THE LAST TWO YEARS OF NIGHTS -- HOUSE ROWS COUNT THE
      ***** NIGHTS PER WEEKDAY, WARD ROWS CARRY THE ADMISSIONS
       300-SCAN-HISTORY.
           MOVE "300-SCAN-HISTORY" TO PARA-NAME.
           READ DLYHIST INTO DAILY-STATS-REC
               AT END
                   MOVE "N" TO MORE-HIST-SW
                   GO TO 300-EXIT
           END-READ.
           ADD 1 TO HIST-ROWS-READ.

           IF DST-DATE NOT NUMERIC
            OR DST-ADMISSIONS NOT NUMERIC
               GO TO 300-EXIT.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(DST-DATE).
           IF WS-DAY-INT < WS-HIST-START-INT
            OR WS-DAY-INT NOT < WS-TODAY-INT
               GO TO 300-EXIT.
           PERFORM 420-SET-WEEKDAY THRU 420-EXIT.

           IF DST-HOUSE-ROW
               ADD 1 TO WS-HIST-NIGHT-CNT(WS-DOW-SUB)
               ADD 1 TO HIST-ROWS-USED
               GO TO 300-EXIT.
           IF NOT DST-WARD-ROW
               GO TO 300-EXIT.

           MOVE DST-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 400-FIND-WARD-ROW THRU 400-EXIT.
           IF NOT WARD-ROW-FOUND
               GO TO 300-EXIT.
           ADD DST-ADMISSIONS
               TO FC-HIST-ADMITS(WS-WARD-SUB, WS-DOW-SUB).
           ADD 1 TO HIST-ROWS-USED.
       300-EXIT.
           EXIT.

       400-FIND-WARD-ROW.
           MOVE "N" TO WS-WARD-FOUND-SW.
           PERFORM 405-SCAN-WARD-ROW THRU 405-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-MAX OR WARD-ROW-FOUND.
           IF WARD-ROW-FOUND
               SUBTRACT 1 FROM WS-WARD-SUB
           ELSE
               ADD 1 TO UNKNOWN-WARD-ROWS.
       400-EXIT.
           EXIT.

       405-SCAN-WARD-ROW.
           IF FC-WARD-ID(WS-WARD-SUB) = WS-FIND-WARD-NBR
               MOVE "Y" TO WS-WARD-FOUND-SW.
       405-EXIT.
           EXIT.

       410-DATE-TO-INT.
           MOVE ZERO TO WS-CNV-INT.
           MOVE WS-CNV-DATE-X(1:4) TO WS-CNV-DATE-9(1:4).
           MOVE WS-CNV-DATE-X(6:2) TO WS-CNV-DATE-9(5:2).
           MOVE WS-CNV-DATE-X(9:2) TO WS-CNV-DATE-9(7:2).
           IF WS-CNV-DATE-9 NOT NUMERIC
            OR WS-CNV-MM < 1 OR WS-CNV-MM > 12
            OR WS-CNV-DD < 1 OR WS-CNV-DD > 31
               GO TO 410-EXIT.
           COMPUTE WS-CNV-INT =
               FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-9).
       410-EXIT.
           EXIT.

      ***** DAY ONE OF THE INTEGER CALENDAR WAS A MONDAY
       420-SET-WEEKDAY.
           COMPUTE WS-DAY-OFFSET = WS-DAY-INT - 1.
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEKS
               REMAINDER WS-DOW-REM.
           COMPUTE WS-DOW-SUB = WS-DOW-REM + 1.
       420-EXIT.
           EXIT.

      ***** CAPACITY, THEN THE SEVEN DAYS ONE AFTER ANOTHER; EVERY
      ***** FIGURE ALSO ROLLS INTO THE HOUSE ROW
       500-PROJECT-WARD.
           MOVE "500-PROJECT-WARD" TO PARA-NAME.
           MOVE FC-WARD-ID(WS-WARD-SUB) TO WARD-ID IN DCLWARD-CODES.
           MOVE ZERO TO WS-TOTAL-BEDS.
           EXEC SQL
              SELECT SUM(NUMBER_OF_BEDS) INTO :NUMBER-OF-BEDS
              FROM DDS0001.WARD_CODES
              WHERE WARD_ID = :WARD-ID IN DCLWARD-CODES
           END-EXEC.
           IF SQLCODE = 0
               MOVE NUMBER-OF-BEDS IN DCLWARD-CODES TO WS-TOTAL-BEDS
           ELSE
               MOVE "*** WARD_CODES LOOKUP FAILED" TO ABEND-REASON
               MOVE SQLCODE TO EXPECTED-VAL
               MOVE FC-WARD-ID(WS-WARD-SUB) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE WS-TOTAL-BEDS TO FC-BEDS(WS-WARD-SUB).
           ADD WS-TOTAL-BEDS TO FC-BEDS(WS-HOUSE-SUB).
           ADD FC-START-CENSUS(WS-WARD-SUB)
               TO FC-START-CENSUS(WS-HOUSE-SUB).

           MOVE FC-START-CENSUS(WS-WARD-SUB) TO WS-PRIOR-CENSUS.
           PERFORM 520-PROJECT-DAY THRU 520-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
       500-EXIT.
           EXIT.

       520-PROJECT-DAY.
           MOVE WS-FCST-DOW(WS-DAY-SUB) TO WS-DOW-SUB.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-HIST-NIGHT-CNT(WS-DOW-SUB) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   FC-HIST-ADMITS(WS-WARD-SUB, WS-DOW-SUB)
                   / WS-HIST-NIGHT-CNT(WS-DOW-SUB).
           IF WS-AVERAGE > FC-SCHEDULED(WS-WARD-SUB, WS-DAY-SUB)
               COMPUTE FC-ALLOWANCE(WS-WARD-SUB, WS-DAY-SUB) =
                   WS-AVERAGE - FC-SCHEDULED(WS-WARD-SUB, WS-DAY-SUB)
           ELSE
               MOVE ZERO TO FC-ALLOWANCE(WS-WARD-SUB, WS-DAY-SUB).

           COMPUTE FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB) =
               WS-PRIOR-CENSUS
               + FC-SCHEDULED(WS-WARD-SUB, WS-DAY-SUB)
               + FC-ALLOWANCE(WS-WARD-SUB, WS-DAY-SUB)
               - FC-DISCHARGES(WS-WARD-SUB, WS-DAY-SUB).
           IF FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB) < ZERO
               MOVE ZERO TO FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB).
           MOVE FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB) TO WS-PRIOR-CENSUS.

           ADD FC-SCHEDULED(WS-WARD-SUB, WS-DAY-SUB)
               TO FC-SCHEDULED(WS-HOUSE-SUB, WS-DAY-SUB).
           ADD FC-DISCHARGES(WS-WARD-SUB, WS-DAY-SUB)
               TO FC-DISCHARGES(WS-HOUSE-SUB, WS-DAY-SUB).
           ADD FC-ALLOWANCE(WS-WARD-SUB, WS-DAY-SUB)
               TO FC-ALLOWANCE(WS-HOUSE-SUB, WS-DAY-SUB).
           ADD FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB)
               TO FC-CENSUS(WS-HOUSE-SUB, WS-DAY-SUB).
       520-EXIT.
           EXIT.

       700-PRINT-REPORT.
           MOVE "700-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-CURR-DATE-9   TO HDR-DATE.
           MOVE WS-OCCUPANCY-PCT TO HDR-OCCUPANCY-PCT.
           WRITE CENSFCST-REC FROM WS-RPT-HDR-REC.
           WRITE CENSFCST-REC FROM WS-LEGEND-REC.
           PERFORM 710-PRINT-WARD THRU 710-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1
               UNTIL WS-WARD-SUB > WS-HOUSE-SUB.
       700-EXIT.
           EXIT.

       710-PRINT-WARD.
           MOVE "710-PRINT-WARD" TO PARA-NAME.
           IF WS-WARD-SUB = WS-HOUSE-SUB
               MOVE "HOUSE" TO WHR-WARD-NBR
           ELSE
               MOVE FC-WARD-ID(WS-WARD-SUB) TO WHR-WARD-NBR.
           MOVE FC-START-CENSUS(WS-WARD-SUB) TO WHR-START-CENSUS.
           MOVE FC-BEDS(WS-WARD-SUB)         TO WHR-BEDS.
           WRITE CENSFCST-REC FROM WS-RPT-BLANK-REC.
           WRITE CENSFCST-REC FROM WS-WARD-HDR-REC.
           WRITE CENSFCST-REC FROM WS-COLM-HDR-REC.
           WRITE CENSFCST-REC FROM WS-COLM-HDR2-REC.
           PERFORM 720-PRINT-DAY THRU 720-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
       710-EXIT.
           EXIT.

       720-PRINT-DAY.
           MOVE WS-FCST-DATE(WS-DAY-SUB) TO DET-DATE.
           MOVE WS-FCST-DOW(WS-DAY-SUB)  TO WS-DOW-SUB.
           MOVE WS-DOW-NAME(WS-DOW-SUB)  TO DET-DOW.
           MOVE FC-SCHEDULED(WS-WARD-SUB, WS-DAY-SUB)
                                         TO DET-SCHEDULED.
           MOVE FC-ALLOWANCE(WS-WARD-SUB, WS-DAY-SUB)
                                         TO DET-ALLOWANCE.
           MOVE FC-DISCHARGES(WS-WARD-SUB, WS-DAY-SUB)
                                         TO DET-DISCHARGES.
           MOVE FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB) TO DET-CENSUS.

      ***** A WARD WITH NO BEDS ON FILE CANNOT BE MEASURED -- ANY
      ***** PROJECTED PATIENT THERE IS OVER CAPACITY
           MOVE SPACES TO DET-FLAG.
           IF FC-BEDS(WS-WARD-SUB) > ZERO
               COMPUTE WS-PCT-FULL ROUNDED =
                   (FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB)
                    / FC-BEDS(WS-WARD-SUB)) * 100
               IF WS-PCT-FULL > WS-OCCUPANCY-PCT
                   MOVE "** " TO DET-FLAG
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE ZERO TO WS-PCT-FULL
               IF FC-CENSUS(WS-WARD-SUB, WS-DAY-SUB) > ZERO
                   MOVE "** " TO DET-FLAG.
           MOVE WS-PCT-FULL TO DET-PCT-FULL.
           IF DET-FLAG NOT = SPACES
               ADD 1 TO DAYS-FLAGGED.
           WRITE CENSFCST-REC FROM WS-DETAIL-REC.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CENSEXT, PREADMQ, BEDWAIT, DLYHIST, CENSFCST, SYSOUT.
           DISPLAY "CENSFCST CENSUS ROWS READ   : " CENSUS-ROWS-READ.
           DISPLAY "CENSFCST IN-HOUSE COUNTED   : " IN-HOUSE-COUNTED.
           DISPLAY "CENSFCST PREADMITS READ     : " PREADMIT-ROWS-READ.
           DISPLAY "CENSFCST PREADMITS IN WEEK  : " PREADMITS-SCHEDULED.
           DISPLAY "CENSFCST WAITLIST ROWS READ : " WAITLIST-ROWS-READ.
           DISPLAY "CENSFCST HISTORY ROWS READ  : " HIST-ROWS-READ.
           DISPLAY "CENSFCST HISTORY ROWS USED  : " HIST-ROWS-USED.
           DISPLAY "CENSFCST UNKNOWN WARD ROWS  : " UNKNOWN-WARD-ROWS.
           DISPLAY "CENSFCST DAYS FLAGGED       : " DAYS-FLAGGED.
           DISPLAY "******** NORMAL END OF JOB CENSFCST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CENSEXT, PREADMQ, BEDWAIT, DLYHIST, CENSFCST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CENSFCST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSRVDRV.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RESERVE-RATE SUPPORT REPORT.  FINANCE SETS THE
      *          BAD-DEBT AND CONTRACTUAL RESERVE RATES ON RSRVPCT
      *          FROM THE LAST TWELVE MONTHS OF ACTUALS; THIS JOB
      *          PRINTS THOSE ACTUALS STRAIGHT OFF THE GL JOURNAL SO
      *          THE RATES CAN BE TRACED TO THE LEDGER INSTEAD OF TO
      *          A SPREADSHEET.
      *
      *          GLHIST IS THE JOURNAL FILES (GLJRNL, WOFFGL, ...)
      *          FOR THE WINDOW, CONCATENATED.  THE WINDOW IS THE RUN
      *          MONTH AND THE ELEVEN BEFORE IT.  EACH JOURNAL PAIR
      *          COUNTS ONCE, ON ITS DEBIT LINE:
      *              PAYM  COLLECTIONS
      *              ADJS  CONTRACTUAL ADJUSTMENTS
      *              WOFF  BAD-DEBT WRITE-OFFS
      *          MONTH BY MONTH, THEN THE TWELVE-MONTH RATES (EACH AS
      *          A PERCENT OF ALL THREE), THEN THE RATE TABLE NOW IN
      *          FORCE WITH ANY ROW SET FROM AN OLDER WINDOW FLAGGED.
      *
      ******************************************************************

               GL JOURNAL HISTORY      -   DDS0001.GLHIST

               RESERVE RATE TABLE      -   DDS0001.RSRVPCT

               SUPPORT REPORT          -   DDS0001.RSRVDRPT

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

           SELECT GLHIST
           ASSIGN TO UT-S-GLHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GFCODE.

           SELECT RSRVPCT
           ASSIGN TO UT-S-RSRVPCT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PFCODE.

           SELECT RSRVDRPT
           ASSIGN TO UT-S-RSRVDRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

       FD  GLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLHIST-REC.
       01  GLHIST-REC PIC X(40).

       FD  RSRVPCT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVPCT-REC.
       01  RSRVPCT-REC PIC X(40).

       FD  RSRVDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSRVDRPT-REC.
       01  RSRVDRPT-REC PIC X(100).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  GFCODE                  PIC X(2).
           05  PFCODE                  PIC X(2).

       COPY GLJRNL.

       COPY RESERVE.

       01  WS-SWITCHES.
           05  MORE-GL-SW              PIC X(1) VALUE "Y".
               88 NO-MORE-GL           VALUE "N".
           05  MORE-PCT-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-PCT          VALUE "N".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
           05  FILLER                  PIC X(13).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** FIRST DAY OF THE WINDOW -- THE RUN DATE IS THE LAST
       01  WS-WINDOW-FROM.
           05  WS-FROM-CCYY            PIC 9(4).
           05  WS-FROM-MM              PIC 9(2).
           05  WS-FROM-DD              PIC 9(2) VALUE 01.
       01  WS-WINDOW-FROM-9 REDEFINES WS-WINDOW-FROM PIC 9(8).

       01  WS-JRN-DATE-X               PIC X(8).
       01  WS-JRN-DATE-N REDEFINES WS-JRN-DATE-X.
           05  WS-JRN-CCYY             PIC 9(4).
           05  WS-JRN-MM               PIC 9(2).
           05  WS-JRN-DD               PIC 9(2).
       01  WS-JRN-DATE-9 REDEFINES WS-JRN-DATE-X PIC 9(8).
       01  WS-JRN-YYMMDD               PIC X(6).

      ***** ONE ROW PER MONTH OF THE WINDOW, OLDEST FIRST
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ROW OCCURS 12 TIMES.
               10  WS-MON-CCYY         PIC 9(4).
               10  WS-MON-MM           PIC 9(2).
               10  WS-MON-COLLECTED    PIC S9(9)V99 COMP-3.
               10  WS-MON-CONTRACTUAL  PIC S9(9)V99 COMP-3.
               10  WS-MON-WRITTEN-OFF  PIC S9(9)V99 COMP-3.
       77  WS-MON-SUB                  PIC S9(4) COMP.

       01  WS-RATE-FIELDS.
           05  WS-TOTAL-COLLECTED      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-CONTRACTUAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-WRITTEN-OFF    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-RESOLVED       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAD-DEBT-RATE        PIC S9(3)V99 COMP-3 VALUE 0.
           05  WS-CONTRACT-RATE        PIC S9(3)V99 COMP-3 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05  GL-LINES-READ           PIC S9(9) COMP VALUE ZERO.
           05  GL-LINES-USED           PIC S9(9) COMP VALUE ZERO.
           05  GL-LINES-OUTSIDE        PIC S9(9) COMP VALUE ZERO.
           05  PCT-ROWS-READ           PIC S9(7) COMP VALUE ZERO.
           05  PCT-ROWS-STALE          PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER              PIC X(40) VALUE
               "RESERVE RATE SUPPORT - GL ACTUALS FROM ".
           05  RPT-HDR-FROM        PIC 9(8).
           05  FILLER              PIC X(6) VALUE " THRU ".
           05  RPT-HDR-THRU        PIC 9(8).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-RPT-MONTH-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "MONTH         COLLECTED     CONTRACTUAL    WRITTEN".
           05  FILLER              PIC X(50) VALUE
               " OFF                                              ".

       01  WS-RPT-MONTH-REC.
           05  RPT-MON-CCYY        PIC 9(4).
           05  FILLER              PIC X(1) VALUE "-".
           05  RPT-MON-MM          PIC 9(2).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  RPT-MON-COLLECTED   PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  RPT-MON-CONTRACTUAL PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  RPT-MON-WRITTEN-OFF PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-RPT-RATE-REC.
           05  RPT-RATE-LABEL      PIC X(40).
           05  RPT-RATE-PCT        PIC ZZ9.99.
           05  FILLER              PIC X(1) VALUE "%".
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-RPT-TABLE-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "CLASS BUCKET  BAD DEBT  CONTRACT  BASIS FROM  THRU".
           05  FILLER              PIC X(50) VALUE
               "      SET BY                                      ".

       01  WS-RPT-TABLE-REC.
           05  RPT-TBL-CLASS       PIC X(3).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  RPT-TBL-BUCKET      PIC 9(1).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  RPT-TBL-BAD-DEBT    PIC ZZ9.99.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  RPT-TBL-CONTRACT    PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-TBL-FROM        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-TBL-THRU        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-TBL-SET-BY      PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-TBL-FLAG        PIC X(20).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-RPT-TITLE-REC.
           05  RPT-TITLE           PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-BLANK-REC        PIC X(100) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-READ-JOURNAL THRU 100-EXIT
                   UNTIL NO-MORE-GL.
           PERFORM 500-PRINT-ACTUALS THRU 500-EXIT.
           PERFORM 600-PRINT-RATE-TABLE THRU 600-EXIT
                   UNTIL NO-MORE-PCT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RSRVDRV ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

      ***** THE RUN MONTH AND THE ELEVEN BEFORE IT
           IF WS-CURR-MM = 12
               MOVE WS-CURR-CCYY TO WS-FROM-CCYY
               MOVE 01 TO WS-FROM-MM
           ELSE
               COMPUTE WS-FROM-CCYY = WS-CURR-CCYY - 1
               COMPUTE WS-FROM-MM = WS-CURR-MM + 1.

           INITIALIZE WS-MONTH-TABLE.
           MOVE WS-FROM-CCYY TO WS-MON-CCYY(1).
           MOVE WS-FROM-MM   TO WS-MON-MM(1).
           PERFORM 050-SET-MONTH-ROW THRU 050-EXIT
               VARYING WS-MON-SUB FROM 2 BY 1 UNTIL WS-MON-SUB > 12.

           OPEN INPUT GLHIST, RSRVPCT.
           OPEN OUTPUT RSRVDRPT, SYSOUT.
       000-EXIT.
           EXIT.

       050-SET-MONTH-ROW.
           MOVE "050-SET-MONTH-ROW" TO PARA-NAME.
           IF WS-MON-MM(WS-MON-SUB - 1) = 12
               COMPUTE WS-MON-CCYY(WS-MON-SUB) =
                       WS-MON-CCYY(WS-MON-SUB - 1) + 1
               MOVE 01 TO WS-MON-MM(WS-MON-SUB)
           ELSE
               MOVE WS-MON-CCYY(WS-MON-SUB - 1)
                    TO WS-MON-CCYY(WS-MON-SUB)
               COMPUTE WS-MON-MM(WS-MON-SUB) =
                       WS-MON-MM(WS-MON-SUB - 1) + 1.
       050-EXIT.
           EXIT.

      ***** GLEXTRCT STAMPS ITS JOURNAL YYMMDD, THE OTHER JOURNAL
      ***** WRITERS CCYYMMDD -- BOTH ARE READ
       100-READ-JOURNAL.
           MOVE "100-READ-JOURNAL" TO PARA-NAME.
           READ GLHIST INTO GL-JOURNAL-REC
               AT END
                   MOVE "N" TO MORE-GL-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO GL-LINES-READ.

           IF NOT JRN-DEBIT
               GO TO 100-EXIT.
           IF JRN-CHARGE-CATEGORY NOT = "PAYM" AND
              JRN-CHARGE-CATEGORY NOT = "ADJS" AND
              JRN-CHARGE-CATEGORY NOT = "WOFF"
               GO TO 100-EXIT.

           MOVE JRN-DATE TO WS-JRN-DATE-X.
           IF WS-JRN-DATE-X(7:2) = SPACES
               MOVE WS-JRN-DATE-X(1:6) TO WS-JRN-YYMMDD
               MOVE SPACES TO WS-JRN-DATE-X
               STRING "20" WS-JRN-YYMMDD DELIMITED BY SIZE
                      INTO WS-JRN-DATE-X.
           IF WS-JRN-DATE-X NOT NUMERIC
            OR WS-JRN-DATE-9 < WS-WINDOW-FROM-9
            OR WS-JRN-DATE-9 > WS-CURR-DATE-9
               ADD 1 TO GL-LINES-OUTSIDE
               GO TO 100-EXIT.

           COMPUTE WS-MON-SUB =
                   (WS-JRN-CCYY - WS-FROM-CCYY) * 12
                 + WS-JRN-MM - WS-FROM-MM + 1.
           ADD 1 TO GL-LINES-USED.

           IF JRN-CHARGE-CATEGORY = "PAYM"
               ADD JRN-AMT TO WS-MON-COLLECTED(WS-MON-SUB)
                              WS-TOTAL-COLLECTED
           ELSE IF JRN-CHARGE-CATEGORY = "ADJS"
               ADD JRN-AMT TO WS-MON-CONTRACTUAL(WS-MON-SUB)
                              WS-TOTAL-CONTRACTUAL
           ELSE
               ADD JRN-AMT TO WS-MON-WRITTEN-OFF(WS-MON-SUB)
                              WS-TOTAL-WRITTEN-OFF.
       100-EXIT.
           EXIT.

       500-PRINT-ACTUALS.
           MOVE "500-PRINT-ACTUALS" TO PARA-NAME.
           MOVE WS-WINDOW-FROM-9 TO RPT-HDR-FROM.
           MOVE WS-CURR-DATE-9   TO RPT-HDR-THRU.
           WRITE RSRVDRPT-REC FROM WS-RPT-HDR-REC.
           WRITE RSRVDRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE RSRVDRPT-REC FROM WS-RPT-MONTH-COL-REC.
           PERFORM 520-PRINT-MONTH THRU 520-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 12.

           MOVE SPACES TO WS-RPT-MONTH-REC.
           MOVE "TOTAL" TO WS-RPT-MONTH-REC(1:5).
           MOVE WS-TOTAL-COLLECTED   TO RPT-MON-COLLECTED.
           MOVE WS-TOTAL-CONTRACTUAL TO RPT-MON-CONTRACTUAL.
           MOVE WS-TOTAL-WRITTEN-OFF TO RPT-MON-WRITTEN-OFF.
           WRITE RSRVDRPT-REC FROM WS-RPT-MONTH-REC.
           WRITE RSRVDRPT-REC FROM WS-RPT-BLANK-REC.

      ***** EACH RATE IS A SHARE OF EVERYTHING THAT LEFT THE
      ***** RECEIVABLE -- CASH, CONTRACTUAL, OR WRITE-OFF
           COMPUTE WS-TOTAL-RESOLVED = WS-TOTAL-COLLECTED
                 + WS-TOTAL-CONTRACTUAL + WS-TOTAL-WRITTEN-OFF.
           IF WS-TOTAL-RESOLVED > ZERO
               COMPUTE WS-BAD-DEBT-RATE ROUNDED =
                   WS-TOTAL-WRITTEN-OFF * 100 / WS-TOTAL-RESOLVED
               COMPUTE WS-CONTRACT-RATE ROUNDED =
                   WS-TOTAL-CONTRACTUAL * 100 / WS-TOTAL-RESOLVED.

           MOVE "TWELVE-MONTH WRITE-OFF RATE" TO RPT-RATE-LABEL.
           MOVE WS-BAD-DEBT-RATE TO RPT-RATE-PCT.
           WRITE RSRVDRPT-REC FROM WS-RPT-RATE-REC.
           MOVE "TWELVE-MONTH CONTRACTUAL RATE" TO RPT-RATE-LABEL.
           MOVE WS-CONTRACT-RATE TO RPT-RATE-PCT.
           WRITE RSRVDRPT-REC FROM WS-RPT-RATE-REC.
           WRITE RSRVDRPT-REC FROM WS-RPT-BLANK-REC.

           MOVE "RATE TABLE IN FORCE (RSRVPCT)" TO RPT-TITLE.
           WRITE RSRVDRPT-REC FROM WS-RPT-TITLE-REC.
           WRITE RSRVDRPT-REC FROM WS-RPT-TABLE-COL-REC.
       500-EXIT.
           EXIT.

       520-PRINT-MONTH.
           MOVE "520-PRINT-MONTH" TO PARA-NAME.
           MOVE WS-MON-CCYY(WS-MON-SUB)        TO RPT-MON-CCYY.
           MOVE "-" TO WS-RPT-MONTH-REC(5:1).
           MOVE WS-MON-MM(WS-MON-SUB)          TO RPT-MON-MM.
           MOVE WS-MON-COLLECTED(WS-MON-SUB)   TO RPT-MON-COLLECTED.
           MOVE WS-MON-CONTRACTUAL(WS-MON-SUB) TO RPT-MON-CONTRACTUAL.
           MOVE WS-MON-WRITTEN-OFF(WS-MON-SUB) TO RPT-MON-WRITTEN-OFF.
           WRITE RSRVDRPT-REC FROM WS-RPT-MONTH-REC.
       520-EXIT.
           EXIT.

      ***** A ROW WHOSE BASIS WINDOW ENDED BEFORE THIS WINDOW BEGAN
      ***** WAS SET FROM ACTUALS MORE THAN A YEAR OLD
       600-PRINT-RATE-TABLE.
           MOVE "600-PRINT-RATE-TABLE" TO PARA-NAME.
           READ RSRVPCT INTO RESERVE-PCT-REC
               AT END
                   MOVE "N" TO MORE-PCT-SW
                   GO TO 600-EXIT
           END-READ.
           ADD 1 TO PCT-ROWS-READ.

           MOVE RSV-PAYER-CLASS     TO RPT-TBL-CLASS.
           MOVE RSV-BUCKET          TO RPT-TBL-BUCKET.
           MOVE RSV-BAD-DEBT-PCT    TO RPT-TBL-BAD-DEBT.
           MOVE RSV-CONTRACT-PCT    TO RPT-TBL-CONTRACT.
           MOVE RSV-BASIS-FROM-DATE TO RPT-TBL-FROM.
           MOVE RSV-BASIS-THRU-DATE TO RPT-TBL-THRU.
           MOVE RSV-SET-BY          TO RPT-TBL-SET-BY.
           MOVE SPACES              TO RPT-TBL-FLAG.
           MOVE RSV-BASIS-THRU-DATE TO WS-JRN-DATE-X.
           IF WS-JRN-DATE-X NOT NUMERIC
            OR WS-JRN-DATE-9 < WS-WINDOW-FROM-9
               MOVE "** BASIS OUT OF DATE" TO RPT-TBL-FLAG
               ADD 1 TO PCT-ROWS-STALE.
           WRITE RSRVDRPT-REC FROM WS-RPT-TABLE-REC.
       600-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE GLHIST, RSRVPCT, RSRVDRPT, SYSOUT.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "RSRVDRV GL LINES READ       : " GL-LINES-READ.
           DISPLAY "RSRVDRV GL LINES IN WINDOW  : " GL-LINES-USED.
           DISPLAY "RSRVDRV GL LINES OUTSIDE    : " GL-LINES-OUTSIDE.
           DISPLAY "RSRVDRV RATE ROWS READ      : " PCT-ROWS-READ.
           DISPLAY "RSRVDRV RATE ROWS STALE     : " PCT-ROWS-STALE.
           DISPLAY "******** NORMAL END OF JOB RSRVDRV ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-RSRVDRV ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

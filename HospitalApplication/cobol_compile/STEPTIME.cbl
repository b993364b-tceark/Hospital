       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STEPTIME.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          BATCH-WINDOW STEP TIMING REPORT.  LISTS EVERY JOBCTL
      *          ROW FOR ONE JOB DATE -- START, END, ELAPSED TIME AND
      *          INPUT COUNT AS RESTCTL RECORDED THEM -- AGAINST THE
      *          STEP'S TRAILING 30-NIGHT AVERAGES THAT RESTCTL STORED
      *          ON THE ROW WHEN THE STEP COMPLETED, AND FLAGS:
      *
      *             SLOW      ELAPSED OVER 150% OF ITS AVERAGE (AND
      *                       AT LEAST A MINUTE LONGER)
      *             VOL HIGH  INPUT OVER DOUBLE ITS AVERAGE
      *             VOL LOW   INPUT UNDER HALF ITS AVERAGE
      *             NEW STEP  NO COMPLETED NIGHTS TO AVERAGE YET
      *
      *          THE LAST LINES GIVE THE LATEST PROJECTION OF THE
      *          NIGHT'S FINISH (FROM THE MOST RECENTLY COMPLETED
      *          STEP) AGAINST THE SHARED WINDOW-CUTOFF RUN PARAMETER.
      *          RETURN-CODE 4 WHEN THE PROJECTION IS PAST THE CUT-OFF.
      *
      *          RUN AT THE END OF NIGHTMRG, AND ON DEMAND (STEPTIME
      *          JOB) AT ANY POINT IN THE NIGHT TO SEE HOW THE RUN IS
      *          TRACKING.  PARM IS THE JOB DATE (YYYYMMDD); NO PARM
      *          MEANS TODAY.
      *
      ******************************************************************

               VSAM JOB CONTROL        -   DDS0001.JOBCTL

               BATCH-WINDOW CUT-OFF    -   DDS0001.RUNPARM (PARMGET)

               TIMING REPORT           -   STEPRPT

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

           SELECT STEPRPT
           ASSIGN TO UT-S-STEPRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT JOBCTL
                  ASSIGN       to JOBCTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is JOBCTL-FILE-KEY
                  FILE STATUS  is JOBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  STEPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STEPRPT-REC.
       01  STEPRPT-REC PIC X(130).

       FD  JOBCTL
           RECORD IS VARYING IN SIZE FROM 17 TO 220 CHARACTERS
           DATA RECORD IS JOBCTL-REC.
       01  JOBCTL-FILE-REC.
           05 JOBCTL-FILE-KEY  PIC X(16).
           05 FILLER           PIC X(204).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  JOBCTL-STATUS           PIC X(2).
               88 JOBCTL-OK            VALUE "00".

       COPY JOBCTL.
       COPY WINDCTL.
       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-JC-SW              PIC X(1) VALUE "Y".
               88 NO-MORE-JC           VALUE "N".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       77  WS-JOB-DATE                 PIC 9(8).

      ***** A JOBCTL DATE/TIME STAMP IN SECONDS, SO STAMPS ON EITHER
      ***** SIDE OF MIDNIGHT COMPARE
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-TIME           PIC 9(6).
           05  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
               10  WS-STAMP-HH         PIC 9(2).
               10  WS-STAMP-MM         PIC 9(2).
               10  WS-STAMP-SS         PIC 9(2).
           05  WS-STAMP-SECS           PIC S9(13) COMP-3.
           05  WS-ELAPSED-WORK         PIC S9(9)  COMP.
           05  WS-HHMMSS-OUT.
               10  WS-OUT-HH           PIC 9(2).
               10  FILLER              PIC X(1) VALUE ":".
               10  WS-OUT-MM           PIC 9(2).
               10  FILLER              PIC X(1) VALUE ":".
               10  WS-OUT-SS           PIC 9(2).

       01  WS-WINDOW-FIELDS.
           05  WS-CUTOFF-HHMM          PIC 9(4) VALUE 0600.
           05  WS-FIRST-START-SECS     PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-CUTOFF-SECS          PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-CUTOFF-DAYS          PIC S9(9)  COMP.
           05  WS-LATEST-END-SECS      PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-LATEST-FCST-SECS     PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-LATEST-FCST-DATE     PIC 9(8).
           05  WS-LATEST-FCST-TIME     PIC 9(6).
           05  WS-LATEST-STEP          PIC X(8).
           05  WS-PCT-WORK             PIC S9(7) COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  STEPS-LISTED            PIC S9(5) COMP VALUE ZERO.
           05  STEPS-FLAGGED           PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(41)
               VALUE "BATCH WINDOW STEP TIMINGS -- JOB DATE: ".
           05  RPT-HDR-DATE            PIC 9(8).
           05  FILLER   PIC X(13) VALUE "   CUT-OFF: ".
           05  RPT-HDR-CUTOFF-HH       PIC 9(2).
           05  FILLER   PIC X(1)  VALUE ":".
           05  RPT-HDR-CUTOFF-MM       PIC 9(2).
           05  FILLER   PIC X(63) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  FILLER   PIC X(50) VALUE
               "  STEP      STATUS     START     END       ELAPSED".
           05  FILLER   PIC X(50) VALUE
               "  30-NT AVG  PCT   RECS IN      AVG RECS IN   PCT ".
           05  FILLER   PIC X(30) VALUE
               "NTS  FLAG                     ".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STEP-NAME           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STATUS              PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-START               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END                 PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ELAPSED             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-AVG-ELAPSED         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ELAPSED-PCT         PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-AVG-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-COUNT-PCT           PIC ZZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-NIGHTS              PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FLAG                PIC X(12).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-RPT-FCST-REC.
           05  FILLER   PIC X(20) VALUE "  PROJECTED FINISH: ".
           05  RPT-FCST-DATE           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RPT-FCST-TIME           PIC X(8).
           05  FILLER   PIC X(13) VALUE "  AS OF STEP ".
           05  RPT-FCST-STEP           PIC X(8).
           05  FILLER   PIC X(12) VALUE "  CUT-OFF: ".
           05  RPT-CUTOFF-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RPT-CUTOFF-HH           PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  RPT-CUTOFF-MM           PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-FCST-VERDICT        PIC X(25).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RPT-MSG-REC.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-MSG-TEXT            PIC X(70).
           05  FILLER                  PIC X(58) VALUE SPACES.

       COPY ABENDREC.

       LINKAGE SECTION.
       01  PARM-LINKAGE.
           05  PARM-LEN                PIC S9(4) COMP.
           05  PARM-TEXT               PIC X(80).

       PROCEDURE DIVISION USING PARM-LINKAGE.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LIST-STEPS THRU 100-EXIT
                   UNTIL NO-MORE-JC.
           PERFORM 500-PRINT-FORECAST THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB STEPTIME ********".
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURR-DATE-9 TO WS-JOB-DATE.
           IF PARM-LEN NOT < 8
               IF PARM-TEXT(1:8) NUMERIC
                   MOVE PARM-TEXT(1:8) TO WS-JOB-DATE.

           OPEN OUTPUT STEPRPT, SYSOUT.
           OPEN INPUT JOBCTL.
           IF NOT JOBCTL-OK
               MOVE "*** JOBCTL WOULD NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      ***** BATCH-WINDOW CUT-OFF -- 06:00 UNLESS THE SHARED RUNPARM
      ***** WINDOW-CUTOFF ROW SAYS OTHERWISE
           MOVE "*SHARED*"          TO PGT-PROGRAM-ID.
           MOVE "WINDOW-CUTOFF"     TO PGT-PARM-NAME.
           MOVE WS-JOB-DATE       TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           MOVE SPACES TO BATCH-WINDOW-CONTROL-REC.
           IF PGT-FOUND AND PGT-NUMBER < 2400
               MOVE PGT-NUMBER TO WIN-CUTOFF-HHMM
               IF WIN-CUTOFF-MM < 60
                   MOVE WIN-CUTOFF-HHMM TO WS-CUTOFF-HHMM.
           MOVE WS-CUTOFF-HHMM TO WIN-CUTOFF-HHMM.

           MOVE WS-JOB-DATE TO RPT-HDR-DATE.
           MOVE WIN-CUTOFF-HH TO RPT-HDR-CUTOFF-HH.
           MOVE WIN-CUTOFF-MM TO RPT-HDR-CUTOFF-MM.
           WRITE STEPRPT-REC FROM WS-RPT-HDR-REC.
           MOVE SPACES TO STEPRPT-REC.
           WRITE STEPRPT-REC.
           WRITE STEPRPT-REC FROM WS-RPT-COL-HDR.

           MOVE SPACES TO JOBCTL-FILE-KEY.
           MOVE WS-JOB-DATE TO JOBCTL-FILE-KEY(1:8).
           START JOBCTL KEY IS NOT LESS THAN JOBCTL-FILE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-JC-SW
           END-START.
       000-EXIT.
           EXIT.

       100-LIST-STEPS.
           MOVE "100-LIST-STEPS" TO PARA-NAME.
           READ JOBCTL NEXT INTO JOBCTL-REC
               AT END
                   MOVE "N" TO MORE-JC-SW
                   GO TO 100-EXIT
           END-READ.
           IF JOBCTL-JOB-DATE NOT = WS-JOB-DATE
               MOVE "N" TO MORE-JC-SW
               GO TO 100-EXIT.
      ***** A RUN-IDENTITY ROW FROM OUTSIDE THE CHAIN IS NOT A STEP
           IF RUN-ID-ONLY
               GO TO 100-EXIT.

           ADD 1 TO STEPS-LISTED.
           MOVE SPACES TO RPT-START, RPT-END, RPT-ELAPSED,
                          RPT-AVG-ELAPSED, RPT-FLAG.
           MOVE ZERO TO RPT-ELAPSED-PCT, RPT-COUNT, RPT-AVG-COUNT,
                        RPT-COUNT-PCT, RPT-NIGHTS.
           MOVE JOBCTL-STEP-NAME TO RPT-STEP-NAME.
           IF STEP-COMPLETE
               MOVE "COMPLETE " TO RPT-STATUS
           ELSE
           IF STEP-FAILED
               MOVE "FAILED   " TO RPT-STATUS
           ELSE
               MOVE "RUNNING  " TO RPT-STATUS.

           IF JOBCTL-START-DATE NUMERIC AND JOBCTL-START-TIME NUMERIC
              AND JOBCTL-START-DATE > ZERO
               MOVE JOBCTL-START-TIME TO WS-STAMP-TIME
               PERFORM 210-FORMAT-CLOCK THRU 210-EXIT
               MOVE WS-HHMMSS-OUT TO RPT-START
               MOVE JOBCTL-START-DATE TO WS-STAMP-DATE
               PERFORM 290-STAMP-TO-SECS THRU 290-EXIT
               IF WS-FIRST-START-SECS = ZERO
                  OR WS-STAMP-SECS < WS-FIRST-START-SECS
                   MOVE WS-STAMP-SECS TO WS-FIRST-START-SECS
               END-IF
           END-IF.

           IF NOT STEP-STARTED
              AND JOBCTL-END-TIME NUMERIC
              AND JOBCTL-ELAPSED-SECS NUMERIC
               MOVE JOBCTL-END-TIME TO WS-STAMP-TIME
               PERFORM 210-FORMAT-CLOCK THRU 210-EXIT
               MOVE WS-HHMMSS-OUT TO RPT-END
               MOVE JOBCTL-ELAPSED-SECS TO WS-ELAPSED-WORK
               PERFORM 200-FORMAT-ELAPSED THRU 200-EXIT
               MOVE WS-HHMMSS-OUT TO RPT-ELAPSED.
           IF JOBCTL-INPUT-COUNT NUMERIC
               MOVE JOBCTL-INPUT-COUNT TO RPT-COUNT.

           IF STEP-COMPLETE
               PERFORM 300-COMPARE-TO-AVERAGE THRU 300-EXIT
               PERFORM 400-NOTE-FORECAST THRU 400-EXIT.

           IF RPT-FLAG NOT = SPACES
               ADD 1 TO STEPS-FLAGGED.
           WRITE STEPRPT-REC FROM WS-RPT-DETAIL.
       100-EXIT.
           EXIT.

       200-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-WORK BY 3600 GIVING WS-OUT-HH
               REMAINDER WS-ELAPSED-WORK.
           DIVIDE WS-ELAPSED-WORK BY 60 GIVING WS-OUT-MM
               REMAINDER WS-OUT-SS.
       200-EXIT.
           EXIT.

       210-FORMAT-CLOCK.
           MOVE WS-STAMP-HH TO WS-OUT-HH.
           MOVE WS-STAMP-MM TO WS-OUT-MM.
           MOVE WS-STAMP-SS TO WS-OUT-SS.
       210-EXIT.
           EXIT.

       290-STAMP-TO-SECS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
       290-EXIT.
           EXIT.

      ***** TONIGHT AGAINST THE TRAILING AVERAGES RESTCTL STORED WHEN
      ***** THE STEP COMPLETED
       300-COMPARE-TO-AVERAGE.
           MOVE "300-COMPARE-TO-AVERAGE" TO PARA-NAME.
           IF JOBCTL-AVG-NIGHTS NOT NUMERIC
              OR JOBCTL-AVG-NIGHTS = ZERO
              OR JOBCTL-AVG-ELAPSED-SECS NOT NUMERIC
              OR JOBCTL-AVG-INPUT-COUNT NOT NUMERIC
              OR JOBCTL-ELAPSED-SECS NOT NUMERIC
               MOVE "NEW STEP" TO RPT-FLAG
               GO TO 300-EXIT.

           MOVE JOBCTL-AVG-NIGHTS TO RPT-NIGHTS.
           MOVE JOBCTL-AVG-ELAPSED-SECS TO WS-ELAPSED-WORK.
           PERFORM 200-FORMAT-ELAPSED THRU 200-EXIT.
           MOVE WS-HHMMSS-OUT TO RPT-AVG-ELAPSED.
           MOVE JOBCTL-AVG-INPUT-COUNT TO RPT-AVG-COUNT.

           IF JOBCTL-AVG-ELAPSED-SECS > ZERO
               COMPUTE WS-PCT-WORK ROUNDED = JOBCTL-ELAPSED-SECS
                   * 100 / JOBCTL-AVG-ELAPSED-SECS
               IF WS-PCT-WORK > 9999
                   MOVE 9999 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO RPT-ELAPSED-PCT
               IF JOBCTL-ELAPSED-SECS * 2 > JOBCTL-AVG-ELAPSED-SECS * 3
                  AND JOBCTL-ELAPSED-SECS
                          - JOBCTL-AVG-ELAPSED-SECS NOT < 60
                   MOVE "SLOW" TO RPT-FLAG
               END-IF
           END-IF.

           IF JOBCTL-AVG-INPUT-COUNT > ZERO
              AND JOBCTL-INPUT-COUNT NUMERIC
               COMPUTE WS-PCT-WORK ROUNDED = JOBCTL-INPUT-COUNT
                   * 100 / JOBCTL-AVG-INPUT-COUNT
               IF WS-PCT-WORK > 9999
                   MOVE 9999 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO RPT-COUNT-PCT
               IF JOBCTL-INPUT-COUNT > JOBCTL-AVG-INPUT-COUNT * 2
                   PERFORM 310-ADD-VOLUME-FLAG THRU 310-EXIT
               ELSE
               IF JOBCTL-INPUT-COUNT * 2 < JOBCTL-AVG-INPUT-COUNT
                   PERFORM 310-ADD-VOLUME-FLAG THRU 310-EXIT
               END-IF
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       310-ADD-VOLUME-FLAG.
           IF JOBCTL-INPUT-COUNT > JOBCTL-AVG-INPUT-COUNT
               IF RPT-FLAG = SPACES
                   MOVE "VOL HIGH" TO RPT-FLAG
               ELSE
                   MOVE "SLOW/VOL HI" TO RPT-FLAG
               END-IF
           ELSE
               IF RPT-FLAG = SPACES
                   MOVE "VOL LOW" TO RPT-FLAG
               ELSE
                   MOVE "SLOW/VOL LO" TO RPT-FLAG
               END-IF
           END-IF.
       310-EXIT.
           EXIT.

      ***** THE PROJECTION THAT COUNTS IS THE ONE TAKEN AT THE MOST
      ***** RECENT COMPLETION
       400-NOTE-FORECAST.
           MOVE "400-NOTE-FORECAST" TO PARA-NAME.
           IF JOBCTL-END-DATE NOT NUMERIC
              OR JOBCTL-END-TIME NOT NUMERIC
              OR JOBCTL-FCST-FINISH-DATE NOT NUMERIC
              OR JOBCTL-FCST-FINISH-TIME NOT NUMERIC
              OR JOBCTL-FCST-FINISH-DATE = ZERO
               GO TO 400-EXIT.

           MOVE JOBCTL-END-DATE TO WS-STAMP-DATE.
           MOVE JOBCTL-END-TIME TO WS-STAMP-TIME.
           PERFORM 290-STAMP-TO-SECS THRU 290-EXIT.
           IF WS-STAMP-SECS < WS-LATEST-END-SECS
               GO TO 400-EXIT.

           MOVE WS-STAMP-SECS TO WS-LATEST-END-SECS.
           MOVE JOBCTL-STEP-NAME TO WS-LATEST-STEP.
           MOVE JOBCTL-FCST-FINISH-DATE TO WS-LATEST-FCST-DATE,
                                           WS-STAMP-DATE.
           MOVE JOBCTL-FCST-FINISH-TIME TO WS-LATEST-FCST-TIME,
                                           WS-STAMP-TIME.
           PERFORM 290-STAMP-TO-SECS THRU 290-EXIT.
           MOVE WS-STAMP-SECS TO WS-LATEST-FCST-SECS.
       400-EXIT.
           EXIT.

      ***** THE CUT-OFF FALLS ON THE FIRST HH:MM AFTER THE NIGHT'S
      ***** FIRST START
       500-PRINT-FORECAST.
           MOVE "500-PRINT-FORECAST" TO PARA-NAME.
           MOVE SPACES TO STEPRPT-REC.
           WRITE STEPRPT-REC.
           IF STEPS-LISTED = ZERO
               MOVE "NO JOBCTL ROWS FOR THIS JOB DATE" TO RPT-MSG-TEXT
               WRITE STEPRPT-REC FROM WS-RPT-MSG-REC
               GO TO 500-EXIT.
           IF WS-LATEST-END-SECS = ZERO OR WS-FIRST-START-SECS = ZERO
               MOVE "NO PROJECTED FINISH YET - NO TIMED STEP COMPLETE"
                    TO RPT-MSG-TEXT
               WRITE STEPRPT-REC FROM WS-RPT-MSG-REC
               GO TO 500-EXIT.

           DIVIDE WS-FIRST-START-SECS BY 86400 GIVING WS-CUTOFF-DAYS.
           COMPUTE WS-CUTOFF-SECS = WS-CUTOFF-DAYS * 86400
               + WIN-CUTOFF-HH * 3600 + WIN-CUTOFF-MM * 60.
           IF WS-CUTOFF-SECS NOT > WS-FIRST-START-SECS
               ADD 86400 TO WS-CUTOFF-SECS
               ADD 1 TO WS-CUTOFF-DAYS.

           MOVE WS-LATEST-FCST-DATE TO RPT-FCST-DATE.
           MOVE WS-LATEST-FCST-TIME TO WS-STAMP-TIME.
           PERFORM 210-FORMAT-CLOCK THRU 210-EXIT.
           MOVE WS-HHMMSS-OUT TO RPT-FCST-TIME.
           MOVE WS-LATEST-STEP TO RPT-FCST-STEP.
           COMPUTE RPT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYS).
           MOVE WIN-CUTOFF-HH TO RPT-CUTOFF-HH.
           MOVE WIN-CUTOFF-MM TO RPT-CUTOFF-MM.
           IF WS-LATEST-FCST-SECS > WS-CUTOFF-SECS
               MOVE "*** PAST CUT-OFF ***" TO RPT-FCST-VERDICT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "WITHIN WINDOW" TO RPT-FCST-VERDICT.
           WRITE STEPRPT-REC FROM WS-RPT-FCST-REC.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE JOBCTL, STEPRPT, SYSOUT.
           DISPLAY "STEPTIME STEPS LISTED       : " STEPS-LISTED.
           DISPLAY "STEPTIME STEPS FLAGGED      : " STEPS-FLAGGED.
           DISPLAY "******** NORMAL END OF JOB STEPTIME ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE JOBCTL, STEPRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-STEPTIME ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

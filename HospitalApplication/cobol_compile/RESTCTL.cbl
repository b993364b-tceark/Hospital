      *
      *             CHECK    - RETURN-CODE 4 IF STEPNAME ALREADY SHOWS
      *                        COMPLETE FOR JOBDATE (JCL CONDs AROUND
      *                        THE REAL STEP ON RC=4), ELSE 0 WITH
      *                        THE ROW MARKED STARTED AS OF NOW.
      *             START    - MARK STEPNAME STARTED FOR JOBDATE.
      *             COMPLETE - MARK STEPNAME COMPLETE FOR JOBDATE.
      *             FAILED   - MARK STEPNAME FAILED FOR JOBDATE.
      *          THIS LETS OPERATIONS RESTART THE NIGHT'S RUN FROM
      *          THE STEP THAT ABENDED INSTEAD OF FROM PATSRCH.
      *
      *          THE CHAIN RUNS ONCE PER CAMPUS, SO A CAMPUS STREAM
      *          PASSES A FOURTH PARM FIELD, ITS FACILITY CODE
      *          ("JOBDATE,STEPNAME,ACTION,FC").  THE CHECKPOINT IS THEN
      *          KEPT UNDER THE FIRST SIX CHARACTERS OF THE STEP NAME
      *          PLUS THE FACILITY -- PATSRCH ON CAMPUS 02 IS
      *          "PATSRC02" -- SO EACH CAMPUS RESTARTS FROM ITS OWN
      *          FAILED STEP WITHOUT TOUCHING THE OTHER'S ROWS.  A
      *          HOUSE-WIDE STEP LEAVES THE FIELD OFF AS BEFORE.
      *
      *          BATCH-WINDOW TIMINGS.  CHECK STAMPS THE START OF THE
      *          STEP AND COMPLETE (OR FAILED) STAMPS ITS END AND
      *          ELAPSED SECONDS.  COMPLETE ALSO POSTS THE INPUT COUNT
      *          THE STEP LEFT IN THE STEPCNT HAND-OFF FILE (SEE THE
      *          STEPCNT SUBPROGRAM), AND THEN LOOKS BACK OVER THE LAST
      *          45 DAYS OF JOBCTL TO STORE ON THE ROW:
      *
      *             - THE STEP'S AVERAGE ELAPSED TIME AND INPUT COUNT
      *               OVER ITS LAST 30 COMPLETED NIGHTS, FOR STEPTIME;
      *             - THE PROJECTED FINISH OF THE WHOLE NIGHT -- NOW,
      *               PLUS THE AVERAGE OF EVERY HOUSE-WIDE STEP STILL
      *               TO RUN, PLUS THE LONGER OF THE TWO CAMPUS
      *               STREAMS' REMAINING AVERAGES (THEY RUN SIDE BY
      *               SIDE).  A STEP IS EXPECTED TONIGHT WHEN IT RAN
      *               ON AT LEAST HALF THE NIGHTS LOOKED BACK OVER; A
      *               STEP ALREADY RUNNING IS CHARGED ONLY WHAT IS LEFT
      *               OF ITS AVERAGE.  MRNFLASH AND STEPTIME HOLD THE
      *               PROJECTION AGAINST THE WINDCTL CUT-OFF.
      *
      *          RUN IDENTITY.  WHEN THE STEP HAS A RUNID DD, CHECK
      *          ALSO LEAVES THE JOB DATE AND THE STEP'S JOBCTL NAME IN
      *          THAT HAND-OFF FILE, SO THE RUNHDR SUBPROGRAM INSIDE
      *          THE STEP CAN STAMP AND CHECK THE RUN-IDENTITY HEADERS
      *          ON THE FILES PASSED BETWEEN STEPS.  THE ROW'S RUN
      *          SEQUENCE AND CONSUMED-RUN TABLE SURVIVE THE RESET A
      *          RERUN GETS, SO A RERUN CAN NEITHER REISSUE A RUN
      *          NUMBER NOR READ A FILE IT ALREADY FINISHED WITH.
      *
      ******************************************************************

               VSAM CONTROL FILE       -   DDS0001.JOBCTL

               STEP COUNT HAND-OFF     -   &&CNTNN (TEMPORARY)

               RUN IDENTITY HAND-OFF   -   &&RIDNN (TEMPORARY)

               DUMP FILE               -   SYSOUT

      ******************************************************************
           SELECT JOBCTL
                  ASSIGN       to JOBCTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is JOBCTL-FILE-KEY
                  FILE STATUS  is JOBCTL-STATUS.

           SELECT OPTIONAL STEPCNT-FILE
           ASSIGN TO UT-S-STEPCNT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS STEPCNT-STATUS.

           SELECT RUNID-FILE
           ASSIGN TO UT-S-RUNID
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
       01  SYSOUT-REC PIC X(80).

       FD  JOBCTL
           RECORD IS VARYING IN SIZE FROM 17 TO 220 CHARACTERS
           DATA RECORD IS JOBCTL-FILE-REC.
       01  JOBCTL-FILE-REC.
           05 JOBCTL-FILE-KEY  PIC X(16).
           05 FILLER           PIC X(204).

       FD  STEPCNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STEP-COUNT-REC.
       01  STEPCNT-FILE-REC PIC X(80).

       FD  RUNID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-ID-REC.
       01  RUNID-FILE-REC PIC X(80).

       WORKING-STORAGE SECTION.

           05  JOBCTL-STATUS           PIC X(2).
               88 RECORD-FOUND         VALUE "00".
               88 JOBCTL-NOT-FOUND     VALUE "23".
           05  STEPCNT-STATUS          PIC X(2).
               88 STEPCNT-OPENED       VALUES "00", "05".
           05  RUNID-STATUS            PIC X(2).
               88 RUNID-OPENED         VALUE "00".

       COPY JOBCTL.

       COPY STEPCNT.

       COPY RUNID.

      ***** THE ROW'S RUN IDENTITY, HELD ACROSS THE CHECK CALL'S RESET
       01  WS-SAVED-RUN-IDENTITY       PIC X(115).

      ***** PARSED OUT OF THE JCL PARM STRING
      ***** "JOBDATE,STEPNAME,ACTION[,FACILITY]"
       01  WS-PARM-FIELDS.
           05  WS-ACTION-JOB-DATE      PIC 9(8).
           05  WS-ACTION-STEP-NAME     PIC X(8).
               88  ACTION-START        VALUE "START".
               88  ACTION-COMPLETE     VALUE "COMPLETE".
               88  ACTION-FAILED       VALUE "FAILED".
           05  WS-ACTION-FACILITY      PIC X(2).

       01  WS-SWITCHES.
           05  ROW-ON-FILE-SW          PIC X(1) VALUE "N".
               88 ROW-ON-FILE          VALUE "Y".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 MORE-HIST            VALUE "Y".
           05  STEP-FOUND-SW           PIC X(1) VALUE "N".
               88 STEP-FOUND           VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

      ***** A DATE/TIME STAMP TURNED INTO SECONDS SINCE DAY ONE OF THE
      ***** INTEGER-OF-DATE CALENDAR, SO STAMPS CAN BE SUBTRACTED
      ***** ACROSS MIDNIGHT
       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-TIME           PIC 9(6).
           05  WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
               10  WS-STAMP-HH         PIC 9(2).
               10  WS-STAMP-MM         PIC 9(2).
               10  WS-STAMP-SS         PIC 9(2).
           05  WS-STAMP-SECS           PIC S9(13) COMP-3.

       01  WS-TIMING-WORK.
           05  WS-START-SECS           PIC S9(13) COMP-3.
           05  WS-NOW-SECS             PIC S9(13) COMP-3.
           05  WS-ELAPSED-SECS         PIC S9(13) COMP-3.
           05  WS-FINISH-SECS          PIC S9(13) COMP-3.
           05  WS-FINISH-DAYS          PIC S9(9)  COMP.
           05  WS-FINISH-TOD           PIC S9(9)  COMP.
           05  WS-REMAIN-HOUSE         PIC S9(9)  COMP-3.
           05  WS-REMAIN-FAC01         PIC S9(9)  COMP-3.
           05  WS-REMAIN-FAC02         PIC S9(9)  COMP-3.
           05  WS-REMAIN-STEP          PIC S9(9)  COMP-3.
           05  WS-SUM-SECS             PIC S9(11) COMP-3.
           05  WS-SUM-COUNT            PIC S9(13) COMP-3.
           05  WS-AVG-SECS             PIC S9(9)  COMP-3.
           05  WS-AVG-COUNT            PIC S9(11) COMP-3.
           05  WS-WINDOW-START-DATE    PIC 9(8).
           05  WS-LAST-HIST-DATE       PIC 9(8).
           05  WS-HIST-NIGHTS          PIC S9(4)  COMP.
           05  WS-NIGHTS-NEEDED        PIC S9(4)  COMP.
           05  WS-RING-SUB             PIC S9(4)  COMP.
           05  WS-SEARCH-NAME          PIC X(8).

      ***** HOW FAR BACK THE HISTORY BROWSE STARTS, AND HOW MANY
      ***** COMPLETED NIGHTS PER STEP THE AVERAGES ARE TAKEN OVER
       77  WS-LOOKBACK-DAYS            PIC S9(4) COMP VALUE 45.
       77  WS-AVERAGE-NIGHTS           PIC S9(4) COMP VALUE 30.
       77  WS-SECS-PER-DAY             PIC S9(9) COMP VALUE 86400.

      ***** ONE ENTRY PER STEP NAME SEEN IN THE LOOK-BACK.  THE RING
      ***** HOLDS THE STEP'S LAST 30 COMPLETED NIGHTS, OLDEST
      ***** OVERWRITTEN FIRST; TONIGHT'S STATUS AND START ARE KEPT
      ***** SEPARATELY FOR THE FORECAST.
       01  WS-STEP-TABLE.
           05  WS-STEP-ROWS-USED       PIC S9(4) COMP.
           05  WS-STEP-ROW OCCURS 80 TIMES INDEXED BY STP-IDX.
               10  STP-NAME            PIC X(8).
               10  STP-TONIGHT-STATUS  PIC X(1).
                   88 STP-DONE-TONIGHT VALUE "C".
                   88 STP-RUNNING-TONIGHT VALUE "S".
               10  STP-TONIGHT-START-SECS
                                       PIC S9(13) COMP-3.
               10  STP-NIGHTS-USED     PIC S9(4) COMP.
               10  STP-RING-NEXT       PIC S9(4) COMP.
               10  STP-RING OCCURS 30 TIMES.
                   15  STP-RING-SECS   PIC S9(7) COMP-3.
                   15  STP-RING-COUNT  PIC S9(9) COMP-3.

       01  WS-FCST-DISPLAY.
           05  FILLER                  PIC X(30)
                   VALUE "RESTCTL PROJECTED FINISH    : ".
           05  FCST-DISP-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FCST-DISP-TIME          PIC 9(6).

       COPY ABENDREC.

           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RESTCTL ********".
           PERFORM 050-PARSE-PARM THRU 050-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O JOBCTL.
           OPEN OUTPUT SYSOUT.
       000-EXIT.

       050-PARSE-PARM.
           MOVE "050-PARSE-PARM" TO PARA-NAME.
           MOVE SPACES TO WS-ACTION-FACILITY.
           UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ","
               INTO WS-ACTION-JOB-DATE, WS-ACTION-STEP-NAME,
                    WS-ACTION-CODE, WS-ACTION-FACILITY.
           IF WS-ACTION-FACILITY NOT = SPACES
               MOVE WS-ACTION-FACILITY TO WS-ACTION-STEP-NAME(7:2).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           EVALUATE TRUE
               WHEN ACTION-CHECK
                   PERFORM 200-CHECK-STEP THRU 200-EXIT

      ***** RC=4 TELLS THE JCL TO COND AROUND THE REAL STEP BECAUSE IT
      ***** ALREADY COMPLETED ON A PRIOR RUN FOR THIS JOB-DATE.
      ***** OTHERWISE THE STEP IS ABOUT TO RUN (OR RERUN AFTER A
      ***** FAILURE), SO THE ROW STARTS OVER AS STARTED AS OF NOW.
       200-CHECK-STEP.
           MOVE "200-CHECK-STEP" TO PARA-NAME.
           PERFORM 250-READ-STEP-ROW THRU 250-EXIT.
           IF ROW-ON-FILE AND STEP-COMPLETE
               MOVE 4 TO RETURN-CODE
               GO TO 200-EXIT.

           MOVE JOBCTL-RUN-IDENTITY TO WS-SAVED-RUN-IDENTITY.
           MOVE SPACES TO JOBCTL-REC.
           MOVE WS-SAVED-RUN-IDENTITY TO JOBCTL-RUN-IDENTITY.
           MOVE WS-ACTION-JOB-DATE  TO JOBCTL-JOB-DATE.
           MOVE WS-ACTION-STEP-NAME TO JOBCTL-STEP-NAME.
           MOVE "S" TO JOBCTL-STEP-STATUS.
           MOVE WS-CURR-DATE-9 TO JOBCTL-START-DATE.
           MOVE WS-CURR-TIME-9 TO JOBCTL-START-TIME.
           PERFORM 350-SAVE-ROW THRU 350-EXIT.
           PERFORM 280-WRITE-RUN-ID THRU 280-EXIT.
           MOVE ZERO TO RETURN-CODE.
       200-EXIT.
           EXIT.

      ***** THE ROW FOR THIS JOB-DATE/STEP-NAME, OR A CLEAN ONE WHEN
      ***** THE STEP HAS NOT BEEN SEEN YET TONIGHT
       250-READ-STEP-ROW.
           MOVE "250-READ-STEP-ROW" TO PARA-NAME.
           MOVE "Y" TO ROW-ON-FILE-SW.
           MOVE WS-ACTION-JOB-DATE  TO JOBCTL-JOB-DATE.
           MOVE WS-ACTION-STEP-NAME TO JOBCTL-STEP-NAME.
           MOVE JOBCTL-KEY IN JOBCTL-REC TO JOBCTL-FILE-KEY.
           READ JOBCTL INTO JOBCTL-REC
               INVALID KEY
                   MOVE "N" TO ROW-ON-FILE-SW
           END-READ.
           IF NOT ROW-ON-FILE
               MOVE SPACES TO JOBCTL-REC
               MOVE WS-ACTION-JOB-DATE  TO JOBCTL-JOB-DATE
               MOVE WS-ACTION-STEP-NAME TO JOBCTL-STEP-NAME.
       250-EXIT.
           EXIT.

      ***** NO RUNID DD MEANS THE STEP WRITES AND READS NO HEADED FILE
       280-WRITE-RUN-ID.
           MOVE "280-WRITE-RUN-ID" TO PARA-NAME.
           OPEN OUTPUT RUNID-FILE.
           IF NOT RUNID-OPENED
               GO TO 280-EXIT.
           MOVE SPACES TO RUN-ID-REC.
           MOVE WS-ACTION-JOB-DATE  TO RID-JOB-DATE.
           MOVE WS-ACTION-STEP-NAME TO RID-STEP-NAME.
           WRITE RUNID-FILE-REC FROM RUN-ID-REC.
           CLOSE RUNID-FILE.
       280-EXIT.
           EXIT.

      ***** START/COMPLETE/FAILED STAMP THE STATUS BYTE FOR THIS
      ***** JOB-DATE/STEP-NAME, WRITING A NEW ROW THE FIRST TIME A
      ***** STEP IS SEEN AND REWRITING IT ON EVERY SUBSEQUENT CALL.
      ***** COMPLETE AND FAILED CLOSE OFF THE STEP'S TIMINGS; COMPLETE
      ***** ALSO POSTS ITS COUNT, AVERAGES AND THE NIGHT'S PROJECTION.
      ***** A COMPLETE CALL FOR A ROW ALREADY COMPLETE IS A RESTART
      ***** GOING PAST A STEP THE CHECK CALL SKIPPED -- THE TIMINGS
      ***** FROM THE RUN THAT DID THE WORK ARE KEPT.
       300-MARK-STEP.
           MOVE "300-MARK-STEP" TO PARA-NAME.
           PERFORM 250-READ-STEP-ROW THRU 250-EXIT.
           IF ACTION-COMPLETE
               IF ROW-ON-FILE AND STEP-COMPLETE
                   DISPLAY "RESTCTL STEP ALREADY COMPLETE - ROW KEPT"
                   MOVE ZERO TO RETURN-CODE
                   GO TO 300-EXIT
               ELSE
      ***** THE HISTORY BROWSE REUSES JOBCTL-REC, SO READ AGAIN AFTER
                   PERFORM 400-GATHER-HISTORY THRU 400-EXIT
                   PERFORM 250-READ-STEP-ROW THRU 250-EXIT
               END-IF
           END-IF.

           IF ACTION-START
               MOVE "S" TO JOBCTL-STEP-STATUS
               MOVE WS-CURR-DATE-9 TO JOBCTL-START-DATE
               MOVE WS-CURR-TIME-9 TO JOBCTL-START-TIME
           ELSE IF ACTION-COMPLETE
               MOVE "C" TO JOBCTL-STEP-STATUS
               PERFORM 500-STAMP-END THRU 500-EXIT
               PERFORM 520-READ-STEP-COUNT THRU 520-EXIT
               PERFORM 540-STEP-AVERAGES THRU 540-EXIT
               PERFORM 600-FORECAST-FINISH THRU 600-EXIT
           ELSE
               MOVE "F" TO JOBCTL-STEP-STATUS
               PERFORM 500-STAMP-END THRU 500-EXIT
           END-IF.

           PERFORM 350-SAVE-ROW THRU 350-EXIT.
           MOVE ZERO TO RETURN-CODE.
       300-EXIT.
           EXIT.

       350-SAVE-ROW.
           MOVE "350-SAVE-ROW" TO PARA-NAME.
           MOVE JOBCTL-KEY IN JOBCTL-REC TO JOBCTL-FILE-KEY.
           REWRITE JOBCTL-FILE-REC FROM JOBCTL-REC
               INVALID KEY
                   WRITE JOBCTL-FILE-REC FROM JOBCTL-REC
                           WRITE SYSOUT-REC FROM ABEND-REC
                   END-WRITE
           END-REWRITE.
       350-EXIT.
           EXIT.

      ***** LOOK BACK OVER THE LAST 45 DAYS OF JOBCTL, BUILDING ONE
      ***** TABLE ENTRY PER STEP NAME.  KEYS RUN DATE THEN STEP, SO THE
      ***** RING ENDS UP WITH EACH STEP'S MOST RECENT NIGHTS.
       400-GATHER-HISTORY.
           MOVE "400-GATHER-HISTORY" TO PARA-NAME.
           INITIALIZE WS-STEP-TABLE.
           MOVE ZERO TO WS-HIST-NIGHTS, WS-LAST-HIST-DATE.
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-ACTION-JOB-DATE)
                    - WS-LOOKBACK-DAYS).

           MOVE "Y" TO MORE-HIST-SW.
           MOVE SPACES TO JOBCTL-FILE-KEY.
           MOVE WS-WINDOW-START-DATE TO JOBCTL-FILE-KEY(1:8).
           START JOBCTL KEY IS NOT LESS THAN JOBCTL-FILE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-HIST-SW
           END-START.
           PERFORM 410-NEXT-HIST-ROW THRU 410-EXIT
               UNTIL NOT MORE-HIST.
       400-EXIT.
           EXIT.

       410-NEXT-HIST-ROW.
           MOVE "410-NEXT-HIST-ROW" TO PARA-NAME.
           READ JOBCTL NEXT INTO JOBCTL-REC
               AT END
                   MOVE "N" TO MORE-HIST-SW
                   GO TO 410-EXIT
           END-READ.
           IF JOBCTL-JOB-DATE > WS-ACTION-JOB-DATE
               MOVE "N" TO MORE-HIST-SW
               GO TO 410-EXIT.
           IF RUN-ID-ONLY
               GO TO 410-EXIT.

           MOVE JOBCTL-STEP-NAME TO WS-SEARCH-NAME.
           PERFORM 420-FIND-STEP-ENTRY THRU 420-EXIT.
           IF NOT STEP-FOUND
               GO TO 410-EXIT.

           IF JOBCTL-JOB-DATE = WS-ACTION-JOB-DATE
               MOVE JOBCTL-STEP-STATUS TO STP-TONIGHT-STATUS(STP-IDX)
               IF JOBCTL-START-DATE NUMERIC
                  AND JOBCTL-START-TIME NUMERIC
                  AND JOBCTL-START-DATE > ZERO
                   MOVE JOBCTL-START-DATE TO WS-STAMP-DATE
                   MOVE JOBCTL-START-TIME TO WS-STAMP-TIME
                   PERFORM 510-STAMP-TO-SECS THRU 510-EXIT
                   MOVE WS-STAMP-SECS
                        TO STP-TONIGHT-START-SECS(STP-IDX)
               END-IF
               GO TO 410-EXIT.

           IF JOBCTL-JOB-DATE NOT = WS-LAST-HIST-DATE
               MOVE JOBCTL-JOB-DATE TO WS-LAST-HIST-DATE
               ADD 1 TO WS-HIST-NIGHTS.

           IF STEP-COMPLETE AND JOBCTL-ELAPSED-SECS NUMERIC
               PERFORM 430-PUSH-RING THRU 430-EXIT.
       410-EXIT.
           EXIT.

      ***** POSITIONS STP-IDX ON WS-SEARCH-NAME'S ENTRY, ADDING IT IF
      ***** THIS IS THE FIRST TIME THE NAME HAS COME UP
       420-FIND-STEP-ENTRY.
           MOVE "420-FIND-STEP-ENTRY" TO PARA-NAME.
           MOVE "N" TO STEP-FOUND-SW.
           SET STP-IDX TO 1.
           SEARCH WS-STEP-ROW
               WHEN STP-NAME(STP-IDX) = WS-SEARCH-NAME
                   MOVE "Y" TO STEP-FOUND-SW
               WHEN STP-NAME(STP-IDX) = SPACES
                   MOVE WS-SEARCH-NAME TO STP-NAME(STP-IDX)
                   ADD 1 TO WS-STEP-ROWS-USED
                   MOVE "Y" TO STEP-FOUND-SW
           END-SEARCH.
       420-EXIT.
           EXIT.

       430-PUSH-RING.
           MOVE "430-PUSH-RING" TO PARA-NAME.
           ADD 1 TO STP-RING-NEXT(STP-IDX).
           IF STP-RING-NEXT(STP-IDX) > WS-AVERAGE-NIGHTS
               MOVE 1 TO STP-RING-NEXT(STP-IDX).
           MOVE STP-RING-NEXT(STP-IDX) TO WS-RING-SUB.
           MOVE JOBCTL-ELAPSED-SECS
                TO STP-RING-SECS(STP-IDX, WS-RING-SUB).
           IF JOBCTL-INPUT-COUNT NUMERIC
               MOVE JOBCTL-INPUT-COUNT
                    TO STP-RING-COUNT(STP-IDX, WS-RING-SUB)
           ELSE
               MOVE ZERO TO STP-RING-COUNT(STP-IDX, WS-RING-SUB).
           IF STP-NIGHTS-USED(STP-IDX) < WS-AVERAGE-NIGHTS
               ADD 1 TO STP-NIGHTS-USED(STP-IDX).
       430-EXIT.
           EXIT.

      ***** END STAMP AND ELAPSED SECONDS.  A ROW WITH NO START STAMP
      ***** (NO CHECK CALL AHEAD OF THE STEP) GETS ZERO ELAPSED.
       500-STAMP-END.
           MOVE "500-STAMP-END" TO PARA-NAME.
           MOVE WS-CURR-DATE-9 TO JOBCTL-END-DATE, WS-STAMP-DATE.
           MOVE WS-CURR-TIME-9 TO JOBCTL-END-TIME, WS-STAMP-TIME.
           PERFORM 510-STAMP-TO-SECS THRU 510-EXIT.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           MOVE ZERO TO JOBCTL-ELAPSED-SECS.
           IF JOBCTL-START-DATE NOT NUMERIC
              OR JOBCTL-START-TIME NOT NUMERIC
              OR JOBCTL-START-DATE = ZERO
               GO TO 500-EXIT.

           MOVE JOBCTL-START-DATE TO WS-STAMP-DATE.
           MOVE JOBCTL-START-TIME TO WS-STAMP-TIME.
           PERFORM 510-STAMP-TO-SECS THRU 510-EXIT.
           COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-STAMP-SECS.
           IF WS-ELAPSED-SECS > ZERO
               MOVE WS-ELAPSED-SECS TO JOBCTL-ELAPSED-SECS.
       500-EXIT.
           EXIT.

       510-STAMP-TO-SECS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   * WS-SECS-PER-DAY
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
       510-EXIT.
           EXIT.

      ***** THE COUNT THE STEP LEFT IN THE STEPCNT HAND-OFF.  NO DD,
      ***** AN EMPTY FILE OR A STEP THAT DOES NOT REPORT LEAVES ZERO.
       520-READ-STEP-COUNT.
           MOVE "520-READ-STEP-COUNT" TO PARA-NAME.
           MOVE ZERO TO JOBCTL-INPUT-COUNT.
           OPEN INPUT STEPCNT-FILE.
           IF NOT STEPCNT-OPENED
               GO TO 520-EXIT.
           READ STEPCNT-FILE INTO STEP-COUNT-REC
               AT END
                   MOVE SPACES TO STEP-COUNT-REC
           END-READ.
           IF SCT-INPUT-COUNT NUMERIC
               MOVE SCT-INPUT-COUNT TO JOBCTL-INPUT-COUNT.
           CLOSE STEPCNT-FILE.
       520-EXIT.
           EXIT.

      ***** THIS STEP'S TRAILING AVERAGES, FROM THE NIGHTS BEFORE
      ***** TONIGHT ONLY
       540-STEP-AVERAGES.
           MOVE "540-STEP-AVERAGES" TO PARA-NAME.
           MOVE ZERO TO JOBCTL-AVG-NIGHTS, JOBCTL-AVG-ELAPSED-SECS,
                        JOBCTL-AVG-INPUT-COUNT.
           MOVE WS-ACTION-STEP-NAME TO WS-SEARCH-NAME.
           PERFORM 420-FIND-STEP-ENTRY THRU 420-EXIT.
           IF NOT STEP-FOUND
               GO TO 540-EXIT.
           PERFORM 550-AVERAGE-ENTRY THRU 550-EXIT.
           MOVE STP-NIGHTS-USED(STP-IDX) TO JOBCTL-AVG-NIGHTS.
           MOVE WS-AVG-SECS  TO JOBCTL-AVG-ELAPSED-SECS.
           MOVE WS-AVG-COUNT TO JOBCTL-AVG-INPUT-COUNT.
       540-EXIT.
           EXIT.

      ***** AVERAGE ELAPSED AND COUNT OVER THE RING AT STP-IDX
       550-AVERAGE-ENTRY.
           MOVE ZERO TO WS-SUM-SECS, WS-SUM-COUNT,
                        WS-AVG-SECS, WS-AVG-COUNT.
           IF STP-NIGHTS-USED(STP-IDX) = ZERO
               GO TO 550-EXIT.
           PERFORM 560-ADD-RING-SLOT THRU 560-EXIT
               VARYING WS-RING-SUB FROM 1 BY 1
               UNTIL WS-RING-SUB > STP-NIGHTS-USED(STP-IDX).
           COMPUTE WS-AVG-SECS ROUNDED =
               WS-SUM-SECS / STP-NIGHTS-USED(STP-IDX).
           COMPUTE WS-AVG-COUNT ROUNDED =
               WS-SUM-COUNT / STP-NIGHTS-USED(STP-IDX).
       550-EXIT.
           EXIT.

       560-ADD-RING-SLOT.
           ADD STP-RING-SECS(STP-IDX, WS-RING-SUB)  TO WS-SUM-SECS.
           ADD STP-RING-COUNT(STP-IDX, WS-RING-SUB) TO WS-SUM-COUNT.
       560-EXIT.
           EXIT.

      ***** NOW, PLUS EVERY HOUSE-WIDE STEP STILL EXPECTED, PLUS THE
      ***** LONGER OF THE TWO CAMPUS STREAMS STILL EXPECTED
       600-FORECAST-FINISH.
           MOVE "600-FORECAST-FINISH" TO PARA-NAME.
           MOVE ZERO TO WS-REMAIN-HOUSE, WS-REMAIN-FAC01,
                        WS-REMAIN-FAC02.
           IF WS-HIST-NIGHTS > WS-AVERAGE-NIGHTS
               MOVE WS-AVERAGE-NIGHTS TO WS-NIGHTS-NEEDED
           ELSE
               MOVE WS-HIST-NIGHTS TO WS-NIGHTS-NEEDED.
           PERFORM 610-REMAINING-STEP THRU 610-EXIT
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > WS-STEP-ROWS-USED.

           IF WS-REMAIN-FAC01 > WS-REMAIN-FAC02
               COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-REMAIN-HOUSE
                                      + WS-REMAIN-FAC01
           ELSE
               COMPUTE WS-FINISH-SECS = WS-NOW-SECS + WS-REMAIN-HOUSE
                                      + WS-REMAIN-FAC02.

           DIVIDE WS-FINISH-SECS BY WS-SECS-PER-DAY
               GIVING WS-FINISH-DAYS REMAINDER WS-FINISH-TOD.
           COMPUTE JOBCTL-FCST-FINISH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FINISH-DAYS).
           DIVIDE WS-FINISH-TOD BY 3600 GIVING WS-STAMP-HH
               REMAINDER WS-FINISH-TOD.
           DIVIDE WS-FINISH-TOD BY 60 GIVING WS-STAMP-MM
               REMAINDER WS-STAMP-SS.
           MOVE WS-STAMP-TIME TO JOBCTL-FCST-FINISH-TIME.

           MOVE JOBCTL-FCST-FINISH-DATE TO FCST-DISP-DATE.
           MOVE JOBCTL-FCST-FINISH-TIME TO FCST-DISP-TIME.
           DISPLAY WS-FCST-DISPLAY.
       600-EXIT.
           EXIT.

      ***** A STEP COUNTS WHEN IT IS NOT THIS ONE, HAS NOT FINISHED
      ***** TONIGHT AND RAN ON AT LEAST HALF THE NIGHTS LOOKED BACK
      ***** OVER.  ONE ALREADY RUNNING IS CHARGED WHAT IS LEFT OF ITS
      ***** AVERAGE.  THE LAST TWO BYTES OF A CAMPUS STEP'S NAME ARE
      ***** ITS FACILITY CODE.
       610-REMAINING-STEP.
           IF STP-NAME(STP-IDX) = WS-ACTION-STEP-NAME
              OR STP-DONE-TONIGHT(STP-IDX)
              OR STP-NIGHTS-USED(STP-IDX) = ZERO
              OR STP-NIGHTS-USED(STP-IDX) * 2 < WS-NIGHTS-NEEDED
               GO TO 610-EXIT.

           PERFORM 550-AVERAGE-ENTRY THRU 550-EXIT.
           MOVE WS-AVG-SECS TO WS-REMAIN-STEP.
           IF STP-RUNNING-TONIGHT(STP-IDX)
              AND STP-TONIGHT-START-SECS(STP-IDX) > ZERO
               COMPUTE WS-REMAIN-STEP = WS-AVG-SECS
                   - (WS-NOW-SECS - STP-TONIGHT-START-SECS(STP-IDX))
               IF WS-REMAIN-STEP < ZERO
                   MOVE ZERO TO WS-REMAIN-STEP
               END-IF
           END-IF.

           EVALUATE STP-NAME(STP-IDX)(7:2)
               WHEN "01"
                   ADD WS-REMAIN-STEP TO WS-REMAIN-FAC01
               WHEN "02"
                   ADD WS-REMAIN-STEP TO WS-REMAIN-FAC02
               WHEN OTHER
                   ADD WS-REMAIN-STEP TO WS-REMAIN-HOUSE
           END-EVALUATE.
       610-EXIT.
           EXIT.

       900-CLEANUP.

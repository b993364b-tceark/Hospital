      *          OR MORE THAN DOUBLE THE PRIOR NIGHT -- PRINTS AS A
      *          RED-FLAG LINE.
      *
      *          EACH STEP LINE ALSO SHOWS THE STEP'S ELAPSED TIME AND
      *          INPUT COUNT AS RESTCTL RECORDED THEM.  WHEN ANY STEP'S
      *          PROJECTION OF THE NIGHT'S FINISH PASSED THE CUT-OFF
      *          (THE SHARED WINDOW-CUTOFF RUN PARAMETER), A RED-FLAG
      *          LINE NAMES THE FIRST STEP AFTER WHICH IT DID.
      *
      ******************************************************************

               VSAM JOB CONTROL        -   DDS0001.JOBCTL
               BATCH-WINDOW CUT-OFF    -   DDS0001.RUNPARM (PARMGET)
               EDITED DAILY INPUT      -   DDS0001.PATEDIT
               SORTED TREATMENT INPUT  -   DDS0001.TRMTSRCH
               DAILY REJECTS           -   DDS0001.PATERR
       01  FLASHRPT-REC PIC X(130).

       FD  JOBCTL
           RECORD IS VARYING IN SIZE FROM 17 TO 220 CHARACTERS
           DATA RECORD IS JOBCTL-REC.
       01  JOBCTL-FILE-REC.
           05 JOBCTL-FILE-KEY  PIC X(16).
           05 FILLER           PIC X(204).

       WORKING-STORAGE SECTION.

       COPY TREATMNT.
       COPY REMIT835.
       COPY JOBCTL.
       COPY WINDCTL.
       COPY PARMGPRM.

      ***** SAME TRAILER LAYOUTS ANCLRECN AND MTHCLSE RE-SUM
       01  WS-PATEDIT-TRAILER.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

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
           05  WS-ELAPSED-HHMMSS.
               10  WS-ELAPSED-HH       PIC 9(2).
               10  FILLER              PIC X(1) VALUE ":".
               10  WS-ELAPSED-MM       PIC 9(2).
               10  FILLER              PIC X(1) VALUE ":".
               10  WS-ELAPSED-SS       PIC 9(2).

      ***** TONIGHT'S STEPS THAT CARRY A PROJECTED FINISH, FOR THE
      ***** CUT-OFF TEST ONCE THE WHOLE NIGHT HAS BEEN READ
       01  WS-WINDOW-FIELDS.
           05  WS-FIRST-START-SECS     PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-CUTOFF-SECS          PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-CUTOFF-HHMM          PIC 9(4) VALUE 0600.
           05  WS-CUTOFF-DISP.
               10  WS-CUTOFF-DISP-HH   PIC 9(2).
               10  FILLER              PIC X(1) VALUE ":".
               10  WS-CUTOFF-DISP-MM   PIC 9(2).
           05  WS-PASSED-END-SECS      PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-PASSED-FCST-TIME     PIC 9(6).
           05  WS-PASSED-STEP          PIC X(8).
           05  WS-FCST-ROWS-USED       PIC S9(4) COMP VALUE ZERO.
           05  WS-FCST-ROW OCCURS 80 TIMES INDEXED BY FCS-IDX.
               10  FCS-STEP-NAME       PIC X(8).
               10  FCS-END-SECS        PIC S9(13) COMP-3.
               10  FCS-FINISH-SECS     PIC S9(13) COMP-3.
               10  FCS-FINISH-TIME     PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  DAILY-RECS              PIC S9(9) COMP-3 VALUE ZERO.
           05  TRMT-RECS               PIC S9(9) COMP-3 VALUE ZERO.
           05  RPT-STEP-NAME         PIC X(8).
           05  FILLER                PIC X(10) VALUE "  STATUS: ".
           05  RPT-STEP-STATUS       PIC X(12).
           05  FILLER                PIC X(11) VALUE "  ELAPSED: ".
           05  RPT-STEP-ELAPSED      PIC X(8).
           05  FILLER                PIC X(11) VALUE "  RECS IN: ".
           05  RPT-STEP-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(51) VALUE SPACES.

       01  WS-RPT-FIGURE-REC.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FLAG-TEXT         PIC X(60).
           05  FILLER                PIC X(58) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "MRNFLASH".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATEDIT-HDR-SW          PIC X(1) VALUE "N".
               88 PATEDIT-HDR-CHECKED  VALUE "Y".
           05  TRMTSRCH-HDR-SW         PIC X(1) VALUE "N".
               88 TRMTSRCH-HDR-CHECKED VALUE "Y".
           05  EDICLAIM-HDR-SW         PIC X(1) VALUE "N".
               88 EDICLAIM-HDR-CHECKED VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
                   MOVE "Y" TO WS-PRIOR-SW
           END-READ.

      ***** BATCH-WINDOW CUT-OFF -- 06:00 UNLESS THE SHARED RUNPARM
      ***** WINDOW-CUTOFF ROW SAYS OTHERWISE
           MOVE "*SHARED*"          TO PGT-PROGRAM-ID.
           MOVE "WINDOW-CUTOFF"     TO PGT-PARM-NAME.
           MOVE ZERO              TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           MOVE SPACES TO BATCH-WINDOW-CONTROL-REC.
           IF PGT-FOUND AND PGT-NUMBER < 2400
               MOVE PGT-NUMBER TO WIN-CUTOFF-HHMM
               IF WIN-CUTOFF-MM < 60
                   MOVE WIN-CUTOFF-HHMM TO WS-CUTOFF-HHMM.

      ***** POSITION THE STEP BROWSE AT TONIGHT'S DATE
           MOVE SPACES TO JOBCTL-FILE-KEY.
           MOVE WS-CURR-DATE-9 TO JOBCTL-FILE-KEY(1:8).
       000-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

       100-LIST-JOB-STEPS.
           MOVE "100-LIST-JOB-STEPS" TO PARA-NAME.
           READ JOBCTL NEXT INTO JOBCTL-REC
           IF JOBCTL-JOB-DATE NOT = WS-CURR-DATE-9
               MOVE "N" TO MORE-JC-SW
               GO TO 100-EXIT.
      ***** A RUN-IDENTITY ROW FROM OUTSIDE THE CHAIN IS NOT A STEP
           IF RUN-ID-ONLY
               GO TO 100-EXIT.

           ADD 1 TO STEPS-LISTED.
           MOVE JOBCTL-STEP-NAME TO RPT-STEP-NAME.
           ELSE
               MOVE "** STARTED**" TO RPT-STEP-STATUS
               ADD 1 TO STEPS-NOT-COMPLETE.

           MOVE SPACES TO RPT-STEP-ELAPSED.
           MOVE ZERO TO RPT-STEP-COUNT.
           IF JOBCTL-ELAPSED-SECS NUMERIC
               MOVE JOBCTL-ELAPSED-SECS TO WS-ELAPSED-WORK
               PERFORM 110-FORMAT-ELAPSED THRU 110-EXIT
               MOVE WS-ELAPSED-HHMMSS TO RPT-STEP-ELAPSED.
           IF JOBCTL-INPUT-COUNT NUMERIC
               MOVE JOBCTL-INPUT-COUNT TO RPT-STEP-COUNT.
           WRITE FLASHRPT-REC FROM WS-RPT-STEP-REC.
           PERFORM 120-NOTE-STEP-TIMES THRU 120-EXIT.
       100-EXIT.
           EXIT.

       110-FORMAT-ELAPSED.
           DIVIDE WS-ELAPSED-WORK BY 3600 GIVING WS-ELAPSED-HH
               REMAINDER WS-ELAPSED-WORK.
           DIVIDE WS-ELAPSED-WORK BY 60 GIVING WS-ELAPSED-MM
               REMAINDER WS-ELAPSED-SS.
       110-EXIT.
           EXIT.

      ***** THE NIGHT'S FIRST START FIXES WHICH DAY THE CUT-OFF FALLS
      ***** ON; EVERY COMPLETED STEP'S PROJECTION IS KEPT FOR 680
       120-NOTE-STEP-TIMES.
           MOVE "120-NOTE-STEP-TIMES" TO PARA-NAME.
           IF JOBCTL-START-DATE NUMERIC AND JOBCTL-START-TIME NUMERIC
              AND JOBCTL-START-DATE > ZERO
               MOVE JOBCTL-START-DATE TO WS-STAMP-DATE
               MOVE JOBCTL-START-TIME TO WS-STAMP-TIME
               PERFORM 690-STAMP-TO-SECS THRU 690-EXIT
               IF WS-FIRST-START-SECS = ZERO
                  OR WS-STAMP-SECS < WS-FIRST-START-SECS
                   MOVE WS-STAMP-SECS TO WS-FIRST-START-SECS
               END-IF
           END-IF.

           IF NOT STEP-COMPLETE
              OR JOBCTL-END-DATE NOT NUMERIC
              OR JOBCTL-END-TIME NOT NUMERIC
              OR JOBCTL-FCST-FINISH-DATE NOT NUMERIC
              OR JOBCTL-FCST-FINISH-TIME NOT NUMERIC
              OR JOBCTL-FCST-FINISH-DATE = ZERO
              OR WS-FCST-ROWS-USED NOT < 80
               GO TO 120-EXIT.

           ADD 1 TO WS-FCST-ROWS-USED.
           SET FCS-IDX TO WS-FCST-ROWS-USED.
           MOVE JOBCTL-STEP-NAME TO FCS-STEP-NAME(FCS-IDX).
           MOVE JOBCTL-END-DATE TO WS-STAMP-DATE.
           MOVE JOBCTL-END-TIME TO WS-STAMP-TIME.
           PERFORM 690-STAMP-TO-SECS THRU 690-EXIT.
           MOVE WS-STAMP-SECS TO FCS-END-SECS(FCS-IDX).
           MOVE JOBCTL-FCST-FINISH-DATE TO WS-STAMP-DATE.
           MOVE JOBCTL-FCST-FINISH-TIME TO WS-STAMP-TIME.
           PERFORM 690-STAMP-TO-SECS THRU 690-EXIT.
           MOVE WS-STAMP-SECS TO FCS-FINISH-SECS(FCS-IDX).
           MOVE JOBCTL-FCST-FINISH-TIME TO FCS-FINISH-TIME(FCS-IDX).
       120-EXIT.
           EXIT.

       200-SCAN-PATEDIT.
           MOVE "200-SCAN-PATEDIT" TO PARA-NAME.
           READ PATEDIT INTO INPATIENT-DAILY-REC
                   MOVE "N" TO MORE-PE-SW
                   GO TO 200-EXIT
           END-READ.
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDIT-HDR-CHECKED
               MOVE "Y" TO PATEDIT-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 200-SCAN-PATEDIT.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE INPATIENT-DAILY-REC TO WS-PATEDIT-TRAILER
               MOVE ED-IN-RECORD-COUNT TO DAILY-RECS
                   MOVE "N" TO MORE-TS-SW
                   GO TO 210-EXIT
           END-READ.
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMTSRCH-HDR-CHECKED
               MOVE "Y" TO TRMTSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 210-SCAN-TRMTSRCH.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               MOVE INPATIENT-TREATMENT-REC TO WS-TRMTSRCH-TRAILER
               MOVE TS-IN-RECORD-COUNT TO TRMT-RECS
                   MOVE "N" TO MORE-CL-SW
                   GO TO 240-EXIT
           END-READ.
           MOVE EDICLAIM-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT EDICLAIM-HDR-CHECKED
               MOVE "Y" TO EDICLAIM-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 240-COUNT-CLAIMS.
           IF EDI-CLAIM-HEADER
               ADD 1 TO CLAIMS-SENT.
       240-EXIT.
               MOVE "DB2 ERRORS LOGGED OVERNIGHT - SEE DB2ERRLOG"
                    TO RPT-FLAG-TEXT
               PERFORM 650-WRITE-FLAG THRU 650-EXIT.
           PERFORM 680-WINDOW-CHECK THRU 680-EXIT.

           IF NOT PRIOR-NIGHT-ON-FILE
               GO TO 600-EXIT.
       650-EXIT.
           EXIT.

      ***** THE CUT-OFF IS THE FIRST HH:MM AFTER THE NIGHT'S FIRST
      ***** START.  FLAG THE EARLIEST-ENDING STEP WHOSE PROJECTION OF
      ***** THE NIGHT'S FINISH WENT PAST IT.
       680-WINDOW-CHECK.
           MOVE "680-WINDOW-CHECK" TO PARA-NAME.
           IF WS-FIRST-START-SECS = ZERO OR WS-FCST-ROWS-USED = ZERO
               GO TO 680-EXIT.
           MOVE WS-CUTOFF-HHMM TO WIN-CUTOFF-HHMM.
           DIVIDE WS-FIRST-START-SECS BY 86400 GIVING WS-CUTOFF-SECS.
           COMPUTE WS-CUTOFF-SECS = WS-CUTOFF-SECS * 86400
               + WIN-CUTOFF-HH * 3600 + WIN-CUTOFF-MM * 60.
           IF WS-CUTOFF-SECS NOT > WS-FIRST-START-SECS
               ADD 86400 TO WS-CUTOFF-SECS.

           MOVE ZERO TO WS-PASSED-END-SECS.
           PERFORM 685-TEST-PROJECTION THRU 685-EXIT
               VARYING FCS-IDX FROM 1 BY 1
               UNTIL FCS-IDX > WS-FCST-ROWS-USED.
           IF WS-PASSED-END-SECS = ZERO
               GO TO 680-EXIT.

           MOVE WIN-CUTOFF-HH TO WS-CUTOFF-DISP-HH.
           MOVE WIN-CUTOFF-MM TO WS-CUTOFF-DISP-MM.
           MOVE WS-PASSED-FCST-TIME TO WS-STAMP-TIME.
           MOVE WS-STAMP-HH TO WS-ELAPSED-HH.
           MOVE WS-STAMP-MM TO WS-ELAPSED-MM.
           MOVE WS-STAMP-SS TO WS-ELAPSED-SS.
           MOVE SPACES TO RPT-FLAG-TEXT.
           STRING "PROJ FINISH " WS-ELAPSED-HHMMSS
                  " PAST " WS-CUTOFF-DISP
                  " CUT-OFF AFTER " WS-PASSED-STEP
               DELIMITED BY SIZE INTO RPT-FLAG-TEXT.
           PERFORM 650-WRITE-FLAG THRU 650-EXIT.
       680-EXIT.
           EXIT.

       685-TEST-PROJECTION.
           IF FCS-FINISH-SECS(FCS-IDX) NOT > WS-CUTOFF-SECS
               GO TO 685-EXIT.
           IF WS-PASSED-END-SECS = ZERO
              OR FCS-END-SECS(FCS-IDX) < WS-PASSED-END-SECS
               MOVE FCS-END-SECS(FCS-IDX) TO WS-PASSED-END-SECS
               MOVE FCS-FINISH-TIME(FCS-IDX) TO WS-PASSED-FCST-TIME
               MOVE FCS-STEP-NAME(FCS-IDX) TO WS-PASSED-STEP.
       685-EXIT.
           EXIT.

       690-STAMP-TO-SECS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
       690-EXIT.
           EXIT.

       700-WRITE-CARRY.
           MOVE "700-WRITE-CARRY" TO PARA-NAME.
           MOVE WS-CURR-DATE-9 TO CF-OUT-DATE.
                 FLASHCF-IN, FLASHCF-OUT, JOBCTL, FLASHRPT, SYSOUT.
           DISPLAY "MRNFLASH STEPS LISTED       : " STEPS-LISTED.
           DISPLAY "MRNFLASH RED FLAGS          : " RED-FLAGS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB MRNFLASH ********".
       900-EXIT.
           EXIT.

      ***** ONE ROW PER JOB-DATE/STEP-NAME IN THE NIGHTLY CHAIN.
      ***** MAINTAINED BY RESTCTL SO NIGHTLY.JCL CAN SKIP A STEP THAT
      ***** ALREADY COMPLETED INSTEAD OF RESTARTING THE WHOLE CHAIN
      ***** FROM PATSRCH.  IN THE PER-CAMPUS CHAIN THE LAST TWO
      ***** BYTES OF STEP-NAME ARE THE CAMPUS'S FACILITY CODE.
      ***** THE ROW GREW FROM 17 TO 100 BYTES FOR THE BATCH-WINDOW
      ***** TIMINGS; EVERY FD IS "VARYING FROM 17 TO 100" SO OLDER
      ***** ROWS STILL READ, WITH THE TIMING FIELDS LEFT AS SPACES --
      ***** TEST THEM NUMERIC BEFORE USE.  IT GREW AGAIN TO 220 FOR
      ***** THE RUN-IDENTITY HEADERS (FD "VARYING FROM 17 TO 220").
      ***** A PROGRAM THAT WRITES OR READS A HEADED FILE OUTSIDE THE
      ***** CHAIN KEEPS ITS RUN IDENTITY ON A ROW OF ITS OWN UNDER ITS
      ***** PROGRAM NAME WITH STATUS "R"; THOSE ROWS ARE NOT STEPS
      ***** AND THE TIMING REPORTS PASS OVER THEM.
       01  JOBCTL-REC.
           05  JOBCTL-KEY.
               10  JOBCTL-JOB-DATE         PIC 9(8).
               88  STEP-STARTED            VALUE "S".
               88  STEP-COMPLETE           VALUE "C".
               88  STEP-FAILED             VALUE "F".
               88  RUN-ID-ONLY             VALUE "R".
      ***** STAMPED BY RESTCTL -- START BY THE CHECK CALL JUST AHEAD
      ***** OF THE STEP, END BY THE COMPLETE (OR FAILED) CALL AFTER IT
           05  JOBCTL-START-DATE           PIC 9(8).
           05  JOBCTL-START-TIME           PIC 9(6).
           05  JOBCTL-END-DATE             PIC 9(8).
           05  JOBCTL-END-TIME             PIC 9(6).
           05  JOBCTL-ELAPSED-SECS         PIC 9(7).
      ***** THE INPUT RECORD COUNT THE STEP HANDED BACK THROUGH
      ***** STEPCNT; ZERO FOR A STEP THAT DOES NOT REPORT ONE
           05  JOBCTL-INPUT-COUNT          PIC 9(9).
      ***** THE STEP'S TRAILING AVERAGE OVER ITS LAST 30 COMPLETED
      ***** NIGHTS (AVG-NIGHTS OF THEM ON FILE), AS OF THIS COMPLETION
           05  JOBCTL-AVG-NIGHTS           PIC 9(2).
           05  JOBCTL-AVG-ELAPSED-SECS     PIC 9(7).
           05  JOBCTL-AVG-INPUT-COUNT      PIC 9(9).
      ***** WHEN THE WHOLE NIGHT WAS PROJECTED TO FINISH AS OF THIS
      ***** STEP'S COMPLETION -- THIS END TIME PLUS THE AVERAGE OF
      ***** EVERY STEP STILL TO RUN
           05  JOBCTL-FCST-FINISH-DATE     PIC 9(8).
           05  JOBCTL-FCST-FINISH-TIME     PIC 9(6).
      ***** KEPT BY RUNHDR.  RUN-SEQ IS BUMPED EACH TIME THE STEP WRITES
      ***** ITS HEADED FILES AND STAMPED IN THEIR HEADERS; THE CONSUMED
      ***** TABLE HOLDS, ONE ENTRY PER PRODUCING STEP, THE LAST RUN OF
      ***** IT THIS STEP READ TO A SUCCESSFUL END.  RESTCTL'S CHECK
      ***** CALL CARRIES THE GROUP ACROSS WHEN IT RESETS THE ROW.
           05  JOBCTL-RUN-IDENTITY.
               10  JOBCTL-RUN-SEQ          PIC 9(3).
               10  JOBCTL-CONSUMED-COUNT   PIC 9(2).
               10  JOBCTL-CONSUMED OCCURS 10 TIMES
                                   INDEXED BY JCC-IDX.
                   15  JOBCTL-CONS-STEP-NAME
                                           PIC X(8).
                   15  JOBCTL-CONS-RUN-SEQ PIC 9(3).
           05  FILLER                      PIC X(12).

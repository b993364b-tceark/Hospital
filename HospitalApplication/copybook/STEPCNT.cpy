      * COPY STEPCNT.
      ***** QSAM FILE, ONE RECORD.  WRITTEN BY THE STEPCNT SUBPROGRAM
      ***** FOR THE NIGHTLY-CHAIN STEP THAT CALLED IT, AND READ BY THE
      ***** RESTCTL COMPLETE CALL THAT FOLLOWS THE STEP, WHICH POSTS
      ***** THE COUNT ONTO THE STEP'S JOBCTL ROW.  THE JCL PASSES IT
      ***** BETWEEN THE TWO AS A TEMPORARY DATASET.
       01  STEP-COUNT-REC.
           05  SCT-PROGRAM-ID              PIC X(08).
           05  SCT-INPUT-COUNT             PIC 9(9).
           05  SCT-RUN-DATE                PIC 9(8).
           05  SCT-RUN-TIME                PIC 9(6).
           05  FILLER                      PIC X(49).

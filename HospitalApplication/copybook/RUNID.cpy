      * COPY RUNID.
      ***** QSAM FILE, ONE RECORD.  WRITTEN BY THE RESTCTL CHECK CALL
      ***** AHEAD OF A NIGHTLY-CHAIN STEP THAT WRITES OR READS A FILE
      ***** CARRYING A RUN-IDENTITY HEADER, AND READ BY THE RUNHDR
      ***** SUBPROGRAM INSIDE THAT STEP SO IT KNOWS THE NIGHT'S JOB
      ***** DATE AND THE STEP'S OWN JOBCTL ROW.  THE JCL PASSES IT
      ***** BETWEEN THE TWO AS A TEMPORARY DATASET.
       01  RUN-ID-REC.
           05  RID-JOB-DATE                PIC 9(8).
           05  RID-STEP-NAME               PIC X(8).
           05  FILLER                      PIC X(64).

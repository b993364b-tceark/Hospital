      * COPY RUNHDR.
      ***** RUN-IDENTITY HEADER -- THE FIRST RECORD OF EVERY QSAM FILE
      ***** HANDED FROM ONE STEP TO THE NEXT (PATEDIT, PATSRCH,
      ***** TRMTSRCH, CENSDATA, OUTEDIT, LATECHG, EDICLAIM).  BUILT BY
      ***** THE RUNHDR SUBPROGRAM FOR THE PRODUCER AND CHECKED BY IT FOR
      ***** EACH CONSUMER AGAINST THE PRODUCER'S JOBCTL ROW.  THE
      ***** MARKER CANNOT BEGIN A DETAIL OR TRAILER ON ANY OF THOSE
      ***** FILES.  A FILE BUILT BY CONCATENATION OR BY A SECOND STEP
      ***** WRITING DISP=MOD (LATECHG) CARRIES ONE HEADER PER PIECE.
      ***** THE SHORTEST FILE COVERED IS 50 BYTES.
       01  RUN-HEADER-REC.
           05  RHD-MARKER                  PIC X(6).
               88  RHD-IS-RUN-HEADER       VALUE "*RUNID".
           05  RHD-PRODUCER-PGM            PIC X(8).
      ***** THE PRODUCER'S JOBCTL ROW -- JOB DATE AND STEP NAME
           05  RHD-JOB-DATE                PIC 9(8).
           05  RHD-STEP-NAME               PIC X(8).
           05  RHD-RUN-SEQ                 PIC 9(3).
           05  RHD-CREATED-DATE            PIC 9(8).
           05  RHD-CREATED-TIME            PIC 9(6).
           05  FILLER                      PIC X(3).

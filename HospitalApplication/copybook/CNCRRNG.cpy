      * COPY CNCRRNG.
      ***** ONE ROW PER RANGE OF ICD-10 CODES THE STATE CANCER
      ***** REGISTRY CALLS REPORTABLE -- KEPT BY THE TUMOR REGISTRAR,
      ***** READ BY CNCRFIND.  BOTH BOUNDS ARE INCLUSIVE AND LEFT-
      ***** JUSTIFIED; A SHORT HIGH BOUND COVERS EVERY CODE BENEATH
      ***** IT ("C96" TAKES IN C969 AND ANY FURTHER CHARACTERS), A
      ***** SHORT LOW BOUND STARTS AT THE TOP OF ITS CATEGORY.
       01  CANCER-RANGE-REC.
           05  RNG-LOW-CODE                PIC X(7).
           05  RNG-HIGH-CODE               PIC X(7).
           05  RNG-DESCRIPTION             PIC X(20).
           05  FILLER                      PIC X(6).

      * COPY HACLIST.
      ***** HOSPITAL-ACQUIRED CONDITION LIST -- ONE ROW PER ICD-10
      ***** DIAGNOSIS CODE THAT COUNTS AS A HAC WHEN IT WAS NOT
      ***** PRESENT ON ADMISSION.  MAINTAINED BY QUALITY REVIEW;
      ***** THE CATEGORY IS THEIR GROUPING (FALLS, CAUTI, CLABSI,
      ***** PRESSURE ULCER ...).  READ BY HACRPT.
       01  HAC-LIST-REC.
           05  HAC-DIAG-CODE               PIC X(07).
           05  HAC-CATEGORY                PIC X(04).
           05  HAC-DESC                    PIC X(30).
           05  FILLER                      PIC X(09).

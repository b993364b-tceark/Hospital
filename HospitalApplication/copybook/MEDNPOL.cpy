      * COPY MEDNPOL.
      ***** ONE ROW PER MEDICARE COVERAGE-POLICY ITEM AND DIAGNOSIS
      ***** THE POLICY ACCEPTS AS MEDICALLY NECESSARY FOR IT.  AN
      ***** ITEM WITH NO ROWS AT ALL IS NOT UNDER A POLICY AND IS
      ***** NEVER CHECKED.  A DIAGNOSIS KEYED AS THREE CHARACTERS
      ***** (BLANK IN POSITIONS 4-7) COVERS THE WHOLE ICD-10
      ***** CATEGORY.  LOADED INTO A TABLE BY OUTEDIT AT STARTUP,
      ***** THE WAY TRMTSRCH LOADS PLANEXCL.
       01  MEDICAL-NECESSITY-POLICY-REC.
           05  MNP-ITEM-ID                 PIC X(8).
           05  MNP-DIAG-CODE               PIC X(7).
      ***** THE NCD / LCD NUMBER THE ROW WAS TAKEN FROM
           05  MNP-POLICY-REF              PIC X(10).
           05  FILLER                      PIC X(5).

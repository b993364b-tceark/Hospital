      * COPY CNCRCASE.
      ***** CANCER CASEFINDING CANDIDATE -- ONE ROW PER PATIENT
      ***** CNCRFIND FOUND IN THE MONTH AND THE REGISTRY HAS NOT
      ***** ABSTRACTED.  THE SAME ROWS PRINT ON THE CASEFINDING LIST;
      ***** CNCRXTR READS THEM BACK FOR THE CASES THE REGISTRAR
      ***** CONFIRMS (COPY CNCRCONF).  DATES ARE CCYYMMDD.
       01  CANCER-CANDIDATE-REC.
           05  CNC-PATIENT-ID              PIC X(6).
           05  CNC-FIRST-CONTACT-DATE      PIC X(8).
           05  CNC-LAST-CONTACT-DATE       PIC X(8).
      ***** WHERE THE PATIENT WAS SEEN -- "Y" FOR EACH THAT APPLIES
           05  CNC-SOURCE-STAY             PIC X(1).
               88 CNC-FROM-STAY            VALUE "Y".
           05  CNC-SOURCE-TREATMENT        PIC X(1).
               88 CNC-FROM-TREATMENT       VALUE "Y".
           05  CNC-SOURCE-OUTPATIENT       PIC X(1).
               88 CNC-FROM-OUTPATIENT      VALUE "Y".
      ***** WHY THE PATIENT WAS PICKED -- "Y" FOR EACH THAT APPLIES
           05  CNC-REASON-DIAGNOSIS        PIC X(1).
               88 CNC-BY-DIAGNOSIS         VALUE "Y".
           05  CNC-REASON-MODE             PIC X(1).
               88 CNC-BY-MODE              VALUE "Y".
           05  CNC-REASON-WARD             PIC X(1).
               88 CNC-BY-WARD              VALUE "Y".
      ***** THE FIRST REPORTABLE CODE SEEN, AND CHM / RAD WHEN THE
      ***** PATIENT HAD CHEMOTHERAPY OR RADIATION
           05  CNC-DIAG-CODE               PIC X(7).
           05  CNC-CHEMO-IND               PIC X(1).
               88 CNC-HAD-CHEMO            VALUE "Y".
           05  CNC-RADIATION-IND           PIC X(1).
               88 CNC-HAD-RADIATION        VALUE "Y".
           05  CNC-WARD-NBR                PIC X(4).
           05  CNC-ENCOUNTER-NBR           PIC X(10).
           05  CNC-FACILITY-CODE           PIC X(2).
           05  CNC-PHYS-ID                 PIC X(8).
           05  FILLER                      PIC X(19).

      * COPY CNCRSTAT.
      ***** STATE CANCER REGISTRY SUBMISSION -- THE REGISTRY'S FIXED
      ***** 300-BYTE LAYOUT.  ONE "H" HEADER, ONE "D" DETAIL PER
      ***** CONFIRMED CASE, ONE "T" TRAILER CARRYING THE DETAIL
      ***** COUNT.  ALL DATES ARE CCYYMMDD.  WRITTEN BY CNCRXTR;
      ***** EVERY DETAIL IS ALSO LOGGED TO THE DISCLOSURE FILE.
       01  CANCER-STATE-REC.
           05  CST-REC-TYPE                PIC X(01).
               88 CST-HEADER               VALUE "H".
               88 CST-DETAIL               VALUE "D".
               88 CST-TRAILER              VALUE "T".
           05  CST-DETAIL-DATA.
               10  CST-REPORTING-FACILITY  PIC X(10).
               10  CST-ACCESSION-NBR       PIC X(09).
               10  CST-SEQUENCE            PIC X(02).
               10  CST-LAST-NAME           PIC X(15).
               10  CST-FIRST-NAME          PIC X(20).
               10  CST-MIDINIT             PIC X(01).
               10  CST-SSN                 PIC X(10).
               10  CST-DOB                 PIC X(08).
               10  CST-SEX                 PIC X(01).
               10  CST-STREET              PIC X(30).
               10  CST-APARTMENT-NBR       PIC X(05).
               10  CST-CITY                PIC X(20).
               10  CST-STATE               PIC X(02).
               10  CST-POSTAL-CODE         PIC X(09).
               10  CST-FIRST-CONTACT-DATE  PIC X(08).
               10  CST-DIAGNOSIS-DATE      PIC X(08).
               10  CST-PRIMARY-SITE        PIC X(04).
               10  CST-HISTOLOGY           PIC X(04).
               10  CST-BEHAVIOR            PIC X(01).
               10  CST-CLASS-OF-CASE       PIC X(02).
               10  CST-ICD10-CODE          PIC X(07).
               10  CST-CHEMO-IND           PIC X(01).
               10  CST-RADIATION-IND       PIC X(01).
               10  CST-PHYSICIAN-ID        PIC X(08).
               10  CST-PHYSICIAN-NAME      PIC X(30).
               10  FILLER                  PIC X(83).
           05  CST-HEADER-DATA REDEFINES CST-DETAIL-DATA.
               10  CST-HDR-SENDER-ID       PIC X(10).
               10  CST-HDR-CREATED-DATE    PIC X(08).
               10  FILLER                  PIC X(281).
           05  CST-TRAILER-DATA REDEFINES CST-DETAIL-DATA.
               10  CST-TRL-DETAIL-COUNT    PIC 9(07).
               10  FILLER                  PIC X(292).

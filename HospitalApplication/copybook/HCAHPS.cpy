      * COPY HCAHPS.
      ***** PATIENT-EXPERIENCE (HCAHPS) SURVEY VENDOR FILE -- THE
      ***** VENDOR'S FIXED 250-BYTE LAYOUT.  ONE "H" HEADER, ONE "D"
      ***** DETAIL PER ELIGIBLE DISCHARGE IN THE SURVEY MONTH, ONE
      ***** "T" TRAILER CARRYING THE DETAIL COUNT.  ALL DATES ARE
      ***** CCYYMMDD.  WRITTEN MONTHLY BY HCAHPEXT; EVERY DETAIL IS
      ***** ALSO LOGGED TO THE DISCLOSURE FILE.
       01  HCAHPS-SURVEY-REC.
           05  HCA-REC-TYPE                PIC X(01).
               88 HCA-HEADER               VALUE "H".
               88 HCA-DETAIL               VALUE "D".
               88 HCA-TRAILER              VALUE "T".
           05  HCA-DETAIL-DATA.
               10  HCA-PATIENT-ID          PIC X(06).
               10  HCA-ENCOUNTER-NBR       PIC X(10).
               10  HCA-FACILITY-CODE       PIC X(02).
               10  HCA-LAST-NAME           PIC X(15).
               10  HCA-FIRST-NAME          PIC X(20).
               10  HCA-MIDINIT             PIC X(01).
               10  HCA-STREET              PIC X(30).
               10  HCA-APARTMENT-NBR       PIC X(05).
               10  HCA-CITY                PIC X(20).
               10  HCA-STATE               PIC X(02).
               10  HCA-POSTAL-CODE         PIC X(09).
               10  HCA-PHONE               PIC X(10).
               10  HCA-DOB                 PIC X(08).
               10  HCA-GENDER              PIC X(01).
               10  HCA-ADMIT-DATE          PIC X(08).
               10  HCA-DISCHARGE-DATE      PIC X(08).
               10  HCA-DISPOSITION         PIC X(02).
               10  HCA-WARD-NBR            PIC X(04).
      ***** SERVICE LINE IS THE ATTENDING'S PROVREG SPECIALTY
               10  HCA-SERVICE-LINE        PIC X(04).
               10  HCA-ATTENDING-ID        PIC X(08).
               10  HCA-ATTENDING-NAME      PIC X(30).
               10  FILLER                  PIC X(46).
           05  HCA-HEADER-DATA REDEFINES HCA-DETAIL-DATA.
               10  HCA-HDR-SENDER-ID       PIC X(10).
               10  HCA-HDR-SURVEY-MONTH    PIC X(06).
               10  HCA-HDR-CREATED-DATE    PIC X(08).
               10  FILLER                  PIC X(225).
           05  HCA-TRAILER-DATA REDEFINES HCA-DETAIL-DATA.
               10  HCA-TRL-DETAIL-COUNT    PIC 9(07).
               10  FILLER                  PIC X(242).

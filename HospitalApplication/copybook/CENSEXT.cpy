      * COPY CENSEXT.
      ***** VSAM FILE (KSDS), KEYED BY CEN-PATIENT-ID
      ***** THE NIGHT'S CENSUS, TAKEN ONCE BY CENSXTR RIGHT AFTER
      ***** POSTING.  ONE ROW PER PATMSTR STAY STILL IN HOUSE (NO
      ***** DISCHARGE DATE) PLUS EVERY STAY DISCHARGED ON THE RUN DATE
      ***** SO THE DAY'S DISCHARGES STILL COUNT.  THE MORNING REPORTS
      ***** (WARDCENS, LOSRPT, HIPAACHK, BEDBOARD, DSCHPLAN, NIGHTAUD,
      ***** CENSGEN, DIETLIST, DLYSTATS, ROUNDLST AND MARPRINT) ALL
      ***** READ THIS FILE INSTEAD OF BROWSING PATMSTR ON THEIR OWN, SO
      ***** EVERY PAGE OF THE PACKET COUNTS THE SAME PATIENTS AS OF THE
      ***** SAME MOMENT.
      ***** FIELDS CARRY THE SAME PICTURES AND CODES AS PATMSTR.
       01  CENSUS-EXTRACT-REC.
           05  CEN-PATIENT-ID              PIC X(6).
           05  CEN-PATIENT-TYPE            PIC X(1).
               88 CEN-INPATIENT            VALUE "I".
               88 CEN-OUTPATIENT           VALUES ARE "O", "0".
               88 CEN-OBSERVATION          VALUE "B".
               88 CEN-SWING-BED            VALUE "S".
           05  CEN-FACILITY-CODE           PIC X(2).
               88 CEN-MAIN-CAMPUS          VALUES "01", "  ".
               88 CEN-NORTH-CAMPUS         VALUE "02".
           05  CEN-WARD-NBR                PIC X(4).
           05  CEN-BED-IDENTITY            PIC 9(4).
           05  CEN-DATE-ADMIT              PIC X(10).
           05  CEN-DATE-DISCHARGE          PIC X(10).
           05  CEN-EXPECTED-DISCH-DATE     PIC X(10).
           05  CEN-ATTENDING-PHYSICIAN     PIC X(08).
           05  CEN-DIAG-CODE-PRIMARY       PIC X(07).
           05  CEN-HOSPITAL-STAY-LTH       PIC 999.
           05  CEN-HIPAA-SIGNED-IND        PIC X(01).
               88 CEN-HIPAA-UNSIGNED       VALUE "N".
           05  CEN-ISOLATION-STATUS-IND    PIC X(01).
               88 CEN-ON-ISOLATION         VALUE "I".
           05  CEN-ISOLATION-CONDITION-CDE PIC X(04).
           05  CEN-LOA-STATUS-IND          PIC X(01).
               88 CEN-ON-LEAVE             VALUE "L".
           05  CEN-OBSERVATION-HOURS       PIC 9(3).
      ***** PATIENT-TOT-AMT -- THE STAY'S RUNNING BALANCE
           05  CEN-PATIENT-BALANCE         PIC 9(7)V99.
           05  CEN-ENCOUNTER-NBR           PIC X(10).
      ***** ACCOM-REQUEST-IND -- "P" PATIENT-REQUESTED PRIVATE ROOM
           05  CEN-ACCOM-REQUEST-IND       PIC X(1).
               88 CEN-PRIVATE-REQUESTED    VALUE "P".
           05  FILLER                      PIC X(5).

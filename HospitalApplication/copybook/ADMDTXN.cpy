      *** WITH PLACEHOLDER DEMOGRAPHICS GOES UP IMMEDIATELY AND THE
      *** STUB QUEUES ON STUBQ FOR COMPLETION OR A PATMERGE FOLD-IN.
               88 STUB-ADMIT-TXN           VALUE "E".
      *** "W" SWINGS A STILL-ADMITTED INPATIENT TO SKILLED-NURSING
      *** LEVEL IN THE SAME BED -- NO DISCHARGE.  THE ACUTE PORTION
      *** CLOSES AS ITS OWN STAY SEGMENT AND THE STAY GOES TO
      *** PATIENT-TYPE "S".
               88 SWING-BED-TXN            VALUE "W".
           05  ADMDTXN-PATIENT-ID          PIC X(06).
           05  ADMDTXN-PATIENT-TYPE        PIC X(01).
           05  ADMDTXN-WARD-NBR            PIC X(04).
           05  ADMDTXN-INS-TYPE            PIC X(03).
           05  ADMDTXN-HIPAA-SIGNED        PIC X(01).
           05  ADMDTXN-ATTENDING-PHYSICIAN PIC X(08).
      *** BED FOR ADMITS AND THE NEW WARD/BED PAIR ON A TRANSFER
           05  ADMDTXN-BED-NBR             PIC X(04).
      *** A NEWBORN ADMIT NAMES THE MOTHER, SO THE BABY'S RECORD IS
      *** LINKED AND COVERAGE DEFAULTS FROM HERS; STMT-MODE SAYS
               88 DISP-AMA                 VALUE "AM".
               88 DISP-EXPIRED             VALUE "EX".
               88 DISP-TRANSFER            VALUE "TR".
               88 DISP-HOSPICE             VALUE "HS".
               88 VALID-DISPOSITION VALUES "HO" "SN" "AM" "EX" "TR"
                                           "HS".
      ***** CAMPUS THE TRANSACTION WAS KEYED AT -- BLANK IS READ AS
      ***** THE MAIN CAMPUS
           05  ADMDTXN-FACILITY-CODE       PIC X(02).
               88 ADMDTXN-MAIN-CAMPUS      VALUES "01", "  ".
               88 ADMDTXN-NORTH-CAMPUS    VALUE "02".
               88 ADMDTXN-VALID-FACILITY  VALUES "01", "02", "  ".
      *** EXPECTED ARRIVAL (YYYY-MM-DD), REQUIRED ON A PRE-ADMIT.
      *** ADMITTING ALSO KEYS IT ON THE "A" FOR A SCHEDULED ARRIVAL,
      *** WHICH MARKS THE ADMIT ELECTIVE -- ADMDISCH REFUSES AN
      *** ELECTIVE ADMIT WHOSE ATTENDING IS ON THE HIM SUSPENSION LIST.
           05  ADMDTXN-EXPECTED-DATE       PIC X(10).
      *** THE STAY'S ENCOUNTER NUMBER.  HL7ADT STAMPS A FRESH ONE ON
      *** AN ADMIT; ADMDISCH ISSUES ONE FOR A KEYED ADMIT THAT
      *** ARRIVES BLANK.  ON EVERY OTHER TYPE A NON-BLANK VALUE MUST
      *** MATCH THE LIVE STAY OR THE TRANSACTION IS REJECTED.
           05  ADMDTXN-ENCOUNTER-NBR       PIC X(10).
      *** AN ADMIT FOR AN ACCIDENT INJURY NAMES THE ACCIDENT AND THE
      *** LIABLE CARRIER (A PAYER-MASTER ID) SO THE STAY BILLS THEM
      *** FIRST -- ADMDISCH FILES THESE ON ACCDCOV.  TYPE BLANK IS
      *** AN ORDINARY ADMISSION.
           05  ADMDTXN-ACCIDENT-TYPE       PIC X(01).
               88 ADMDTXN-NO-ACCIDENT      VALUE " ".
               88 ADMDTXN-VALID-ACCIDENT   VALUES "W", "A", "O".
           05  ADMDTXN-ACCIDENT-DATE       PIC X(10).
           05  ADMDTXN-ACCIDENT-STATE      PIC X(02).
           05  ADMDTXN-ACC-CLAIM-NBR       PIC X(20).
           05  ADMDTXN-LIAB-PAYER-ID       PIC X(08).
      *** THE MEDICARE SECONDARY PAYER QUESTIONS, ASKED AT EVERY
      *** MEDICARE ADMISSION -- "Y" OR "N" EACH.  ANY "Y" MEANS
      *** ANOTHER PAYER IS PRIMARY: MSP-PRIMARY-PAYER NAMES IT (A
      *** PAYER-MASTER ID), EXCEPT THAT AN ACCIDENT WITH NO PAYER
      *** NAMED FALLS BACK TO THE LIABLE CARRIER ABOVE.  ADMDISCH
      *** FILES THE ANSWERS ON MSPQUEST FOR THE STAY.
      *** THE 60-BYTE RECORD WAS WIDENED TO 120 FOR THE ENCOUNTER
      *** NUMBER; THESE ANSWERS TOOK THE LAST OF THAT GROWTH ROOM.
           05  ADMDTXN-MSP-EMPLOYED-GHP    PIC X(01).
           05  ADMDTXN-MSP-SPOUSE-GHP      PIC X(01).
           05  ADMDTXN-MSP-ACCIDENT        PIC X(01).
           05  ADMDTXN-MSP-ESRD            PIC X(01).
           05  ADMDTXN-MSP-BLACK-LUNG      PIC X(01).
           05  ADMDTXN-MSP-PRIMARY-PAYER   PIC X(08).
      *** HOW THE PATIENT CAME TO US AND WHO SENT THEM, FOR THE
      *** REFERRAL VOLUME REPORT (REFRPT).  NOT THE PATIENT'S OWN
      *** PCP -- THAT IS PRIMARY-CARE-PHYSICIAN-ID ON PATMSTR.  THE
      *** REFERRING PROVIDER IS EXPECTED ON A PHYSICIAN OR CLINIC
      *** REFERRAL AND NAMES THE SENDING FACILITY ON A TRANSFER.
      *** THE RECORD WAS WIDENED AGAIN, 120 TO 140, FOR THESE.
           05  ADMDTXN-REFERRAL-SOURCE     PIC X(01).
               88 ADMDTXN-REF-PHYSICIAN    VALUE "P".
               88 ADMDTXN-REF-SELF         VALUE "S".
               88 ADMDTXN-REF-EMERGENCY    VALUE "E".
               88 ADMDTXN-REF-TRANSFER     VALUE "T".
               88 ADMDTXN-REF-CLINIC       VALUE "C".
               88 ADMDTXN-VALID-REFERRAL   VALUES "P", "S", "E", "T",
                                                  "C", " ".
           05  ADMDTXN-REFERRING-PROV      PIC X(08).
      *** ACCOMMODATION ON AN ADMIT OR TRANSFER -- "P" THE PATIENT
      *** ASKED FOR A PRIVATE ROOM (THE DIFFERENTIAL OVER THE SEMI-
      *** PRIVATE RATE IS THE PATIENT'S), "M" PRIVATE BECAUSE IT IS
      *** MEDICALLY NEEDED (ISOLATION AND THE LIKE), BLANK NEITHER.
           05  ADMDTXN-ACCOM-REQUEST       PIC X(01).
               88 ADMDTXN-PRIVATE-REQUESTED VALUE "P".
               88 ADMDTXN-PRIVATE-NECESSARY VALUE "M".
               88 ADMDTXN-VALID-ACCOM      VALUES "P", "M", " ".
           05  FILLER                      PIC X(10).

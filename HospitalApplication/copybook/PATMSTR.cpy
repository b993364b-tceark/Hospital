      ***** "B" IS AN OBSERVATION STAY -- UNDER 48 HOURS, ROOM
      ***** BILLED PER HOUR RATHER THAN PER DAY
               88 OBSERVATION VALUE "B".
      ***** "S" IS A SWING-BED STAY -- AN INPATIENT WHO NO LONGER
      ***** NEEDS ACUTE CARE, KEPT IN THE SAME BED AT SKILLED-
      ***** NURSING LEVEL.  ADMDISCH CONVERTS "I" TO "S" WITHOUT A
      ***** DISCHARGE; CENSGEN CHARGES THE SWING DAILY RATE AND
      ***** EDICLAIM BILLS THE SWING PORTION ON ITS OWN CLAIM TYPE.
               88 SWING-BED   VALUE "S".
               88 VALID-TYPE  VALUES ARE "I", "O", "B", "S".
           05  PREVIOUS-PATIENT-IND            PIC X(01).
               88 PREV-PATIENT         VALUE "Y".
               88 NOT-PREVE-PATIENT    VALUE "N".
           05  HIPAA-FORM-SIGNED-IND           PIC X(01).
               88 HIPAA-SIGNED       VALUE "Y".
               88 HIPAA-UNSIGNED     VALUE "N".
           05  PATIENT-ADMIT-COMMENTS          PIC X(123).
      ***** PRIVATE-ROOM ACCOMMODATION, SET AT ADMISSION AND RESET AT
      ***** EVERY TRANSFER FROM ADMDTXN.  "P" -- THE PATIENT ASKED FOR
      ***** A PRIVATE ROOM THAT IS NOT MEDICALLY NEEDED, SO THE PAYER
      ***** PAYS ONLY THE WARD'S SEMI-PRIVATE BASE RATE AND THE BED'S
      ***** PRIVATE PREMIUM (HOSP_BED SPECIAL_CHARGES) IS THE PATIENT'S.
      ***** "M" -- PRIVATE BECAUSE IT IS MEDICALLY NEEDED; THE PAYER
      ***** PAYS THE WHOLE RATE, AS IT DOES FOR BLANK (NO REQUEST) AND
      ***** FOR ANY STAY ON ISOLATION.  THE DIFFERENTIAL IS THE PATIENT
      ***** PORTION OF THE ROOM CHARGES POSTED SO FAR -- PART OF
      ***** PATIENT-TOT-AMT, LEFT OFF THE CLAIM, SHOWN ON THE STATEMENT.
      ***** SEG-PRIOR-DIFFERENTIAL IS ITS VALUE WHEN THE LAST STAY
      ***** SEGMENT CLOSED, THE WAY SEG-PRIOR-CHARGES IS.  ALL CARVED
      ***** FROM THE TAIL OF THE COMMENTS.
           05  ACCOM-REQUEST-IND               PIC X(01).
               88 PRIVATE-ROOM-REQUESTED       VALUE "P".
               88 PRIVATE-ROOM-NECESSARY       VALUE "M".
           05  ROOM-DIFFERENTIAL-X             PIC X(9).
           05  ROOM-DIFFERENTIAL-AMT REDEFINES ROOM-DIFFERENTIAL-X
                                               PIC 9(7)V99.
           05  SEG-PRIOR-DIFFERENTIAL-X        PIC X(9).
           05  SEG-PRIOR-DIFFERENTIAL
                   REDEFINES SEG-PRIOR-DIFFERENTIAL-X PIC 9(7)V99.
      ***** HOW THE PATIENT CAME TO US AND WHO SENT THEM, SET AT
      ***** ADMISSION FROM ADMDTXN (AN OUTPATIENT VISIT FILLS IT IN
      ***** WHEN REGISTRATION LEFT IT BLANK).  NOT THE PATIENT'S OWN
      ***** PCP ABOVE.  CARVED FROM THE TAIL OF THE COMMENTS; BLANK
      ***** REPORTS AS UNKNOWN ON REFRPT.
           05  REFERRAL-SOURCE                 PIC X(01).
               88 REFERRED-BY-PHYSICIAN        VALUE "P".
               88 SELF-REFERRED                VALUE "S".
               88 REFERRED-BY-EMERGENCY        VALUE "E".
               88 TRANSFERRED-IN               VALUE "T".
               88 REFERRED-BY-CLINIC           VALUE "C".
           05  REFERRING-PROVIDER-ID           PIC X(08).
      ***** PRESENT-ON-ADMISSION FLAG FOR EACH OF THE THREE
      ***** DIAGNOSES ABOVE -- Y PRESENT, N NOT PRESENT, U NOT
      ***** DOCUMENTED, W CLINICALLY UNDETERMINED.  THE ADMITTING
      ***** DIAGNOSIS IS "Y" FROM ADMDISCH; A CODE PICKED UP BY THE
      ***** POSTING RUNS ARRIVES BLANK AND HIM KEYS THE FLAG
      ***** THROUGH PROCCODE.  CLMSCRUB HOLDS AN INPATIENT CLAIM
      ***** WITH A DIAGNOSIS BUT NO FLAG.  CARVED FROM THE COMMENTS.
           05  DIAGNOSIS-POA-FLAGS.
               10  POA-PRIMARY                 PIC X(01).
                   88 POA-PRIMARY-VALID    VALUES "Y", "N", "U", "W".
               10  POA-SECONDARY               PIC X(01).
                   88 POA-SECONDARY-VALID  VALUES "Y", "N", "U", "W".
               10  POA-TERTIARY                PIC X(01).
                   88 POA-TERTIARY-VALID   VALUES "Y", "N", "U", "W".
      ***** PROCEDURES PERFORMED ON THE STAY, KEYED BY HIM THROUGH
      ***** PROCCODE.  ENTRY 1 IS THE PRINCIPAL PROCEDURE; 2 AND 3
      ***** ARE SECONDARY.  EACH CARRIES THE ICD-10-PCS CODE THE
      ***** FACILITY CLAIM AND CASEMIX USE, THE CPT CODE THE
      ***** PROFESSIONAL CLAIM USES, THE DATE PERFORMED AND THE
      ***** PERFORMING PHYSICIAN FROM THE PROVIDER REGISTRY.  CARVED
      ***** FROM THE COMMENTS LIKE ENCOUNTER-NBR BELOW -- THE RECORD
      ***** STAYS 3133 BYTES.  BLANK MEANS NOTHING CODED.
           05  PROCEDURE-CODING.
               10  PROCEDURE-ENTRY OCCURS 3 TIMES.
                   15  PROC-ICD10-PCS          PIC X(07).
                   15  PROC-CPT-CODE           PIC X(05).
                   15  PROC-PERFORMED-DATE     PIC X(10).
                   15  PROC-PERFORMING-PHYS    PIC X(08).
      ***** THE VISIT THIS ROW DESCRIBES.  ISSUED BY ENCNEXT WHEN
      ***** ADMDISCH OR HL7ADT OPENS THE STAY AND CARRIED ONTO THE
      ***** CHGDTL, CLMREG, PATHIST AND DAILY-CHARGE ROWS SO CLAIMS,
      ***** STATEMENTS, REMITS AND AUDIT IMAGES TIE TO ONE STAY
      ***** RATHER THAN TO THE PERSON.  PATIENT-ID STAYS THE PERSON-
      ***** LEVEL KEY.  CARVED FROM THE TAIL OF THE COMMENTS SO THE
      ***** 3133-BYTE RECORD DOES NOT MOVE; BLANK ON A STAY OPENED
      ***** BEFORE ENCOUNTER NUMBERS WERE ISSUED.
           05  ENCOUNTER-NBR                   PIC X(10).
           05  DAILY-LAB-CHARGES-SUMMARY OCCURS 20 TIMES.
               10  LAB-TEST-S-ID             PIC X(08).
               10  LAB-TEST-DATE             PIC X(08).
               88 DISCHARGED-AMA               VALUE "AM".
               88 DISCHARGED-EXPIRED           VALUE "EX".
               88 DISCHARGED-TRANSFER          VALUE "TR".
               88 DISCHARGED-HOSPICE           VALUE "HS".
      ***** "L" WHILE THE PATIENT IS OUT ON AN OVERNIGHT LEAVE OF
      ***** ABSENCE -- THE BED STAYS HELD AT THE BED-HOLD RATE AND
      ***** THE CENSUS COUNTS IT HELD, NOT OCCUPIED
      ***** STAYSEG FILE -- EDICLAIM LEAVES IT ALONE.  THE CURRENT
      ***** SEGMENT'S START DATE AND THE CHARGES POSTED BEFORE IT
      ***** STARTED RIDE HERE SO EACH SEGMENT'S OWN CHARGES ARE
      ***** SIMPLE SUBTRACTION AT CLOSE.  A SWING-BED CONVERSION
      ***** CLOSES THE ACUTE PORTION THE SAME WAY, SO ON A SWING-BED
      ***** STAY THESE TWO CARRY THE SWING START DATE AND THE ACUTE
      ***** CHARGES EDICLAIM LEAVES OFF THE SWING CLAIM.
           05  SEGMENTED-STAY-IND              PIC X(01).
               88 SEGMENTED-STAY               VALUE "S".
           05  SEG-CURR-START-DATE             PIC X(10).
           05  PATIENT-BLOOD-TYPE.
               10  PATIENT-ABO-GRP             PIC X(02).
               10  PATIENT-RH-FACTOR           PIC X(01).
      ***** "C" MARKS A CONFIDENTIAL (VIP / RESTRICTED) PATIENT, SET
      ***** AND CLEARED ONLY BY CONFMNT.  THE INQUIRIES SHOW A
      ***** CONFIDENTIAL RECORD ONLY TO AN OPERATOR HOLDING THE
      ***** CONFIDENTIAL-VIEW CLASS ON OPERMSTR, AND EVERY LOOKUP --
      ***** SHOWN OR REFUSED -- GOES TO THE ACCESS LOG FOR PRIVRPT.
           05  CONFIDENTIAL-IND                PIC X(01).
               88 CONFIDENTIAL-PATIENT         VALUE "C".
      ***** "Y" WHEN THE PATIENT HAS ASKED NOT TO BE LISTED OR
      ***** CONTACTED -- SET AND CLEARED THROUGH CONFMNT.  OUTSIDE
      ***** EXTRACTS SUCH AS THE HCAHPS SURVEY FILE MUST SKIP THEM.
           05  NO-PUBLICITY-IND                PIC X(01).
               88 NO-PUBLICITY-PATIENT         VALUE "Y".
           05  FILLER                          PIC X(3).

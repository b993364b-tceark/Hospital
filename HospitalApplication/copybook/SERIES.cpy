      * COPY SERIES.
      ***** ONE ROW PER RECURRING OUTPATIENT SERIES -- A COURSE OF
      ***** PHYSICAL THERAPY, RADIATION OR CHEMOTHERAPY BILLED AS ITS
      ***** OWN ACCOUNT.  KEYED BY THE SERIES' ENCOUNTER NUMBER,
      ***** ISSUED BY ENCNEXT WHEN SERREG OPENS THE SERIES; EVERY
      ***** VISIT IN THE SERIES CARRIES IT IN VISIT-ENCOUNTER-NBR.
      ***** OUTEDIT REJECTS A VISIT NAMING A SERIES THAT IS NOT OPEN
      ***** FOR THE PATIENT; OUTUPDT COUNTS EACH POSTED VISIT AGAINST
      ***** THE AUTHORIZED VISITS AND LOGS IT ON SERVISIT; SERBILL
      ***** BILLS THE SERIES ONE CLAIM PER CALENDAR MONTH.
       01  SERIES-ACCOUNT-REC.
           05  SER-ENCOUNTER-NBR           PIC X(10).
           05  SER-PATIENT-ID              PIC X(6).
           05  SER-TREATMENT-TYPE          PIC X(2).
               88 SER-PHYSICAL-THERAPY     VALUE "PT".
               88 SER-OCCUPATIONAL-THERAPY VALUE "OT".
               88 SER-RADIATION            VALUE "RT".
               88 SER-CHEMOTHERAPY         VALUE "CH".
               88 SER-VALID-TYPE           VALUES "PT", "OT", "RT",
                                                  "CH".
           05  SER-STATUS                  PIC X(1).
               88 SER-ACTIVE               VALUE "A".
               88 SER-CLOSED               VALUE "C".
           05  SER-ORDERING-PHYS           PIC X(8).
           05  SER-DIAG-CODE               PIC X(7).
      ***** THE PAYER'S AUTHORIZATION FOR THE COURSE AND THE VISITS
      ***** IT ALLOWS.  SER-WARN-REMAINING IS HOW MANY VISITS LEFT
      ***** PUTS THE SERIES ON SERREG'S AUTHORIZATION WATCH LIST.
           05  SER-AUTH-NUMBER             PIC X(15).
           05  SER-VISITS-AUTHORIZED       PIC 9(3).
           05  SER-VISITS-USED             PIC 9(3).
           05  SER-WARN-REMAINING          PIC 9(2).
      ***** CCYYMMDD, THE SAME FORM AS VISIT-DTE
           05  SER-START-DATE              PIC X(8).
           05  SER-END-DATE                PIC X(8).
           05  SER-LAST-VISIT-DATE         PIC X(8).
      ***** CCYYMM OF THE LATEST MONTH SERBILL CLAIMED
           05  SER-LAST-BILLED-MONTH       PIC X(6).
           05  SER-OPENED-DATE             PIC X(8).
           05  SER-LAST-MAINT-BY           PIC X(8).
           05  FILLER                      PIC X(17).

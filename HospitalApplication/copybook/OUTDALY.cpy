               10  EQUIPMENT-COST          PIC 9(5)V99.
               10  EQUIPMENT-PRES-PHYS     PIC X(08).
               10  EQUIPMENT-REASON-CDE    PIC X(04).
           05  DAILY-CHARGES-COMMENTS      PIC X(246).
      *** WHO SENT THE PATIENT FOR THIS VISIT -- SOURCE CODES AS ON
      *** ADMDTXN (P PHYSICIAN, S SELF, E EMERGENCY, T TRANSFER,
      *** C CLINIC).  OUTUPDT FILLS THE STAY'S REFERRAL IN FROM IT
      *** WHEN REGISTRATION LEFT IT BLANK.  CARVED FROM THE TAIL OF
      *** THE COMMENTS; BLANK IS "NOT KNOWN".
           05  VISIT-REFERRAL-SOURCE       PIC X(01).
               88  VALID-VISIT-REFERRAL VALUES "P", "S", "E", "T",
                                               "C", " ".
               88  VISIT-REF-NEEDS-PROV VALUES "P", "C".
           05  VISIT-REFERRING-PROV        PIC X(08).
      *** CICS OPERATOR WHO KEYED THE VISIT, PLUS GROWTH FILLER SO
      *** THE 1051-BYTE RECORD (AND EVERY FD THAT QUOTES IT) ONLY
      *** CHANGES ONCE
           05  OPERATOR-ID             PIC X(08).
      *** THE ENCOUNTER THE VISIT BILLS UNDER -- A RECURRING SERIES
      *** CARRIES ITS OWN NUMBER SO IT NEED NOT SHARE AN INPATIENT
      *** STAY'S.  BLANK POSTS TO THE PATIENT'S LIVE STAY ON PATMSTR.
           05  VISIT-ENCOUNTER-NBR     PIC X(10).
           05  FILLER                  PIC X(06).

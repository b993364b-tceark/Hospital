      *** TRANSACTION'S EFFECTS END TO END IN ADMDISCH.
               88 HL7-CANCEL-ADMIT     VALUE "A11".
               88 HL7-CANCEL-DISCH     VALUE "A13".
      *** A04 REGISTERS AN EMERGENCY DEPARTMENT ARRIVAL; "ZED" IS
      *** THE ED TRACKING BOARD'S MILESTONE EVENT (TRIAGE, PROVIDER
      *** SEEN, DISPOSITION DECISION, DEPARTURE).  HL7ADT APPLIES
      *** BOTH STRAIGHT TO THE EDVISIT FILE -- ONLY THE ED DETAIL
      *** FIELDS BELOW ARE MEANINGFUL ON THEM.
               88 HL7-ED-ARRIVAL-EVENT VALUE "A04".
               88 HL7-ED-MILESTONE-EVENT VALUE "ZED".
           05  HL7-PATIENT-ID          PIC X(06).
           05  HL7-PATIENT-CLASS       PIC X(01).
           05  HL7-ASSIGNED-WARD       PIC X(04).
               10  HL7-A08-CARRIER-NAME    PIC X(30).
               10  HL7-A08-INS-IDENT-NBR   PIC X(20).
               10  HL7-A08-GROUP-NBR       PIC X(10).
      *** ED DETAIL -- SAME BYTES AS THE A08 PAYLOAD, CARRIED ONLY ON
      *** AN A04 OR ZED.  THE EVENT DATE GOES WITH HL7-EVENT-TIME,
      *** SINCE A VISIT CAN STRADDLE THE NIGHTLY CUTOFF.
           05  HL7-ED-DETAIL REDEFINES HL7-A08-DETAIL.
               10  HL7-ED-EVENT-DATE       PIC X(08).
               10  HL7-ED-MILESTONE        PIC X(01).
                   88 HL7-ED-TRIAGED       VALUE "T".
                   88 HL7-ED-PROVIDER-SEEN VALUE "P".
                   88 HL7-ED-DECISION      VALUE "D".
                   88 HL7-ED-DEPARTED      VALUE "X".
               10  HL7-ED-ESI-LEVEL        PIC X(01).
               10  HL7-ED-PROVIDER-ID      PIC X(08).
               10  HL7-ED-DISPOSITION      PIC X(02).
               10  FILLER                  PIC X(154).
      *** ADMIT DETAIL -- SAME BYTES AGAIN, CARRIED ONLY ON AN A01.
      *** PV1-14 ADMIT SOURCE AS THE SENDER CODES IT (HL7 TABLE 0023,
      *** OR ONE OF OUR OWN REFERRAL LETTERS -- SEE ADMDTXN) AND
      *** PV1-8 REFERRING DOCTOR.  HL7ADT MAPS THE SOURCE.
           05  HL7-ADMIT-DETAIL REDEFINES HL7-A08-DETAIL.
               10  HL7-ADM-ADMIT-SOURCE    PIC X(02).
               10  HL7-ADM-REFERRING-MD    PIC X(08).
               10  FILLER                  PIC X(164).

      * COPY EDVISIT.
      ***** VSAM KSDS -- ONE ROW PER EMERGENCY DEPARTMENT VISIT,
      ***** KEYED BY PATIENT AND ARRIVAL.  HL7ADT OPENS THE ROW ON
      ***** THE A04 ED REGISTRATION, STAMPS EACH TRACKING-BOARD
      ***** MILESTONE (TRIAGE, PROVIDER SEEN, DISPOSITION DECISION,
      ***** DEPARTURE) AS ITS EVENT ARRIVES, AND -- WHEN THE PATIENT
      ***** IS ADMITTED -- LINKS THE VISIT TO THE INPATIENT STAY'S
      ***** ENCOUNTER ON THE A01.  EDTHRPT REPORTS THROUGHPUT OFF IT.
      ***** EVERY DATE IS CCYYMMDD AND EVERY TIME HHMM (24-HOUR);
      ***** A MILESTONE NOT YET REACHED IS BLANK.
       01  ED-VISIT-REC.
           05  EDV-VISIT-KEY.
               10  EDV-PATIENT-ID          PIC X(6).
               10  EDV-ARRIVAL-DATE        PIC X(8).
               10  EDV-ARRIVAL-TIME        PIC X(4).
      ***** EMERGENCY SEVERITY INDEX, 1 (RESUSCITATION) THROUGH 5
      ***** (NON-URGENT), SET AT TRIAGE
           05  EDV-ESI-LEVEL               PIC X(1).
               88 EDV-VALID-ESI            VALUES "1" THRU "5".
           05  EDV-TRIAGE-DATE             PIC X(8).
           05  EDV-TRIAGE-TIME             PIC X(4).
           05  EDV-PROVIDER-DATE           PIC X(8).
           05  EDV-PROVIDER-TIME           PIC X(4).
           05  EDV-PROVIDER-ID             PIC X(8).
           05  EDV-DECISION-DATE           PIC X(8).
           05  EDV-DECISION-TIME           PIC X(4).
           05  EDV-DISPOSITION             PIC X(2).
               88 EDV-DISP-ADMITTED        VALUE "AD".
               88 EDV-DISP-DISCHARGED      VALUE "DC".
               88 EDV-DISP-TRANSFERRED     VALUE "TR".
               88 EDV-DISP-LWBS            VALUE "LW".
               88 EDV-DISP-LEFT-AMA        VALUE "LA".
               88 EDV-DISP-EXPIRED         VALUE "EX".
               88 EDV-VALID-DISPOSITION    VALUES "AD", "DC", "TR",
                                           "LW", "LA", "EX".
      ***** THE INPATIENT STAY THE VISIT TURNED INTO, AND WHEN
           05  EDV-ADMIT-DATE              PIC X(8).
           05  EDV-ADMIT-TIME              PIC X(4).
           05  EDV-ENCOUNTER-NBR           PIC X(10).
      ***** WHEN THE PATIENT PHYSICALLY LEFT THE DEPARTMENT -- FOR
      ***** AN ADMITTED PATIENT, ARRIVAL ON THE INPATIENT BED, SO
      ***** DECISION TO DEPARTURE IS THE BOARDING TIME
           05  EDV-DEPART-DATE             PIC X(8).
           05  EDV-DEPART-TIME             PIC X(4).
           05  EDV-VISIT-STATUS            PIC X(1).
               88 EDV-OPEN                 VALUE "O".
               88 EDV-CLOSED               VALUE "C".
           05  FILLER                      PIC X(20).

      * COPY ATTDFLT.
      ***** ONE ROW PER ADMISSION THAT ARRIVED WITHOUT A VALID
      ***** ATTENDING PHYSICIAN -- BLANK, NOT AN ACTIVE PROVREG
      ***** PHYSICIAN, OR THE EMERGENCY DEPARTMENT DOCTOR WHO SAW
      ***** THE PATIENT DOWNSTAIRS.  ADMDISCH APPENDS THE ROW WHEN
      ***** THE ADMIT COMMITS, NAMING THE ON-CALL PHYSICIAN IT PUT
      ***** ON PATMSTR INSTEAD; ATTDRPT PRINTS THEM EACH MORNING SO
      ***** THE PHYSICIAN AND HIM CAN CONFIRM THE ASSIGNMENT.
       01  DEFAULTED-ATTENDING-REC.
           05  ADF-PATIENT-ID              PIC X(6).
           05  ADF-ENCOUNTER-NBR           PIC X(10).
           05  ADF-ADMIT-DATE              PIC X(10).
           05  ADF-ADMIT-TIME              PIC X(4).
           05  ADF-TXN-TYPE                PIC X(1).
           05  ADF-WARD-NBR                PIC X(4).
           05  ADF-SPECIALTY-CDE           PIC X(4).
      ***** WHAT THE TRANSACTION CARRIED, AND WHY IT WAS PASSED OVER
           05  ADF-RECEIVED-PHYSICIAN      PIC X(8).
           05  ADF-REASON                  PIC X(1).
               88 ADF-ATTENDING-BLANK      VALUE "B".
               88 ADF-NOT-ON-REGISTRY      VALUE "R".
               88 ADF-ED-PHYSICIAN         VALUE "E".
      ***** BLANK WHEN THE SCHEDULE HAD NOBODY ON CALL -- THE STAY
      ***** KEEPS WHAT THE TRANSACTION CARRIED AND THE REPORT SAYS
      ***** SO
           05  ADF-ONCALL-PHYSICIAN        PIC X(8).
               88 ADF-NO-COVERAGE          VALUE SPACES.
           05  FILLER                      PIC X(24).

           05  PRG-PROVIDER-ID             PIC X(8).
           05  PRG-PROVIDER-NAME           PIC X(30).
           05  PRG-SPECIALTY-CDE           PIC X(4).
      ***** EMERGENCY MEDICINE SEES THE PATIENT BUT DOES NOT
      ***** ATTEND THE STAY -- ADMDISCH WILL NOT LEAVE ONE AS
      ***** ATTENDING
               88 PRG-EMERGENCY-MEDICINE   VALUE "EMER".
           05  PRG-LICENSE-NBR             PIC X(10).
           05  PRG-LICENSE-EXPIRES         PIC X(10).
           05  PRG-ACTIVE-STATUS           PIC X(1).

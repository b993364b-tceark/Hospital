      * COPY REFHIST.
      ***** ONE ROW PER MONTH, REFERRAL SOURCE AND REFERRING PROVIDER
      ***** -- THE MONTH'S ADMISSIONS, OUTPATIENT REGISTRATIONS,
      ***** PATIENT-DAYS AND GROSS CHARGES FOR STAYS OPENED IN IT, AS
      ***** THEY STOOD WHEN REFRPT RAN.  CARRIED FORWARD OLD-TO-NEW BY
      ***** REFRPT, WHICH REPLACES THE REPORT MONTH'S ROWS AND READS
      ***** THE SAME MONTH A YEAR EARLIER BACK FOR ITS COMPARISON --
      ***** SO THE COMPARISON SURVIVES THE STAYS THEMSELVES BEING
      ***** ARCHIVED AND PURGED.  SOURCE CODES AS ON ADMDTXN; BLANK
      ***** IS UNKNOWN.
       01  REFERRAL-HISTORY-REC.
           05  RFH-MONTH                   PIC 9(6).
           05  RFH-REFERRAL-SOURCE         PIC X(1).
           05  RFH-REFERRING-PROV          PIC X(8).
           05  RFH-ADMISSIONS              PIC 9(7).
           05  RFH-OUTPT-REGS              PIC 9(7).
           05  RFH-PATIENT-DAYS            PIC 9(7).
           05  RFH-GROSS-CHARGES           PIC 9(11)V99.
      ***** CCYYMMDD THE ROW WAS WRITTEN
           05  RFH-RUN-DATE                PIC X(8).
           05  FILLER                      PIC X(3).

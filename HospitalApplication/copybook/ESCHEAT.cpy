      * COPY ESCHEAT.
      ***** UNCLAIMED-PROPERTY (ESCHEAT) RECORDS.  ESCHLTR MAILS THE
      ***** DUE-DILIGENCE LETTERS FOR DORMANT PATIENT CREDITS;
      ***** ESCHRPT TAKES THE RESPONSES BACK AND BUILDS THE STATE'S
      ***** HOLDER REPORT FROM WHATEVER WENT UNCLAIMED.

      ***** ONE ROW PER LETTER RESPONSE, KEYED BY THE MAILROOM.  THE
      ***** PATIENT AND AMOUNT PICK OUT THE CREDIT THE LETTER NAMED.
       01  ESCHEAT-RESPONSE-REC.
           05  ERS-PATIENT-ID              PIC X(6).
           05  ERS-CREDIT-AMT              PIC 9(7)V99.
      ***** C OWNER CLAIMED THE MONEY, U LETTER CAME BACK UNDELIVERABLE
           05  ERS-RESPONSE                PIC X(1).
               88 ERS-CLAIMED              VALUE "C".
               88 ERS-UNDELIVERABLE        VALUE "U".
           05  ERS-RESPONSE-DATE           PIC X(8).
           05  FILLER                      PIC X(6).

      ***** HOLDER REPORT TO THE STATE -- ONE "H" HEADER, ONE "D"
      ***** DETAIL PER PROPERTY, ONE "T" TRAILER CARRYING THE COUNT
      ***** AND TOTAL.  THE BODY IS REDEFINED BY RECORD TYPE.
       01  ESCHEAT-HOLDER-REC.
           05  EHR-REC-TYPE                PIC X(1).
               88 EHR-HEADER               VALUE "H".
               88 EHR-DETAIL               VALUE "D".
               88 EHR-TRAILER              VALUE "T".
           05  EHR-HOLDER-ID               PIC X(10).
           05  EHR-REPORT-DATE             PIC 9(8).
           05  EHR-BODY                    PIC X(231).
           05  EHR-HEADER-BODY REDEFINES EHR-BODY.
               10  EHR-HOLDER-NAME         PIC X(40).
               10  FILLER                  PIC X(191).
           05  EHR-DETAIL-BODY REDEFINES EHR-BODY.
               10  EHR-OWNER-ACCOUNT       PIC X(6).
               10  EHR-OWNER-LAST-NAME     PIC X(15).
               10  EHR-OWNER-FIRST-NAME    PIC X(20).
               10  EHR-OWNER-MIDINIT       PIC X(1).
               10  EHR-OWNER-SSN           PIC X(10).
               10  EHR-OWNER-APT           PIC X(5).
               10  EHR-OWNER-STREET        PIC X(30).
               10  EHR-OWNER-CITY          PIC X(20).
               10  EHR-OWNER-STATE         PIC X(2).
               10  EHR-OWNER-ZIP           PIC X(9).
               10  EHR-PROPERTY-TYPE       PIC X(4).
               10  EHR-PROPERTY-AMT        PIC 9(7)V99.
               10  EHR-LAST-ACTIVITY-DATE  PIC 9(8).
      ***** L DUE-DILIGENCE LETTER SENT, W LETTER WAIVED
               10  EHR-DUE-DILIGENCE       PIC X(1).
               10  FILLER                  PIC X(91).
           05  EHR-TRAILER-BODY REDEFINES EHR-BODY.
               10  EHR-PROPERTY-COUNT      PIC 9(7).
               10  EHR-PROPERTY-TOTAL      PIC 9(9)V99.
               10  FILLER                  PIC X(213).

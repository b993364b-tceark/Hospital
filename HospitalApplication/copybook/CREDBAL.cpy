               88 CRB-QUEUED               VALUE "Q".
               88 CRB-CLEARED              VALUE "C".
           05  CRB-PAYER-ID                PIC X(8).
      ***** UNCLAIMED-PROPERTY (ESCHEAT) DUE DILIGENCE ON A DORMANT
      ***** PATIENT CREDIT.  ESCHLTR SETS "L" WHEN THE DUE-DILIGENCE
      ***** LETTER GOES OUT, OR "W" WHEN NONE IS SENT (BAD ADDRESS ON
      ***** PATPERSN, OR UNDER THE LETTER MINIMUM); ESCHRPT SETS "R"
      ***** WHEN THE OWNER CLAIMS THE MONEY AND REPORTS TO THE STATE
      ***** AND DROPS THE REST.  THE DATE IS THE LETTER OR CLAIM DATE,
      ***** CCYYMMDD.  ANY OTHER STATUS VALUE MEANS NO ESCHEAT
      ***** ACTIVITY YET.
           05  CRB-ESCHEAT-STATUS          PIC X(1).
               88 CRB-ESCH-LETTER-SENT     VALUE "L".
               88 CRB-ESCH-LETTER-WAIVED   VALUE "W".
               88 CRB-ESCH-CLAIMED         VALUE "R".
               88 CRB-ESCH-IN-DILIGENCE    VALUES "L", "W".
           05  CRB-ESCHEAT-DATE            PIC X(8).

           05  ORD-DAY-OF-WEEK             PIC 9(1).
           05  ORD-STOP-DATE               PIC X(10).
           05  ORD-PRESCRIBING-PHYS        PIC X(8).
      ***** A MEDICATION ORDER'S ROUTE (TREATMENT-MODE CODES -- ORA,
      ***** INV, INJ) AND DOSE SCHEDULE.  THE SCHEDULE CODE MAPS TO
      ***** THE HOUSE'S STANDARD ADMINISTRATION TIMES (SEE MARPRINT);
      ***** BLANK IS ONCE DAILY.
           05  ORD-ROUTE                   PIC X(3).
           05  ORD-DOSE-SCHEDULE           PIC X(4).
               88 ORD-VALID-SCHEDULE       VALUES ARE "    " "QD  "
                  "BID " "TID " "QID " "Q4H " "Q6H " "Q8H " "Q12H"
                  "HS  ".
           05  FILLER                      PIC X(4).

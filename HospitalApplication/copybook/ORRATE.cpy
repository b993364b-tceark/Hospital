      * COPY ORRATE.
      ***** OPERATING-ROOM RATE CARD -- ONE ROW PER OR ROOM, PLUS AN
      ***** OPTIONAL "****" ROW THAT PRICES ANY ROOM WITHOUT ITS OWN.
      ***** OR TIME AND ANESTHESIA TIME ARE BOTH BILLED PER 15-MINUTE
      ***** UNIT; THE STAFFED MINUTES ARE THE ROOM'S SCHEDULED DAY
      ***** AND ARE WHAT ORUTIL MEASURES UTILIZATION AGAINST.
       01  OR-RATE-REC.
           05  ORR-OR-ROOM                 PIC X(04).
               88 ORR-DEFAULT-ROOM         VALUE "****".
           05  ORR-OR-UNIT-RATE            PIC 9(05)V99.
           05  ORR-ANES-UNIT-RATE          PIC 9(05)V99.
           05  ORR-STAFFED-MINUTES         PIC 9(04).
           05  FILLER                      PIC X(18).

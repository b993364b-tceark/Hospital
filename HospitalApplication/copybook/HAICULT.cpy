      * COPY HAICULT.
      ***** ONE ROW PER LAB TEST-CATEGORY INFECTION CONTROL TREATS
      ***** AS A CULTURE -- THE NHSN SITE A POSITIVE RESULT POINTS
      ***** TO (BSI, UTI, PNEU, GI, CNS ...) AND THE DEVICE CATEGORY
      ***** THAT MAKES IT DEVICE-ASSOCIATED (DRIP FOR A CENTRAL-LINE
      ***** BLOOD INFECTION, SHNT FOR A SHUNT INFECTION, SPACES WHEN
      ***** NO DEVICE APPLIES).  MAINTAINED BY INFECTION CONTROL;
      ***** HAISURV LOADS IT NIGHTLY, HAIRATE MONTHLY.
       01  HAI-CULTURE-REC.
           05  HCU-TEST-CATEGORY           PIC X(4).
           05  HCU-SITE-CODE               PIC X(4).
           05  HCU-SITE-NAME               PIC X(20).
           05  HCU-DEVICE-CATEGORY         PIC X(4).
               88 HCU-DRIP-DEVICE          VALUE "DRIP".
               88 HCU-SHUNT-DEVICE         VALUE "SHNT".
               88 HCU-NO-DEVICE            VALUE SPACES.
           05  FILLER                      PIC X(8).

           05   BLOOD-TYPE-CDE.
               10  BLOOD-ABO-GRP       PIC X(02).
               10  BLOOD-RH-FACTOR     PIC X(01).
      ***** THE STAY THE TREATMENT BELONGS TO -- BLANK POSTS TO THE
      ***** PATIENT'S LIVE STAY ON PATMSTR.  TAKES THE OLD UNUSED
      ***** GROWTH FIELD SO THE RECORD LENGTH DOES NOT MOVE.
           05   TRMT-ENCOUNTER-NBR     PIC X(10).

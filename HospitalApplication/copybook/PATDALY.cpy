      *** HEADERS BEFORE DALYEDIT, SO ONE WARD'S BAD KEYING NO
      *** LONGER HOLDS EVERY WARD'S CHARGES FOR THE NIGHT.
               88  BATCH-HEADER-REC VALUE "B".
      *** "A" IS AN ANCILLARY LINE FROM A DEPARTMENTAL SYSTEM (SEE
      *** HL7DFT) -- EQUIPMENT ROWS ONLY, NO ROOM CHARGE AND NO
      *** PATIENT DAY.  BED, WARD AND DATES ARE THE PATIENT'S OWN SO
      *** THE FIELD EDITS STILL HOLD; THE ROOM-RATE EDITS AND THE
      *** LENGTH-OF-STAY COUNT SKIP IT.
               88  ANCILLARY-CHG-REC VALUE "A".
           05  PATIENT-ID              PIC 9(6).
           05  CURR-DTE                PIC X(08).
           05  BED-IDENTITY            PIC 9(4).
               10  EQUIPMENT-COST          PIC 9(5)V99.
               10  EQUIPMENT-PRES-PHYS     PIC X(08).
               10  EQUIPMENT-REASON-CDE    PIC X(04).
           05  DAILY-CHARGES-COMMENTS      PIC X(124).
      *** SERIAL NUMBER OF THE DEVICE ACTUALLY USED ON EACH EQUIPMENT
      *** ROW ABOVE, ONE FOR ONE (SEE EQPASSET).  CARVED FROM THE
      *** TAIL OF THE COMMENTS; BLANK FOR A DISPOSABLE OR AN ITEM NOT
      *** ON THE ASSET REGISTER.  EQPUSAGE COUNTS EACH DEVICE'S USES
      *** FROM IT EVERY NIGHT.
           05  EQUIPMENT-SERIAL-NBRS.
               10  EQUIPMENT-SERIAL-NBR    PIC X(10) OCCURS 12 TIMES.
           05  FILLER                      PIC X(01).
      *** THE STAY THE CHARGE BELONGS TO.  CARVED FROM THE TAIL OF
      *** THE COMMENTS; BLANK MEANS "THE PATIENT'S LIVE STAY" AND
      *** DALYUPDT STAMPS THE ONE ON PATMSTR AT POSTING.
           05  DAILY-ENCOUNTER-NBR     PIC X(10).
      *** OBSERVATION HOURS FOR A TYPE-B (OBSERVATION) PATIENT --
      *** THE ROOM BILLS PER HOUR, NOT PER DAY.  TRAILING FILLER IS
      *** GROWTH ROOM SO THE 1084-BYTE RECORD (AND EVERY FD THAT
               88  REV-EQUIP-ITEM      VALUE "E".
               88  VALID-REV-TYPE      VALUES "L", "E".
           05  REV-ITEM-ID             PIC X(08).
      *** THE PATIENT'S SHARE OF TOTAL-ROOM-CHARGE WHEN THE STAY IS IN
      *** A PRIVATE ROOM THE PATIENT ASKED FOR -- THE BED'S PREMIUM
      *** OVER THE WARD'S SEMI-PRIVATE BASE RATE.  CENSGEN SPLITS IT
      *** OUT AND CHGEDIT RESTAMPS IT ON EVERY ROOM CHARGE, SO A
      *** KEYED RECORD NEVER CARRIES THE KEYER'S GUESS.  ZERO FOR A
      *** SEMI-PRIVATE OR MEDICALLY NEEDED ROOM.
           05  ROOM-DIFFERENTIAL-CHG   PIC 9(4)V99.
           05  FILLER                  PIC X(01).

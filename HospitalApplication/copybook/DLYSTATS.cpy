      ***** ("H") CARRIES ADMISSIONS, DISCHARGES, CENSUS, THE CHARGE
      ***** TOTALS FROM THE NIGHT'S PATSRCH/TRMTSRCH TRAILERS, AND
      ***** THE CASH POSTED; ONE WARD ROW ("W") PER OCCUPIED WARD
      ***** CARRIES THE SAME COUNTS AT WARD LEVEL, AND THE WARD'S
      ***** SHARE OF THE NIGHT'S CHARGES (THE WARD ROWS FOOT TO THE
      ***** HOUSE ROW; CASH IS HOUSE ONLY).  MTHCLSE'S
      ***** MTDCLOSE ONLY EVER HELD THE CURRENT MONTH; THIS FILE
      ***** NEVER ROLLS OFF, SO "HOW DOES THIS OCTOBER COMPARE TO
      ***** LAST OCTOBER" IS A STATTRND RUN, NOT AN ARCHAEOLOGY DIG.
           05  DST-WARD-NBR                PIC X(4).
           05  DST-ADMISSIONS              PIC 9(5).
           05  DST-DISCHARGES              PIC 9(5).
      ***** SWING-BED PATIENTS AT SKILLED-NURSING LEVEL COUNT IN
      ***** DST-SWING-CENSUS, NOT DST-CENSUS.  ROWS WRITTEN BEFORE
      ***** THE SPLIT CARRY SPACES THERE.
           05  DST-CENSUS                  PIC 9(5).
           05  DST-ROOM-CHARGES            PIC 9(9)V99.
           05  DST-EQUIP-CHARGES           PIC 9(9)V99.
           05  DST-TRMT-CHARGES            PIC 9(9)V99.
           05  DST-CASH-POSTED             PIC 9(9)V99.
           05  DST-SWING-CENSUS-X          PIC X(5).
           05  DST-SWING-CENSUS REDEFINES DST-SWING-CENSUS-X
                                           PIC 9(5).
           05  FILLER                      PIC X(23).

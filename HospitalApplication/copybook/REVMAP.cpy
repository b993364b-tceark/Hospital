      ***** LINES:  "LAB  ", "EQUIP", "OBS  ", AND "SEG  " (THE
      ***** PER-CAMPUS SEGMENT ROLL-UP LINE SEGBILL WRITES -- KEY AT
      ***** LEAST ITS "********" WILDCARD ROW OR EVERY SEGMENT CLAIM
      ***** SHIPS A BLANK REVENUE CODE).  SERBILL'S "VISIT" LINES
      ***** LOOK UP THE SERIES TREATMENT TYPE ("PT", "OT", "RT",
      ***** "CH") AS THE ITEM-ID, FALLING BACK TO THE WILDCARD.
       01  REV-MAP-REC.
           05  RVM-ITEM-TYPE               PIC X(5).
           05  RVM-ITEM-ID                 PIC X(8).

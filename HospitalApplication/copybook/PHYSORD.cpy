      ***** UP UNDER THIS CODE
           05  POR-DEPT-CODE               PIC X(4).
           05  POR-ORDERING-PHYS           PIC X(8).
      ***** ORC-2 PLACER ORDER NUMBER ON AN ORDER THAT CAME IN FROM
      ***** THE ORDER-ENTRY SYSTEM (SEE HL7ORM) -- WHAT ITS CANCELS
      ***** AND DISCONTINUES POINT AT.  BLANK ON A HAND-KEYED ORDER.
           05  POR-PLACER-ORDER-NBR        PIC X(10).
      ***** "D" -- DISCONTINUED BEFORE THIS SERVICE DATE; NO CHARGE
      ***** IS OWED, SO ORDRECON DOES NOT TABLE IT
           05  POR-ORDER-STATUS            PIC X(1).
               88 POR-ACTIVE               VALUE " ".
               88 POR-DISCONTINUED         VALUE "D".
           05  FILLER                      PIC X(4).

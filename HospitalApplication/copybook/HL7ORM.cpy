      *** QSAM FILE
      *** ONE FLATTENED HL7 ORM^O01 ORDER MESSAGE PER RECORD FROM THE
      *** ORDER-ENTRY SYSTEM.  AS WITH THE ADT FEED (SEE HL7EVENT.CPY)
      *** THE INTERFACE ENGINE DOES THE MLLP FRAMING AND ER7 PARSING
      *** AND DROPS THE ORC/OBR FIELDS PHYSORD NEEDS INTO THIS FIXED
      *** LAYOUT.  READ BY HL7ORM.
       01  HL7-ORM-EVENT-REC.
           05  ORM-EVENT-TYPE          PIC X(04).
               88 ORM-ORDER-EVENT      VALUE "O01".
      *** SAME 15-MINUTE ENGINE HEARTBEAT THE ADT FEED CARRIES
               88 ORM-HEARTBEAT-EVENT  VALUE "HB".
      *** ORC-1 ORDER CONTROL
           05  ORM-ORDER-CONTROL       PIC X(02).
               88 ORM-NEW-ORDER        VALUE "NW".
               88 ORM-CANCEL-ORDER     VALUE "CA".
               88 ORM-DISCONTINUE      VALUE "DC".
      *** MSH-13 SEQUENCE AND MSH-7 TIME, STAMPED BY THE ENGINE ON
      *** EVERY RECORD INCLUDING HEARTBEATS
           05  ORM-SEQUENCE-NBR        PIC 9(06).
           05  ORM-EVENT-TIME          PIC X(08).
           05  ORM-PATIENT-ID          PIC X(06).
      *** ORC-2 PLACER ORDER NUMBER -- WHAT A CA OR DC POINTS AT
           05  ORM-PLACER-ORDER-NBR    PIC X(10).
      *** "E" EQUIPMENT, "L" LAB TEST, "M" MEDICATION -- THE SAME
      *** ITEM TYPES PHYSORD CARRIES
           05  ORM-ITEM-TYPE           PIC X(01).
      *** OBR-4 UNIVERSAL SERVICE ID, AS IT APPEARS ON OUR CATALOGS
           05  ORM-ITEM-ID             PIC X(08).
      *** TQ1-7 START DATE ON A NW; THE EFFECTIVE STOP DATE ON A DC
           05  ORM-SERVICE-DATE        PIC X(08).
      *** ORC-17 ENTERING ORGANIZATION -- THE ORDERING DEPARTMENT
           05  ORM-DEPT-CODE           PIC X(04).
      *** ORC-12 ORDERING PROVIDER
           05  ORM-ORDERING-PHYS       PIC X(08).
           05  FILLER                  PIC X(135).

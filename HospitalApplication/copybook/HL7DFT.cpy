      *** QSAM FILE
      *** ONE FLATTENED HL7 DFT^P03 (DETAILED FINANCIAL TRANSACTION)
      *** PER RECORD -- ONE FT1 CHARGE LINE FROM A DEPARTMENTAL
      *** SYSTEM.  AS WITH THE ADT FEED (SEE HL7EVENT.CPY) THE
      *** INTERFACE ENGINE DOES THE MLLP FRAMING AND ER7 PARSING AND
      *** DROPS THE FT1/PID/PV1 FIELDS THE CHARGE FILES NEED INTO
      *** THIS FIXED LAYOUT.  READ BY HL7DFT.
       01  HL7-DFT-EVENT-REC.
           05  DFT-EVENT-TYPE          PIC X(04).
               88 DFT-CHARGE-EVENT     VALUE "P03".
      *** THE SENDING DEPARTMENT (MSH-3) -- EACH ONE BALANCES AS A
      *** BATCH OF ITS OWN
           05  DFT-SOURCE-SYSTEM       PIC X(04).
               88 DFT-FROM-RADIOLOGY   VALUE "RAD ".
               88 DFT-FROM-LAB         VALUE "LAB ".
               88 DFT-FROM-RESP-THER   VALUE "RT  ".
               88 VALID-DFT-SOURCE     VALUES "RAD ", "LAB ", "RT  ".
      *** MSH-13 / MSH-7, STAMPED BY THE ENGINE AS ON THE ADT FEED
           05  DFT-SEQUENCE-NBR        PIC 9(06).
           05  DFT-EVENT-TIME          PIC X(08).
           05  DFT-PATIENT-ID          PIC X(06).
      *** PV1-19 -- BLANK POSTS TO THE PATIENT'S LIVE STAY
           05  DFT-ENCOUNTER-NBR       PIC X(10).
      *** FT1-4 SERVICE DATE AND TIME
           05  DFT-SERVICE-DATE        PIC X(08).
           05  DFT-SERVICE-TIME        PIC X(08).
      *** WHICH CHARGE FILE THE LINE BELONGS ON -- "E" IS A PIECE OF
      *** EQUIPMENT OR SUPPLY (A PATDATA EQUIPMENT ROW), "L" IS A
      *** LAB TEST OR TREATMENT (A TRMTSRCH-FORMAT LAB LINE)
           05  DFT-CHARGE-CLASS        PIC X(01).
               88 DFT-EQUIPMENT-CHARGE VALUE "E".
               88 DFT-LAB-CHARGE       VALUE "L".
      *** FT1-7 TRANSACTION CODE -- THE EQUIPMENT-ID OR LAB-TEST-ID
      *** AS IT APPEARS ON OUR OWN CATALOG
           05  DFT-ITEM-ID             PIC X(08).
           05  DFT-ITEM-CATEGORY       PIC X(04).
           05  DFT-ITEM-DESC           PIC X(30).
      *** TREATMENT-MODE FOR A LAB-CLASS LINE ("MRI", "CAT", "PHY"
      *** ...); BLANK IS A PLAIN "LAB"
           05  DFT-TREATMENT-MODE      PIC X(03).
      *** FT1-11 EXTENDED AMOUNT
           05  DFT-AMOUNT              PIC 9(5)V99.
      *** FT1-21 ORDERING PROVIDER AND FT1-19 DIAGNOSIS
           05  DFT-ORDERING-PHYS       PIC X(08).
           05  DFT-DIAG-CODE           PIC X(07).
           05  FILLER                  PIC X(78).

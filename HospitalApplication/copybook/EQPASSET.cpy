      * COPY EQPASSET.
      ***** THE BIOMEDICAL EQUIPMENT ASSET REGISTER -- ONE ROW PER
      ***** PHYSICAL DEVICE, KEYED BY THE SERIAL ON ITS ASSET TAG.
      ***** THE CATALOG ITEM IS THE EQUIPMENT-ID THE DEVICE IS
      ***** CHARGED UNDER ON THE DAILY RECORD (SEE PATDALY), SO ONE
      ***** ITEM CAN HAVE MANY DEVICES.  MAINTAINED ONLY THROUGH
      ***** EQPMNT (ADD, MOVE/RE-INTERVAL, INSPECTION PASSED, FAULT,
      ***** RETIRE); EQPUSAGE ADDS UP THE NIGHT'S USES FROM THE POSTED
      ***** CHARGES AND PRINTS THE MAINTENANCE-DUE WORKLIST; EQPTRACE
      ***** LISTS EVERY PATIENT A FAULTY DEVICE WAS CHARGED TO SINCE
      ***** ITS LAST PASSED INSPECTION.
       01  EQUIPMENT-ASSET-REC.
           05  EQA-SERIAL-NBR              PIC X(10).
           05  EQA-EQUIPMENT-ID            PIC X(8).
           05  EQA-CATEGORY                PIC X(4).
               88 EQA-VALID-CATEGORY       VALUES ARE "HEAT", "AUTO",
                      "SCOP", "DRIP", "MON ", "SHNT", "MISC".
           05  EQA-DESCRIPTION             PIC X(30).
      ***** WHERE THE DEVICE LIVES -- BLANK FACILITY IS MAIN CAMPUS
           05  EQA-WARD-NBR                PIC X(4).
           05  EQA-FACILITY-CDE            PIC X(2).
      ***** CCYYMMDD
           05  EQA-IN-SERVICE-DATE         PIC X(8).
      ***** PREVENTIVE MAINTENANCE FALLS DUE EVERY EQA-PM-INTERVAL
      ***** DAYS ("D") OR EVERY EQA-PM-INTERVAL USES ("U") SINCE THE
      ***** LAST PASSED INSPECTION -- WHICH STARTS AT THE IN-SERVICE
      ***** DATE
           05  EQA-PM-BASIS                PIC X(1).
               88 EQA-PM-BY-DAYS           VALUE "D".
               88 EQA-PM-BY-USES           VALUE "U".
               88 EQA-VALID-PM-BASIS       VALUES "D", "U".
           05  EQA-PM-INTERVAL             PIC 9(5).
           05  EQA-LAST-PM-DATE            PIC X(8).
      ***** ONE USE PER POSTED CHARGE ROW CARRYING THE SERIAL.  THE
      ***** COUNT SINCE THE LAST PM GOES BACK TO ZERO WHEN AN
      ***** INSPECTION PASSES; THE LIFETIME COUNT NEVER DOES.
           05  EQA-USES-SINCE-PM           PIC 9(7).
           05  EQA-TOTAL-USES              PIC 9(9).
           05  EQA-LAST-USED-DATE          PIC X(8).
      ***** "A" IN SERVICE, "F" REPORTED FAULTY (OUT OF SERVICE UNTIL
      ***** AN INSPECTION PASSES), "R" RETIRED
           05  EQA-STATUS                  PIC X(1).
               88 EQA-IN-SERVICE           VALUE "A".
               88 EQA-FAULTY               VALUE "F".
               88 EQA-RETIRED              VALUE "R".
           05  EQA-FAULT-DATE              PIC X(8).
           05  EQA-FAULT-DESC              PIC X(30).
           05  EQA-ENTERED-DATE            PIC X(8).
           05  EQA-ENTERED-BY              PIC X(8).
           05  FILLER                      PIC X(41).

      ***** ONE ROW PER USE OF A REGISTERED DEVICE ON A PATIENT,
      ***** APPENDED BY EQPUSAGE FROM THE NIGHT'S POSTED CHARGES.
      ***** A FAULTY DEVICE IS TRACED BACK TO ITS PATIENTS FROM IT.
       01  EQUIPMENT-USE-REC.
           05  EQU-SERIAL-NBR              PIC X(10).
           05  EQU-USE-DATE                PIC X(8).
           05  EQU-PATIENT-ID              PIC X(6).
           05  EQU-ENCOUNTER-NBR           PIC X(10).
           05  EQU-WARD-NBR                PIC X(4).
           05  EQU-EQUIPMENT-ID            PIC X(8).
           05  EQU-PRES-PHYS               PIC X(8).
           05  EQU-POSTED-DATE             PIC X(8).
           05  FILLER                      PIC X(18).

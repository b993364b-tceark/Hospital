      * COPY HAIHIST.
      ***** PERMANENT INFECTION-SURVEILLANCE HISTORY, APPENDED EACH
      ***** NIGHT BY HAISURV AND READ MONTHLY BY HAIRATE.  AN "E"
      ***** ROW IS ONE POSITIVE CULTURE LINE COLLECTED ON OR AFTER
      ***** HOSPITAL DAY 3 (THE ADMIT DAY IS DAY 1) -- A POSSIBLE
      ***** HOSPITAL-ACQUIRED INFECTION.  A "D" ROW IS ONE DEVICE
      ***** DAY -- ONE PATIENT, ONE SERVICE DATE, ONE DRIP OR SHNT
      ***** EQUIPMENT CATEGORY, HOWEVER MANY CHARGES WERE KEYED.
      ***** ALL DATES ARE CCYYMMDD.
       01  HAI-HISTORY-REC.
           05  HAI-REC-TYPE                PIC X(1).
               88 HAI-EVENT-ROW            VALUE "E".
               88 HAI-DEVICE-DAY-ROW       VALUE "D".
           05  HAI-DATE                    PIC X(8).
           05  HAI-WARD-NBR                PIC X(4).
           05  HAI-PATIENT-ID              PIC X(6).
           05  HAI-FACILITY-CODE           PIC X(2).
           05  HAI-EVENT-DATA.
               10  HAI-ENCOUNTER-NBR       PIC X(10).
               10  HAI-ADMIT-DATE          PIC X(8).
               10  HAI-HOSPITAL-DAY        PIC 9(3).
               10  HAI-TEST-CATEGORY       PIC X(4).
               10  HAI-SITE-CODE           PIC X(4).
               10  HAI-LAB-TEST-ID         PIC X(8).
      ***** THE ORGANISM IS THE LAB-RESULT-VALUE THE LAB RETURNED ON
      ***** THE CULTURE LINE
               10  HAI-ORGANISM            PIC X(10).
               10  HAI-ABNORMAL-FLAG       PIC X(1).
               10  HAI-DEVICE-CATEGORY     PIC X(4).
      ***** "Y" WHEN THE PATIENT CARRIED THE SITE'S DEVICE ON THE
      ***** NIGHT THE CULTURE CAME BACK
               10  HAI-DEVICE-ASSOC-IND    PIC X(1).
                   88 HAI-DEVICE-ASSOCIATED VALUE "Y".
               10  FILLER                  PIC X(6).
           05  HAI-DEVICE-DAY-DATA REDEFINES HAI-EVENT-DATA.
               10  HAI-DEV-CATEGORY        PIC X(4).
                   88 HAI-DEV-DRIP         VALUE "DRIP".
                   88 HAI-DEV-SHUNT        VALUE "SHNT".
               10  FILLER                  PIC X(55).

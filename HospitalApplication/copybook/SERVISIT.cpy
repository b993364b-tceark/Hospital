      * COPY SERVISIT.
      ***** ONE ROW PER SERIES AND VISIT DATE, KEYED SERIES ENCOUNTER
      ***** + VISIT DATE.  OUTUPDT WRITES IT AS A SERIES VISIT POSTS
      ***** (A SECOND VISIT THE SAME DAY ADDS TO THE ROW); SERBILL
      ***** BILLS EACH ROW AS ONE CLAIM LINE AND STAMPS THE CLAIM IT
      ***** WENT OUT ON, SO NO VISIT DATE EVER BILLS TWICE.
       01  SERIES-VISIT-REC.
           05  SVV-KEY.
               10  SVV-ENCOUNTER-NBR       PIC X(10).
               10  SVV-VISIT-DATE          PIC X(8).
           05  SVV-PATIENT-ID              PIC X(6).
           05  SVV-DIAG-CODE               PIC X(7).
           05  SVV-VISIT-COUNT             PIC 9(2).
           05  SVV-VISIT-CHARGES           PIC 9(7)V99.
      ***** ZERO UNTIL SERBILL CLAIMS THE ROW
           05  SVV-CLAIM-CONTROL-NBR       PIC 9(9).
           05  SVV-BILLED-DATE             PIC X(8).
           05  FILLER                      PIC X(11).

      ***** THE MAIN CAMPUS, SAME AS EVERYWHERE ELSE
           05  CDT-FACILITY-CODE           PIC X(2).
           05  CDT-SOURCE-PROGRAM          PIC X(8).
      ***** THE STAY THE CHARGE BELONGS TO, STAMPED AT POSTING FROM
      ***** THE DAILY RECORD OR, WHEN THAT IS BLANK, FROM THE LIVE
      ***** STAY ON PATMSTR.  BLANK ON ROWS POSTED BEFORE ENCOUNTER
      ***** NUMBERS -- CONSUMERS TREAT THOSE AS BELONGING TO WHATEVER
      ***** STAY THEY ARE BILLING.  NOT PART OF THE KEY: A POSTING
      ***** THAT LANDS ON ANOTHER STAY'S ROW IS REFUSED, NOT MERGED.
           05  CDT-ENCOUNTER-NBR           PIC X(10).
      ***** HCPCS MODIFIER BILLED ON THE LINE -- GA / GZ ON A
      ***** MEDICARE OUTPATIENT LINE THAT FAILED ITS COVERAGE POLICY
      ***** (SEE ABNFILE), BLANK OTHERWISE
           05  CDT-MODIFIER                PIC X(02).
           05  FILLER                      PIC X(01).

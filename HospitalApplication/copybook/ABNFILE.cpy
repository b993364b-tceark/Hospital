      * COPY ABNFILE.
      ***** ONE ROW PER MEDICARE OUTPATIENT LINE THAT NEEDS OR HAS
      ***** AN ADVANCE BENEFICIARY NOTICE, KEYED PATIENT / SERVICE
      ***** DATE / ITEM THE SAME WAY CHGDTL IS.  OUTEDIT WRITES THE
      ***** ROW WHEN A LINE'S DIAGNOSIS FAILS THE MEDNPOL COVERAGE
      ***** POLICY AND PRINTS THE ABN FOR REGISTRATION; ABNPOST
      ***** RECORDS THE SIGNED OR REFUSED NOTICE, AND MAY ADD THE
      ***** ROW AHEAD OF THE VISIT WHEN REGISTRATION HAD IT SIGNED
      ***** BEFORE THE SERVICE.  OUTUPDT BILLS A FAILED LINE GA WHEN
      ***** THE NOTICE IS SIGNED AND GZ WHEN IT IS NOT.
       01  ABN-NOTICE-REC.
           05  ABN-KEY.
               10  ABN-PATIENT-ID          PIC X(6).
               10  ABN-SERVICE-DATE        PIC X(8).
               10  ABN-ITEM-ID             PIC X(8).
           05  ABN-ENCOUNTER-NBR           PIC X(10).
           05  ABN-DIAG-CODE               PIC X(7).
      ***** SET BY OUTEDIT -- BLANK UNTIL THE VISIT IS EDITED
           05  ABN-POLICY-RESULT           PIC X(1).
               88 ABN-NOT-COVERED          VALUE "F".
               88 ABN-COVERED              VALUE "C".
           05  ABN-EST-COST                PIC 9(5)V99.
           05  ABN-STATUS                  PIC X(1).
               88 ABN-PENDING              VALUE "P".
               88 ABN-SIGNED               VALUE "S".
               88 ABN-REFUSED              VALUE "R".
               88 ABN-VALID-STATUS         VALUES "P", "S", "R".
      ***** THE OPTION BOX THE BENEFICIARY CHECKED ON THE FORM
           05  ABN-OPTION                  PIC X(1).
               88 ABN-VALID-OPTION         VALUES "1", "2", "3".
      ***** CCYYMMDD
           05  ABN-ISSUE-DATE              PIC X(8).
           05  ABN-SIGNED-DATE             PIC X(8).
           05  ABN-LAST-MAINT-BY           PIC X(8).
           05  FILLER                      PIC X(27).

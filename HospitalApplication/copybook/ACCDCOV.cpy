      * COPY ACCDCOV.
      ***** ONE ROW PER STAY THAT CAME IN FROM A WORKPLACE, CAR OR
      ***** OTHER THIRD-PARTY ACCIDENT, KEYED BY PATIENT-ID THE SAME
      ***** WAY AUTHREG IS.  ADMDISCH WRITES IT FROM THE ACCIDENT
      ***** FIELDS KEYED AT REGISTRATION.  THE ROW BELONGS TO THE STAY
      ***** NAMED BY ACC-ENCOUNTER-NBR -- A LATER STAY FOR THE SAME
      ***** PATIENT IGNORES IT.  EDICLAIM BILLS THE LIABLE CARRIER
      ***** (ON THE PAYER MASTER) AHEAD OF THE HEALTH PLAN AND CARRIES
      ***** THE ACCIDENT ON THE CLAIM; SUBRWORK OPENS A SUBROGATION
      ***** CASE WHEN THE HEALTH PLAN PAID ANYWAY.
       01  ACCIDENT-COVERAGE-REC.
           05  ACC-PATIENT-ID              PIC X(6).
           05  ACC-ENCOUNTER-NBR           PIC X(10).
           05  ACC-ACCIDENT-TYPE           PIC X(1).
               88 ACC-WORKERS-COMP         VALUE "W".
               88 ACC-AUTO-LIABILITY       VALUE "A".
               88 ACC-OTHER-LIABILITY      VALUE "O".
               88 ACC-VALID-TYPE           VALUES "W", "A", "O".
      ***** YYYY-MM-DD
           05  ACC-ACCIDENT-DATE           PIC X(10).
           05  ACC-ACCIDENT-STATE          PIC X(2).
      ***** THE EMPLOYER'S WORKERS' COMP CLAIM NUMBER, OR THE AUTO /
      ***** LIABILITY INSURER'S CLAIM NUMBER
           05  ACC-CLAIM-NBR               PIC X(20).
           05  ACC-LIAB-PAYER-ID           PIC X(8).
           05  ACC-CAPTURE-DATE            PIC X(10).
           05  FILLER                      PIC X(33).

      * COPY DEFICNCY.
      ***** THE HIM CHART-DEFICIENCY FILE -- ONE ROW PER DOCUMENT A
      ***** DISCHARGED STAY STILL OWES BEFORE THE RECORD CAN BE
      ***** CODED, ASSIGNED TO THE PHYSICIAN WHO OWES IT.  HIMDEFIC
      ***** CREATES THE ROWS FROM THE DAY'S DISCHARGES ON ADTEVT (A
      ***** DISCHARGE SUMMARY AND SIGNATURES FOR THE ATTENDING, AN
      ***** OPERATIVE NOTE FOR THE SURGEON OF EVERY CASE THAT WAS NOT
      ***** CANCELLED), VOIDS THEM ON A CANCELLED DISCHARGE, AND
      ***** APPLIES HIM'S COMPLETION TRANSACTIONS.  HIMAGE AGES THE
      ***** OPEN ROWS BY PHYSICIAN EVERY WEEK AND BUILDS THE
      ***** SUSPENSION LIST (SEE SUSPLIST.CPY) FROM THEM.
       01  CHART-DEFICIENCY-REC.
           05  DFC-DEFICIENCY-KEY.
               10  DFC-PATIENT-ID          PIC X(6).
               10  DFC-ENCOUNTER-NBR       PIC X(10).
               10  DFC-DOC-TYPE            PIC X(4).
                   88 DFC-DISCHARGE-SUMMARY  VALUE "DSUM".
                   88 DFC-OPERATIVE-NOTE     VALUE "OPNT".
                   88 DFC-SIGNATURES         VALUE "SIGN".
                   88 DFC-VALID-DOC-TYPE     VALUES "DSUM", "OPNT",
                                             "SIGN".
      ***** THE OR CASE NUMBER ON AN OPERATIVE NOTE -- ONE NOTE IS
      ***** OWED PER CASE.  SPACES ON THE OTHER DOCUMENT TYPES.
               10  DFC-DOC-REF             PIC X(8).
           05  DFC-PHYSICIAN-ID            PIC X(8).
      ***** CCYYMMDD -- THE DELINQUENCY CLOCK RUNS FROM THIS DATE
           05  DFC-DISCHARGE-DATE          PIC X(8).
           05  DFC-WARD-NBR                PIC X(4).
           05  DFC-FACILITY-CODE           PIC X(2).
      ***** "O" OPEN, "C" COMPLETED BY HIM, "V" VOIDED BECAUSE THE
      ***** DISCHARGE WAS CANCELLED.  A RE-DISCHARGE REOPENS A
      ***** VOIDED ROW.
           05  DFC-STATUS                  PIC X(1).
               88 DFC-OPEN                 VALUE "O".
               88 DFC-COMPLETED            VALUE "C".
               88 DFC-VOIDED               VALUE "V".
           05  DFC-CREATED-DATE            PIC X(8).
      ***** "HIMDEFIC" FOR A ROW RAISED BY A DISCHARGE, OTHERWISE
      ***** THE HIM OPERATOR WHO KEYED IT
           05  DFC-CREATED-BY              PIC X(8).
           05  DFC-COMPLETED-DATE          PIC X(8).
           05  DFC-COMPLETED-BY            PIC X(8).
           05  FILLER                      PIC X(17).

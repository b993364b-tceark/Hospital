      * COPY PHYSPRIV.
      ***** ONE ROW PER PHYSICIAN AND TREATMENT MODE THE MEDICAL
      ***** STAFF OFFICE HAS GRANTED PRIVILEGES FOR -- THE
      ***** PROCEDURE CLASS IS THE TREATMENT MODE ON THE TREATMENT
      ***** RECORD (SUR, CHM, RAD ...).  A MODE WITH NO ROWS AT ALL
      ***** IS NOT UNDER PRIVILEGING; ONCE ANY PHYSICIAN IS
      ***** PRIVILEGED FOR IT, TRMTSRCH REJECTS A TREATMENT IN THAT
      ***** MODE WHOSE PRESCRIBING PHYSICIAN HAS NO ACTIVE ROW IN
      ***** FORCE ON THE TREATMENT DATE.  MAINTAINED ONLY THROUGH
      ***** PRIVGMNT; PRIVGEXP LISTS PRIVILEGES COMING UP FOR
      ***** RENEWAL.
       01  PHYSICIAN-PRIVILEGE-REC.
           05  PPV-PRIVILEGE-KEY.
               10  PPV-PROVIDER-ID         PIC X(8).
               10  PPV-TREATMENT-MODE      PIC X(3).
      ***** CCYYMMDD, THE FORM TREATMENT-DATE CARRIES, SO THE EDIT
      ***** IS A STRAIGHT COMPARE.  EVERY GRANT EXPIRES -- MEDICAL
      ***** STAFF REAPPOINTS ON A CYCLE.
           05  PPV-GRANTED-DATE            PIC X(8).
           05  PPV-EXPIRES-DATE            PIC X(8).
      ***** CREDENTIALS-COMMITTEE MINUTE OR BOARD ACTION THAT
      ***** GRANTED IT -- WHAT THE SURVEYORS ASK TO SEE
           05  PPV-APPROVAL-REF            PIC X(10).
      ***** "S" -- SUSPENDED PENDING REVIEW; KEPT ON FILE FOR THE
      ***** RECORD BUT NOT HONORED
           05  PPV-STATUS                  PIC X(1).
               88 PPV-ACTIVE               VALUE "A".
               88 PPV-SUSPENDED            VALUE "S".
               88 PPV-VALID-STATUS         VALUES "A", "S".
           05  FILLER                      PIC X(12).

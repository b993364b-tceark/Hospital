      * COPY ACCSLOG.
      ***** PATIENT-RECORD ACCESS LOG -- ONE ROW PER PATIENT LOOKED UP
      ***** ON AN INQUIRY, SHOWN OR NOT: WHO LOOKED, AT WHOM, FROM
      ***** WHICH TRANSACTION, AND WHEN.  TWO FILES, ONE LAYOUT: THE
      ***** BATCH INQUIRIES APPEND TO DDS0001.ACCSLOG DIRECTLY, AND
      ***** PATINQ WRITES TD QUEUE ACCL, WHICH THE DCT POINTS AT ITS
      ***** OWN DDS0001.ACCSLOG.ONLINE SO A BATCH APPEND NEVER MEETS
      ***** A DATASET CICS HOLDS OPEN.  EACH WEEK THE PRIVRPT JOB
      ***** SWITCHES THE ONLINE LOG (ACCL CLOSED, ITS ROWS MOVED TO
      ***** A NEW ACCSLOG.ONLHIST GENERATION, THE FILE EMPTIED) AND
      ***** PRIVRPT READS THE BATCH LOG AND THAT GENERATION
      ***** CONCATENATED FOR THE PRIVACY OFFICER.
       01  ACCESS-LOG-REC.
           05  ACL-DATE                    PIC 9(8).
           05  ACL-TIME                    PIC 9(6).
           05  ACL-OPERATOR-ID             PIC X(8).
           05  ACL-PATIENT-ID              PIC X(6).
           05  ACL-TRANSACTION             PIC X(8).
      ***** V RECORD SHOWN, D WITHHELD (CONFIDENTIAL PATIENT AND THE
      ***** OPERATOR LACKS THE CLASS), N PATIENT NOT ON FILE
           05  ACL-RESULT                  PIC X(1).
               88 ACL-VIEWED               VALUE "V".
               88 ACL-DENIED               VALUE "D".
               88 ACL-NOT-FOUND            VALUE "N".
           05  ACL-CONFIDENTIAL-IND        PIC X(1).
               88 ACL-CONFIDENTIAL         VALUE "C".
      ***** CICS TERMINAL; SPACES FOR A BATCH INQUIRY
           05  ACL-TERMINAL-ID             PIC X(4).
           05  FILLER                      PIC X(38).

      * COPY PAGEOUT.
      ***** OUTBOUND PAGING/SECURE-MESSAGING REQUESTS, ONE PER PAGE
      ***** CRITNTFY SENDS.  THE INTERFACE ENGINE DELIVERS EACH TO
      ***** THE RECIPIENT'S DEVICE -- A PHYSICIAN BY PROVIDER-ID, THE
      ***** CHARGE NURSE BY THE WARD'S CHARGE-NURSE ROLE PHONE -- AND
      ***** RETURNS THE ACKNOWLEDGMENT ON CRITACK QUOTING PGO-QUEUE-KEY.
       01  PAGE-REQUEST-REC.
           05  PGO-QUEUE-KEY               PIC X(30).
           05  PGO-SEND-STAMP              PIC X(12).
           05  PGO-RECIPIENT-ROLE          PIC X(1).
               88 PGO-ORDERING-PHYS        VALUE "P".
               88 PGO-CHARGE-NURSE         VALUE "C".
               88 PGO-ON-CALL-PHYS         VALUE "O".
      ***** SPACES FOR THE CHARGE NURSE -- THE WARD ROUTES IT
           05  PGO-RECIPIENT-ID            PIC X(8).
           05  PGO-WARD-NBR                PIC X(4).
           05  PGO-ESCALATION-LEVEL        PIC X(1).
           05  PGO-PATIENT-ID              PIC X(6).
           05  PGO-ENCOUNTER-NBR           PIC X(10).
           05  PGO-TEST-DESC               PIC X(25).
           05  PGO-RESULT-VALUE            PIC X(10).
           05  PGO-RESULT-DATE             PIC X(8).
      ***** MINUTES SINCE THE RESULT POSTED
           05  PGO-MINUTES-OPEN            PIC 9(5).
           05  FILLER                      PIC X(30).

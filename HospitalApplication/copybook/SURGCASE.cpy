      * COPY SURGCASE.
      ***** ONE ROW PER SURGICAL CASE, KEYED BY THE OR CASE NUMBER.
      ***** A "SUR" TREATMENT USED TO ARRIVE AS ONE KEYED LINE WITH A
      ***** MEDICATION-COST AND NOTHING ELSE -- NO ROOM, NO SURGEON,
      ***** NO MINUTES, NO RECORD OF WHAT WAS IMPLANTED.  ORCMAINT
      ***** SCHEDULES THE CASE AND RECORDS THE IN/OUT AND ANESTHESIA
      ***** TIMES AND THE IMPLANT LINES; ORCPOST PRICES A COMPLETED
      ***** CASE IN 15-MINUTE UNITS INTO THE TRMTSORT STREAM AND
      ***** MARKS IT POSTED; ORUTIL AND IMPLINQ READ IT.
      *****
      ***** TIMES ARE HHMM ON A 24-HOUR CLOCK.  AN OUT TIME EARLIER
      ***** THAN THE IN TIME MEANS THE CASE RAN PAST MIDNIGHT.
       01  SURGICAL-CASE-REC.
           05  SCS-CASE-NBR                PIC X(08).
           05  SCS-PATIENT-ID              PIC X(06).
           05  SCS-ENCOUNTER-NBR           PIC X(10).
           05  SCS-SCHED-DATE              PIC X(10).
           05  SCS-OR-ROOM                 PIC X(04).
           05  SCS-SURGEON-ID              PIC X(08).
           05  SCS-ANESTH-ID               PIC X(08).
           05  SCS-PROC-DESC               PIC X(30).
           05  SCS-CASE-STATUS             PIC X(01).
               88 SCS-SCHEDULED            VALUE "S".
               88 SCS-COMPLETE             VALUE "C".
               88 SCS-POSTED               VALUE "P".
               88 SCS-CANCELLED            VALUE "X".
               88 SCS-VALID-STATUS         VALUES "S", "C", "P", "X".
           05  SCS-CASE-TIMES.
               10  SCS-IN-ROOM-TIME        PIC 9(04).
               10  SCS-OUT-ROOM-TIME       PIC 9(04).
               10  SCS-ANES-START-TIME     PIC 9(04).
               10  SCS-ANES-END-TIME       PIC 9(04).
      ***** FILLED IN BY ORCPOST WHEN THE CASE IS PRICED
           05  SCS-POSTED-DATE             PIC X(10).
           05  SCS-OR-UNITS                PIC 9(03).
           05  SCS-ANES-UNITS              PIC 9(03).
           05  SCS-OR-CHARGE               PIC 9(05)V99.
           05  SCS-ANES-CHARGE             PIC 9(05)V99.
      ***** IMPLANTS -- ONE LINE PER DEVICE, WITH THE MANUFACTURER'S
      ***** LOT AND SERIAL NUMBERS A RECALL NOTICE QUOTES
           05  SCS-IMPLANT-COUNT           PIC 9(02).
           05  SCS-IMPLANT-LINE OCCURS 10 TIMES.
               10  SCS-IMP-ITEM-ID         PIC X(08).
               10  SCS-IMP-MFR-NAME        PIC X(12).
               10  SCS-IMP-LOT-NBR         PIC X(15).
               10  SCS-IMP-SERIAL-NBR      PIC X(15).
           05  FILLER                      PIC X(07).

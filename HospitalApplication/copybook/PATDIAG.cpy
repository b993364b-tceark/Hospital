      ***** ALL FILLED, ANY FURTHER NEW DIAGNOSTIC CODE FOR A PATIENT
      ***** IS APPENDED HERE INSTEAD OF BEING UNSTRUNG INTO
      ***** PATIENT-ADMIT-COMMENTS.  WRITTEN BY DALYUPDT AND TRMTUPDT.
      ***** WIDENED FROM 29 TO 40 BYTES TO CARRY THE PRESENT-ON-
      ***** ADMISSION FLAG AND THE STAY THE CODE BELONGS TO.  THE
      ***** POSTING RUNS WRITE THE FLAG BLANK; WHEN HIM KEYS IT,
      ***** PROCCODE APPENDS A ROW FOR THE SAME PATIENT, ENCOUNTER
      ***** AND CODE, AND THE LATEST ROW'S FLAG IS THE ONE THAT
      ***** STANDS.  ROWS WRITTEN BEFORE THE WIDENING CARRY BLANKS.
       01  PATIENT-DIAG-OVFL-REC.
           05  DIAG-OVFL-PATIENT-ID        PIC X(6).
           05  DIAG-OVFL-DATE              PIC X(8).
           05  DIAG-OVFL-SOURCE-PROGRAM    PIC X(8).
           05  DIAG-OVFL-CODE              PIC X(7).
           05  DIAG-OVFL-POA-IND           PIC X(1).
               88 DIAG-OVFL-NOT-POA        VALUE "N".
           05  DIAG-OVFL-ENCOUNTER-NBR     PIC X(10).

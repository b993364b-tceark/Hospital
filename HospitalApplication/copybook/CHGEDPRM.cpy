      * COPY CHGEDPRM.
      ***** PARAMETER BLOCK FOR CHGEDIT, THE ONE HOME OF THE DAILY
      ***** CHARGE EDITS.  DALYEDIT, OUTEDIT AND THE CHGE CHARGE-
      ***** ENTRY SCREEN ALL PASS THIS BLOCK, THE CHARGE RECORD, AND
      ***** THE PATIENT'S PATMSTR AND PATPERSN ROWS (READ BY THE
      ***** CALLER -- BATCH AND CICS DO THEIR FILE I/O DIFFERENTLY,
      ***** SO CHGEDIT DOES NONE).  CHGEDIT RETURNS THE VERDICT, THE
      ***** ERROR TEXT, AND THE FEW FACTS THE BATCH CALLERS TALLY.
       01  CHGEDIT-PARMS.
      ***** SET BY THE CALLER
           05  CED-CHARGE-TYPE             PIC X(01).
               88 CED-INPATIENT-CHARGE     VALUE "I".
               88 CED-OUTPATIENT-VISIT     VALUE "O".
           05  CED-MASTER-SW               PIC X(01).
               88 CED-MASTER-FOUND         VALUE "Y".
           05  CED-PERSN-SW                PIC X(01).
               88 CED-PERSN-FOUND          VALUE "Y".
      ***** RETURNED BY CHGEDIT
           05  CED-ERROR-SW                PIC X(01).
               88 CED-RECORD-ERROR         VALUE "Y".
               88 CED-RECORD-VALID         VALUE "N".
           05  CED-ERR-MSG                 PIC X(40).
      ***** A WARNING OR LOOKUP MISS THE BATCH RUN LOGS TO SYSOUT --
      ***** THE RECORD MAY STILL BE GOOD
           05  CED-NOTE-MSG                PIC X(40).
           05  CED-PARA-NAME               PIC X(20).
      ***** A NEGATIVE SQLCODE IS FATAL -- THE CALLER OWNS THE
      ***** DB2ERRLOG / ROLLBACK (BATCH) OR THE SCREEN MESSAGE (CICS)
           05  CED-DB2-SW                  PIC X(01).
               88 CED-DB2-FATAL            VALUE "Y".
           05  CED-SQLCODE                 PIC S9(9) COMP.
           05  CED-DB2-TABLE-NAME          PIC X(18).
           05  CED-DB2-KEY-VALUE           PIC X(20).
      ***** EQUIPMENT ROWS SUMMED BY THE CROSS-FIELD EDITS
           05  CED-EQUIPMENT-COST          PIC S9(7)V99 COMP-3.
      ***** "09" OR "10" ONCE THE DIAGNOSIS REACHED THE DB2 EDITS
           05  CED-ICD-VERSION             PIC X(02).
           05  CED-DIAG-SW                 PIC X(01).
               88 CED-DIAG-ON-FILE         VALUE "Y".
           05  CED-RATE-SW                 PIC X(01).
               88 CED-RATE-MISMATCH        VALUE "Y".
           05  CED-BAD-PHYS-ID             PIC X(08).
      ***** TIMELINESS -- SET BY THE CALLER FROM THE RUN CONTROL
      ***** (RUNPARM *SHARED*).  A CHARGE WHOSE SERVICE DATE IS MORE
      ***** THAN CED-LATE-DAYS OLD IS REFUSED (ZERO: NO AGE LIMIT)
      ***** UNLESS THE DATE FALLS IN THE DECLARED DOWNTIME WINDOW AND
      ***** TODAY IS WITHIN CED-CATCHUP-DAYS OF THE WINDOW'S END
           05  CED-LATE-DAYS               PIC 9(03).
           05  CED-DOWNTIME-FROM           PIC 9(08).
           05  CED-DOWNTIME-THRU           PIC 9(08).
           05  CED-CATCHUP-DAYS            PIC 9(03).
      ***** RETURNED -- DATED IN THE DOWNTIME WINDOW AND LET THROUGH
           05  CED-DOWNTIME-SW             PIC X(01).
               88 CED-DOWNTIME-RECOVERY    VALUE "Y".
           05  FILLER                      PIC X(10).

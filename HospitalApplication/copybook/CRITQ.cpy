      * COPY CRITQ.
      ***** CRITICAL LAB-RESULT NOTIFICATION QUEUE (VSAM KSDS).  ONE
      ***** ROW PER LAB LINE POSTED WITH A "C" ABNORMAL FLAG --
      ***** TRMTUPDT ADDS IT THE MOMENT THE TREATMENT POSTS.  CRITNTFY
      ***** PAGES IT, APPLIES THE READ-BACK ACKNOWLEDGMENTS THAT COME
      ***** BACK FROM THE PAGING/SECURE-MESSAGING INTERFACE, AND
      ***** ESCALATES ANYTHING LEFT UNACKNOWLEDGED:  ORDERING
      ***** PHYSICIAN, THEN THE WARD'S CHARGE NURSE, THEN THE ON-CALL
      ***** PHYSICIAN.  CRITRPT REPORTS TIME-TO-ACKNOWLEDGE FROM IT.
      ***** ROWS ARE NEVER DELETED -- THE FILE IS THE COMPLIANCE
      ***** RECORD.  ALL STAMPS ARE CCYYMMDDHHMM.
       01  CRITICAL-QUEUE-REC.
           05  CRQ-KEY.
               10  CRQ-PATIENT-ID          PIC X(6).
               10  CRQ-RESULT-DATE         PIC X(8).
               10  CRQ-RESULT-TIME         PIC X(8).
               10  CRQ-LAB-TEST-ID         PIC X(8).
           05  CRQ-TEST-CATEGORY           PIC X(4).
           05  CRQ-TEST-DESC               PIC X(25).
           05  CRQ-RESULT-VALUE            PIC X(10).
           05  CRQ-ENCOUNTER-NBR           PIC X(10).
           05  CRQ-FACILITY-CODE           PIC X(2).
      ***** THE LINE'S PRESCRIBER, ELSE THE TREATMENT'S
           05  CRQ-ORDERING-PHYS           PIC X(8).
      ***** WHEN THE RESULT POSTED -- THE NOTIFICATION CLOCK STARTS
           05  CRQ-QUEUED-STAMP            PIC X(12).
           05  CRQ-STATUS                  PIC X(1).
               88 CRQ-QUEUED               VALUE "Q".
               88 CRQ-PAGED                VALUE "P".
               88 CRQ-ACKNOWLEDGED         VALUE "A".
      ***** WHO THE LAST PAGE WENT TO
           05  CRQ-ESCALATION-LEVEL        PIC X(1).
               88 CRQ-LEVEL-ORDERING       VALUE "1".
               88 CRQ-LEVEL-CHARGE-NURSE   VALUE "2".
               88 CRQ-LEVEL-ON-CALL        VALUE "3".
           05  CRQ-WARD-NBR                PIC X(4).
           05  CRQ-FIRST-PAGE-STAMP        PIC X(12).
           05  CRQ-LAST-PAGE-STAMP         PIC X(12).
           05  CRQ-LAST-PAGED-ID           PIC X(8).
           05  CRQ-PAGE-COUNT              PIC 9(2).
      ***** ACKNOWLEDGMENTS RECEIVED WITHOUT A READ-BACK -- THEY DO
      ***** NOT CLOSE THE ROW AND DO NOT STOP THE ESCALATION CLOCK
           05  CRQ-NO-READBACK-COUNT       PIC 9(2).
      ***** THE ACKNOWLEDGMENT THAT CLOSED THE ROW (READ BACK)
           05  CRQ-ACK-BY-ID               PIC X(8).
           05  CRQ-ACK-ROLE                PIC X(1).
           05  CRQ-ACK-STAMP               PIC X(12).
           05  CRQ-MINUTES-TO-ACK          PIC 9(5).
           05  FILLER                      PIC X(31).

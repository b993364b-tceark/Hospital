             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAFCODE.

           SELECT PHYSPRIV
           ASSIGN TO UT-S-PHYSPRIV
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PVCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS NURSEREG-REC.
       01  NURSEREG-REC PIC X(70).

      ***** ONE ROW PER PHYSICIAN AND PRIVILEGED TREATMENT MODE
       FD  PHYSPRIV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSPRIV-REC.
       01  PHYSPRIV-REC PIC X(50).

       FD  PATALRGY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PXCODE         PIC X(2).
           05  ALCODE         PIC X(2).
           05  NRCODE         PIC X(2).
           05  PVCODE         PIC X(2).

       COPY TREATMNT.
       COPY PATINS.
       COPY PLANEXCL.
       COPY PATALRGY.
       COPY NURSEREG.
       COPY PHYSPRIV.

      ***** NURSE REGISTRY, LOADED AT STARTUP
       01  WS-NREG-TABLE.
       01  WS-PHYS-FOUND-SW            PIC X(1).
           88 PHYS-CACHED              VALUE "Y".

      ***** PHYSICIAN PRIVILEGES BY TREATMENT MODE, LOADED AT STARTUP.
      ***** EVERY ROW IS TABLED -- A SUSPENDED PRIVILEGE IS NOT
      ***** HONORED, BUT STILL PUTS ITS MODE UNDER PRIVILEGING.
       01  WS-PRIV-TABLE.
           05  WS-PRIV-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  PRIV-ROW OCCURS 2000 TIMES INDEXED BY PV-IDX.
               10  PV-TBL-PROVIDER-ID      PIC X(8).
               10  PV-TBL-TREATMENT-MODE   PIC X(3).
               10  PV-TBL-GRANTED-DATE     PIC X(8).
               10  PV-TBL-EXPIRES-DATE     PIC X(8).
               10  PV-TBL-STATUS           PIC X(1).
                   88 PV-TBL-ACTIVE        VALUE "A".
       01  MORE-PRIV-SW                PIC X(1) VALUE "Y".
           88 MORE-PRIV                VALUE "Y".
       01  WS-MODE-PRIVILEGED-SW       PIC X(1).
           88 MODE-UNDER-PRIVILEGING   VALUE "Y".
       01  WS-PRIV-OK-SW               PIC X(1).
           88 PRESCRIBER-PRIVILEGED    VALUE "Y".

       01  WS-NONCOVRD-REC.
           05  NCV-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
      ***** ONE LAB-TABLE-REC ROW (8+4+25+7+5+8+5+39).
       01  WS-LAB-HOLD-REC             PIC X(101).

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "TRMTSRCH".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "TRMTSRCH".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.

       EXEC SQL
           PERFORM 160-LOAD-PLANEXCL-TABLE THRU 160-EXIT.
           PERFORM 170-LOAD-ALLERGY-TABLE THRU 170-EXIT.
           PERFORM 180-LOAD-NURSE-TABLE THRU 180-EXIT.
           PERFORM 190-LOAD-PRIV-TABLE THRU 190-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-TRANSORT-RECS
                      or TRAILER-REC.
      *  Code your statement here to OPEN files
           ACCEPT  WS-DATE FROM DATE.
           OPEN INPUT LABTEST-FILE, TRMTSORT-FILE, PATMSTR, PATINS,
                      PREAUTH, PLANEXCL, PATALRGY, NURSEREG,
                      PHYSPRIV.
           OPEN OUTPUT TRMTSRCH-FILE, NONCOVRD, ALRGYRPT, SYSOUT.
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.

      *  Remember to move "NO" to IFCODE if the input file is AT END
           READ TRMTSORT-FILE INTO INPATIENT-TREATMENT-REC
       000-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       030-WRITE-RUN-HEADER.
           MOVE "030-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE INPATIENT-TREATMENT-REC-SRCH FROM RHP-HEADER.
       030-EXIT.
           EXIT.

       050-LOAD-LABTEST-TABLE.
           MOVE "050-LOAD-LABTEST-TABLE" TO PARA-NAME.
           IF ROW-IDX > WS-LAB-ROW-MAX
       180-EXIT.
           EXIT.

      ***** SUSPENDED ROWS ARE TABLED TOO, FLAGGED, SO THEIR MODE
      ***** STAYS UNDER PRIVILEGING EVEN WHEN NO ACTIVE ROW REMAINS
       190-LOAD-PRIV-TABLE.
           MOVE "190-LOAD-PRIV-TABLE" TO PARA-NAME.
           READ PHYSPRIV INTO PHYSICIAN-PRIVILEGE-REC
               AT END
                   MOVE "N" TO MORE-PRIV-SW
           END-READ.
           PERFORM 195-LOAD-PRIV-ROW THRU 195-EXIT
               UNTIL NOT MORE-PRIV.
       190-EXIT.
           EXIT.

       195-LOAD-PRIV-ROW.
           IF WS-PRIV-COUNT < 2000
               ADD 1 TO WS-PRIV-COUNT
               MOVE PPV-PROVIDER-ID
                    TO PV-TBL-PROVIDER-ID(WS-PRIV-COUNT)
               MOVE PPV-TREATMENT-MODE
                    TO PV-TBL-TREATMENT-MODE(WS-PRIV-COUNT)
               MOVE PPV-GRANTED-DATE
                    TO PV-TBL-GRANTED-DATE(WS-PRIV-COUNT)
               MOVE PPV-EXPIRES-DATE
                    TO PV-TBL-EXPIRES-DATE(WS-PRIV-COUNT)
               MOVE PPV-STATUS
                    TO PV-TBL-STATUS(WS-PRIV-COUNT)
           ELSE
               MOVE "*** PHYSPRIV TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           READ PHYSPRIV INTO PHYSICIAN-PRIVILEGE-REC
               AT END
                   MOVE "N" TO MORE-PRIV-SW
           END-READ.
       195-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
      *  Validate patient type and insurance coverage
           PERFORM 218-CHECK-RECORD-PHYSICIANS THRU 218-EXIT.
           IF NOT PHYS-ID-OK
               GO TO 120-SKIP-RECORD.
           PERFORM 226-CHECK-PRIVILEGE THRU 226-EXIT.
           IF NOT PRESCRIBER-PRIVILEGED
               GO TO 120-SKIP-RECORD.
           PERFORM 217-CHECK-RECORD-NURSES THRU 217-EXIT.
           IF NOT NURSE-ID-OK
               GO TO 120-SKIP-RECORD.
       224-EXIT.
           EXIT.

      ***** A MODE ANY PHYSICIAN IS PRIVILEGED FOR IS UNDER
      ***** PRIVILEGING -- THE PRESCRIBER OF RECORD MUST THEN HOLD AN
      ***** ACTIVE PRIVILEGE FOR IT IN FORCE ON THE TREATMENT DATE.
      ***** A MODE WITH NO ROWS AT ALL IS NOT CONTROLLED AND PASSES.
       226-CHECK-PRIVILEGE.
           MOVE "226-CHECK-PRIVILEGE" TO PARA-NAME.
           MOVE "Y" TO WS-PRIV-OK-SW.
           IF WS-PRIV-COUNT = ZERO
               GO TO 226-EXIT.

           MOVE "N" TO WS-MODE-PRIVILEGED-SW.
           MOVE "N" TO WS-PRIV-OK-SW.
           PERFORM 229-SCAN-PRIV-ROW THRU 229-EXIT
               VARYING PV-IDX FROM 1 BY 1 UNTIL
               PV-IDX > WS-PRIV-COUNT OR PRESCRIBER-PRIVILEGED.
           IF PRESCRIBER-PRIVILEGED
               GO TO 226-EXIT.
           IF NOT MODE-UNDER-PRIVILEGING
               MOVE "Y" TO WS-PRIV-OK-SW
               GO TO 226-EXIT.

           ADD 1 TO ERROR-RECS.
           SUBTRACT +1 FROM RECORDS-WRITTEN.
           MOVE "*** PRESCRIBER NOT PRIVILEGED FOR MODE"
                TO ABEND-REASON.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           DISPLAY "NOT PRIVILEGED: "
               PRESCRIBING-PHYS-ID IN INPATIENT-TREATMENT-REC
               " MODE " TREATMENT-MODE IN INPATIENT-TREATMENT-REC
               " ON " TREATMENT-DATE IN INPATIENT-TREATMENT-REC.
       226-EXIT.
           EXIT.

       229-SCAN-PRIV-ROW.
           IF PV-TBL-TREATMENT-MODE(PV-IDX)
                   NOT = TREATMENT-MODE IN INPATIENT-TREATMENT-REC
               GO TO 229-EXIT.
           MOVE "Y" TO WS-MODE-PRIVILEGED-SW.
           IF PV-TBL-ACTIVE(PV-IDX)
              AND PV-TBL-PROVIDER-ID(PV-IDX)
                   = PRESCRIBING-PHYS-ID IN INPATIENT-TREATMENT-REC
              AND PV-TBL-GRANTED-DATE(PV-IDX)
                   NOT > TREATMENT-DATE IN INPATIENT-TREATMENT-REC
              AND PV-TBL-EXPIRES-DATE(PV-IDX)
                   NOT < TREATMENT-DATE IN INPATIENT-TREATMENT-REC
               MOVE "Y" TO WS-PRIV-OK-SW.
       229-EXIT.
           EXIT.

       220-CHECK-PRIOR-AUTH.
           MOVE "220-CHECK-PRIOR-AUTH" TO PARA-NAME.

           CLOSE LABTEST-FILE, TRMTSRCH-FILE,
                     SYSOUT, TRMTSORT-FILE, PATMSTR, PATINS,
                     PLANEXCL, NONCOVRD, PATALRGY, ALRGYRPT,
                     NURSEREG, PHYSPRIV.
       700-EXIT.
           EXIT.

           PERFORM 224-REPORT-BAD-PHYS THRU 224-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL
               PHYS-SUB > WS-BADPHYS-USED.
           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

           DISPLAY "******** NORMAL END OF JOB TRMTSRCH ********".
       900-EXIT.
           EXIT.

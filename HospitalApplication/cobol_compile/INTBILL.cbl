      *REMARKS.
      *
      *          INTERIM BILLING FOR LONG-STAY INPATIENTS.  A PATIENT
      *          STILL IN HOUSE PAST THE RUNPARM DAY COUNT GETS
      *          AN INTERIM STATEMENT AND AN INTERIM CLAIM (HEADER
      *          TYPE "I", REGISTER FREQUENCY "I") BUILT FROM THE
      *          PATMSTR SUMMARY TABLES -- BUT ONLY THE SERVICE LINES
      *
      ******************************************************************

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               PRIOR THROUGH-DATES     -   DDS0001.INTBHIST

           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT INTBHIST-OLD
           ASSIGN TO UT-S-INTBHSTI
             ORGANIZATION IS SEQUENTIAL
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

       FD  INTBHIST-OLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  HFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
       01  MORE-REV-SW                 PIC X(1) VALUE "Y".
           88 NO-MORE-REV              VALUE "N".

      ***** RUN THRESHOLD, FILLED FROM THE RUNPARM MASTER
       01  INTERIM-CONTROL-CARD.
           05  CTL-INTERIM-DAYS        PIC 9(3).
           05  FILLER                  PIC X(17).

       COPY PARMGPRM.

      ***** ONE ROW PER PATIENT ALREADY INTERIM-BILLED -- THE
      ***** THROUGH-DATE THE NEXT BILL PICKS UP FROM
       01  INTERIM-HISTORY-REC.
           05  ROW-SUB                 PIC 9(2).
      ***** THE RUN-DATE SEQUENCE IS PARTITIONED ACROSS THE CLAIM
      ***** WRITERS SO THE SAME NIGHT NEVER MINTS THE SAME CONTROL
      ***** NUMBER TWICE:  EDICLAIM 001-399, SERBILL 400-499,
      ***** SECDCLM 500-599, REBILL 600-799, INTBILL 800-899,
      ***** PROFCLM 900-949, SEGBILL 950-999.
           05  WS-CLAIM-SEQ            PIC 9(3) VALUE 799.
           05  WS-CLAIM-SEQ-LIMIT      PIC 9(3) VALUE 899.
           05  WS-PERIOD-CHARGES       PIC S9(9)V99 COMP-3.
           DISPLAY "******** BEGIN JOB INTBILL ********".
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-DATE-X8.
           OPEN INPUT INTBHIST-OLD, PATMSTR, PATINS, PATPERSN,
                REVMAP.
           OPEN I-O CLMREG.
           OPEN OUTPUT INTBHIST-NEW, INTSTMT, INTCLAIM, SYSOUT.
           OPEN EXTEND DISCLOG.
           PERFORM 048-LOAD-REVMAP THRU 048-EXIT
                   UNTIL NO-MORE-REV.

           PERFORM 040-GET-RUN-PARMS THRU 040-EXIT.
           IF CTL-INTERIM-DAYS = ZERO
               MOVE "** INVALID DAY COUNT ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       000-EXIT.
           EXIT.

      ***** THE INTERIM DAY COUNT IN FORCE TONIGHT.  NO ROW IN FORCE
      ***** REFUSES THE RUN, AS A MISSING CONTROL CARD DID
       040-GET-RUN-PARMS.
           MOVE "040-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "INTBILL"           TO PGT-PROGRAM-ID.
           MOVE "INTERIM-DAYS"      TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               MOVE "** NO INTERIM-DAYS ROW ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE PGT-NUMBER          TO CTL-INTERIM-DAYS.
       040-EXIT.
           EXIT.

       050-LOAD-THROUGH-TABLE.
           MOVE "050-LOAD-THROUGH-TABLE" TO PARA-NAME.
           READ INTBHIST-OLD INTO INTERIM-HISTORY-REC
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
           MOVE "I"            TO CLM-FREQUENCY-CDE.
           MOVE "S"            TO CLM-STATUS.
           MOVE SPACES         TO CLM-ACK-DATE.
           MOVE ZERO           TO CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
           IF MEDICARE-INS
               MOVE "MEDICARE" TO CLM-PAYER-ID
           ELSE
       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE DISCLOG,
                 INTBHIST-OLD, INTBHIST-NEW, INTSTMT,
                 INTCLAIM, PATMSTR, PATINS, PATPERSN, CLMREG,
                 REVMAP, SYSOUT.
       700-EXIT.

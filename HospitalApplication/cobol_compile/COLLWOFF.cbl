      *REMARKS.
      *
      *          COLLECTIONS AND BAD-DEBT WRITE-OFF.  OLD BALANCES
      *          FINALLY GET AN END STATE.  THE RUN IS DRIVEN BY
      *          THREE RUN PARAMETERS ON THE RUNPARM MASTER (AGE
      *          THRESHOLD, BALANCE THRESHOLD, SMALL-BALANCE FLOOR)
      *          AND HAS TWO PHASES:
      *
      *          SELECTION - BROWSES PATMSTR FOR DISCHARGED ACCOUNTS
      *          OLDER THAN THE AGE THRESHOLD.  A BALANCE UNDER THE
      *          PATAUDIT BEFORE/AFTER IMAGE DALYUPDT WRITES, AND THE
      *          RUN ENDS WITH A SUMMARY OF DOLLARS BY REASON CODE.
      *
      *          THE RUN'S WRITE-OFF DOLLARS ARE JOURNALED AS ONE
      *          BALANCED PAIR ON WOFFGL THROUGH THE GLMAP "WOFF" ROW,
      *          SO THE WRITE-OFFS REACH THE LEDGER THE RESERVE RATES
      *          ARE SET FROM.
      *
      ******************************************************************

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               GL MAPPING TABLE        -   DDS0001.GLMAP

               APPROVAL TXN FILE       -   DDS0001.COLLAPRV


               SUMMARY REPORT          -   DDS0001.COLLRPT

               JOURNAL FILE PRODUCED   -   DDS0001.WOFFGL

               DUMP FILE               -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT COLLAPRV
           ASSIGN TO UT-S-COLLAPRV
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFCODE.

           SELECT WOFFGL
           ASSIGN TO UT-S-WOFFGL
             ORGANIZATION IS SEQUENTIAL.

           SELECT COLLEXTR
           ASSIGN TO UT-S-COLLEXTR
             ORGANIZATION IS SEQUENTIAL.
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

       FD  COLLAPRV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COLLAPRV-REC.
       01  COLLAPRV-REC PIC X(30).

       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC PIC X(30).

       FD  WOFFGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WOFFGL-REC.
       01  WOFFGL-REC PIC X(40).

      ***** ONE RECORD PER ACCOUNT PLACED WITH THE COLLECTIONS AGENCY
       FD  COLLEXTR
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
               88 NO-MORE-DATA  VALUE "10".
           05  AUDCODE                 PIC X(2).
           05  MFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  FINASST-STATUS          PIC X(2).

       COPY PATAUDIT.

       COPY GLMAP.

       COPY GLJRNL.

      ***** RUN THRESHOLDS, FILLED FROM THE RUNPARM MASTER
       01  COLLECTION-CONTROL-REC.
           05  CTL-AGE-DAYS            PIC 9(3).
           05  CTL-BALANCE-THRESHOLD   PIC 9(7)V99.
           05  CTL-AUTO-WOFF-FLOOR     PIC 9(5)V99.
           05  FILLER                  PIC X(11).

       COPY PARMGPRM.

      ***** ONE APPROVED WRITE-OFF PER RECORD, FROM THE BUSINESS
      ***** OFFICE'S REVIEW OF THE PRIOR EXTRACT
       01  COLLECTION-APPROVAL-REC.
               88 MORE-MSTR-DATA       VALUE "Y".
           05  MORE-APRV-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-APRV         VALUE "N".
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  WS-MAP-FOUND-SW         PIC X(1) VALUE "N".
               88 MAP-ROW-FOUND        VALUE "Y".

       01  WS-MAP-DEBIT-ACCT           PIC X(8).
       01  WS-MAP-CREDIT-ACCT          PIC X(8).

       77  WS-DATE                     PIC 9(6).
       77  WS-TODAY-INT                PIC S9(9) COMP.
           05  EXTRACT-DOLLARS         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  ACCTS-ALREADY-PLACED    PIC S9(7) COMP VALUE ZERO.
           05  ACCTS-ON-HOLD           PIC S9(7) COMP VALUE ZERO.
           05  WOFF-DOLLARS            PIC S9(9)V99 COMP-3 VALUE ZERO.

      ***** WRITE-OFF DOLLARS BY REASON CODE
       01  WS-REASON-TABLE.
           PERFORM 600-PRINT-SUMMARY THRU 600-EXIT
                   VARYING WS-REASON-SUB FROM 1 BY 1 UNTIL
                   WS-REASON-SUB > WS-REASON-ROWS-USED.
           PERFORM 650-WRITE-JOURNAL THRU 650-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB COLLWOFF ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT COLLAPRV, FINASST, ACCTHOLD, GLMAP.
           OPEN I-O PATMSTR, AGCYPLC.
           OPEN OUTPUT COLLEXTR, COLLRPT, PATAUDIT, WOFFGL, SYSOUT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).

           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.

           IF CTL-AGE-DAYS = ZERO
               MOVE "** INVALID AGE THRESHOLD ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           PERFORM 070-LOAD-GL-MAP THRU 070-EXIT
                   UNTIL NO-MORE-MAP.
           IF NOT MAP-ROW-FOUND
               MOVE "** NO GLMAP WOFF/**** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       000-EXIT.
           EXIT.

      ***** THE THREE THRESHOLDS IN FORCE TONIGHT.  A PARAMETER WITH
      ***** NO ROW IN FORCE REFUSES THE RUN, AS A MISSING CONTROL
      ***** CARD DID
       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "COLLWOFF"          TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           MOVE "AGE-DAYS"          TO PGT-PARM-NAME.
           PERFORM 060-CALL-PARMGET THRU 060-EXIT.
           MOVE PGT-NUMBER          TO CTL-AGE-DAYS.
           MOVE "BAL-THRESHOLD"     TO PGT-PARM-NAME.
           PERFORM 060-CALL-PARMGET THRU 060-EXIT.
           MOVE PGT-NUMBER          TO CTL-BALANCE-THRESHOLD.
           MOVE "AUTO-WOFF-FLOOR"   TO PGT-PARM-NAME.
           PERFORM 060-CALL-PARMGET THRU 060-EXIT.
           MOVE PGT-NUMBER          TO CTL-AUTO-WOFF-FLOOR.
       050-EXIT.
           EXIT.

       060-CALL-PARMGET.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               MOVE "** NOT ON RUNPARM:" TO ABEND-REASON
               MOVE PGT-PARM-NAME TO ABEND-REASON(20:16)
               GO TO 1000-ABEND-RTN.
       060-EXIT.
           EXIT.

      ***** A WRITE-OFF HAS NO WARD, SO ONLY THE "****" ROW APPLIES
       070-LOAD-GL-MAP.
           MOVE "070-LOAD-GL-MAP" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 070-EXIT
           END-READ.

           IF GLM-CHARGE-CATEGORY = "WOFF" AND GLM-WARD-NBR = "****"
               MOVE "Y" TO WS-MAP-FOUND-SW
               MOVE GLM-DEBIT-ACCT  TO WS-MAP-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-MAP-CREDIT-ACCT.
       070-EXIT.
           EXIT.

       100-SELECT-ACCOUNTS.
           MOVE "100-SELECT-ACCOUNTS" TO PARA-NAME.
           READ PATMSTR NEXT INTO PATIENT-MASTER-REC
                 GO TO 1000-ABEND-RTN
           END-REWRITE.

           ADD WS-WOFF-AMT TO WOFF-DOLLARS.
           PERFORM 350-TALLY-REASON THRU 350-EXIT.
       300-EXIT.
           EXIT.
       600-EXIT.
           EXIT.

      ***** ONE BALANCED PAIR FOR THE RUN -- DEBIT THE BAD-DEBT
      ***** ALLOWANCE, CREDIT PATIENT RECEIVABLES
       650-WRITE-JOURNAL.
           MOVE "650-WRITE-JOURNAL" TO PARA-NAME.
           IF WOFF-DOLLARS = ZERO
               GO TO 650-EXIT.

           MOVE WS-CURR-DATE-9    TO JRN-DATE.
           MOVE "WOFF"            TO JRN-CHARGE-CATEGORY.
           MOVE "****"            TO JRN-WARD-NBR.
           MOVE WOFF-DOLLARS      TO JRN-AMT.

           MOVE WS-MAP-DEBIT-ACCT TO JRN-ACCOUNT.
           MOVE "D" TO JRN-DR-CR.
           WRITE WOFFGL-REC FROM GL-JOURNAL-REC.

           MOVE WS-MAP-CREDIT-ACCT TO JRN-ACCOUNT.
           MOVE "C" TO JRN-DR-CR.
           WRITE WOFFGL-REC FROM GL-JOURNAL-REC.
       650-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE COLLAPRV, FINASST, ACCTHOLD, COLLEXTR, COLLRPT,
                 PATMSTR, AGCYPLC, PATAUDIT, GLMAP, WOFFGL, SYSOUT.
       700-EXIT.
           EXIT.

           DISPLAY "COLLWOFF APPROVALS READ     : " APRV-READ.
           DISPLAY "COLLWOFF APPROVALS APPLIED  : " APRV-APPLIED.
           DISPLAY "COLLWOFF APPROVALS SKIPPED  : " APRV-SKIPPED.
           DISPLAY "COLLWOFF DOLLARS WRITTEN OFF: " WOFF-DOLLARS.
           DISPLAY "******** NORMAL END OF JOB COLLWOFF ********".
       900-EXIT.
           EXIT.

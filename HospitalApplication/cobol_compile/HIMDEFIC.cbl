       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HIMDEFIC.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HIM CHART-DEFICIENCY MAINTENANCE, RUN NIGHTLY AFTER
      *          ADMDISCH.  HIMCODE HOLDS A CLAIM UNTIL THE STAY IS
      *          CODED, AND THE STAY CANNOT BE CODED UNTIL THE
      *          PHYSICIANS HAVE COMPLETED THE DISCHARGE SUMMARY, THE
      *          OPERATIVE NOTES AND THEIR SIGNATURES.  HIM USED TO
      *          TRACK THOSE ON INDEX CARDS; THEY NOW LIVE ON THE
      *          DEFICIENCY FILE (SEE DEFICNCY.CPY).
      *
      *          EVERY DISCHARGE (A03) ON THE DAY'S ADTEVT THAT IS NOT
      *          AN OUTPATIENT VISIT RAISES A DISCHARGE SUMMARY AND A
      *          SIGNATURES DEFICIENCY FOR THE ATTENDING, AND AN
      *          OPERATIVE NOTE FOR THE SURGEON OF EVERY CASE ON THE
      *          SURGICAL CASE FILE FOR THE STAY THAT WAS NOT
      *          CANCELLED.  A CANCELLED DISCHARGE (A13) VOIDS THE
      *          STAY'S OPEN DEFICIENCIES; A LATER RE-DISCHARGE
      *          REOPENS THEM.
      *
      *          HIM'S KEYED TRANSACTIONS, APPLIED AFTER THE ADT
      *          EVENTS:
      *            "C" -- DOCUMENT COMPLETED (DATE DEFAULTS TO TODAY,
      *                   COMPLETED-BY TO THE OPERATOR)
      *            "R" -- REASSIGN THE DEFICIENCY TO ANOTHER PHYSICIAN
      *            "A" -- ADD A DEFICIENCY BY HAND (A LATE OPERATIVE
      *                   NOTE, A CONSULT THE DISCHARGE DID NOT RAISE)
      *          A TRANSACTION FOR A DEFICIENCY ADDED IN THE SAME RUN
      *          APPLIES AFTER THE ADD IF IT WAS KEYED AFTER IT.
      *          BEFORE/AFTER AUDIT REPORT, REJECT FILE, OPERATOR
      *          GATE AND SECURITY LOG AS IN THE OTHER MAINTENANCE
      *          PROGRAMS.  HIMAGE AGES THE RESULT WEEKLY.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               COMMITTED ADT EVENTS    -   DDS0001.ADTEVT

               VSAM SURGICAL CASE FILE -   DDS0001.SURGCASE

               HIM TRANSACTION FILE    -   DDS0001.DEFTXN

               OLD DEFICIENCY FILE     -   DDS0001.DEFICNCY

               NEW DEFICIENCY FILE     -   (NEW GENERATION)

               AUDIT REPORT            -   DDS0001.DEFAUDIT

               REJECT FILE             -   DDS0001.DEFREJ

               SECURITY LOG            -   DDS0001.SECLOG

               DUMP FILE               -   SYSOUT

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSOUT
           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ADTEVT
           ASSIGN TO UT-S-ADTEVT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EFCODE.

           SELECT DEFTXN
           ASSIGN TO UT-S-DEFTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT DEFOLD
           ASSIGN TO UT-S-DEFOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DFCODE.

           SELECT DEFNEW
           ASSIGN TO UT-S-DEFNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT DEFAUDIT
           ASSIGN TO UT-S-DEFAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT DEFREJ
           ASSIGN TO UT-S-DEFREJ
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT SECLOG
           ASSIGN TO UT-S-SECLOG
             ORGANIZATION IS SEQUENTIAL.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

      ***** WHO IS KEYING THE COMPLETIONS -- PROVED AGAINST THE
      ***** OPERATOR MASTER BEFORE A SINGLE TRANSACTION APPLIES
       FD  OPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPRCARD-REC.
       01  OPRCARD-REC PIC X(80).

       FD  SECLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECLOG-REC.
       01  SECLOG-REC PIC X(40).

       FD  ADTEVT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTEVT-REC.
       01  ADTEVT-REC PIC X(200).

       FD  DEFTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFTXN-REC.
       01  DEFTXN-REC PIC X(101).

       FD  DEFOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFOLD-REC.
       01  DEFOLD-REC PIC X(100).

       FD  DEFNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFNEW-REC.
       01  DEFNEW-REC PIC X(100).

       FD  DEFAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFAUDIT-REC.
       01  DEFAUDIT-REC PIC X(120).

       FD  DEFREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFREJ-REC.
       01  DEFREJ-REC PIC X(140).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  EFCODE                  PIC X(2).
           05  TFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).

       COPY OPERMSTR.

       COPY ADTBCST.

       COPY SURGCASE.

       COPY DEFICNCY.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".

       77  WS-SEC-DATE                 PIC 9(6).
       77  WS-TODAY-CCYYMMDD           PIC X(8).

      ***** ONE HIM TRANSACTION: THE ACTION PLUS A FULL DEFICIENCY
      ***** RECORD IMAGE.  A COMPLETION ("C") READS ONLY THE KEY AND
      ***** THE COMPLETION FIELDS, A REASSIGNMENT ("R") ONLY THE KEY
      ***** AND THE PHYSICIAN.
       01  DEFICIENCY-TXN-REC.
           05  DTX-ACTION              PIC X(1).
               88 DTX-ADD              VALUE "A".
               88 DTX-COMPLETE         VALUE "C".
               88 DTX-REASSIGN         VALUE "R".
           05  DTX-DEFICIENCY-IMAGE    PIC X(100).

      ***** THE PHYSICIAN AND COMPLETION FIELDS OF A TABLED
      ***** TRANSACTION IMAGE, LINED UP WITH DEFICNCY.CPY
       01  WS-TXN-UPDATE-FIELDS.
           05  UPD-DEFICIENCY-KEY      PIC X(28).
           05  UPD-PHYSICIAN-ID        PIC X(8).
           05  FILLER                  PIC X(31).
           05  UPD-COMPLETED-DATE      PIC X(8).
           05  UPD-COMPLETED-BY        PIC X(8).
           05  FILLER                  PIC X(17).

       01  WS-DATE-CHECK.
           05  WS-CHECK-MM             PIC X(2).
               88 VALID-MM  VALUES ARE "01" THRU "12".
           05  WS-CHECK-DD             PIC X(2).
               88 VALID-DD  VALUES ARE "01" THRU "31".

       01  WS-SWITCHES.
           05  MORE-EVENT-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-EVENTS       VALUE "N".
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-OLD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-OLD          VALUE "N".
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".

      ***** CASE NUMBER, STAY AND SURGEON OF EVERY CASE NOT
      ***** CANCELLED -- THE CASE FILE IS KEYED BY CASE NUMBER, NOT
      ***** BY PATIENT, SO IT IS TABLED THE WAY HIMCODE TABLES IT
       01  WS-SURG-TABLE.
           05  WS-SURG-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-SURG-ROW OCCURS 2000 TIMES.
               10  WS-SURG-CASE-NBR    PIC X(8).
               10  WS-SURG-PATIENT-ID  PIC X(6).
               10  WS-SURG-ENCOUNTER   PIC X(10).
               10  WS-SURG-SURGEON-ID  PIC X(8).
       77  WS-SURG-SUB                 PIC S9(4) COMP.

      ***** ACTIONS AS TABLED -- THE KEYED "A", "C" AND "R", PLUS
      ***** "G" FOR A DEFICIENCY GENERATED BY A DISCHARGE AND "V"
      ***** FOR A CANCELLED DISCHARGE, WHICH MATCHES EVERY OPEN
      ***** DEFICIENCY OF THE STAY ON ITS PATIENT AND ENCOUNTER
       01  WS-TXN-TABLE.
           05  WS-TXN-ROW OCCURS 2000 TIMES.
               10  WS-TXN-ACTION       PIC X(1).
               10  WS-TXN-IMAGE        PIC X(100).
               10  WS-TXN-USED-SW      PIC X(1).
       01  WS-TXN-ROWS-USED            PIC 9(4) VALUE ZERO.
       77  WS-TXN-MAX                  PIC 9(4) VALUE 2000.
       77  WS-TXN-SUB                  PIC 9(4).
       77  WS-APPLY-SUB                PIC 9(4).
       77  WS-DROP-SUB                 PIC 9(4).

       01  COUNTERS-AND-ACCUMULATORS.
           05  EVENTS-READ             PIC S9(7) COMP VALUE ZERO.
           05  DISCHARGES-SEEN         PIC S9(5) COMP VALUE ZERO.
           05  OUTPATIENTS-SKIPPED     PIC S9(5) COMP VALUE ZERO.
           05  CANCELS-SEEN            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-GENERATED          PIC S9(5) COMP VALUE ZERO.
           05  GENERATED-DROPPED       PIC S9(5) COMP VALUE ZERO.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CARRIED            PIC S9(7) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-COMPLETED          PIC S9(5) COMP VALUE ZERO.
           05  ROWS-REASSIGNED         PIC S9(5) COMP VALUE ZERO.
           05  ROWS-VOIDED             PIC S9(5) COMP VALUE ZERO.
           05  ROWS-REOPENED           PIC S9(5) COMP VALUE ZERO.
           05  ALREADY-ON-FILE         PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  AUD-ACTION            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-TAG               PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-IMAGE             PIC X(100).
           05  FILLER                PIC X(1) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(101).
           05  FILLER                PIC X(08) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 030-LOAD-SURGICAL-TABLE THRU 030-EXIT
                   UNTIL NO-MORE-CASES.
           PERFORM 040-READ-ADT-EVENT THRU 040-EXIT
                   UNTIL NO-MORE-EVENTS.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 100-CARRY-DEFICIENCIES THRU 100-EXIT
                   UNTIL NO-MORE-OLD.
           PERFORM 400-APPEND-ADDS THRU 400-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED.
           PERFORM 500-REJECT-UNUSED THRU 500-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HIMDEFIC ********".
           OPEN INPUT ADTEVT, SURGCASE, DEFTXN, DEFOLD, OPRCARD.
           OPEN OUTPUT DEFNEW, DEFAUDIT, DEFREJ, SYSOUT.
           OPEN EXTEND SECLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.
       000-EXIT.
           EXIT.

      ***** NO OPERATOR CARD, OR AN OPERATOR WITHOUT THE CLINICAL
      ***** AUTHORIZATION, REFUSES THE WHOLE RUN -- AND THE REFUSED
      ***** ATTEMPT GOES ON THE SECURITY LOG TOO
       020-CHECK-OPERATOR.
           MOVE "020-CHECK-OPERATOR" TO PARA-NAME.
           READ OPRCARD INTO WS-OPERATOR-CARD
               AT END
                   MOVE "** NO OPERATOR CARD - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           MOVE OPC-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "C" TO OPA-AUTH-CLASS.
           CALL 'OPERAUTH' USING WS-OPERAUTH-PARMS.
           IF NOT OPA-AUTHORIZED
               PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT
               MOVE "** OPERATOR NOT AUTHORIZED FOR HIM RECORDS"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       030-LOAD-SURGICAL-TABLE.
           MOVE "030-LOAD-SURGICAL-TABLE" TO PARA-NAME.
           READ SURGCASE NEXT RECORD INTO SURGICAL-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 030-EXIT
           END-READ.
           IF SCS-CANCELLED
               GO TO 030-EXIT.
           IF WS-SURG-COUNT >= 2000
               MOVE "*** SURGICAL CASE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-SURG-COUNT.
           MOVE SCS-CASE-NBR      TO WS-SURG-CASE-NBR(WS-SURG-COUNT).
           MOVE SCS-PATIENT-ID    TO WS-SURG-PATIENT-ID(WS-SURG-COUNT).
           MOVE SCS-ENCOUNTER-NBR TO WS-SURG-ENCOUNTER(WS-SURG-COUNT).
           MOVE SCS-SURGEON-ID    TO WS-SURG-SURGEON-ID(WS-SURG-COUNT).
       030-EXIT.
           EXIT.

      ***** ONLY DISCHARGES AND CANCELLED DISCHARGES MATTER HERE --
      ***** EVERY OTHER EVENT ON THE FILE IS SOMEONE ELSE'S
       040-READ-ADT-EVENT.
           MOVE "040-READ-ADT-EVENT" TO PARA-NAME.
           READ ADTEVT INTO ADT-BROADCAST-REC
               AT END
                   MOVE "N" TO MORE-EVENT-SW
                   GO TO 040-EXIT
           END-READ.
           ADD 1 TO EVENTS-READ.
           IF ADB-DISCHARGE
               PERFORM 042-TABLE-DISCHARGE THRU 042-EXIT
           ELSE
           IF ADB-CANCEL-DISCH
               PERFORM 048-TABLE-CANCEL THRU 048-EXIT.
       040-EXIT.
           EXIT.

      ***** AN OUTPATIENT VISIT OWES NO DISCHARGE SUMMARY.  EVERY
      ***** OTHER STAY OWES ONE, PLUS SIGNATURES, FROM THE ATTENDING
      ***** OF RECORD AT DISCHARGE, AND AN OPERATIVE NOTE PER CASE.
       042-TABLE-DISCHARGE.
           MOVE "042-TABLE-DISCHARGE" TO PARA-NAME.
           ADD 1 TO DISCHARGES-SEEN.
           IF ADB-PATIENT-CLASS = "O" OR ADB-PATIENT-CLASS = "0"
               ADD 1 TO OUTPATIENTS-SKIPPED
               GO TO 042-EXIT.

           IF ADB-ATTENDING-MD = SPACES
               MOVE SPACES TO ABEND-REASON
               STRING "** DISCHARGE WITH NO ATTENDING - "
                      ADB-PATIENT-ID
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           MOVE SPACES TO CHART-DEFICIENCY-REC.
           MOVE ADB-PATIENT-ID      TO DFC-PATIENT-ID.
           MOVE ADB-ENCOUNTER-NBR   TO DFC-ENCOUNTER-NBR.
           MOVE ADB-ATTENDING-MD    TO DFC-PHYSICIAN-ID.
           STRING ADB-EVENT-DATE(1:4) ADB-EVENT-DATE(6:2)
                  ADB-EVENT-DATE(9:2)
                  DELIMITED BY SIZE INTO DFC-DISCHARGE-DATE.
           MOVE ADB-WARD-NBR        TO DFC-WARD-NBR.
           MOVE ADB-FACILITY-CODE   TO DFC-FACILITY-CODE.
           MOVE "O"                 TO DFC-STATUS.
           MOVE WS-TODAY-CCYYMMDD   TO DFC-CREATED-DATE.
           MOVE "HIMDEFIC"          TO DFC-CREATED-BY.

           MOVE "DSUM" TO DFC-DOC-TYPE.
           PERFORM 046-TABLE-GENERATED THRU 046-EXIT.
           MOVE "SIGN" TO DFC-DOC-TYPE.
           PERFORM 046-TABLE-GENERATED THRU 046-EXIT.

           PERFORM 044-TABLE-OPNOTE THRU 044-EXIT
               VARYING WS-SURG-SUB FROM 1 BY 1 UNTIL
               WS-SURG-SUB > WS-SURG-COUNT.
       042-EXIT.
           EXIT.

       044-TABLE-OPNOTE.
           MOVE "044-TABLE-OPNOTE" TO PARA-NAME.
           IF WS-SURG-PATIENT-ID(WS-SURG-SUB) NOT = ADB-PATIENT-ID
            OR WS-SURG-ENCOUNTER(WS-SURG-SUB) NOT = ADB-ENCOUNTER-NBR
               GO TO 044-EXIT.
           MOVE "OPNT" TO DFC-DOC-TYPE.
           MOVE WS-SURG-CASE-NBR(WS-SURG-SUB)   TO DFC-DOC-REF.
           MOVE WS-SURG-SURGEON-ID(WS-SURG-SUB) TO DFC-PHYSICIAN-ID.
           IF DFC-PHYSICIAN-ID = SPACES
               MOVE SPACES TO ABEND-REASON
               STRING "** OR CASE WITH NO SURGEON - "
                      WS-SURG-CASE-NBR(WS-SURG-SUB)
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 046-TABLE-GENERATED THRU 046-EXIT.
       044-EXIT.
           EXIT.

      ***** A DEFICIENCY LOST FOR WANT OF TABLE ROOM WOULD NEVER BE
      ***** CHASED -- STOP THE RUN RATHER THAN DROP ONE
       046-TABLE-GENERATED.
           MOVE "046-TABLE-GENERATED" TO PARA-NAME.
           IF WS-TXN-ROWS-USED = WS-TXN-MAX
               MOVE "*** TXN TABLE FULL - DISCHARGES" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE "G" TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE CHART-DEFICIENCY-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
           ADD 1 TO ROWS-GENERATED.
       046-EXIT.
           EXIT.

      ***** A DISCHARGE CANCELLED THE SAME DAY NEVER REACHES THE
      ***** FILE; ONE FROM AN EARLIER DAY IS VOIDED ON IT
       048-TABLE-CANCEL.
           MOVE "048-TABLE-CANCEL" TO PARA-NAME.
           ADD 1 TO CANCELS-SEEN.
           MOVE SPACES TO CHART-DEFICIENCY-REC.
           MOVE ADB-PATIENT-ID      TO DFC-PATIENT-ID.
           MOVE ADB-ENCOUNTER-NBR   TO DFC-ENCOUNTER-NBR.
           PERFORM 049-DROP-GENERATED THRU 049-EXIT
               VARYING WS-DROP-SUB FROM 1 BY 1 UNTIL
               WS-DROP-SUB > WS-TXN-ROWS-USED.

           IF WS-TXN-ROWS-USED = WS-TXN-MAX
               MOVE "*** TXN TABLE FULL - CANCELS" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE "V" TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE CHART-DEFICIENCY-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       048-EXIT.
           EXIT.

       049-DROP-GENERATED.
           MOVE "049-DROP-GENERATED" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-DROP-SUB) = "G"
              AND WS-TXN-USED-SW(WS-DROP-SUB) = "N"
              AND WS-TXN-IMAGE(WS-DROP-SUB)(1:16) =
                  CHART-DEFICIENCY-REC(1:16)
               MOVE "Y" TO WS-TXN-USED-SW(WS-DROP-SUB)
               ADD 1 TO GENERATED-DROPPED.
       049-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ DEFTXN INTO DEFICIENCY-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 050-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           PERFORM 060-EDIT-TXN THRU 060-EXIT.
           IF NOT TXN-EDITS-PASS
               GO TO 050-EXIT.

           IF WS-TXN-ROWS-USED = WS-TXN-MAX
               MOVE "*** TXN TABLE FULL - TXN DROPPED" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 050-EXIT.

      ***** THE EDITS FILLED DEFAULTS INTO THE RECORD -- TABLE THAT
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE DTX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE CHART-DEFICIENCY-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- THE KEY IS THE STAY PLUS THE DOCUMENT, AND
      ***** AN OPERATIVE NOTE IS OWED PER CASE, SO IT CARRIES THE
      ***** CASE NUMBER AS WELL
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.
           MOVE DTX-DEFICIENCY-IMAGE TO CHART-DEFICIENCY-REC.

           IF NOT DTX-ADD AND NOT DTX-COMPLETE AND NOT DTX-REASSIGN
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF DFC-PATIENT-ID = SPACES
            OR DFC-ENCOUNTER-NBR = SPACES
               MOVE "PATIENT/ENCOUNTER MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF NOT DFC-VALID-DOC-TYPE
               MOVE "DOC TYPE NOT DSUM/OPNT/SIGN" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF DFC-OPERATIVE-NOTE AND DFC-DOC-REF = SPACES
               MOVE "OPERATIVE NOTE - NO CASE NBR" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF DTX-COMPLETE
               GO TO 060-EDIT-COMPLETE.
           IF DTX-REASSIGN
               GO TO 060-EDIT-REASSIGN.

           IF DFC-PHYSICIAN-ID = SPACES
               MOVE "PHYSICIAN MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE DFC-DISCHARGE-DATE(5:2) TO WS-CHECK-MM.
           MOVE DFC-DISCHARGE-DATE(7:2) TO WS-CHECK-DD.
           IF DFC-DISCHARGE-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "DISCHARGE DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF DFC-DISCHARGE-DATE > WS-TODAY-CCYYMMDD
               MOVE "DISCHARGE DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** A HAND-KEYED DEFICIENCY STARTS OPEN, OWNED BY THE
      ***** OPERATOR WHO KEYED IT
           MOVE "O" TO DFC-STATUS.
           MOVE WS-TODAY-CCYYMMDD TO DFC-CREATED-DATE.
           MOVE OPC-OPERATOR-ID TO DFC-CREATED-BY.
           MOVE SPACES TO DFC-COMPLETED-DATE, DFC-COMPLETED-BY.

      ***** A DUPLICATE ADD IN THE SAME BATCH -- OR ONE FOR A
      ***** DEFICIENCY TONIGHT'S DISCHARGES ALREADY RAISED -- IS A
      ***** KEYING ERROR
           PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED
               OR NOT TXN-EDITS-PASS.
           GO TO 060-EXIT.

      ***** COMPLETION DATE DEFAULTS TO TODAY, COMPLETED-BY TO THE
      ***** OPERATOR ON THE CARD
       060-EDIT-COMPLETE.
           IF DFC-COMPLETED-BY = SPACES
               MOVE OPC-OPERATOR-ID TO DFC-COMPLETED-BY.
           IF DFC-COMPLETED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO DFC-COMPLETED-DATE.
           MOVE DFC-COMPLETED-DATE(5:2) TO WS-CHECK-MM.
           MOVE DFC-COMPLETED-DATE(7:2) TO WS-CHECK-DD.
           IF DFC-COMPLETED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "COMPLETED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF DFC-COMPLETED-DATE > WS-TODAY-CCYYMMDD
               MOVE "COMPLETED DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
           GO TO 060-EXIT.

       060-EDIT-REASSIGN.
           IF DFC-PHYSICIAN-ID = SPACES
               MOVE "NEW PHYSICIAN MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       060-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF (WS-TXN-ACTION(WS-TXN-SUB) = "A"
               OR WS-TXN-ACTION(WS-TXN-SUB) = "G")
              AND WS-TXN-USED-SW(WS-TXN-SUB) = "N"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:28) = DFC-DEFICIENCY-KEY
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE DEFICIENCY-TXN-REC TO REJ-TXN-IMAGE.
           WRITE DEFREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

       100-CARRY-DEFICIENCIES.
           MOVE "100-CARRY-DEFICIENCIES" TO PARA-NAME.
           READ DEFOLD INTO CHART-DEFICIENCY-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

      ***** EVERY TABLED ACTION FOR THE ROW APPLIES IN TABLE ORDER --
      ***** A CANCEL THEN A RE-DISCHARGE VOIDS AND THEN REOPENS
           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE DEFNEW-REC FROM CHART-DEFICIENCY-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-APPLY-TXN.
           MOVE "200-APPLY-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "V"
               GO TO 200-APPLY-VOID.

           IF WS-TXN-USED-SW(WS-APPLY-SUB) = "Y"
            OR WS-TXN-IMAGE(WS-APPLY-SUB)(1:28) NOT = DFC-DEFICIENCY-KEY
               GO TO 200-EXIT.
           MOVE "Y" TO WS-TXN-USED-SW(WS-APPLY-SUB).

           IF WS-TXN-ACTION(WS-APPLY-SUB) = "C"
               GO TO 200-APPLY-COMPLETE.
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "R"
               GO TO 200-APPLY-REASSIGN.

      ***** AN ADD FOR A ROW ALREADY ON FILE REOPENS A VOIDED ROW;
      ***** OTHERWISE A DISCHARGE RE-READ IS HARMLESS AND A KEYED
      ***** ADD IS A DUPLICATE
           IF DFC-VOIDED
               MOVE "REOPEN  " TO AUD-ACTION
               MOVE "BEFORE " TO AUD-TAG
               MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE
               WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE
               MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO CHART-DEFICIENCY-REC
               ADD 1 TO ROWS-REOPENED
               GO TO 200-WRITE-AFTER.
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "G"
               ADD 1 TO ALREADY-ON-FILE
               GO TO 200-EXIT.
           MOVE "DUPLICATE - ALREADY ON FILE" TO REJ-REASON.
           PERFORM 210-REJECT-TABLED THRU 210-EXIT.
           GO TO 200-EXIT.

       200-APPLY-COMPLETE.
           IF DFC-COMPLETED
               MOVE "DEFICIENCY ALREADY COMPLETED" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.
           IF DFC-VOIDED
               MOVE "VOIDED - DISCHARGE CANCELLED" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.
           MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO WS-TXN-UPDATE-FIELDS.
           MOVE "COMPLETE" TO AUD-ACTION.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE.
           WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE.
           MOVE "C" TO DFC-STATUS.
           MOVE UPD-COMPLETED-DATE TO DFC-COMPLETED-DATE.
           MOVE UPD-COMPLETED-BY   TO DFC-COMPLETED-BY.
           ADD 1 TO ROWS-COMPLETED.
           GO TO 200-WRITE-AFTER.

       200-APPLY-REASSIGN.
           IF NOT DFC-OPEN
               MOVE "DEFICIENCY NOT OPEN" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.
           MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO WS-TXN-UPDATE-FIELDS.
           MOVE "REASSIGN" TO AUD-ACTION.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE.
           WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE.
           MOVE UPD-PHYSICIAN-ID TO DFC-PHYSICIAN-ID.
           ADD 1 TO ROWS-REASSIGNED.
           GO TO 200-WRITE-AFTER.

      ***** A CANCELLED DISCHARGE MATCHES EVERY DOCUMENT OF THE STAY
      ***** AND VOIDS ONLY WHAT IS STILL OPEN -- A DOCUMENT ALREADY
      ***** COMPLETED STAYS COMPLETED
       200-APPLY-VOID.
           IF WS-TXN-IMAGE(WS-APPLY-SUB)(1:16) NOT =
              CHART-DEFICIENCY-REC(1:16)
               GO TO 200-EXIT.
           MOVE "Y" TO WS-TXN-USED-SW(WS-APPLY-SUB).
           IF NOT DFC-OPEN
               GO TO 200-EXIT.
           MOVE "VOID    " TO AUD-ACTION.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE.
           WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE.
           MOVE "V" TO DFC-STATUS.
           ADD 1 TO ROWS-VOIDED.

       200-WRITE-AFTER.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE.
           WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE.
       200-EXIT.
           EXIT.

       210-REJECT-TABLED.
           MOVE "210-REJECT-TABLED" TO PARA-NAME.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-APPLY-SUB)
                  WS-TXN-IMAGE(WS-APPLY-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE DEFREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       210-EXIT.
           EXIT.

      ***** A NEW DEFICIENCY, THEN ANY ACTION TABLED AFTER IT -- ONLY
      ***** AFTER IT, SO A CANCEL READ BEFORE A RE-DISCHARGE DOES NOT
      ***** VOID THE RE-DISCHARGE'S DOCUMENTS
       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
              AND WS-TXN-ACTION(WS-TXN-SUB) NOT = "G"
               GO TO 400-EXIT.

           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO CHART-DEFICIENCY-REC.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE CHART-DEFICIENCY-REC TO AUD-IMAGE.
           WRITE DEFAUDIT-REC FROM WS-AUDIT-LINE.
           ADD 1 TO ROWS-ADDED.
           IF DFC-PHYSICIAN-ID = SPACES
               MOVE SPACES TO ABEND-REASON
               STRING "** UNASSIGNED DEFICIENCY - "
                      DFC-PATIENT-ID " " DFC-DOC-TYPE
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM WS-TXN-SUB BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE DEFNEW-REC FROM CHART-DEFICIENCY-REC.
       400-EXIT.
           EXIT.

      ***** A CANCEL THAT FOUND NOTHING OPEN IS NOT AN ERROR; A
      ***** COMPLETION OR REASSIGNMENT THAT FOUND NO ROW IS
       500-REJECT-UNUSED.
           MOVE "500-REJECT-UNUSED" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
            OR WS-TXN-ACTION(WS-TXN-SUB) = "V"
               GO TO 500-EXIT.

           MOVE "COMPLETE/REASSIGN - NOT ON FILE" TO REJ-REASON.
           MOVE WS-TXN-SUB TO WS-APPLY-SUB.
           PERFORM 210-REJECT-TABLED THRU 210-EXIT.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE ADTEVT, SURGCASE, DEFTXN, DEFOLD, DEFNEW, DEFAUDIT,
                 DEFREJ, OPRCARD, SECLOG, SYSOUT.
           DISPLAY "HIMDEFIC ADT EVENTS READ    : " EVENTS-READ.
           DISPLAY "HIMDEFIC DISCHARGES SEEN    : " DISCHARGES-SEEN.
           DISPLAY "HIMDEFIC OUTPATIENTS SKIPPED: " OUTPATIENTS-SKIPPED.
           DISPLAY "HIMDEFIC CANCELS SEEN       : " CANCELS-SEEN.
           DISPLAY "HIMDEFIC ROWS GENERATED     : " ROWS-GENERATED.
           DISPLAY "HIMDEFIC DROPPED BY CANCEL  : " GENERATED-DROPPED.
           DISPLAY "HIMDEFIC HIM TXNS READ      : " TXNS-READ.
           DISPLAY "HIMDEFIC ROWS CARRIED       : " ROWS-CARRIED.
           DISPLAY "HIMDEFIC ROWS ADDED         : " ROWS-ADDED.
           DISPLAY "HIMDEFIC ROWS COMPLETED     : " ROWS-COMPLETED.
           DISPLAY "HIMDEFIC ROWS REASSIGNED    : " ROWS-REASSIGNED.
           DISPLAY "HIMDEFIC ROWS VOIDED        : " ROWS-VOIDED.
           DISPLAY "HIMDEFIC ROWS REOPENED      : " ROWS-REOPENED.
           DISPLAY "HIMDEFIC ALREADY ON FILE    : " ALREADY-ON-FILE.
           DISPLAY "HIMDEFIC TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB HIMDEFIC ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "HIMDEFIC"     TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-COMPLETED + ROWS-REASSIGNED + ROWS-ADDED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ADTEVT, SURGCASE, DEFTXN, DEFOLD, DEFNEW, DEFAUDIT,
                 DEFREJ, OPRCARD, SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HIMDEFIC ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

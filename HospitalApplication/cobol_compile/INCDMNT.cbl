       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INCDMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          OCCURRENCE (INCIDENT) MAINTENANCE FOR RISK MANAGEMENT.
      *          THE PAPER OCCURRENCE FORMS ARE KEYED AS TRANSACTIONS
      *          AND APPLIED TO THE INCIDENT FILE (SEE INCIDENT.CPY):
      *            "A" -- ADD A NEW OCCURRENCE FROM THE FORM
      *            "F" -- RECORD FOLLOW-UP (WHO, WHEN, WHAT WAS DONE)
      *            "C" -- CLOSE THE OCCURRENCE WITH AN OUTCOME CODE
      *          ADDS ARE EDITED: VALID EVENT TYPE AND SEVERITY, A
      *          WELL-FORMED EVENT DATE/TIME, THE PATIENT ON PATMSTR
      *          (WARD AND BED DEFAULT FROM THE PATIENT'S STAY WHEN
      *          LEFT BLANK), A MEDICATION ON A MEDICATION ERROR, A
      *          BLOOD UNIT ON A TRANSFUSION REACTION AND AN EQUIPMENT
      *          ID ON AN EQUIPMENT FAILURE.  EVERY TRANSFUSION
      *          REACTION ADDED IS CROSS-REFERENCED TO THE TRANLOG ROW
      *          FOR ITS UNIT, AND THE LOG'S DATE, TIME AND NURSE ARE
      *          STAMPED ON THE OCCURRENCE.  A FOLLOW-UP OR CLOSE FOR
      *          AN OCCURRENCE ADDED IN THE SAME RUN APPLIES AFTER THE
      *          ADD.  BEFORE/AFTER AUDIT REPORT, REJECT FILE, OPERATOR
      *          GATE AND SECURITY LOG AS IN THE OTHER MAINTENANCE
      *          PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.INCTXN

               PATIENT MASTER          -   DDS0001.PATMASTR

               TRANSFUSION LOG         -   DDS0001.TRANLOG

               OLD INCIDENT FILE       -   DDS0001.INCIDENT

               NEW INCIDENT FILE       -   (NEW GENERATION)

               AUDIT REPORT            -   DDS0001.INCAUDIT

               REJECT FILE             -   DDS0001.INCREJ

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

           SELECT INCTXN
           ASSIGN TO UT-S-INCTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT TRANLOG
           ASSIGN TO UT-S-TRANLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LFCODE.

           SELECT INCOLD
           ASSIGN TO UT-S-INCOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT INCNEW
           ASSIGN TO UT-S-INCNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT INCAUDIT
           ASSIGN TO UT-S-INCAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT INCREJ
           ASSIGN TO UT-S-INCREJ
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT SECLOG
           ASSIGN TO UT-S-SECLOG
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

      ***** WHO IS KEYING THE OCCURRENCES -- PROVED AGAINST THE
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

       FD  INCTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 301 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCTXN-REC.
       01  INCTXN-REC PIC X(301).

       FD  TRANLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANLOG-REC.
       01  TRANLOG-REC PIC X(60).

       FD  INCOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCOLD-REC.
       01  INCOLD-REC PIC X(300).

       FD  INCNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCNEW-REC.
       01  INCNEW-REC PIC X(300).

       FD  INCAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 320 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCAUDIT-REC.
       01  INCAUDIT-REC PIC X(320).

       FD  INCREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCREJ-REC.
       01  INCREJ-REC PIC X(340).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  LFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY OPERMSTR.

       COPY PATMSTR.

       COPY TRANLOG.

       COPY INCIDENT.

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

      ***** ONE MAINTENANCE TRANSACTION: THE ACTION PLUS A FULL
      ***** OCCURRENCE RECORD IMAGE.  A FOLLOW-UP ("F") READS ONLY
      ***** THE KEY AND THE FOLLOW-UP FIELDS, A CLOSE ("C") ONLY THE
      ***** KEY AND THE CLOSURE FIELDS.
       01  INCIDENT-TXN-REC.
           05  ITX-ACTION              PIC X(1).
               88 ITX-ADD              VALUE "A".
               88 ITX-FOLLOW-UP        VALUE "F".
               88 ITX-CLOSE            VALUE "C".
           05  ITX-INCIDENT-IMAGE      PIC X(300).

      ***** THE FOLLOW-UP AND CLOSURE FIELDS OF A TABLED TRANSACTION
      ***** IMAGE, LINED UP WITH INCIDENT.CPY
       01  WS-TXN-UPDATE-FIELDS.
           05  UPD-INCIDENT-NBR        PIC X(8).
           05  FILLER                  PIC X(144).
           05  UPD-FOLLOWUP-BY         PIC X(8).
           05  UPD-FOLLOWUP-DATE       PIC X(8).
           05  UPD-FOLLOWUP-NOTE       PIC X(40).
           05  UPD-CLOSED-BY           PIC X(8).
           05  UPD-CLOSED-DATE         PIC X(8).
           05  UPD-OUTCOME-CDE         PIC X(4).
           05  FILLER                  PIC X(72).

       01  WS-DATE-CHECK.
           05  WS-CHECK-MM             PIC X(2).
               88 VALID-MM  VALUES ARE "01" THRU "12".
           05  WS-CHECK-DD             PIC X(2).
               88 VALID-DD  VALUES ARE "01" THRU "31".
           05  WS-CHECK-HH             PIC X(2).
               88 VALID-HH  VALUES ARE "00" THRU "23".
           05  WS-CHECK-MI             PIC X(2).
               88 VALID-MI  VALUES ARE "00" THRU "59".

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-OLD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-OLD          VALUE "N".
           05  MORE-TRANLOG-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-TRANLOG      VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".

       01  WS-TXN-TABLE.
           05  WS-TXN-ROW OCCURS 500 TIMES.
               10  WS-TXN-ACTION       PIC X(1).
               10  WS-TXN-IMAGE        PIC X(300).
               10  WS-TXN-USED-SW      PIC X(1).
       01  WS-TXN-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-TXN-MAX                  PIC 9(3) VALUE 500.
       77  WS-TXN-SUB                  PIC 9(3).
       77  WS-APPLY-SUB                PIC 9(3).
       77  WS-STAFF-SUB                PIC 9(1).
       77  WS-TRXN-ADDS                PIC 9(3) VALUE ZERO.

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CARRIED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-FOLLOWED-UP        PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CLOSED             PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  TRANLOG-READ            PIC S9(7) COMP VALUE ZERO.
           05  TRXN-MATCHED            PIC S9(5) COMP VALUE ZERO.
           05  TRXN-OTHER-PATIENT      PIC S9(5) COMP VALUE ZERO.
           05  TRXN-NOT-LOGGED         PIC S9(5) COMP VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  AUD-ACTION            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-TAG               PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-IMAGE             PIC X(300).
           05  FILLER                PIC X(1) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(301).
           05  FILLER                PIC X(08) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           IF WS-TRXN-ADDS > ZERO
               PERFORM 150-XREF-TRANLOG THRU 150-EXIT
                   UNTIL NO-MORE-TRANLOG.
           PERFORM 100-CARRY-INCIDENTS THRU 100-EXIT
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
           DISPLAY "******** BEGIN JOB INCDMNT ********".
           OPEN INPUT INCTXN, TRANLOG, PATMSTR, INCOLD, OPRCARD.
           OPEN OUTPUT INCNEW, INCAUDIT, INCREJ, SYSOUT.
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
               MOVE "** OPERATOR NOT AUTHORIZED FOR OCCURRENCES"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ INCTXN INTO INCIDENT-TXN-REC
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

      ***** THE EDITS FILLED DEFAULTS INTO INCIDENT-REC -- TABLE THAT
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE ITX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE INCIDENT-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
           IF ITX-ADD AND INC-TRANSFUSION-RXN
               ADD 1 TO WS-TRXN-ADDS.
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- RISK MANAGEMENT COUNTS THESE BY WARD AND
      ***** TYPE, SO AN OCCURRENCE WITHOUT A WARD OR TYPE IS USELESS
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.
           MOVE ITX-INCIDENT-IMAGE TO INCIDENT-REC.

           IF NOT ITX-ADD AND NOT ITX-FOLLOW-UP AND NOT ITX-CLOSE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-INCIDENT-NBR = SPACES
               MOVE "OCCURRENCE NUMBER MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ITX-FOLLOW-UP
               GO TO 060-EDIT-FOLLOW-UP.
           IF ITX-CLOSE
               GO TO 060-EDIT-CLOSE.

           IF NOT INC-VALID-TYPE
               MOVE "EVENT TYPE NOT RECOGNIZED" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF NOT INC-VALID-SEVERITY
               MOVE "SEVERITY NOT 1 THRU 5" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE INC-EVENT-DATE(5:2) TO WS-CHECK-MM.
           MOVE INC-EVENT-DATE(7:2) TO WS-CHECK-DD.
           MOVE INC-EVENT-TIME(1:2) TO WS-CHECK-HH.
           MOVE INC-EVENT-TIME(3:2) TO WS-CHECK-MI.
           IF INC-EVENT-DATE NOT NUMERIC
            OR INC-EVENT-TIME NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
            OR NOT VALID-HH OR NOT VALID-MI
               MOVE "EVENT NOT CCYYMMDD HHMM" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-EVENT-DATE > WS-TODAY-CCYYMMDD
               MOVE "EVENT DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-TREATMENT-DATE NOT = SPACES
               MOVE INC-TREATMENT-DATE(5:2) TO WS-CHECK-MM
               MOVE INC-TREATMENT-DATE(7:2) TO WS-CHECK-DD
               IF INC-TREATMENT-DATE NOT NUMERIC
                OR NOT VALID-MM OR NOT VALID-DD
                   MOVE "TREATMENT DATE NOT CCYYMMDD" TO REJ-REASON
                   PERFORM 080-WRITE-REJECT THRU 080-EXIT
                   GO TO 060-EXIT.

           IF INC-REPORTED-BY = SPACES
               MOVE "REPORTED-BY MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-MEDICATION-ERROR
              AND INC-MEDICATION-ID = SPACES
               MOVE "MEDICATION ERROR - NO MEDICATION" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-TRANSFUSION-RXN
              AND INC-BLOOD-UNIT-ID = SPACES
               MOVE "TRANSFUSION RXN - NO BLOOD UNIT" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF INC-EQUIPMENT-FAILURE
              AND INC-EQUIPMENT-ID = SPACES
               MOVE "EQUIPMENT FAILURE - NO EQUIP ID" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** ONLY AN EQUIPMENT FAILURE MAY STAND WITHOUT A PATIENT;
      ***** A NAMED PATIENT MUST BE ON THE MASTER, AND A BLANK WARD
      ***** OR BED TAKES THE PATIENT'S PRIMARY STAY
           IF INC-PATIENT-ID = SPACES
               IF INC-EQUIPMENT-FAILURE
                   GO TO 060-EDIT-WARD
               ELSE
                   MOVE "PATIENT MISSING" TO REJ-REASON
                   PERFORM 080-WRITE-REJECT THRU 080-EXIT
                   GO TO 060-EXIT.

           MOVE INC-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "PATIENT NOT ON PATMSTR" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF INC-WARD-NBR = SPACES
               MOVE PRIMARY-STAY-WARD-NBR TO INC-WARD-NBR.
           IF INC-BED-IDENTITY = SPACES
               MOVE BED-IDENTITY-PRIMARY TO INC-BED-IDENTITY.

       060-EDIT-WARD.
           IF INC-WARD-NBR = SPACES
               MOVE "WARD MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** A NEW OCCURRENCE STARTS OPEN WITH NOTHING FOLLOWED UP;
      ***** A TRANSFUSION REACTION STARTS "NOT ON THE LOG" UNTIL THE
      ***** TRANLOG PASS FINDS ITS UNIT
           MOVE "O" TO INC-STATUS.
           MOVE SPACES TO INC-FOLLOWUP-BY, INC-FOLLOWUP-DATE,
                          INC-FOLLOWUP-NOTE, INC-CLOSED-BY,
                          INC-CLOSED-DATE, INC-OUTCOME-CDE,
                          INC-TRANLOG-MATCH, INC-TRANLOG-DATE,
                          INC-TRANLOG-TIME, INC-TRANLOG-NURSE.
           IF INC-TRANSFUSION-RXN
               MOVE "N" TO INC-TRANLOG-MATCH.
           MOVE WS-TODAY-CCYYMMDD TO INC-ENTERED-DATE.

      ***** A DUPLICATE ADD IN THE SAME BATCH IS A KEYING ERROR
           PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED
               OR NOT TXN-EDITS-PASS.
           GO TO 060-EXIT.

      ***** FOLLOW-UP NEEDS WHO AND WHAT; THE DATE DEFAULTS TO TODAY
       060-EDIT-FOLLOW-UP.
           IF INC-FOLLOWUP-BY = SPACES
            OR INC-FOLLOWUP-NOTE = SPACES
               MOVE "FOLLOW-UP BY/NOTE MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF INC-FOLLOWUP-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO INC-FOLLOWUP-DATE.
           MOVE INC-FOLLOWUP-DATE(5:2) TO WS-CHECK-MM.
           MOVE INC-FOLLOWUP-DATE(7:2) TO WS-CHECK-DD.
           IF INC-FOLLOWUP-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "FOLLOW-UP DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
           GO TO 060-EXIT.

      ***** CLOSURE NEEDS WHO AND AN OUTCOME; DATE DEFAULTS TO TODAY
       060-EDIT-CLOSE.
           IF INC-CLOSED-BY = SPACES
            OR INC-OUTCOME-CDE = SPACES
               MOVE "CLOSED-BY/OUTCOME MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF INC-CLOSED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO INC-CLOSED-DATE.
           MOVE INC-CLOSED-DATE(5:2) TO WS-CHECK-MM.
           MOVE INC-CLOSED-DATE(7:2) TO WS-CHECK-DD.
           IF INC-CLOSED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "CLOSED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       060-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) = "A"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:8) = INC-INCIDENT-NBR
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE INCIDENT-TXN-REC TO REJ-TXN-IMAGE.
           WRITE INCREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

      ***** ONE PASS OF THE TRANSFUSION LOG AGAINST THE REACTIONS
      ***** BEING ADDED.  THE UNIT LOGGED TO THIS PATIENT WINS; A
      ***** UNIT LOGGED ONLY TO SOMEONE ELSE IS STAMPED "P" SO THE
      ***** BLOOD BANK SEES WHO ACTUALLY RECEIVED IT.
       150-XREF-TRANLOG.
           MOVE "150-XREF-TRANLOG" TO PARA-NAME.
           READ TRANLOG INTO TRANSFUSION-LOG-REC
               AT END
                   MOVE "N" TO MORE-TRANLOG-SW
                   GO TO 150-EXIT
           END-READ.
           ADD 1 TO TRANLOG-READ.
           PERFORM 160-MATCH-UNIT THRU 160-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED.
       150-EXIT.
           EXIT.

       160-MATCH-UNIT.
           MOVE "160-MATCH-UNIT" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
               GO TO 160-EXIT.
           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO INCIDENT-REC.
           IF NOT INC-TRANSFUSION-RXN
            OR INC-BLOOD-UNIT-ID NOT = TLG-BLOOD-UNIT-ID
            OR INC-TRANLOG-MATCHED
               GO TO 160-EXIT.
           IF TLG-PATIENT-ID = INC-PATIENT-ID
               MOVE "Y" TO INC-TRANLOG-MATCH
           ELSE
               MOVE "P" TO INC-TRANLOG-MATCH.
           MOVE TLG-TRANSFUSION-DATE TO INC-TRANLOG-DATE.
           MOVE TLG-TRANSFUSION-TIME TO INC-TRANLOG-TIME.
           MOVE TLG-TREATMENT-NURSE  TO INC-TRANLOG-NURSE.
           MOVE INCIDENT-REC TO WS-TXN-IMAGE(WS-TXN-SUB).
       160-EXIT.
           EXIT.

       100-CARRY-INCIDENTS.
           MOVE "100-CARRY-INCIDENTS" TO PARA-NAME.
           READ INCOLD INTO INCIDENT-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

      ***** EVERY UNUSED TRANSACTION FOR THE OCCURRENCE APPLIES, IN
      ***** THE ORDER KEYED -- A FOLLOW-UP THEN A CLOSE IN ONE RUN
           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE INCNEW-REC FROM INCIDENT-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-APPLY-TXN.
           MOVE "200-APPLY-TXN" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-APPLY-SUB) = "Y"
            OR WS-TXN-IMAGE(WS-APPLY-SUB)(1:8) NOT = INC-INCIDENT-NBR
               GO TO 200-EXIT.
           MOVE "Y" TO WS-TXN-USED-SW(WS-APPLY-SUB).

      ***** AN ADD WHOSE NUMBER IS ALREADY ON FILE IS A DUPLICATE --
      ***** KEEP THE FILE ROW, REJECT THE TRANSACTION
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "A"
               MOVE "DUPLICATE - NUMBER ALREADY ON FILE"
                    TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           IF INC-CLOSED
               MOVE "OCCURRENCE ALREADY CLOSED" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO WS-TXN-UPDATE-FIELDS.
           MOVE "BEFORE " TO AUD-TAG.
           MOVE INCIDENT-REC TO AUD-IMAGE.

           IF WS-TXN-ACTION(WS-APPLY-SUB) = "F"
               MOVE "FOLLOWUP" TO AUD-ACTION
               WRITE INCAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "F" TO INC-STATUS
               MOVE UPD-FOLLOWUP-BY   TO INC-FOLLOWUP-BY
               MOVE UPD-FOLLOWUP-DATE TO INC-FOLLOWUP-DATE
               MOVE UPD-FOLLOWUP-NOTE TO INC-FOLLOWUP-NOTE
               ADD 1 TO ROWS-FOLLOWED-UP
           ELSE
               MOVE "CLOSE   " TO AUD-ACTION
               WRITE INCAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "C" TO INC-STATUS
               MOVE UPD-CLOSED-BY     TO INC-CLOSED-BY
               MOVE UPD-CLOSED-DATE   TO INC-CLOSED-DATE
               MOVE UPD-OUTCOME-CDE   TO INC-OUTCOME-CDE
               ADD 1 TO ROWS-CLOSED.

           MOVE "AFTER  " TO AUD-TAG.
           MOVE INCIDENT-REC TO AUD-IMAGE.
           WRITE INCAUDIT-REC FROM WS-AUDIT-LINE.
       200-EXIT.
           EXIT.

       210-REJECT-TABLED.
           MOVE "210-REJECT-TABLED" TO PARA-NAME.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-APPLY-SUB)
                  WS-TXN-IMAGE(WS-APPLY-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE INCREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       210-EXIT.
           EXIT.

      ***** A NEW OCCURRENCE, THEN ANY FOLLOW-UP OR CLOSE KEYED FOR
      ***** IT IN THE SAME RUN
       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
            OR WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.

           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO INCIDENT-REC.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE INCIDENT-REC TO AUD-IMAGE.
           WRITE INCAUDIT-REC FROM WS-AUDIT-LINE.
           ADD 1 TO ROWS-ADDED.

           IF INC-TRANLOG-MATCHED
               ADD 1 TO TRXN-MATCHED.
           IF INC-TRANLOG-OTHER-PAT
               ADD 1 TO TRXN-OTHER-PATIENT
               MOVE SPACES TO ABEND-REASON
               STRING "** TRXN UNIT ON OTHER PATIENT - "
                      INC-INCIDENT-NBR
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           IF INC-TRANLOG-NOT-FOUND
               ADD 1 TO TRXN-NOT-LOGGED
               MOVE SPACES TO ABEND-REASON
               STRING "** TRXN UNIT NOT ON TRANLOG - "
                      INC-INCIDENT-NBR
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE INCNEW-REC FROM INCIDENT-REC.
       400-EXIT.
           EXIT.

       500-REJECT-UNUSED.
           MOVE "500-REJECT-UNUSED" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 500-EXIT.

           MOVE "FOLLOW-UP/CLOSE - NOT ON FILE" TO REJ-REASON.
           MOVE WS-TXN-SUB TO WS-APPLY-SUB.
           PERFORM 210-REJECT-TABLED THRU 210-EXIT.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE INCTXN, TRANLOG, PATMSTR, INCOLD, INCNEW, INCAUDIT,
                 INCREJ, OPRCARD, SECLOG, SYSOUT.
           DISPLAY "INCDMNT TXNS READ          : " TXNS-READ.
           DISPLAY "INCDMNT ROWS CARRIED       : " ROWS-CARRIED.
           DISPLAY "INCDMNT ROWS ADDED         : " ROWS-ADDED.
           DISPLAY "INCDMNT FOLLOW-UPS APPLIED : " ROWS-FOLLOWED-UP.
           DISPLAY "INCDMNT ROWS CLOSED        : " ROWS-CLOSED.
           DISPLAY "INCDMNT TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "INCDMNT TRANLOG ROWS READ  : " TRANLOG-READ.
           DISPLAY "INCDMNT TRXN UNIT MATCHED  : " TRXN-MATCHED.
           DISPLAY "INCDMNT TRXN OTHER PATIENT : " TRXN-OTHER-PATIENT.
           DISPLAY "INCDMNT TRXN NOT ON TRANLOG: " TRXN-NOT-LOGGED.
           DISPLAY "******** NORMAL END OF JOB INCDMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "INCDMNT"      TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-ADDED + ROWS-FOLLOWED-UP + ROWS-CLOSED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE INCTXN, TRANLOG, PATMSTR, INCOLD, INCNEW, INCAUDIT,
                 INCREJ, OPRCARD, SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-INCDMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

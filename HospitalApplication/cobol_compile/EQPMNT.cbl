       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EQPMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          BIOMEDICAL EQUIPMENT ASSET REGISTER MAINTENANCE FOR
      *          CLINICAL ENGINEERING.  TRANSACTIONS ARE KEYED BY
      *          DEVICE SERIAL AND APPLIED TO THE REGISTER (SEE
      *          EQPASSET.CPY):
      *            "A" -- ADD A DEVICE (CATALOG ITEM, WARD, IN-SERVICE
      *                   DATE, PM INTERVAL IN DAYS OR IN USES)
      *            "M" -- MOVE IT TO ANOTHER WARD AND/OR CHANGE ITS
      *                   PM INTERVAL -- ONLY THE FIELDS KEYED CHANGE
      *            "I" -- INSPECTION PASSED: THE USE COUNT SINCE PM
      *                   GOES BACK TO ZERO, THE INSPECTION DATE
      *                   BECOMES THE LAST PM DATE, AND A FAULTY
      *                   DEVICE RETURNS TO SERVICE
      *            "F" -- REPORTED FAULTY: OUT OF SERVICE WITH THE
      *                   DATE AND WHAT WAS WRONG.  EQPTRACE THEN
      *                   LISTS THE PATIENTS IT WAS USED ON.
      *            "R" -- RETIRED.  A RETIRED DEVICE TAKES NO FURTHER
      *                   TRANSACTIONS.
      *          A NEW DEVICE'S LAST PM DATE IS ITS IN-SERVICE DATE.
      *
      *          A TRANSACTION FOR A DEVICE ADDED IN THE SAME RUN
      *          APPLIES AFTER THE ADD.  BEFORE/AFTER AUDIT REPORT,
      *          REJECT FILE, OPERATOR GATE (PRICING CLASS, AS FOR THE
      *          CATALOG) AND SECURITY LOG AS IN THE OTHER MAINTENANCE
      *          PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.EQPTXN

               OLD ASSET REGISTER      -   DDS0001.EQPASSET

               NEW ASSET REGISTER      -   (NEW GENERATION)

               AUDIT REPORT            -   DDS0001.EQPAUDIT

               REJECT FILE             -   DDS0001.EQPREJ

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

           SELECT EQPTXN
           ASSIGN TO UT-S-EQPTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT EQPOLD
           ASSIGN TO UT-S-EQPOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT EQPNEW
           ASSIGN TO UT-S-EQPNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT EQPAUDIT
           ASSIGN TO UT-S-EQPAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT EQPREJ
           ASSIGN TO UT-S-EQPREJ
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT SECLOG
           ASSIGN TO UT-S-SECLOG
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

      ***** WHO IS KEYING THE CHANGES -- PROVED AGAINST THE OPERATOR
      ***** MASTER BEFORE A SINGLE TRANSACTION APPLIES
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

       FD  EQPTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 201 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPTXN-REC.
       01  EQPTXN-REC PIC X(201).

       FD  EQPOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPOLD-REC.
       01  EQPOLD-REC PIC X(200).

       FD  EQPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPNEW-REC.
       01  EQPNEW-REC PIC X(200).

       FD  EQPAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPAUDIT-REC.
       01  EQPAUDIT-REC PIC X(220).

       FD  EQPREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPREJ-REC.
       01  EQPREJ-REC PIC X(240).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).

       COPY OPERMSTR.

       COPY EQPASSET.

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
      ***** REGISTER RECORD IMAGE.  A MOVE ("M") READS ONLY THE KEY,
      ***** WARD, FACILITY AND PM FIELDS; AN INSPECTION ("I") THE KEY
      ***** AND THE LAST PM DATE; A FAULT ("F") THE KEY, FAULT DATE
      ***** AND FAULT DESCRIPTION; A RETIREMENT ("R") ONLY THE KEY.
       01  EQP-TXN-REC.
           05  ETX-ACTION              PIC X(1).
               88 ETX-ADD              VALUE "A".
               88 ETX-MOVE             VALUE "M".
               88 ETX-INSPECTED        VALUE "I".
               88 ETX-FAULT            VALUE "F".
               88 ETX-RETIRE           VALUE "R".
           05  ETX-ASSET-IMAGE         PIC X(200).

      ***** THE UPDATE FIELDS OF A TABLED TRANSACTION IMAGE, LINED UP
      ***** WITH EQPASSET.CPY.  THE PM INTERVAL IS ALPHANUMERIC HERE
      ***** SO A MOVE CAN LEAVE IT BLANK.
       01  WS-TXN-UPDATE-FIELDS.
           05  UPD-SERIAL-NBR          PIC X(10).
           05  FILLER                  PIC X(42).
           05  UPD-WARD-NBR            PIC X(4).
           05  UPD-FACILITY-CDE        PIC X(2).
           05  FILLER                  PIC X(8).
           05  UPD-PM-BASIS            PIC X(1).
           05  UPD-PM-INTERVAL-X       PIC X(5).
           05  UPD-PM-INTERVAL REDEFINES UPD-PM-INTERVAL-X
                                       PIC 9(5).
           05  UPD-LAST-PM-DATE        PIC X(8).
           05  FILLER                  PIC X(24).
           05  UPD-STATUS              PIC X(1).
           05  UPD-FAULT-DATE          PIC X(8).
           05  UPD-FAULT-DESC          PIC X(30).
           05  FILLER                  PIC X(57).

       01  WS-DATE-CHECK.
           05  WS-CHECK-MM             PIC X(2).
               88 VALID-MM  VALUES ARE "01" THRU "12".
           05  WS-CHECK-DD             PIC X(2).
               88 VALID-DD  VALUES ARE "01" THRU "31".

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-OLD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-OLD          VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".

       01  WS-TXN-TABLE.
           05  WS-TXN-ROW OCCURS 500 TIMES.
               10  WS-TXN-ACTION       PIC X(1).
               10  WS-TXN-IMAGE        PIC X(200).
               10  WS-TXN-USED-SW      PIC X(1).
       01  WS-TXN-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-TXN-MAX                  PIC 9(3) VALUE 500.
       77  WS-TXN-SUB                  PIC 9(3).
       77  WS-APPLY-SUB                PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CARRIED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-MOVED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-INSPECTED          PIC S9(5) COMP VALUE ZERO.
           05  ROWS-FAULTED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-RETIRED            PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  AUD-ACTION            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-TAG               PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-IMAGE             PIC X(200).
           05  FILLER                PIC X(1) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(201).
           05  FILLER                PIC X(08) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 100-CARRY-ASSETS THRU 100-EXIT
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
           DISPLAY "******** BEGIN JOB EQPMNT ********".
           OPEN INPUT EQPTXN, EQPOLD, OPRCARD.
           OPEN OUTPUT EQPNEW, EQPAUDIT, EQPREJ, SYSOUT.
           OPEN EXTEND SECLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.
       000-EXIT.
           EXIT.

      ***** NO OPERATOR CARD, OR AN OPERATOR WITHOUT THE PRICING
      ***** AUTHORIZATION THE CATALOG ALSO NEEDS, REFUSES THE WHOLE
      ***** RUN -- AND THE REFUSED ATTEMPT GOES ON THE SECURITY LOG TOO
       020-CHECK-OPERATOR.
           MOVE "020-CHECK-OPERATOR" TO PARA-NAME.
           READ OPRCARD INTO WS-OPERATOR-CARD
               AT END
                   MOVE "** NO OPERATOR CARD - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           MOVE OPC-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "P" TO OPA-AUTH-CLASS.
           CALL 'OPERAUTH' USING WS-OPERAUTH-PARMS.
           IF NOT OPA-AUTHORIZED
               PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT
               MOVE "** OPERATOR NOT AUTHORIZED FOR EQUIPMENT"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ EQPTXN INTO EQP-TXN-REC
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

      ***** THE EDITS FILLED DEFAULTS INTO EQUIPMENT-ASSET-REC --
      ***** TABLE THAT
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE ETX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE EQUIPMENT-ASSET-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- A NEW DEVICE MUST SAY WHAT IT IS, WHERE IT
      ***** LIVES, WHEN IT WENT INTO SERVICE AND HOW OFTEN IT IS DUE
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.
           MOVE ETX-ASSET-IMAGE TO EQUIPMENT-ASSET-REC.

           IF NOT ETX-ADD AND NOT ETX-MOVE AND NOT ETX-INSPECTED
              AND NOT ETX-FAULT AND NOT ETX-RETIRE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF EQA-SERIAL-NBR = SPACES
               MOVE "SERIAL NUMBER MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ETX-MOVE
               GO TO 060-EDIT-MOVE.
           IF ETX-INSPECTED
               GO TO 060-EDIT-INSPECTED.
           IF ETX-FAULT
               GO TO 060-EDIT-FAULT.
           IF ETX-RETIRE
               GO TO 060-EXIT.

           IF EQA-EQUIPMENT-ID = SPACES
               MOVE "CATALOG ITEM MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF NOT EQA-VALID-CATEGORY
               MOVE "CATEGORY NOT A CATALOG CATEGORY" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF EQA-WARD-NBR = SPACES
               MOVE "WARD LOCATION MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF NOT EQA-VALID-PM-BASIS
               MOVE "PM BASIS NOT D OR U" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF EQA-PM-INTERVAL NOT NUMERIC OR EQA-PM-INTERVAL = ZERO
               MOVE "PM INTERVAL MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** THE IN-SERVICE DATE DEFAULTS TO TODAY
           IF EQA-IN-SERVICE-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO EQA-IN-SERVICE-DATE.
           MOVE EQA-IN-SERVICE-DATE(5:2) TO WS-CHECK-MM.
           MOVE EQA-IN-SERVICE-DATE(7:2) TO WS-CHECK-DD.
           IF EQA-IN-SERVICE-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "IN-SERVICE DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF EQA-IN-SERVICE-DATE > WS-TODAY-CCYYMMDD
               MOVE "IN-SERVICE DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** A NEW DEVICE IS COUNTED FROM ITS IN-SERVICE DATE
           MOVE EQA-IN-SERVICE-DATE TO EQA-LAST-PM-DATE.
           MOVE ZERO TO EQA-USES-SINCE-PM, EQA-TOTAL-USES.
           MOVE "A" TO EQA-STATUS.
           MOVE SPACES TO EQA-LAST-USED-DATE, EQA-FAULT-DATE,
                          EQA-FAULT-DESC.
           MOVE WS-TODAY-CCYYMMDD TO EQA-ENTERED-DATE.
           MOVE OPC-OPERATOR-ID   TO EQA-ENTERED-BY.

      ***** A DUPLICATE ADD IN THE SAME BATCH IS A KEYING ERROR
           PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED
               OR NOT TXN-EDITS-PASS.
           GO TO 060-EXIT.

      ***** A MOVE MUST CHANGE SOMETHING, AND A NEW PM INTERVAL MUST
      ***** BE ONE THE WORKLIST CAN USE
       060-EDIT-MOVE.
           MOVE ETX-ASSET-IMAGE TO WS-TXN-UPDATE-FIELDS.
           IF UPD-WARD-NBR = SPACES AND UPD-FACILITY-CDE = SPACES
              AND UPD-PM-BASIS = SPACES
              AND UPD-PM-INTERVAL-X = SPACES
               MOVE "NOTHING TO CHANGE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF UPD-PM-BASIS NOT = SPACES
              AND NOT EQA-VALID-PM-BASIS
               MOVE "PM BASIS NOT D OR U" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF UPD-PM-INTERVAL-X NOT = SPACES
               IF UPD-PM-INTERVAL-X NOT NUMERIC
                OR UPD-PM-INTERVAL = ZERO
                   MOVE "PM INTERVAL NOT VALID" TO REJ-REASON
                   PERFORM 080-WRITE-REJECT THRU 080-EXIT.
           GO TO 060-EXIT.

      ***** THE INSPECTION DATE DEFAULTS TO TODAY
       060-EDIT-INSPECTED.
           IF EQA-LAST-PM-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO EQA-LAST-PM-DATE.
           MOVE EQA-LAST-PM-DATE(5:2) TO WS-CHECK-MM.
           MOVE EQA-LAST-PM-DATE(7:2) TO WS-CHECK-DD.
           IF EQA-LAST-PM-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "INSPECTION DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF EQA-LAST-PM-DATE > WS-TODAY-CCYYMMDD
               MOVE "INSPECTION DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
           GO TO 060-EXIT.

      ***** A FAULT NEEDS TO SAY WHAT WAS WRONG; DATE DEFAULTS TO
      ***** TODAY
       060-EDIT-FAULT.
           IF EQA-FAULT-DESC = SPACES
               MOVE "FAULT DESCRIPTION MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF EQA-FAULT-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO EQA-FAULT-DATE.
           MOVE EQA-FAULT-DATE(5:2) TO WS-CHECK-MM.
           MOVE EQA-FAULT-DATE(7:2) TO WS-CHECK-DD.
           IF EQA-FAULT-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "FAULT DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       060-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) = "A"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:10) = EQA-SERIAL-NBR
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE EQP-TXN-REC TO REJ-TXN-IMAGE.
           WRITE EQPREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

       100-CARRY-ASSETS.
           MOVE "100-CARRY-ASSETS" TO PARA-NAME.
           READ EQPOLD INTO EQUIPMENT-ASSET-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

      ***** EVERY UNUSED TRANSACTION FOR THE DEVICE APPLIES, IN THE
      ***** ORDER KEYED -- A FAULT THEN A PASSED INSPECTION IN ONE RUN
           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE EQPNEW-REC FROM EQUIPMENT-ASSET-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-APPLY-TXN.
           MOVE "200-APPLY-TXN" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-APPLY-SUB) = "Y"
            OR WS-TXN-IMAGE(WS-APPLY-SUB)(1:10) NOT = EQA-SERIAL-NBR
               GO TO 200-EXIT.
           MOVE "Y" TO WS-TXN-USED-SW(WS-APPLY-SUB).

      ***** AN ADD WHOSE SERIAL IS ALREADY ON FILE IS A DUPLICATE --
      ***** KEEP THE FILE ROW, REJECT THE TRANSACTION
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "A"
               MOVE "DUPLICATE - SERIAL ALREADY ON FILE"
                    TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           IF EQA-RETIRED
               MOVE "DEVICE ALREADY RETIRED" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO WS-TXN-UPDATE-FIELDS.

      ***** AN INSPECTION DATED BEFORE THE ONE ON FILE WOULD WIDEN
      ***** THE WINDOW A FAULT IS TRACED OVER -- KEEP THE LATER ONE
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "I"
              AND UPD-LAST-PM-DATE < EQA-LAST-PM-DATE
               MOVE "INSPECTION BEFORE LAST PM DATE" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           MOVE "BEFORE " TO AUD-TAG.
           MOVE EQUIPMENT-ASSET-REC TO AUD-IMAGE.

           IF WS-TXN-ACTION(WS-APPLY-SUB) = "M"
               MOVE "MOVE    " TO AUD-ACTION
               WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE
               PERFORM 220-APPLY-MOVE THRU 220-EXIT
               ADD 1 TO ROWS-MOVED
           ELSE IF WS-TXN-ACTION(WS-APPLY-SUB) = "I"
               MOVE "INSPECT " TO AUD-ACTION
               WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE
               MOVE UPD-LAST-PM-DATE TO EQA-LAST-PM-DATE
               MOVE ZERO             TO EQA-USES-SINCE-PM
               MOVE "A"              TO EQA-STATUS
               ADD 1 TO ROWS-INSPECTED
           ELSE IF WS-TXN-ACTION(WS-APPLY-SUB) = "F"
               MOVE "FAULT   " TO AUD-ACTION
               WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "F"              TO EQA-STATUS
               MOVE UPD-FAULT-DATE   TO EQA-FAULT-DATE
               MOVE UPD-FAULT-DESC   TO EQA-FAULT-DESC
               ADD 1 TO ROWS-FAULTED
           ELSE
               MOVE "RETIRE  " TO AUD-ACTION
               WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "R"              TO EQA-STATUS
               ADD 1 TO ROWS-RETIRED.

           MOVE "AFTER  " TO AUD-TAG.
           MOVE EQUIPMENT-ASSET-REC TO AUD-IMAGE.
           WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE.
       200-EXIT.
           EXIT.

       210-REJECT-TABLED.
           MOVE "210-REJECT-TABLED" TO PARA-NAME.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-APPLY-SUB)
                  WS-TXN-IMAGE(WS-APPLY-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE EQPREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       210-EXIT.
           EXIT.

      ***** ONLY THE FIELDS KEYED CHANGE.  A NEW INTERVAL OR BASIS
      ***** STILL COUNTS FROM THE LAST PASSED INSPECTION.
       220-APPLY-MOVE.
           MOVE "220-APPLY-MOVE" TO PARA-NAME.
           IF UPD-WARD-NBR NOT = SPACES
               MOVE UPD-WARD-NBR     TO EQA-WARD-NBR.
           IF UPD-FACILITY-CDE NOT = SPACES
               MOVE UPD-FACILITY-CDE TO EQA-FACILITY-CDE.
           IF UPD-PM-BASIS NOT = SPACES
               MOVE UPD-PM-BASIS     TO EQA-PM-BASIS.
           IF UPD-PM-INTERVAL-X NOT = SPACES
               MOVE UPD-PM-INTERVAL  TO EQA-PM-INTERVAL.
       220-EXIT.
           EXIT.

      ***** A NEW DEVICE, THEN ANY MOVE, INSPECTION, FAULT OR
      ***** RETIREMENT KEYED FOR IT IN THE SAME RUN
       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
            OR WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.

           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO EQUIPMENT-ASSET-REC.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE EQUIPMENT-ASSET-REC TO AUD-IMAGE.
           WRITE EQPAUDIT-REC FROM WS-AUDIT-LINE.
           ADD 1 TO ROWS-ADDED.

           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE EQPNEW-REC FROM EQUIPMENT-ASSET-REC.
       400-EXIT.
           EXIT.

       500-REJECT-UNUSED.
           MOVE "500-REJECT-UNUSED" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 500-EXIT.

           MOVE "UPDATE - SERIAL NOT ON FILE" TO REJ-REASON.
           MOVE WS-TXN-SUB TO WS-APPLY-SUB.
           PERFORM 210-REJECT-TABLED THRU 210-EXIT.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE EQPTXN, EQPOLD, EQPNEW, EQPAUDIT, EQPREJ, OPRCARD,
                 SECLOG, SYSOUT.
           DISPLAY "EQPMNT TXNS READ           : " TXNS-READ.
           DISPLAY "EQPMNT ROWS CARRIED        : " ROWS-CARRIED.
           DISPLAY "EQPMNT DEVICES ADDED       : " ROWS-ADDED.
           DISPLAY "EQPMNT DEVICES MOVED       : " ROWS-MOVED.
           DISPLAY "EQPMNT INSPECTIONS PASSED  : " ROWS-INSPECTED.
           DISPLAY "EQPMNT FAULTS REPORTED     : " ROWS-FAULTED.
           DISPLAY "EQPMNT DEVICES RETIRED     : " ROWS-RETIRED.
           DISPLAY "EQPMNT TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB EQPMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "EQPMNT"        TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-ADDED + ROWS-MOVED + ROWS-INSPECTED
             + ROWS-FAULTED + ROWS-RETIRED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE EQPTXN, EQPOLD, EQPNEW, EQPAUDIT, EQPREJ, OPRCARD,
                 SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-EQPMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

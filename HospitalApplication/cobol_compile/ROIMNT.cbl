       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROIMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RELEASE-OF-INFORMATION REQUEST MAINTENANCE FOR HIM.
      *          REQUESTS FOR COPIES OF A MEDICAL RECORD ARE KEYED AS
      *          TRANSACTIONS AND APPLIED TO THE ROI REQUEST FILE (SEE
      *          ROIREQ.CPY):
      *            "A" -- LOG A NEW REQUEST
      *            "U" -- RECORD THE PATIENT'S SIGNED AUTHORIZATION
      *            "F" -- FULFIL THE REQUEST (PAGES COPIED, WHO SENT IT)
      *            "D" -- DENY OR WITHDRAW THE REQUEST WITH A REASON
      *          A NEW REQUEST IS DUE DUE-DAYS (RUNPARM, 30 WHEN NOT
      *          SET) AFTER IT WAS RECEIVED.  AN ATTORNEY, INSURER OR
      *          OTHER THIRD PARTY WITHOUT AN AUTHORIZATION ON FILE IS
      *          HELD UNTIL ONE IS KEYED, AND CANNOT BE FULFILLED ONCE
      *          THE AUTHORIZATION HAS EXPIRED.
      *
      *          FULFILMENT PRICES THE COPIES -- BASE-FEE PLUS
      *          PAGE-FEE A PAGE FOR A THIRD PARTY, PAGE-FEE A PAGE UP
      *          TO SELF-FEE-CAP FOR THE PATIENT, NO CHARGE TO A
      *          TREATING PROVIDER -- PRINTS AN INVOICE UNDER THE
      *          REQUEST NUMBER, AND WRITES THE DISCLOSURE-LOG ROW.
      *          THE RUN'S FEES POST TO THE MISCELLANEOUS RECEIVABLE
      *          AS ONE BALANCED JOURNAL PAIR FROM THE GLMAP "ROIF"
      *          ROW; WITHOUT THAT ROW THE RUN IS REFUSED.
      *
      *          A TRANSACTION FOR A REQUEST LOGGED IN THE SAME RUN
      *          APPLIES AFTER THE ADD.  BEFORE/AFTER AUDIT REPORT,
      *          REJECT FILE, OPERATOR GATE AND SECURITY LOG AS IN THE
      *          OTHER MAINTENANCE PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.ROITXN

               PATIENT MASTER          -   DDS0001.PATMASTR

               GL MAPPING TABLE        -   DDS0001.GLMAP

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               OLD ROI REQUEST FILE    -   DDS0001.ROIREQ

               NEW ROI REQUEST FILE    -   (NEW GENERATION)

               COPY-FEE INVOICES       -   DDS0001.ROIINV

               JOURNAL FILE PRODUCED   -   DDS0001.ROIGL

               DISCLOSURE LOG          -   DDS0001.DISCLOG

               AUDIT REPORT            -   DDS0001.ROIAUDIT

               REJECT FILE             -   DDS0001.ROIREJ

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

           SELECT ROITXN
           ASSIGN TO UT-S-ROITXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFCODE.

           SELECT ROIOLD
           ASSIGN TO UT-S-ROIOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT ROINEW
           ASSIGN TO UT-S-ROINEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT ROIINV
           ASSIGN TO UT-S-ROIINV
             ORGANIZATION IS SEQUENTIAL.

           SELECT ROIGL
           ASSIGN TO UT-S-ROIGL
             ORGANIZATION IS SEQUENTIAL.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT ROIAUDIT
           ASSIGN TO UT-S-ROIAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ROIREJ
           ASSIGN TO UT-S-ROIREJ
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

      ***** WHO IS KEYING THE REQUESTS -- PROVED AGAINST THE
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

       FD  ROITXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 301 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROITXN-REC.
       01  ROITXN-REC PIC X(301).

       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC PIC X(30).

       FD  ROIOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIOLD-REC.
       01  ROIOLD-REC PIC X(300).

       FD  ROINEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROINEW-REC.
       01  ROINEW-REC PIC X(300).

      ***** ONE INVOICE PER FULFILLED REQUEST THAT CARRIES A FEE,
      ***** MAILED WITH THE COPIES
       FD  ROIINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIINV-REC.
       01  ROIINV-REC PIC X(80).

       FD  ROIGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIGL-REC.
       01  ROIGL-REC PIC X(40).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC PIC X(70).

       FD  ROIAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 320 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIAUDIT-REC.
       01  ROIAUDIT-REC PIC X(320).

       FD  ROIREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIREJ-REC.
       01  ROIREJ-REC PIC X(340).

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
           05  MFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  DLCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY OPERMSTR.

       COPY PATMSTR.

       COPY ROIREQ.

       COPY GLMAP.

       COPY GLJRNL.

       COPY DISCLOSE.

       COPY PARMGPRM.

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
      ***** REQUEST RECORD IMAGE.  AN AUTHORIZATION ("U") READS ONLY
      ***** THE KEY AND THE AUTHORIZATION FIELDS, A FULFILMENT ("F")
      ***** THE KEY, PAGES, DATE AND SENDER, A DENIAL ("D") THE KEY,
      ***** REASON AND DATE.
       01  ROI-TXN-REC.
           05  RTX-ACTION              PIC X(1).
               88 RTX-ADD              VALUE "A".
               88 RTX-AUTHORIZE        VALUE "U".
               88 RTX-FULFIL           VALUE "F".
               88 RTX-DENY             VALUE "D".
           05  RTX-REQUEST-IMAGE       PIC X(300).

      ***** THE UPDATE FIELDS OF A TABLED TRANSACTION IMAGE, LINED UP
      ***** WITH ROIREQ.CPY
       01  WS-TXN-UPDATE-FIELDS.
           05  UPD-REQUEST-NBR         PIC X(8).
           05  FILLER                  PIC X(115).
           05  UPD-AUTH-RECEIVED       PIC X(1).
           05  UPD-AUTH-DATE           PIC X(8).
           05  UPD-AUTH-EXPIRES        PIC X(8).
           05  FILLER                  PIC X(56).
           05  UPD-STATUS              PIC X(1).
           05  UPD-PAGES               PIC 9(5).
           05  UPD-FEE-AMT             PIC 9(5)V99.
           05  UPD-FULFILLED-DATE      PIC X(8).
           05  UPD-FULFILLED-BY        PIC X(8).
           05  UPD-DENIAL-REASON       PIC X(30).
           05  UPD-DENIED-DATE         PIC X(8).
           05  FILLER                  PIC X(37).

       01  WS-DATE-CHECK.
           05  WS-CHECK-MM             PIC X(2).
               88 VALID-MM  VALUES ARE "01" THRU "12".
           05  WS-CHECK-DD             PIC X(2).
               88 VALID-DD  VALUES ARE "01" THRU "31".

       01  WS-RECEIVED-DATE-X          PIC X(8).
       01  WS-RECEIVED-DATE-9 REDEFINES WS-RECEIVED-DATE-X
                                       PIC 9(8).
       77  WS-RECEIVED-INT             PIC S9(9) COMP.
       77  WS-DUE-DATE-9               PIC 9(8).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-OLD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-OLD          VALUE "N".
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  WS-MAP-FOUND-SW         PIC X(1) VALUE "N".
               88 MAP-ROW-FOUND        VALUE "Y".
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

      ***** ONLY THE "ROIF" ROW OF THE MAP IS KEPT
       01  WS-MAP-DEBIT-ACCT           PIC X(8).
       01  WS-MAP-CREDIT-ACCT          PIC X(8).

      ***** RUN PARAMETERS -- RUNPARM OVERRIDES THESE DEFAULTS
       01  WS-ROI-PARMS.
           05  WS-DUE-DAYS             PIC 9(3)    VALUE 30.
           05  WS-BASE-FEE             PIC 9(3)V99 VALUE 15.00.
           05  WS-PAGE-FEE             PIC 9(2)V99 VALUE 0.50.
           05  WS-SELF-FEE-CAP         PIC 9(3)V99 VALUE 6.50.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CARRIED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-HELD               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-AUTHORIZED         PIC S9(5) COMP VALUE ZERO.
           05  ROWS-FULFILLED          PIC S9(5) COMP VALUE ZERO.
           05  ROWS-DENIED             PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  INVOICES-WRITTEN        PIC S9(5) COMP VALUE ZERO.
           05  DISCLOSURES-LOGGED      PIC S9(5) COMP VALUE ZERO.
           05  INVOICED-DOLLARS        PIC S9(7)V99 COMP-3
                                                  VALUE ZERO.

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

      ***** THE COPY-FEE INVOICE
       01  WS-INV-TITLE-LINE.
           05  FILLER           PIC X(40) VALUE
               "RELEASE OF INFORMATION - COPY FEE INVOIC".
           05  FILLER           PIC X(1)  VALUE "E".
           05  FILLER           PIC X(13) VALUE "   INVOICE:  ".
           05  INV-NBR          PIC X(8).
           05  FILLER           PIC X(8)  VALUE "  DATE: ".
           05  INV-DATE         PIC X(10).

       01  WS-INV-BILL-TO-LINE.
           05  INV-BILL-LABEL   PIC X(9).
           05  INV-BILL-NAME    PIC X(30).
           05  FILLER           PIC X(41) VALUE SPACES.

       01  WS-INV-ADDR-LINE.
           05  FILLER           PIC X(9)  VALUE SPACES.
           05  INV-CITY         PIC X(20).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  INV-STATE        PIC X(2).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  INV-ZIP          PIC X(10).
           05  FILLER           PIC X(37) VALUE SPACES.

       01  WS-INV-PATIENT-LINE.
           05  FILLER           PIC X(9)  VALUE "PATIENT: ".
           05  INV-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(11) VALUE "  RECORDS: ".
           05  INV-RECORDS      PIC X(40).
           05  FILLER           PIC X(14) VALUE SPACES.

       01  WS-INV-PAGES-LINE.
           05  FILLER           PIC X(14) VALUE "PAGES COPIED: ".
           05  INV-PAGES        PIC ZZZZ9.
           05  FILLER           PIC X(12) VALUE "  PER PAGE: ".
           05  INV-PAGE-FEE     PIC $$9.99.
           05  FILLER           PIC X(12) VALUE "  BASE FEE: ".
           05  INV-BASE-FEE     PIC $$$9.99.
           05  FILLER           PIC X(24) VALUE SPACES.

       01  WS-INV-AMOUNT-LINE.
           05  FILLER           PIC X(14) VALUE "AMOUNT DUE:   ".
           05  INV-AMOUNT       PIC $$$,$$9.99.
           05  FILLER           PIC X(40) VALUE
               "   REMIT WITHIN 30 DAYS QUOTING INVOICE ".
           05  FILLER           PIC X(16) VALUE "NUMBER          ".

       01  WS-INV-BLANK-LINE    PIC X(80) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 030-LOAD-GL-MAP THRU 030-EXIT
                   UNTIL NO-MORE-MAP.
           IF NOT MAP-ROW-FOUND
               MOVE "** NO GLMAP ROIF/**** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 100-CARRY-REQUESTS THRU 100-EXIT
                   UNTIL NO-MORE-OLD.
           PERFORM 400-APPEND-ADDS THRU 400-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED.
           PERFORM 500-REJECT-UNUSED THRU 500-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED.
           PERFORM 800-WRITE-JOURNAL THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ROIMNT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT ROITXN, GLMAP, PATMSTR, ROIOLD, OPRCARD.
           OPEN OUTPUT ROINEW, ROIINV, ROIGL, ROIAUDIT, ROIREJ,
                       SYSOUT.
           OPEN EXTEND SECLOG, DISCLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.
           PERFORM 040-GET-RUN-PARMS THRU 040-EXIT.
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
               MOVE "** OPERATOR NOT AUTHORIZED FOR ROI REQUESTS"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

      ***** ONE MAP ROW GOVERNS THE WHOLE RUN -- A COPY FEE HAS NO
      ***** WARD, SO ONLY THE "****" ROW APPLIES
       030-LOAD-GL-MAP.
           MOVE "030-LOAD-GL-MAP" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 030-EXIT
           END-READ.

           IF GLM-CHARGE-CATEGORY = "ROIF" AND GLM-WARD-NBR = "****"
               MOVE "Y" TO WS-MAP-FOUND-SW
               MOVE GLM-DEBIT-ACCT  TO WS-MAP-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-MAP-CREDIT-ACCT.
       030-EXIT.
           EXIT.

       040-GET-RUN-PARMS.
           MOVE "040-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "ROIMNT"            TO PGT-PROGRAM-ID.
           MOVE "DUE-DAYS"          TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-DUE-DAYS.

           MOVE "BASE-FEE"          TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-NUMBER TO WS-BASE-FEE.

           MOVE "PAGE-FEE"          TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-NUMBER TO WS-PAGE-FEE.

           MOVE "SELF-FEE-CAP"      TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-NUMBER TO WS-SELF-FEE-CAP.
       040-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ ROITXN INTO ROI-TXN-REC
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

      ***** THE EDITS FILLED DEFAULTS INTO ROI-REQUEST-REC -- TABLE
      ***** THAT
           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE RTX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE ROI-REQUEST-REC TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- THE REQUEST MUST SAY WHO WANTS WHAT, FOR
      ***** WHICH PATIENT, AND WHERE THE COPIES AND THE BILL GO
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.
           MOVE RTX-REQUEST-IMAGE TO ROI-REQUEST-REC.

           IF NOT RTX-ADD AND NOT RTX-AUTHORIZE
              AND NOT RTX-FULFIL AND NOT RTX-DENY
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ROI-REQUEST-NBR = SPACES
               MOVE "REQUEST NUMBER MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF RTX-AUTHORIZE
               GO TO 060-EDIT-AUTHORIZE.
           IF RTX-FULFIL
               GO TO 060-EDIT-FULFIL.
           IF RTX-DENY
               GO TO 060-EDIT-DENY.

           IF NOT ROI-VALID-REQUESTER
               MOVE "REQUESTER TYPE NOT A/I/P/S/O" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ROI-REQUESTER-NAME = SPACES
            OR ROI-REQUESTER-ADDR = SPACES
            OR ROI-REQUESTER-CITY = SPACES
               MOVE "REQUESTER NAME/ADDRESS MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ROI-RECORDS-REQUESTED = SPACES
               MOVE "RECORDS REQUESTED MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ROI-PATIENT-ID = SPACES
               MOVE "PATIENT MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE ROI-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "PATIENT NOT ON PATMSTR" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** THE DEADLINE RUNS FROM THE DAY THE LETTER ARRIVED, WHICH
      ***** DEFAULTS TO TODAY
           IF ROI-RECEIVED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO ROI-RECEIVED-DATE.
           MOVE ROI-RECEIVED-DATE(5:2) TO WS-CHECK-MM.
           MOVE ROI-RECEIVED-DATE(7:2) TO WS-CHECK-DD.
           IF ROI-RECEIVED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "RECEIVED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF ROI-RECEIVED-DATE > WS-TODAY-CCYYMMDD
               MOVE "RECEIVED DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF ROI-SERVICE-FROM NOT = SPACES
               MOVE ROI-SERVICE-FROM(5:2) TO WS-CHECK-MM
               MOVE ROI-SERVICE-FROM(7:2) TO WS-CHECK-DD
               IF ROI-SERVICE-FROM NOT NUMERIC
                OR NOT VALID-MM OR NOT VALID-DD
                   MOVE "SERVICE FROM NOT CCYYMMDD" TO REJ-REASON
                   PERFORM 080-WRITE-REJECT THRU 080-EXIT
                   GO TO 060-EXIT.
           IF ROI-SERVICE-THRU NOT = SPACES
               MOVE ROI-SERVICE-THRU(5:2) TO WS-CHECK-MM
               MOVE ROI-SERVICE-THRU(7:2) TO WS-CHECK-DD
               IF ROI-SERVICE-THRU NOT NUMERIC
                OR NOT VALID-MM OR NOT VALID-DD
                OR ROI-SERVICE-THRU < ROI-SERVICE-FROM
                   MOVE "SERVICE THRU NOT VALID" TO REJ-REASON
                   PERFORM 080-WRITE-REJECT THRU 080-EXIT
                   GO TO 060-EXIT.

      ***** AN AUTHORIZATION SENT WITH THE REQUEST IS EDITED THE SAME
      ***** WAY AS ONE KEYED LATER
           IF ROI-AUTH-ON-FILE
               PERFORM 065-EDIT-AUTH-DATES THRU 065-EXIT
               IF NOT TXN-EDITS-PASS
                   GO TO 060-EXIT
               END-IF
           ELSE
               MOVE "N" TO ROI-AUTH-RECEIVED
               MOVE SPACES TO ROI-AUTH-DATE, ROI-AUTH-EXPIRES.

           MOVE ROI-RECEIVED-DATE TO WS-RECEIVED-DATE-X.
           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE-9).
           COMPUTE WS-DUE-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-RECEIVED-INT + WS-DUE-DAYS).
           MOVE WS-DUE-DATE-9 TO ROI-DUE-DATE.

      ***** A THIRD PARTY WITHOUT AN AUTHORIZATION WAITS FOR ONE
           IF ROI-AUTH-REQUIRED AND NOT ROI-AUTH-ON-FILE
               MOVE "H" TO ROI-STATUS
           ELSE
               MOVE "O" TO ROI-STATUS.
           MOVE ZERO TO ROI-PAGES, ROI-FEE-AMT.
           MOVE SPACES TO ROI-FULFILLED-DATE, ROI-FULFILLED-BY,
                          ROI-DENIAL-REASON, ROI-DENIED-DATE.
           MOVE WS-TODAY-CCYYMMDD TO ROI-ENTERED-DATE.
           MOVE OPC-OPERATOR-ID   TO ROI-ENTERED-BY.

      ***** A DUPLICATE ADD IN THE SAME BATCH IS A KEYING ERROR
           PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED
               OR NOT TXN-EDITS-PASS.
           GO TO 060-EXIT.

      ***** AN AUTHORIZATION NEEDS ITS SIGNED AND EXPIRY DATES
       060-EDIT-AUTHORIZE.
           MOVE "Y" TO ROI-AUTH-RECEIVED.
           PERFORM 065-EDIT-AUTH-DATES THRU 065-EXIT.
           GO TO 060-EXIT.

      ***** FULFILMENT NEEDS THE PAGE COUNT FOR THE INVOICE; THE DATE
      ***** DEFAULTS TO TODAY AND THE SENDER TO THE OPERATOR
       060-EDIT-FULFIL.
           IF ROI-PAGES NOT NUMERIC OR ROI-PAGES = ZERO
               MOVE "PAGES COPIED MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF ROI-FULFILLED-BY = SPACES
               MOVE OPC-OPERATOR-ID TO ROI-FULFILLED-BY.
           IF ROI-FULFILLED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO ROI-FULFILLED-DATE.
           MOVE ROI-FULFILLED-DATE(5:2) TO WS-CHECK-MM.
           MOVE ROI-FULFILLED-DATE(7:2) TO WS-CHECK-DD.
           IF ROI-FULFILLED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "FULFILLED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
           GO TO 060-EXIT.

      ***** A DENIAL NEEDS A REASON; DATE DEFAULTS TO TODAY
       060-EDIT-DENY.
           IF ROI-DENIAL-REASON = SPACES
               MOVE "DENIAL REASON MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.
           IF ROI-DENIED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO ROI-DENIED-DATE.
           MOVE ROI-DENIED-DATE(5:2) TO WS-CHECK-MM.
           MOVE ROI-DENIED-DATE(7:2) TO WS-CHECK-DD.
           IF ROI-DENIED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "DENIED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       060-EXIT.
           EXIT.

      ***** AN AUTHORIZATION THAT HAS ALREADY LAPSED IS NO
      ***** AUTHORIZATION AT ALL
       065-EDIT-AUTH-DATES.
           MOVE "065-EDIT-AUTH-DATES" TO PARA-NAME.
           MOVE ROI-AUTH-DATE(5:2) TO WS-CHECK-MM.
           MOVE ROI-AUTH-DATE(7:2) TO WS-CHECK-DD.
           IF ROI-AUTH-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "AUTH SIGNED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 065-EXIT.
           MOVE ROI-AUTH-EXPIRES(5:2) TO WS-CHECK-MM.
           MOVE ROI-AUTH-EXPIRES(7:2) TO WS-CHECK-DD.
           IF ROI-AUTH-EXPIRES NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
            OR ROI-AUTH-EXPIRES < ROI-AUTH-DATE
               MOVE "AUTH EXPIRY DATE NOT VALID" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 065-EXIT.
           IF ROI-AUTH-EXPIRES < WS-TODAY-CCYYMMDD
               MOVE "AUTHORIZATION ALREADY EXPIRED" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       065-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) = "A"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:8) = ROI-REQUEST-NBR
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE ROI-TXN-REC TO REJ-TXN-IMAGE.
           WRITE ROIREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

       100-CARRY-REQUESTS.
           MOVE "100-CARRY-REQUESTS" TO PARA-NAME.
           READ ROIOLD INTO ROI-REQUEST-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

      ***** EVERY UNUSED TRANSACTION FOR THE REQUEST APPLIES, IN THE
      ***** ORDER KEYED -- AN AUTHORIZATION THEN A FULFILMENT IN ONE
      ***** RUN
           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE ROINEW-REC FROM ROI-REQUEST-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-APPLY-TXN.
           MOVE "200-APPLY-TXN" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-APPLY-SUB) = "Y"
            OR WS-TXN-IMAGE(WS-APPLY-SUB)(1:8) NOT = ROI-REQUEST-NBR
               GO TO 200-EXIT.
           MOVE "Y" TO WS-TXN-USED-SW(WS-APPLY-SUB).

      ***** AN ADD WHOSE NUMBER IS ALREADY ON FILE IS A DUPLICATE --
      ***** KEEP THE FILE ROW, REJECT THE TRANSACTION
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "A"
               MOVE "DUPLICATE - NUMBER ALREADY ON FILE"
                    TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           IF NOT ROI-PENDING
               MOVE "REQUEST ALREADY CLOSED" TO REJ-REASON
               PERFORM 210-REJECT-TABLED THRU 210-EXIT
               GO TO 200-EXIT.

           MOVE WS-TXN-IMAGE(WS-APPLY-SUB) TO WS-TXN-UPDATE-FIELDS.

      ***** NOTHING GOES OUT TO A THIRD PARTY WITHOUT A LIVE
      ***** AUTHORIZATION ON THE DAY IT IS SENT
           IF WS-TXN-ACTION(WS-APPLY-SUB) = "F"
               IF ROI-HELD-FOR-AUTH
                   MOVE "HELD - NO AUTHORIZATION ON FILE"
                        TO REJ-REASON
                   PERFORM 210-REJECT-TABLED THRU 210-EXIT
                   GO TO 200-EXIT
               END-IF
               IF ROI-AUTH-REQUIRED
                  AND ROI-AUTH-EXPIRES < UPD-FULFILLED-DATE
                   MOVE "AUTHORIZATION EXPIRED" TO REJ-REASON
                   PERFORM 210-REJECT-TABLED THRU 210-EXIT
                   GO TO 200-EXIT.

           MOVE "BEFORE " TO AUD-TAG.
           MOVE ROI-REQUEST-REC TO AUD-IMAGE.

           IF WS-TXN-ACTION(WS-APPLY-SUB) = "U"
               MOVE "AUTHORIZ" TO AUD-ACTION
               WRITE ROIAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "Y"              TO ROI-AUTH-RECEIVED
               MOVE UPD-AUTH-DATE    TO ROI-AUTH-DATE
               MOVE UPD-AUTH-EXPIRES TO ROI-AUTH-EXPIRES
               MOVE "O"              TO ROI-STATUS
               ADD 1 TO ROWS-AUTHORIZED
           ELSE IF WS-TXN-ACTION(WS-APPLY-SUB) = "F"
               MOVE "FULFIL  " TO AUD-ACTION
               WRITE ROIAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "F"                TO ROI-STATUS
               MOVE UPD-PAGES          TO ROI-PAGES
               MOVE UPD-FULFILLED-DATE TO ROI-FULFILLED-DATE
               MOVE UPD-FULFILLED-BY   TO ROI-FULFILLED-BY
               PERFORM 300-PRICE-COPIES THRU 300-EXIT
               PERFORM 310-WRITE-INVOICE THRU 310-EXIT
               PERFORM 320-LOG-DISCLOSURE THRU 320-EXIT
               ADD 1 TO ROWS-FULFILLED
           ELSE
               MOVE "DENY    " TO AUD-ACTION
               WRITE ROIAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "D"               TO ROI-STATUS
               MOVE UPD-DENIAL-REASON TO ROI-DENIAL-REASON
               MOVE UPD-DENIED-DATE   TO ROI-DENIED-DATE
               ADD 1 TO ROWS-DENIED.

           MOVE "AFTER  " TO AUD-TAG.
           MOVE ROI-REQUEST-REC TO AUD-IMAGE.
           WRITE ROIAUDIT-REC FROM WS-AUDIT-LINE.
       200-EXIT.
           EXIT.

       210-REJECT-TABLED.
           MOVE "210-REJECT-TABLED" TO PARA-NAME.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-APPLY-SUB)
                  WS-TXN-IMAGE(WS-APPLY-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE ROIREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       210-EXIT.
           EXIT.

      ***** THE COPY FEE -- A TREATING PROVIDER PAYS NOTHING, THE
      ***** PATIENT PAYS BY THE PAGE UP TO THE CAP, A THIRD PARTY PAYS
      ***** THE BASE FEE PLUS BY THE PAGE
       300-PRICE-COPIES.
           MOVE "300-PRICE-COPIES" TO PARA-NAME.
           IF ROI-PROVIDER
               MOVE ZERO TO ROI-FEE-AMT
               GO TO 300-EXIT.

           IF ROI-SELF
               COMPUTE ROI-FEE-AMT ROUNDED =
                   ROI-PAGES * WS-PAGE-FEE
               IF WS-SELF-FEE-CAP > ZERO
                  AND ROI-FEE-AMT > WS-SELF-FEE-CAP
                   MOVE WS-SELF-FEE-CAP TO ROI-FEE-AMT
               END-IF
               GO TO 300-EXIT.

           COMPUTE ROI-FEE-AMT ROUNDED =
               WS-BASE-FEE + ROI-PAGES * WS-PAGE-FEE.
       300-EXIT.
           EXIT.

      ***** THE INVOICE GOES OUT WITH THE COPIES UNDER THE REQUEST
      ***** NUMBER, AND THE FEE JOINS THE RUN'S RECEIVABLE TOTAL
       310-WRITE-INVOICE.
           MOVE "310-WRITE-INVOICE" TO PARA-NAME.
           IF ROI-FEE-AMT = ZERO
               GO TO 310-EXIT.

           MOVE ROI-REQUEST-NBR            TO INV-NBR.
           MOVE ROI-FULFILLED-DATE(1:4)    TO INV-DATE(1:4).
           MOVE "-"                        TO INV-DATE(5:1).
           MOVE ROI-FULFILLED-DATE(5:2)    TO INV-DATE(6:2).
           MOVE "-"                        TO INV-DATE(8:1).
           MOVE ROI-FULFILLED-DATE(7:2)    TO INV-DATE(9:2).
           WRITE ROIINV-REC FROM WS-INV-TITLE-LINE.
           WRITE ROIINV-REC FROM WS-INV-BLANK-LINE.

           MOVE "BILL TO: "                TO INV-BILL-LABEL.
           MOVE ROI-REQUESTER-NAME         TO INV-BILL-NAME.
           WRITE ROIINV-REC FROM WS-INV-BILL-TO-LINE.
           MOVE SPACES                     TO INV-BILL-LABEL.
           MOVE ROI-REQUESTER-ADDR         TO INV-BILL-NAME.
           WRITE ROIINV-REC FROM WS-INV-BILL-TO-LINE.
           MOVE ROI-REQUESTER-CITY         TO INV-CITY.
           MOVE ROI-REQUESTER-STATE        TO INV-STATE.
           MOVE ROI-REQUESTER-ZIP          TO INV-ZIP.
           WRITE ROIINV-REC FROM WS-INV-ADDR-LINE.
           WRITE ROIINV-REC FROM WS-INV-BLANK-LINE.

           MOVE ROI-PATIENT-ID             TO INV-PATIENT-ID.
           MOVE ROI-RECORDS-REQUESTED      TO INV-RECORDS.
           WRITE ROIINV-REC FROM WS-INV-PATIENT-LINE.
           MOVE ROI-PAGES                  TO INV-PAGES.
           MOVE WS-PAGE-FEE                TO INV-PAGE-FEE.
           IF ROI-SELF
               MOVE ZERO                   TO INV-BASE-FEE
           ELSE
               MOVE WS-BASE-FEE            TO INV-BASE-FEE.
           WRITE ROIINV-REC FROM WS-INV-PAGES-LINE.
           MOVE ROI-FEE-AMT                TO INV-AMOUNT.
           WRITE ROIINV-REC FROM WS-INV-AMOUNT-LINE.
           WRITE ROIINV-REC FROM WS-INV-BLANK-LINE.
           WRITE ROIINV-REC FROM WS-INV-BLANK-LINE.

           ADD 1 TO INVOICES-WRITTEN.
           ADD ROI-FEE-AMT TO INVOICED-DOLLARS.
       310-EXIT.
           EXIT.

      ***** EVERY RELEASE IS AN ACCOUNTABLE DISCLOSURE, FREE OR NOT
       320-LOG-DISCLOSURE.
           MOVE "320-LOG-DISCLOSURE" TO PARA-NAME.
           MOVE SPACES                  TO DISCLOSURE-LOG-REC.
           MOVE ROI-PATIENT-ID          TO DSC-PATIENT-ID.
           MOVE ROI-FULFILLED-DATE      TO DSC-DATE.
           MOVE ROI-REQUESTER-NAME      TO DSC-DESTINATION.
           IF ROI-ATTORNEY
               MOVE "ROI - ATTORNEY"    TO DSC-PURPOSE
           ELSE IF ROI-INSURER
               MOVE "ROI - INSURER"     TO DSC-PURPOSE
           ELSE IF ROI-PROVIDER
               MOVE "ROI - CONTINUITY"  TO DSC-PURPOSE
           ELSE IF ROI-SELF
               MOVE "ROI - PATIENT COPY" TO DSC-PURPOSE
           ELSE
               MOVE "ROI - THIRD PARTY" TO DSC-PURPOSE.
           MOVE "ROIMNT"                TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD 1 TO DISCLOSURES-LOGGED.
       320-EXIT.
           EXIT.

      ***** A NEW REQUEST, THEN ANY AUTHORIZATION, FULFILMENT OR
      ***** DENIAL KEYED FOR IT IN THE SAME RUN
       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
            OR WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.

           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO ROI-REQUEST-REC.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE ROI-REQUEST-REC TO AUD-IMAGE.
           WRITE ROIAUDIT-REC FROM WS-AUDIT-LINE.
           ADD 1 TO ROWS-ADDED.
           IF ROI-HELD-FOR-AUTH
               ADD 1 TO ROWS-HELD.

           PERFORM 200-APPLY-TXN THRU 200-EXIT
               VARYING WS-APPLY-SUB FROM 1 BY 1 UNTIL
               WS-APPLY-SUB > WS-TXN-ROWS-USED.
           WRITE ROINEW-REC FROM ROI-REQUEST-REC.
       400-EXIT.
           EXIT.

       500-REJECT-UNUSED.
           MOVE "500-REJECT-UNUSED" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 500-EXIT.

           MOVE "UPDATE - REQUEST NOT ON FILE" TO REJ-REASON.
           MOVE WS-TXN-SUB TO WS-APPLY-SUB.
           PERFORM 210-REJECT-TABLED THRU 210-EXIT.
       500-EXIT.
           EXIT.

      ***** ONE BALANCED PAIR FOR THE RUN -- DEBIT THE MISCELLANEOUS
      ***** RECEIVABLE, CREDIT COPY-FEE REVENUE
       800-WRITE-JOURNAL.
           MOVE "800-WRITE-JOURNAL" TO PARA-NAME.
           IF INVOICED-DOLLARS = ZERO
               GO TO 800-EXIT.

           MOVE WS-CURR-DATE-9    TO JRN-DATE.
           MOVE "ROIF"            TO JRN-CHARGE-CATEGORY.
           MOVE "****"            TO JRN-WARD-NBR.
           MOVE INVOICED-DOLLARS  TO JRN-AMT.

           MOVE WS-MAP-DEBIT-ACCT TO JRN-ACCOUNT.
           MOVE "D" TO JRN-DR-CR.
           WRITE ROIGL-REC FROM GL-JOURNAL-REC.

           MOVE WS-MAP-CREDIT-ACCT TO JRN-ACCOUNT.
           MOVE "C" TO JRN-DR-CR.
           WRITE ROIGL-REC FROM GL-JOURNAL-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE ROITXN, GLMAP, PATMSTR, ROIOLD, ROINEW, ROIINV,
                 ROIGL, DISCLOG, ROIAUDIT, ROIREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "ROIMNT TXNS READ           : " TXNS-READ.
           DISPLAY "ROIMNT ROWS CARRIED        : " ROWS-CARRIED.
           DISPLAY "ROIMNT REQUESTS LOGGED     : " ROWS-ADDED.
           DISPLAY "ROIMNT HELD FOR AUTH       : " ROWS-HELD.
           DISPLAY "ROIMNT AUTHORIZATIONS      : " ROWS-AUTHORIZED.
           DISPLAY "ROIMNT REQUESTS FULFILLED  : " ROWS-FULFILLED.
           DISPLAY "ROIMNT REQUESTS DENIED     : " ROWS-DENIED.
           DISPLAY "ROIMNT TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "ROIMNT INVOICES WRITTEN    : " INVOICES-WRITTEN.
           DISPLAY "ROIMNT INVOICED DOLLARS    : " INVOICED-DOLLARS.
           DISPLAY "ROIMNT DISCLOSURES LOGGED  : " DISCLOSURES-LOGGED.
           DISPLAY "******** NORMAL END OF JOB ROIMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "ROIMNT"        TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-ADDED + ROWS-AUTHORIZED + ROWS-FULFILLED
             + ROWS-DENIED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ROITXN, GLMAP, PATMSTR, ROIOLD, ROINEW, ROIINV,
                 ROIGL, DISCLOG, ROIAUDIT, ROIREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ROIMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

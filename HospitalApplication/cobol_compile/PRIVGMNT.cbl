       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVGMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          PHYSICIAN-PRIVILEGE MAINTENANCE.  TRMTSRCH PROVES A
      *          PRESCRIBING PHYSICIAN EXISTS, BUT NOTHING SAID WHAT
      *          THE PHYSICIAN WAS ALLOWED TO DO -- A FAMILY-PRACTICE
      *          ID COULD PRESCRIBE SURGERY OR CHEMOTHERAPY.  THIS JOB
      *          APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE
      *          PHYSPRIV PRIVILEGE FILE (ONE ROW PER PHYSICIAN AND
      *          TREATMENT MODE) WITH FIELD EDITS -- PHYSICIAN ON THE
      *          PROVREG REGISTRY, VALID TREATMENT MODE, WELL-FORMED
      *          GRANT AND EXPIRY DATES, EXPIRY AFTER GRANT, VALID
      *          STATUS, NO DUPLICATE KEYS -- A BEFORE/AFTER
      *          MAINTENANCE AUDIT REPORT AND A REJECT FILE: THE SAME
      *          DISCIPLINE PROVMNT GIVES THE REGISTRY ITSELF.  THE
      *          RUN IS GATED BY THE OPERATOR MASTER AND LOGGED TO
      *          THE SECURITY LOG LIKE THE OTHER MAINTENANCE PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.PPVTXN

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               OLD PRIVILEGE FILE      -   DDS0001.PHYSPRIV

               NEW PRIVILEGE FILE      -   (NEW GENERATION)

               AUDIT REPORT            -   DDS0001.PPVAUDIT

               REJECT FILE             -   DDS0001.PPVREJ

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

           SELECT PPVTXN
           ASSIGN TO UT-S-PPVTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PPVOLD
           ASSIGN TO UT-S-PPVOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PPVNEW
           ASSIGN TO UT-S-PPVNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT PPVAUDIT
           ASSIGN TO UT-S-PPVAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PPVREJ
           ASSIGN TO UT-S-PPVREJ
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

      ***** WHO IS RUNNING THE PRIVILEGE CHANGE -- PROVED AGAINST THE
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

       FD  PPVTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVTXN-REC.
       01  PPVTXN-REC PIC X(51).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  PPVOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVOLD-REC.
       01  PPVOLD-REC PIC X(50).

       FD  PPVNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVNEW-REC.
       01  PPVNEW-REC PIC X(50).

       FD  PPVAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVAUDIT-REC.
       01  PPVAUDIT-REC PIC X(100).

       FD  PPVREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVREJ-REC.
       01  PPVREJ-REC PIC X(100).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).

       COPY OPERMSTR.

       COPY PROVREG.

       COPY PHYSPRIV.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".

       77  WS-SEC-DATE                 PIC 9(6).

      ***** ONE MAINTENANCE TRANSACTION: THE ACTION PLUS A FULL
      ***** PRIVILEGE RECORD IMAGE
       01  PRIVILEGE-TXN-REC.
           05  PTX-ACTION              PIC X(1).
               88 PTX-ADD              VALUE "A".
               88 PTX-CHANGE           VALUE "C".
               88 PTX-DELETE           VALUE "D".
           05  PTX-PRIVILEGE-IMAGE.
               10  PTX-PRIVILEGE-KEY.
                   15  PTX-PROVIDER-ID     PIC X(8).
                   15  PTX-TREATMENT-MODE  PIC X(3).
                       88 PTX-VALID-MODE VALUES ARE
                          "ORA", "INV", "INJ", "MRI", "CAT",
                          "SUR", "PHY", "EQP", "LAB", "VEN",
                          "CHM", "RAD", "TRN", "OTH".
               10  PTX-GRANTED-DATE.
                   15  PTX-GRANTED-CCYY    PIC X(4).
                   15  PTX-GRANTED-MM      PIC X(2).
                   15  PTX-GRANTED-DD      PIC X(2).
               10  PTX-EXPIRES-DATE.
                   15  PTX-EXPIRES-CCYY    PIC X(4).
                   15  PTX-EXPIRES-MM      PIC X(2).
                   15  PTX-EXPIRES-DD      PIC X(2).
               10  PTX-APPROVAL-REF    PIC X(10).
               10  PTX-STATUS          PIC X(1).
               10  FILLER              PIC X(12).

       01  WS-OLD-PRIVILEGE-REC.
           05  OLD-PRIVILEGE-KEY       PIC X(11).
           05  FILLER                  PIC X(39).

      ***** REGISTRY IDS, LOADED AT STARTUP -- A PRIVILEGE FOR A
      ***** PHYSICIAN THE REGISTRY HAS NEVER HEARD OF IS A KEYING
      ***** ERROR
       01  WS-PROV-TABLE.
           05  WS-PROV-ID OCCURS 2000 TIMES PIC X(8).
       01  WS-PROV-ROWS-USED           PIC 9(4) VALUE ZERO.
       77  WS-PROV-MAX                 PIC 9(4) VALUE 2000.
       77  WS-PROV-SUB                 PIC 9(4).

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
           05  MORE-PROV-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PROV         VALUE "N".
           05  WS-MATCH-SW             PIC X(1).
               88 TXN-MATCHED          VALUE "Y".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".
           05  WS-PROV-FOUND-SW        PIC X(1).
               88 PROV-ON-REGISTRY     VALUE "Y".

       01  WS-TXN-TABLE.
           05  WS-TXN-ROW OCCURS 200 TIMES.
               10  WS-TXN-ACTION       PIC X(1).
               10  WS-TXN-IMAGE        PIC X(50).
               10  WS-TXN-USED-SW      PIC X(1).
       01  WS-TXN-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-TXN-MAX                  PIC 9(3) VALUE 200.
       77  WS-TXN-SUB                  PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CARRIED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CHANGED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-DELETED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-AUDIT-LINE.
           05  AUD-ACTION            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-TAG               PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AUD-IMAGE             PIC X(50).
           05  FILLER                PIC X(31) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(51).
           05  FILLER                PIC X(18) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 030-LOAD-PROV-TABLE THRU 030-EXIT
                   UNTIL NO-MORE-PROV.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 100-CARRY-PRIVILEGES THRU 100-EXIT
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
           DISPLAY "******** BEGIN JOB PRIVGMNT ********".
           OPEN INPUT PPVTXN, PROVREG, PPVOLD, OPRCARD.
           OPEN OUTPUT PPVNEW, PPVAUDIT, PPVREJ, SYSOUT.
           OPEN EXTEND SECLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.
       000-EXIT.
           EXIT.

      ***** NO OPERATOR CARD, OR AN OPERATOR WITHOUT THE PRICING/
      ***** MASTER-DATA AUTHORIZATION, REFUSES THE WHOLE RUN -- AND
      ***** THE REFUSED ATTEMPT GOES ON THE SECURITY LOG TOO
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
               MOVE "** OPERATOR NOT AUTHORIZED FOR PRIVS"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       030-LOAD-PROV-TABLE.
           MOVE "030-LOAD-PROV-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PROV-SW
                   GO TO 030-EXIT
           END-READ.
           IF WS-PROV-ROWS-USED = WS-PROV-MAX
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PROV-ROWS-USED.
           MOVE PRG-PROVIDER-ID TO WS-PROV-ID(WS-PROV-ROWS-USED).
       030-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ PPVTXN INTO PRIVILEGE-TXN-REC
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

           ADD 1 TO WS-TXN-ROWS-USED.
           MOVE PTX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE PTX-PRIVILEGE-IMAGE
                TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- TRMTSRCH REJECTS TREATMENTS ON THE
      ***** STRENGTH OF THESE ROWS, SO THEY HAD BETTER BE WHOLE
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.

           IF NOT PTX-ADD AND NOT PTX-CHANGE AND NOT PTX-DELETE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF PTX-PROVIDER-ID = SPACES
            OR PTX-TREATMENT-MODE = SPACES
               MOVE "PROVIDER-ID OR MODE MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF PTX-DELETE
               GO TO 060-EXIT.

           IF NOT PTX-VALID-MODE
               MOVE "NOT A TREATMENT MODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE "N" TO WS-PROV-FOUND-SW.
           PERFORM 065-SCAN-PROV-TABLE THRU 065-EXIT
               VARYING WS-PROV-SUB FROM 1 BY 1 UNTIL
               WS-PROV-SUB > WS-PROV-ROWS-USED OR PROV-ON-REGISTRY.
           IF NOT PROV-ON-REGISTRY
               MOVE "PHYSICIAN NOT ON PROVREG" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** BOTH DATES CCYYMMDD -- TRMTSRCH COMPARES THEM STRAIGHT
      ***** AGAINST TREATMENT-DATE
           MOVE PTX-GRANTED-MM TO WS-CHECK-MM.
           MOVE PTX-GRANTED-DD TO WS-CHECK-DD.
           IF PTX-GRANTED-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "GRANTED DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE PTX-EXPIRES-MM TO WS-CHECK-MM.
           MOVE PTX-EXPIRES-DD TO WS-CHECK-DD.
           IF PTX-EXPIRES-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "EXPIRY DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF PTX-EXPIRES-DATE NOT > PTX-GRANTED-DATE
               MOVE "EXPIRY NOT AFTER GRANT" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF PTX-STATUS NOT = "A" AND "S"
               MOVE "STATUS NOT A OR S" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** A DUPLICATE ADD IN THE SAME BATCH IS A KEYING ERROR
           IF PTX-ADD
               PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED
                   OR NOT TXN-EDITS-PASS.
       060-EXIT.
           EXIT.

       065-SCAN-PROV-TABLE.
           IF WS-PROV-ID(WS-PROV-SUB) = PTX-PROVIDER-ID
               MOVE "Y" TO WS-PROV-FOUND-SW.
       065-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) = "A"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:11) = PTX-PRIVILEGE-KEY
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE PRIVILEGE-TXN-REC TO REJ-TXN-IMAGE.
           WRITE PPVREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

       100-CARRY-PRIVILEGES.
           MOVE "100-CARRY-PRIVILEGES" TO PARA-NAME.
           READ PPVOLD INTO WS-OLD-PRIVILEGE-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

           MOVE "N" TO WS-MATCH-SW.
           PERFORM 200-MATCH-TXN THRU 200-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED OR TXN-MATCHED.

           IF NOT TXN-MATCHED
               WRITE PPVNEW-REC FROM WS-OLD-PRIVILEGE-REC
               ADD 1 TO ROWS-CARRIED
               GO TO 100-EXIT.

           SUBTRACT 1 FROM WS-TXN-SUB.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).

           IF WS-TXN-ACTION(WS-TXN-SUB) = "D"
               MOVE "DELETE  " TO AUD-ACTION
               MOVE "BEFORE " TO AUD-TAG
               MOVE WS-OLD-PRIVILEGE-REC TO AUD-IMAGE
               WRITE PPVAUDIT-REC FROM WS-AUDIT-LINE
               ADD 1 TO ROWS-DELETED
               GO TO 100-EXIT.

           IF WS-TXN-ACTION(WS-TXN-SUB) = "C"
               MOVE "CHANGE  " TO AUD-ACTION
               MOVE "BEFORE " TO AUD-TAG
               MOVE WS-OLD-PRIVILEGE-REC TO AUD-IMAGE
               WRITE PPVAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "AFTER  " TO AUD-TAG
               MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO AUD-IMAGE
               WRITE PPVAUDIT-REC FROM WS-AUDIT-LINE
               WRITE PPVNEW-REC FROM WS-TXN-IMAGE(WS-TXN-SUB)
               ADD 1 TO ROWS-CHANGED
               GO TO 100-EXIT.

      ***** AN ADD WHOSE KEY IS ALREADY ON FILE IS A DUPLICATE --
      ***** KEEP THE FILE ROW, REJECT THE TRANSACTION
           MOVE "DUPLICATE - KEY ALREADY ON FILE" TO REJ-REASON.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-TXN-SUB)
                  WS-TXN-IMAGE(WS-TXN-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE PPVREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
           WRITE PPVNEW-REC FROM WS-OLD-PRIVILEGE-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-MATCH-TXN.
           MOVE "200-MATCH-TXN" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "N"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:11) = OLD-PRIVILEGE-KEY
               MOVE "Y" TO WS-MATCH-SW.
       200-EXIT.
           EXIT.

       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
            OR WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.

           WRITE PPVNEW-REC FROM WS-TXN-IMAGE(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO AUD-IMAGE.
           WRITE PPVAUDIT-REC FROM WS-AUDIT-LINE.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).
           ADD 1 TO ROWS-ADDED.
       400-EXIT.
           EXIT.

       500-REJECT-UNUSED.
           MOVE "500-REJECT-UNUSED" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 500-EXIT.

           MOVE "CHANGE/DELETE - NOT ON FILE" TO REJ-REASON.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-TXN-SUB)
                  WS-TXN-IMAGE(WS-TXN-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE PPVREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE PPVTXN, PROVREG, PPVOLD, PPVNEW, PPVAUDIT, PPVREJ,
                 OPRCARD, SECLOG, SYSOUT.
           DISPLAY "PRIVGMNT TXNS READ          : " TXNS-READ.
           DISPLAY "PRIVGMNT ROWS CARRIED       : " ROWS-CARRIED.
           DISPLAY "PRIVGMNT ROWS CHANGED       : " ROWS-CHANGED.
           DISPLAY "PRIVGMNT ROWS DELETED       : " ROWS-DELETED.
           DISPLAY "PRIVGMNT ROWS ADDED         : " ROWS-ADDED.
           DISPLAY "PRIVGMNT TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PRIVGMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "PRIVGMNT"      TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-CHANGED + ROWS-DELETED + ROWS-ADDED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PPVTXN, PROVREG, PPVOLD, PPVNEW, PPVAUDIT, PPVREJ,
                 OPRCARD, SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PRIVGMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

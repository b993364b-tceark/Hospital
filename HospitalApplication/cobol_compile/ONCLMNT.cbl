       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ONCLMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          PHYSICIAN ON-CALL SCHEDULE MAINTENANCE FOR THE
      *          MEDICAL STAFF OFFICE.  ADMDISCH ASSIGNS THE ON-CALL
      *          PHYSICIAN AS ATTENDING WHEN AN ADMISSION ARRIVES
      *          WITHOUT A VALID ONE, SO THE SCHEDULE IT READS HAS TO
      *          BE RIGHT.  THIS JOB APPLIES ADD/CHANGE/DELETE
      *          TRANSACTIONS TO THE ONCALL FILE -- WARD-TO-SPECIALTY
      *          ROWS AND ON-CALL BLOCKS, SEE ONCALL.CPY -- WITH FIELD
      *          EDITS:  VALID ROW TYPE, SPECIALTY PRESENT, A WARD ON
      *          EVERY WARD ROW, WELL-FORMED START AND END DATE/TIMES
      *          WITH THE END AFTER THE START, AN ON-CALL PHYSICIAN
      *          ACTIVE ON THE PROVREG REGISTRY, NO DUPLICATE KEYS --
      *          A BEFORE/AFTER MAINTENANCE AUDIT REPORT AND A REJECT
      *          FILE: THE SAME DISCIPLINE ONCLMNT GIVES THE
      *          PRIVILEGE FILE.  THE RUN IS GATED BY THE OPERATOR
      *          MASTER AND LOGGED TO THE SECURITY LOG LIKE THE OTHER
      *          MAINTENANCE PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.ONCTXN

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               OLD ON-CALL SCHEDULE    -   DDS0001.ONCALL

               NEW ON-CALL SCHEDULE    -   (NEW GENERATION)

               AUDIT REPORT            -   DDS0001.ONCAUDIT

               REJECT FILE             -   DDS0001.ONCREJ

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

           SELECT ONCTXN
           ASSIGN TO UT-S-ONCTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT ONCOLD
           ASSIGN TO UT-S-ONCOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT ONCNEW
           ASSIGN TO UT-S-ONCNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT ONCAUDIT
           ASSIGN TO UT-S-ONCAUDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ONCREJ
           ASSIGN TO UT-S-ONCREJ
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

      ***** WHO IS RUNNING THE SCHEDULE CHANGE -- PROVED AGAINST THE
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

       FD  ONCTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCTXN-REC.
       01  ONCTXN-REC PIC X(61).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  ONCOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCOLD-REC.
       01  ONCOLD-REC PIC X(60).

       FD  ONCNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCNEW-REC.
       01  ONCNEW-REC PIC X(60).

       FD  ONCAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCAUDIT-REC.
       01  ONCAUDIT-REC PIC X(100).

       FD  ONCREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCREJ-REC.
       01  ONCREJ-REC PIC X(100).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).

       COPY OPERMSTR.

       COPY PROVREG.

       COPY ONCALL.

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
      ***** SCHEDULE RECORD IMAGE
       01  ONCALL-TXN-REC.
           05  OTX-ACTION              PIC X(1).
               88 OTX-ADD              VALUE "A".
               88 OTX-CHANGE           VALUE "C".
               88 OTX-DELETE           VALUE "D".
           05  OTX-SCHEDULE-IMAGE.
               10  OTX-SCHEDULE-KEY.
                   15  OTX-REC-TYPE        PIC X(1).
                       88 OTX-WARD-ROW     VALUE "W".
                       88 OTX-BLOCK-ROW    VALUE "B".
                   15  OTX-SPECIALTY-CDE   PIC X(4).
                   15  OTX-WARD-NBR        PIC X(4).
                   15  OTX-START-DATE.
                       20  OTX-START-CCYY  PIC X(4).
                       20  OTX-START-MM    PIC X(2).
                       20  OTX-START-DD    PIC X(2).
                   15  OTX-START-TIME.
                       20  OTX-START-HH    PIC X(2).
                       20  OTX-START-MI    PIC X(2).
               10  OTX-END-DATE.
                   15  OTX-END-CCYY        PIC X(4).
                   15  OTX-END-MM          PIC X(2).
                   15  OTX-END-DD          PIC X(2).
               10  OTX-END-TIME.
                   15  OTX-END-HH          PIC X(2).
                   15  OTX-END-MI          PIC X(2).
               10  OTX-PHYSICIAN-ID    PIC X(8).
               10  FILLER              PIC X(19).

       01  WS-OLD-SCHEDULE-REC.
           05  OLD-SCHEDULE-KEY        PIC X(21).
           05  FILLER                  PIC X(39).

      ***** ACTIVE REGISTRY IDS, LOADED AT STARTUP -- AN INACTIVE
      ***** PHYSICIAN CANNOT BE PUT ON CALL
       01  WS-PROV-TABLE.
           05  WS-PROV-ID OCCURS 2000 TIMES PIC X(8).
       01  WS-PROV-ROWS-USED           PIC 9(4) VALUE ZERO.
       77  WS-PROV-MAX                 PIC 9(4) VALUE 2000.
       77  WS-PROV-SUB                 PIC 9(4).

      ***** START AND END AS ONE CCYYMMDDHHMM STRING, SO "END AFTER
      ***** START" IS A STRAIGHT COMPARE ACROSS MIDNIGHT
       01  WS-START-STAMP              PIC X(12).
       01  WS-END-STAMP                PIC X(12).

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
               10  WS-TXN-IMAGE        PIC X(60).
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
           05  AUD-IMAGE             PIC X(60).
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(61).
           05  FILLER                PIC X(08) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 030-LOAD-PROV-TABLE THRU 030-EXIT
                   UNTIL NO-MORE-PROV.
           PERFORM 050-LOAD-TXN-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 100-CARRY-SCHEDULE THRU 100-EXIT
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
           DISPLAY "******** BEGIN JOB ONCLMNT ********".
           OPEN INPUT ONCTXN, PROVREG, ONCOLD, OPRCARD.
           OPEN OUTPUT ONCNEW, ONCAUDIT, ONCREJ, SYSOUT.
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
               MOVE "** OPERATOR NOT AUTHORIZED FOR ON-CALL"
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
           IF NOT PRG-ACTIVE
               GO TO 030-EXIT.
           IF WS-PROV-ROWS-USED = WS-PROV-MAX
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PROV-ROWS-USED.
           MOVE PRG-PROVIDER-ID TO WS-PROV-ID(WS-PROV-ROWS-USED).
       030-EXIT.
           EXIT.

       050-LOAD-TXN-TABLE.
           MOVE "050-LOAD-TXN-TABLE" TO PARA-NAME.
           READ ONCTXN INTO ONCALL-TXN-REC
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
           MOVE OTX-ACTION TO WS-TXN-ACTION(WS-TXN-ROWS-USED).
           MOVE OTX-SCHEDULE-IMAGE
                TO WS-TXN-IMAGE(WS-TXN-ROWS-USED).
           MOVE "N" TO WS-TXN-USED-SW(WS-TXN-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** FIELD EDITS -- ADMDISCH PUTS THESE PHYSICIANS ON
      ***** PATIENTS' STAYS, SO THE ROWS HAD BETTER BE WHOLE
       060-EDIT-TXN.
           MOVE "060-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.

           IF NOT OTX-ADD AND NOT OTX-CHANGE AND NOT OTX-DELETE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF NOT OTX-WARD-ROW AND NOT OTX-BLOCK-ROW
               MOVE "ROW TYPE NOT W OR B" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF OTX-SPECIALTY-CDE = SPACES
               MOVE "SPECIALTY MISSING" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF OTX-WARD-ROW
              AND OTX-WARD-NBR = SPACES
               MOVE "WARD MISSING ON WARD ROW" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           IF OTX-DELETE OR OTX-WARD-ROW
               GO TO 060-DUP-CHECK.

      ***** A BLOCK RUNS CCYYMMDD HHMM TO CCYYMMDD HHMM -- ADMDISCH
      ***** COMPARES THE ADMIT TIME STRAIGHT AGAINST BOTH ENDS
           MOVE OTX-START-MM TO WS-CHECK-MM.
           MOVE OTX-START-DD TO WS-CHECK-DD.
           MOVE OTX-START-HH TO WS-CHECK-HH.
           MOVE OTX-START-MI TO WS-CHECK-MI.
           IF OTX-START-DATE NOT NUMERIC
            OR OTX-START-TIME NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
            OR NOT VALID-HH OR NOT VALID-MI
               MOVE "START NOT CCYYMMDD HHMM" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE OTX-END-MM TO WS-CHECK-MM.
           MOVE OTX-END-DD TO WS-CHECK-DD.
           MOVE OTX-END-HH TO WS-CHECK-HH.
           MOVE OTX-END-MI TO WS-CHECK-MI.
           IF OTX-END-DATE NOT NUMERIC
            OR OTX-END-TIME NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
            OR NOT VALID-HH OR NOT VALID-MI
               MOVE "END NOT CCYYMMDD HHMM" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE OTX-START-DATE TO WS-START-STAMP(1:8).
           MOVE OTX-START-TIME TO WS-START-STAMP(9:4).
           MOVE OTX-END-DATE   TO WS-END-STAMP(1:8).
           MOVE OTX-END-TIME   TO WS-END-STAMP(9:4).
           IF WS-END-STAMP NOT > WS-START-STAMP
               MOVE "END NOT AFTER START" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

           MOVE "N" TO WS-PROV-FOUND-SW.
           PERFORM 065-SCAN-PROV-TABLE THRU 065-EXIT
               VARYING WS-PROV-SUB FROM 1 BY 1 UNTIL
               WS-PROV-SUB > WS-PROV-ROWS-USED OR PROV-ON-REGISTRY.
           IF NOT PROV-ON-REGISTRY
               MOVE "PHYSICIAN INACTIVE OR UNKNOWN" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT
               GO TO 060-EXIT.

      ***** A DUPLICATE ADD IN THE SAME BATCH IS A KEYING ERROR
       060-DUP-CHECK.
           IF OTX-ADD
               PERFORM 070-CHECK-DUP-TXN THRU 070-EXIT
                   VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
                   WS-TXN-SUB > WS-TXN-ROWS-USED
                   OR NOT TXN-EDITS-PASS.
       060-EXIT.
           EXIT.

       065-SCAN-PROV-TABLE.
           IF WS-PROV-ID(WS-PROV-SUB) = OTX-PHYSICIAN-ID
               MOVE "Y" TO WS-PROV-FOUND-SW.
       065-EXIT.
           EXIT.

       070-CHECK-DUP-TXN.
           MOVE "070-CHECK-DUP-TXN" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) = "A"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:21) = OTX-SCHEDULE-KEY
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE "DUPLICATE ADD IN BATCH" TO REJ-REASON
               PERFORM 080-WRITE-REJECT THRU 080-EXIT.
       070-EXIT.
           EXIT.

       080-WRITE-REJECT.
           MOVE "080-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE ONCALL-TXN-REC TO REJ-TXN-IMAGE.
           WRITE ONCREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       080-EXIT.
           EXIT.

       100-CARRY-SCHEDULE.
           MOVE "100-CARRY-SCHEDULE" TO PARA-NAME.
           READ ONCOLD INTO WS-OLD-SCHEDULE-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 100-EXIT
           END-READ.

           MOVE "N" TO WS-MATCH-SW.
           PERFORM 200-MATCH-TXN THRU 200-EXIT
               VARYING WS-TXN-SUB FROM 1 BY 1 UNTIL
               WS-TXN-SUB > WS-TXN-ROWS-USED OR TXN-MATCHED.

           IF NOT TXN-MATCHED
               WRITE ONCNEW-REC FROM WS-OLD-SCHEDULE-REC
               ADD 1 TO ROWS-CARRIED
               GO TO 100-EXIT.

           SUBTRACT 1 FROM WS-TXN-SUB.
           MOVE "Y" TO WS-TXN-USED-SW(WS-TXN-SUB).

           IF WS-TXN-ACTION(WS-TXN-SUB) = "D"
               MOVE "DELETE  " TO AUD-ACTION
               MOVE "BEFORE " TO AUD-TAG
               MOVE WS-OLD-SCHEDULE-REC TO AUD-IMAGE
               WRITE ONCAUDIT-REC FROM WS-AUDIT-LINE
               ADD 1 TO ROWS-DELETED
               GO TO 100-EXIT.

           IF WS-TXN-ACTION(WS-TXN-SUB) = "C"
               MOVE "CHANGE  " TO AUD-ACTION
               MOVE "BEFORE " TO AUD-TAG
               MOVE WS-OLD-SCHEDULE-REC TO AUD-IMAGE
               WRITE ONCAUDIT-REC FROM WS-AUDIT-LINE
               MOVE "AFTER  " TO AUD-TAG
               MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO AUD-IMAGE
               WRITE ONCAUDIT-REC FROM WS-AUDIT-LINE
               WRITE ONCNEW-REC FROM WS-TXN-IMAGE(WS-TXN-SUB)
               ADD 1 TO ROWS-CHANGED
               GO TO 100-EXIT.

      ***** AN ADD WHOSE KEY IS ALREADY ON FILE IS A DUPLICATE --
      ***** KEEP THE FILE ROW, REJECT THE TRANSACTION
           MOVE "DUPLICATE - KEY ALREADY ON FILE" TO REJ-REASON.
           MOVE SPACES TO REJ-TXN-IMAGE.
           STRING WS-TXN-ACTION(WS-TXN-SUB)
                  WS-TXN-IMAGE(WS-TXN-SUB)
                  DELIMITED BY SIZE INTO REJ-TXN-IMAGE.
           WRITE ONCREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
           WRITE ONCNEW-REC FROM WS-OLD-SCHEDULE-REC.
           ADD 1 TO ROWS-CARRIED.
       100-EXIT.
           EXIT.

       200-MATCH-TXN.
           MOVE "200-MATCH-TXN" TO PARA-NAME.
           IF WS-TXN-USED-SW(WS-TXN-SUB) = "N"
              AND WS-TXN-IMAGE(WS-TXN-SUB)(1:21) = OLD-SCHEDULE-KEY
               MOVE "Y" TO WS-MATCH-SW.
       200-EXIT.
           EXIT.

       400-APPEND-ADDS.
           MOVE "400-APPEND-ADDS" TO PARA-NAME.
           IF WS-TXN-ACTION(WS-TXN-SUB) NOT = "A"
            OR WS-TXN-USED-SW(WS-TXN-SUB) = "Y"
               GO TO 400-EXIT.

           WRITE ONCNEW-REC FROM WS-TXN-IMAGE(WS-TXN-SUB).
           MOVE "ADD     " TO AUD-ACTION.
           MOVE "AFTER  " TO AUD-TAG.
           MOVE WS-TXN-IMAGE(WS-TXN-SUB) TO AUD-IMAGE.
           WRITE ONCAUDIT-REC FROM WS-AUDIT-LINE.
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
           WRITE ONCREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE ONCTXN, PROVREG, ONCOLD, ONCNEW, ONCAUDIT, ONCREJ,
                 OPRCARD, SECLOG, SYSOUT.
           DISPLAY "ONCLMNT TXNS READ          : " TXNS-READ.
           DISPLAY "ONCLMNT ROWS CARRIED       : " ROWS-CARRIED.
           DISPLAY "ONCLMNT ROWS CHANGED       : " ROWS-CHANGED.
           DISPLAY "ONCLMNT ROWS DELETED       : " ROWS-DELETED.
           DISPLAY "ONCLMNT ROWS ADDED         : " ROWS-ADDED.
           DISPLAY "ONCLMNT TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB ONCLMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "ONCLMNT"      TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-CHANGED + ROWS-DELETED + ROWS-ADDED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ONCTXN, PROVREG, ONCOLD, ONCNEW, ONCAUDIT, ONCREJ,
                 OPRCARD, SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ONCLMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

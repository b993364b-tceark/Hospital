       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARMMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RUN-PARAMETER MASTER MAINTENANCE.  THE THRESHOLDS THAT
      *          USED TO LIVE ON A DOZEN ONE-RECORD CONTROL CARDS --
      *          AND A FEW THAT WERE LITERALS IN THE CODE -- ARE ROWS
      *          ON THE RUNPARM MASTER NOW (SEE COPY RUNPARM).  THIS
      *          JOB APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO IT:
      *
      *             "A"  A NEW ROW -- A NEW PARAMETER, OR A NEW VALUE
      *                  FOR AN OLD ONE AT A NEW EFFECTIVE DATE
      *             "C"  CORRECT THE VALUE OR DESCRIPTION OF A ROW
      *             "D"  REMOVE A ROW
      *
      *          A ROW THAT WAS ALREADY IN FORCE BEFORE TODAY IS THE
      *          RECORD OF WHAT EARLIER RUNS USED, SO IT CAN NEITHER
      *          BE CHANGED NOR DELETED, AND NO ROW CAN BE ADDED WITH
      *          AN EFFECTIVE DATE IN THE PAST; TO CHANGE A VALUE,
      *          ADD A ROW EFFECTIVE TODAY OR LATER.  NUMERIC VALUES
      *          ARE EDITED HERE SO PARMGET NEVER HANDS BACK GARBAGE.
      *
      *          EVERY APPLIED CHANGE WRITES A BEFORE/AFTER ROW TO THE
      *          PARMAUD AUDIT FILE WITH THE OPERATOR, DATE AND TIME.
      *          REJECTED TRANSACTIONS GO TO THEIR OWN FILE.  THE RUN
      *          IS GATED BY THE OPERATOR MASTER (PRICING/MASTER-DATA
      *          CLASS) AND LOGGED TO THE SECURITY LOG LIKE THE OTHER
      *          MAINTENANCE PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.PRMTXN

               VSAM PARAMETER MASTER   -   DDS0001.RUNPARM

               PARAMETER AUDIT FILE    -   DDS0001.PARMAUD (MOD)

               REJECT FILE             -   DDS0001.PRMREJ

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

           SELECT PRMTXN
           ASSIGN TO UT-S-PRMTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT RUNPARM
                  ASSIGN       to RUNPARM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RUNPARM-FILE-KEY
                  FILE STATUS  is RUNPARM-STATUS.

           SELECT PARMAUD
           ASSIGN TO UT-S-PARMAUD
             ORGANIZATION IS SEQUENTIAL.

           SELECT PRMREJ
           ASSIGN TO UT-S-PRMREJ
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

      ***** WHO IS RUNNING THE PARAMETER CHANGE -- PROVED AGAINST THE
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

       FD  PRMTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRMTXN-REC.
       01  PRMTXN-REC PIC X(100).

       FD  RUNPARM
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RUN-PARAMETER-REC.
       01  RUNPARM-FILE-REC.
           05 RUNPARM-FILE-KEY PIC X(32).
           05 FILLER           PIC X(88).

       FD  PARMAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-PARAMETER-AUDIT-REC.
       01  PARMAUD-REC PIC X(280).

       FD  PRMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRMREJ-REC.
       01  PRMREJ-REC PIC X(132).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  RUNPARM-STATUS          PIC X(2).
               88 RUNPARM-OK           VALUE "00".

       COPY OPERMSTR.

       COPY RUNPARM.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".

       77  WS-SEC-DATE                 PIC 9(6).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

      ***** ONE MAINTENANCE TRANSACTION
       01  PARAMETER-TXN-REC.
           05  PTX-ACTION              PIC X(1).
               88 PTX-ADD              VALUE "A".
               88 PTX-CHANGE           VALUE "C".
               88 PTX-DELETE           VALUE "D".
           05  PTX-PROGRAM-ID          PIC X(8).
           05  PTX-PARM-NAME           PIC X(16).
           05  PTX-EFFECTIVE-DATE      PIC 9(8).
           05  PTX-EFF-DATE-PARTS REDEFINES PTX-EFFECTIVE-DATE.
               10  PTX-EFF-CCYY        PIC 9(4).
               10  PTX-EFF-MM          PIC 9(2).
               10  PTX-EFF-DD          PIC 9(2).
           05  PTX-VALUE-TYPE          PIC X(1).
           05  PTX-VALUE               PIC X(20).
           05  PTX-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(6).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".
           05  ROW-ON-FILE-SW          PIC X(1).
               88 ROW-ON-FILE          VALUE "Y".
           05  WS-SPACE-SEEN-SW        PIC X(1).
               88 SPACE-SEEN           VALUE "Y".
           05  WS-BAD-CHAR-SW          PIC X(1).
               88 BAD-CHAR-FOUND       VALUE "Y".

      ***** NUMERIC-VALUE EDIT -- DIGITS, AT MOST ONE DECIMAL POINT,
      ***** NOTHING AFTER THE FIRST TRAILING SPACE, AND NO MORE THAN
      ***** PARMGET'S S9(9)V99 CAN HOLD
       77  WS-CHK-SUB                  PIC S9(4) COMP.
       77  WS-CHK-CHAR                 PIC X(1).
       77  WS-INT-DIGITS               PIC S9(4) COMP.
       77  WS-DEC-DIGITS               PIC S9(4) COMP.
       77  WS-POINTS                   PIC S9(4) COMP.

       01  WS-BEFORE-IMAGE             PIC X(120).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CHANGED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-DELETED            PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(31).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(100).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXN THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PARMMNT ********".
           OPEN INPUT PRMTXN, OPRCARD.
           OPEN OUTPUT PRMREJ, SYSOUT.
           OPEN EXTEND PARMAUD, SECLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.

           OPEN I-O RUNPARM.
           IF NOT RUNPARM-OK
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
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
               MOVE "** OPERATOR NOT AUTHORIZED FOR PARAMETERS"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       100-APPLY-TXN.
           MOVE "100-APPLY-TXN" TO PARA-NAME.
           READ PRMTXN INTO PARAMETER-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           PERFORM 200-EDIT-TXN THRU 200-EXIT.
           IF NOT TXN-EDITS-PASS
               GO TO 100-EXIT.

           MOVE PTX-PROGRAM-ID     TO PRM-PROGRAM-ID.
           MOVE PTX-PARM-NAME      TO PRM-PARM-NAME.
           MOVE PTX-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE.
           MOVE PRM-KEY            TO RUNPARM-FILE-KEY.
           MOVE "Y" TO ROW-ON-FILE-SW.
           READ RUNPARM INTO RUN-PARAMETER-REC
               INVALID KEY
                   MOVE "N" TO ROW-ON-FILE-SW
           END-READ.

           IF PTX-ADD
               PERFORM 300-ADD-ROW THRU 300-EXIT.
           IF PTX-CHANGE
               PERFORM 400-CHANGE-ROW THRU 400-EXIT.
           IF PTX-DELETE
               PERFORM 500-DELETE-ROW THRU 500-EXIT.
       100-EXIT.
           EXIT.

      ***** FIELD EDITS -- A ROW A NIGHTLY JOB WILL RUN FROM HAD
      ***** BETTER BE WHOLE
       200-EDIT-TXN.
           MOVE "200-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.

           IF NOT PTX-ADD AND NOT PTX-CHANGE AND NOT PTX-DELETE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-PROGRAM-ID = SPACES OR PTX-PARM-NAME = SPACES
               MOVE "PROGRAM OR PARAMETER MISSING" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-EFFECTIVE-DATE NOT NUMERIC
              OR PTX-EFF-CCYY < 1900
              OR PTX-EFF-MM < 01 OR PTX-EFF-MM > 12
              OR PTX-EFF-DD < 01 OR PTX-EFF-DD > 31
               MOVE "EFFECTIVE DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

      ***** WHAT WAS IN FORCE ON AN EARLIER NIGHT STAYS AS IT WAS
           IF PTX-EFFECTIVE-DATE < WS-CURR-DATE-9
               MOVE "EFFECTIVE BEFORE TODAY - ADD NEW"
                    TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-DELETE
               GO TO 200-EXIT.

           IF PTX-VALUE-TYPE NOT = "N" AND NOT = "T"
               MOVE "VALUE TYPE NOT N OR T" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-VALUE = SPACES
               MOVE "VALUE MISSING" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-ADD AND PTX-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING ON ADD" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF PTX-VALUE-TYPE = "N"
               PERFORM 250-EDIT-NUMERIC-VALUE THRU 250-EXIT.
       200-EXIT.
           EXIT.

       250-EDIT-NUMERIC-VALUE.
           MOVE "250-EDIT-NUMERIC-VALUE" TO PARA-NAME.
           MOVE ZERO TO WS-INT-DIGITS, WS-DEC-DIGITS, WS-POINTS.
           MOVE "N" TO WS-SPACE-SEEN-SW, WS-BAD-CHAR-SW.
           PERFORM 260-SCAN-VALUE-CHAR THRU 260-EXIT
               VARYING WS-CHK-SUB FROM 1 BY 1 UNTIL
               WS-CHK-SUB > 20 OR BAD-CHAR-FOUND.

           IF BAD-CHAR-FOUND
              OR WS-POINTS > 1
              OR WS-INT-DIGITS + WS-DEC-DIGITS = ZERO
              OR WS-INT-DIGITS > 9
              OR WS-DEC-DIGITS > 2
               MOVE "NUMERIC VALUE NOT 9(9).99" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT.
       250-EXIT.
           EXIT.

       260-SCAN-VALUE-CHAR.
           MOVE PTX-VALUE(WS-CHK-SUB:1) TO WS-CHK-CHAR.
           IF WS-CHK-CHAR = SPACE
               MOVE "Y" TO WS-SPACE-SEEN-SW
               GO TO 260-EXIT.
           IF SPACE-SEEN
               MOVE "Y" TO WS-BAD-CHAR-SW
               GO TO 260-EXIT.
           IF WS-CHK-CHAR = "."
               ADD 1 TO WS-POINTS
               GO TO 260-EXIT.
           IF WS-CHK-CHAR NOT NUMERIC
               MOVE "Y" TO WS-BAD-CHAR-SW
               GO TO 260-EXIT.
           IF WS-POINTS = ZERO
               ADD 1 TO WS-INT-DIGITS
           ELSE
               ADD 1 TO WS-DEC-DIGITS.
       260-EXIT.
           EXIT.

       280-WRITE-REJECT.
           MOVE "280-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE PARAMETER-TXN-REC TO REJ-TXN-IMAGE.
           WRITE PRMREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       280-EXIT.
           EXIT.

       300-ADD-ROW.
           MOVE "300-ADD-ROW" TO PARA-NAME.
           IF ROW-ON-FILE
               MOVE "ROW ALREADY ON FILE - USE C" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 300-EXIT.

           MOVE SPACES             TO RUN-PARAMETER-REC.
           MOVE PTX-PROGRAM-ID     TO PRM-PROGRAM-ID.
           MOVE PTX-PARM-NAME      TO PRM-PARM-NAME.
           MOVE PTX-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE.
           MOVE PTX-VALUE-TYPE     TO PRM-VALUE-TYPE.
           MOVE PTX-VALUE          TO PRM-VALUE.
           MOVE PTX-DESCRIPTION    TO PRM-DESCRIPTION.
           PERFORM 350-STAMP-ROW THRU 350-EXIT.
           WRITE RUNPARM-FILE-REC FROM RUN-PARAMETER-REC
               INVALID KEY
                   MOVE "RUNPARM WRITE FAILED" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 300-EXIT
           END-WRITE.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT.
           ADD 1 TO ROWS-ADDED.
       300-EXIT.
           EXIT.

       350-STAMP-ROW.
           MOVE OPC-OPERATOR-ID TO PRM-CHANGED-BY.
           MOVE WS-CURR-DATE-9  TO PRM-CHANGED-DATE.
           MOVE WS-CURR-TIME-9  TO PRM-CHANGED-TIME.
       350-EXIT.
           EXIT.

       400-CHANGE-ROW.
           MOVE "400-CHANGE-ROW" TO PARA-NAME.
           IF NOT ROW-ON-FILE
               MOVE "CHANGE - ROW NOT ON FILE" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 400-EXIT.

           MOVE RUN-PARAMETER-REC TO WS-BEFORE-IMAGE.
           MOVE PTX-VALUE-TYPE    TO PRM-VALUE-TYPE.
           MOVE PTX-VALUE         TO PRM-VALUE.
           IF PTX-DESCRIPTION NOT = SPACES
               MOVE PTX-DESCRIPTION TO PRM-DESCRIPTION.
           PERFORM 350-STAMP-ROW THRU 350-EXIT.
           REWRITE RUNPARM-FILE-REC FROM RUN-PARAMETER-REC
               INVALID KEY
                   MOVE "RUNPARM REWRITE FAILED" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 400-EXIT
           END-REWRITE.

           PERFORM 600-WRITE-AUDIT THRU 600-EXIT.
           ADD 1 TO ROWS-CHANGED.
       400-EXIT.
           EXIT.

       500-DELETE-ROW.
           MOVE "500-DELETE-ROW" TO PARA-NAME.
           IF NOT ROW-ON-FILE
               MOVE "DELETE - ROW NOT ON FILE" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 500-EXIT.

           MOVE RUN-PARAMETER-REC TO WS-BEFORE-IMAGE.
           DELETE RUNPARM RECORD
               INVALID KEY
                   MOVE "RUNPARM DELETE FAILED" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 500-EXIT
           END-DELETE.

           MOVE SPACES TO RUN-PARAMETER-REC.
           PERFORM 600-WRITE-AUDIT THRU 600-EXIT.
           ADD 1 TO ROWS-DELETED.
       500-EXIT.
           EXIT.

      ***** BEFORE IMAGE FROM WS-BEFORE-IMAGE, AFTER IMAGE FROM THE
      ***** ROW AS IT NOW STANDS (SPACES WHEN IT IS GONE)
       600-WRITE-AUDIT.
           MOVE "600-WRITE-AUDIT" TO PARA-NAME.
           MOVE SPACES            TO RUN-PARAMETER-AUDIT-REC.
           MOVE OPC-OPERATOR-ID   TO PRA-OPERATOR-ID.
           MOVE WS-CURR-DATE-9    TO PRA-DATE.
           MOVE WS-CURR-TIME-9    TO PRA-TIME.
           MOVE PTX-ACTION        TO PRA-ACTION.
           MOVE WS-BEFORE-IMAGE   TO PRA-BEFORE-IMAGE.
           MOVE RUN-PARAMETER-REC TO PRA-AFTER-IMAGE.
           WRITE PARMAUD-REC FROM RUN-PARAMETER-AUDIT-REC.
       600-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE PRMTXN, RUNPARM, PARMAUD, PRMREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "PARMMNT TXNS READ           : " TXNS-READ.
           DISPLAY "PARMMNT ROWS ADDED          : " ROWS-ADDED.
           DISPLAY "PARMMNT ROWS CHANGED        : " ROWS-CHANGED.
           DISPLAY "PARMMNT ROWS DELETED        : " ROWS-DELETED.
           DISPLAY "PARMMNT TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PARMMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "PARMMNT "      TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-ADDED + ROWS-CHANGED + ROWS-DELETED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PRMTXN, RUNPARM, PARMAUD, PRMREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PARMMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

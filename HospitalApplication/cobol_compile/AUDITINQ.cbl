      *          HEADER FIELD THE REWRITE CHANGED, AND ENDS WITH THE
      *          RECONSTRUCTED BALANCE AS OF THE END OF THE RANGE.
      *
      *          THE RUN CARRIES AN OPERATOR CARD AND THE LOOKUP GOES
      *          TO THE ACCESS LOG UNDER THAT OPERATOR.  A PATIENT
      *          FLAGGED CONFIDENTIAL -- ON THE LIVE MASTER, OR ON THE
      *          FIRST IMAGE IN RANGE ONCE THE PATIENT IS ARCHIVED --
      *          IS PRINTED ONLY IF OPERAUTH PASSES THE OPERATOR FOR
      *          THE CONFIDENTIAL-VIEW CLASS; OTHERWISE THE REPORT
      *          CARRIES ONE WITHHELD LINE AND THE REFUSAL IS LOGGED.
      *
      ******************************************************************

               REQUEST CARD            -   DDS0001.AUDREQ

               INQUIRY REPORT          -   DDS0001.AUDITINQ

               VSAM MASTER FILE        -   DDS0001.PATMSTR

               OPERATOR CARD           -   DDS0001.OPRCARD

               ACCESS LOG              -   DDS0001.ACCSLOG

               DUMP FILE               -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-AUDITINQ
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT ACCSLOG
           ASSIGN TO UT-S-ACCSLOG
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS AUDITINQ-REC.
       01  AUDITINQ-REC PIC X(100).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  OPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPRCARD-REC.
       01  OPRCARD-REC PIC X(80).

       FD  ACCSLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCSLOG-REC.
       01  ACCSLOG-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 PATIENT-FOUND        VALUE "00".
           05  OPCODE                  PIC X(2).

       COPY AUDMSTR.

       COPY PATMSTR.

       COPY ACCSLOG.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".
               88 OPA-UNKNOWN          VALUE "U".

       01  WS-ACCESS-DATE-TIME.
           05  WS-ACCESS-DATE          PIC 9(8).
           05  WS-ACCESS-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  AUDIT-REQUEST-CARD.
           05  REQ-PATIENT-ID          PIC X(6).
           05  REQ-FROM-DATE           PIC 9(6).
       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MAY-VIEW-CONFID-SW      PIC X(1) VALUE "N".
               88 MAY-VIEW-CONFID      VALUE "Y".

      ***** THE HEADER FIELDS WORTH NAMING WHEN A REWRITE CHANGED
      ***** THEM -- OFFSET/LENGTH PAIRS INTO THE 3133-BYTE IMAGE
           05  FILLER PIC X(30) VALUE "FACILITY-CODE         30850002".
           05  FILLER PIC X(30) VALUE "CASE-MIX-GROUP        30870004".
           05  FILLER PIC X(30) VALUE "CASE-RATE             30910009".
           05  FILLER PIC X(30) VALUE "CONFIDENTIAL-IND      31290001".
       01  WS-FIELD-DIR REDEFINES WS-FIELD-DIR-VALUES.
           05  WS-FLD-ENTRY OCCURS 24 TIMES.
               10  WS-FLD-NAME         PIC X(22).
               10  WS-FLD-OFF          PIC 9(4).
               10  WS-FLD-LEN          PIC 9(4).
           05  RPT-FINAL-BALANCE     PIC $$$$,$$9.99.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-RPT-WITHHELD-REC.
           05  FILLER                PIC X(41)
               VALUE "*** CONFIDENTIAL PATIENT - CHANGE HISTORY".
           05  FILLER                PIC X(40)
               VALUE " WITHHELD, SEE THE PRIVACY OFFICE       ".
           05  FILLER                PIC X(19) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-CHECK-ACCESS THRU 050-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           IF NOT ACL-DENIED
               MOVE WS-LAST-BALANCE TO RPT-FINAL-BALANCE
               WRITE AUDITINQ-REC FROM WS-RPT-FINAL-REC.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB AUDITINQ ********".
           OPEN INPUT AUDREQ, AUDMSTR, PATMSTR, OPRCARD.
           OPEN OUTPUT AUDITINQ, SYSOUT.
           OPEN EXTEND ACCSLOG.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.

           READ AUDREQ INTO AUDIT-REQUEST-CARD
               AT END
       000-EXIT.
           EXIT.

      ***** AN UNKNOWN OPERATOR REFUSES THE RUN.  A KNOWN ONE WITHOUT
      ***** THE CONFIDENTIAL-VIEW CLASS STILL RUNS, BUT A CONFIDENTIAL
      ***** PATIENT'S HISTORY IS WITHHELD.
       020-CHECK-OPERATOR.
           MOVE "020-CHECK-OPERATOR" TO PARA-NAME.
           READ OPRCARD INTO WS-OPERATOR-CARD
               AT END
                   MOVE "** NO OPERATOR CARD - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           MOVE OPC-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "V" TO OPA-AUTH-CLASS.
           CALL 'OPERAUTH' USING WS-OPERAUTH-PARMS.
           IF OPA-UNKNOWN
               MOVE "** OPERATOR NOT ON OPERMSTR - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF OPA-AUTHORIZED
               MOVE "Y" TO MAY-VIEW-CONFID-SW.
       020-EXIT.
           EXIT.

      ***** THE LIVE MASTER'S FLAG GOVERNS; AN ARCHIVED PATIENT IS
      ***** JUDGED BY THE FIRST IMAGE IN RANGE, ALREADY IN HAND FROM
      ***** THE POSITIONED READ.  ONE LOOKUP, ONE ACCESS-LOG ROW.
       050-CHECK-ACCESS.
           MOVE "050-CHECK-ACCESS" TO PARA-NAME.
           MOVE REQ-PATIENT-ID TO PATIENT-KEY, ACL-PATIENT-ID.
           MOVE "V"    TO ACL-RESULT.
           MOVE SPACES TO ACL-CONFIDENTIAL-IND.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATIENT-FOUND
               MOVE CONFIDENTIAL-IND TO ACL-CONFIDENTIAL-IND
           ELSE
               IF NO-MORE-DATA
                  OR AUDK-PATIENT-ID NOT = REQ-PATIENT-ID
                   MOVE "N" TO ACL-RESULT
               ELSE
                   MOVE AUDK-AFTER-IMAGE(3129:1)
                        TO ACL-CONFIDENTIAL-IND.

           IF ACL-CONFIDENTIAL AND NOT MAY-VIEW-CONFID
               MOVE "D" TO ACL-RESULT
               MOVE "N" TO MORE-DATA-SW
               WRITE AUDITINQ-REC FROM WS-RPT-WITHHELD-REC.

           PERFORM 960-WRITE-ACCESS-LOG THRU 960-EXIT.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO AUDIT-ROWS-READ.
           WRITE AUDITINQ-REC FROM WS-RPT-CHANGE-REC.

           PERFORM 300-COMPARE-FIELD THRU 300-EXIT
               VARYING FLD-SUB FROM 1 BY 1 UNTIL FLD-SUB > 24.
       200-EXIT.
           EXIT.

       300-EXIT.
           EXIT.

       960-WRITE-ACCESS-LOG.
           MOVE "960-WRITE-ACCESS-LOG" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-DATE-TIME.
           MOVE WS-ACCESS-DATE  TO ACL-DATE.
           MOVE WS-ACCESS-TIME  TO ACL-TIME.
           MOVE OPC-OPERATOR-ID TO ACL-OPERATOR-ID.
           MOVE "AUDITINQ"      TO ACL-TRANSACTION.
           MOVE SPACES          TO ACL-TERMINAL-ID.
           WRITE ACCSLOG-REC FROM ACCESS-LOG-REC.
       960-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE AUDREQ, AUDMSTR, AUDITINQ, SYSOUT,
                 PATMSTR, OPRCARD, ACCSLOG.
           DISPLAY "AUDITINQ AUDIT ROWS READ    : " AUDIT-ROWS-READ.
           DISPLAY "AUDITINQ CHANGES MATCHED    : " ROWS-MATCHED.
           DISPLAY "******** NORMAL END OF JOB AUDITINQ ********".

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE AUDREQ, AUDMSTR, AUDITINQ, SYSOUT,
                 PATMSTR, OPRCARD, ACCSLOG.
           DISPLAY "*** ABNORMAL END OF JOB-AUDITINQ ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

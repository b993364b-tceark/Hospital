      *          -- ALL MATCHES ARE REPORTED, LEAVING THE FINAL PICK TO
      *          THE PERSON WHO RAN THE SEARCH.
      *
      *          THE RUN CARRIES AN OPERATOR CARD, AND EVERY PATIENT
      *          MATCHED GOES TO THE ACCESS LOG UNDER THAT OPERATOR.
      *          A MATCH WHOSE PATMSTR ROW IS FLAGGED CONFIDENTIAL IS
      *          LISTED ONLY IF OPERAUTH PASSES THE OPERATOR FOR THE
      *          CONFIDENTIAL-VIEW CLASS; OTHERWISE A WITHHELD LINE IS
      *          PRINTED IN ITS PLACE AND THE REFUSAL IS LOGGED.
      *
      ******************************************************************

               SEARCH REQUEST INPUT FILE -   DDS0001.PATFNDRQ

               VSAM FILE                 -   DDS0001.PATPERSN

               VSAM MASTER FILE          -   DDS0001.PATMSTR

               OPERATOR CARD             -   DDS0001.OPRCARD

               ACCESS LOG                -   DDS0001.ACCSLOG

               OUTPUT FILE PRODUCED      -   DDS0001.PATFNDRPT

               DUMP FILE                 -   SYSOUT
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

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
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(792).

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
               88 NO-MORE-DATA  VALUE "10".
           05  PATPERSN-STATUS         PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATIENT-FOUND        VALUE "00".
           05  OPCODE                  PIC X(2).

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 MORE-DATA            VALUE "Y".
           05  WS-MATCH-FOUND-SW       PIC X(1).
               88 MATCH-FOUND          VALUE "Y".
           05  MAY-VIEW-CONFID-SW      PIC X(1) VALUE "N".
               88 MAY-VIEW-CONFID      VALUE "Y".

       COPY PATPERSN.

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

       01  COUNTERS-AND-ACCUMULATORS.
           05  ACCESSES-LOGGED         PIC S9(7) COMP VALUE ZERO.
           05  MATCHES-WITHHELD        PIC S9(7) COMP VALUE ZERO.

      ***** EVERY PATIENT ON PATPERSN, LOADED ONCE FROM A SEQUENTIAL
      ***** BROWSE BEFORE ANY SEARCH REQUEST IS PROCESSED -- SAME
      ***** TECHNIQUE AS BEDASSGN'S WS-OCCUPIED-BED-TABLE.
           05  RPT-SSN              PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.

       01  WS-RPT-WITHHELD-REC.
           05  FILLER               PIC X(40)
               VALUE "*** CONFIDENTIAL PATIENT MATCHED - DETAI".
           05  FILLER               PIC X(40)
               VALUE "LS WITHHELD, SEE THE PRIVACY OFFICE     ".

       COPY ABENDREC.

       PROCEDURE DIVISION.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PATFIND ********".
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.
           PERFORM 150-LOAD-PERSN-TABLE THRU 150-EXIT.

           READ PATFNDRQ INTO PATFNDRQ-REC
       000-EXIT.
           EXIT.

      ***** AN UNKNOWN OPERATOR REFUSES THE RUN.  A KNOWN ONE WITHOUT
      ***** THE CONFIDENTIAL-VIEW CLASS STILL RUNS, BUT CONFIDENTIAL
      ***** PATIENTS ARE WITHHELD FROM THE REPORT.
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

      ***** SEQUENTIAL BROWSE OF EVERY PATIENT ON PATPERSN SO WE HAVE
      ***** ONE TABLE TO SEARCH FOR EVERY REQUEST.
       150-LOAD-PERSN-TABLE.
       200-EXIT.
           EXIT.

      ***** A PATIENT NO LONGER ON PATMSTR (ARCHIVED) CARRIES NO
      ***** CONFIDENTIAL FLAG AND IS LISTED AS ALWAYS
       250-WRITE-MATCH.
           MOVE "250-WRITE-MATCH" TO PARA-NAME.
           MOVE PERSN-PATIENT-ID(PERSN-IDX)  TO ACL-PATIENT-ID,
                                                PATIENT-KEY.
           MOVE "V"    TO ACL-RESULT.
           MOVE SPACES TO ACL-CONFIDENTIAL-IND.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATIENT-FOUND
               MOVE CONFIDENTIAL-IND TO ACL-CONFIDENTIAL-IND
               IF CONFIDENTIAL-PATIENT AND NOT MAY-VIEW-CONFID
                   MOVE "D" TO ACL-RESULT.
           PERFORM 960-WRITE-ACCESS-LOG THRU 960-EXIT.

           IF ACL-DENIED
               ADD 1 TO MATCHES-WITHHELD
               WRITE PATFNDRPT-REC FROM WS-RPT-WITHHELD-REC
               GO TO 250-EXIT.

           MOVE PERSN-PATIENT-ID(PERSN-IDX)  TO RPT-PATIENT-ID.
           MOVE PERSN-LAST-NAME(PERSN-IDX)   TO RPT-LAST-NAME.
           MOVE PERSN-FIRST-NAME(PERSN-IDX)  TO RPT-FIRST-NAME.
       250-EXIT.
           EXIT.

       960-WRITE-ACCESS-LOG.
           MOVE "960-WRITE-ACCESS-LOG" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-DATE-TIME.
           MOVE WS-ACCESS-DATE  TO ACL-DATE.
           MOVE WS-ACCESS-TIME  TO ACL-TIME.
           MOVE OPC-OPERATOR-ID TO ACL-OPERATOR-ID.
           MOVE "PATFIND"       TO ACL-TRANSACTION.
           MOVE SPACES          TO ACL-TERMINAL-ID.
           WRITE ACCSLOG-REC FROM ACCESS-LOG-REC.
           ADD 1 TO ACCESSES-LOGGED.
       960-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATPERSN, PATFNDRQ, PATFNDRPT, SYSOUT,
                 PATMSTR, OPRCARD, ACCSLOG.
       700-EXIT.
           EXIT.

           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATPERSN.
           OPEN INPUT PATFNDRQ.
           OPEN INPUT PATMSTR, OPRCARD.
           OPEN EXTEND ACCSLOG.
           OPEN OUTPUT PATFNDRPT.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "PATFIND PATIENTS LOADED: " WS-PERSN-COUNT.
           DISPLAY "PATFIND ACCESSES LOGGED: " ACCESSES-LOGGED.
           DISPLAY "PATFIND MATCHES WITHHELD: " MATCHES-WITHHELD.
           DISPLAY "******** NORMAL END OF JOB PATFIND ********".
       900-EXIT.
           EXIT.

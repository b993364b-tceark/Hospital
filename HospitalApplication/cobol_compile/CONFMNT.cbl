       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONFMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          CONFIDENTIAL-PATIENT MAINTENANCE.  THE PRIVACY OFFICE
      *          FLAGS A VIP OR OTHERWISE RESTRICTED PATIENT, AND
      *          CLEARS THE FLAG AGAIN, THROUGH SET AND CLEAR
      *          TRANSACTIONS THAT STAMP CONFIDENTIAL-IND ONTO THE
      *          MASTER RECORD UNDER A PATAUDIT BEFORE/AFTER IMAGE --
      *          SAME SHAPE AS ISOLMNT.  WHILE THE FLAG IS ON, PATINQ,
      *          PATFIND, ARCHINQ AND AUDITINQ SHOW THE PATIENT ONLY
      *          TO AN OPERATOR HOLDING THE CONFIDENTIAL-VIEW CLASS.
      *
      *          THE RUN IS GATED: THE OPERATOR CARD MUST NAME AN
      *          OPERATOR OPERAUTH PASSES FOR THAT SAME CLASS, AND
      *          EVERY RUN, ALLOWED OR REFUSED, APPENDS A SECURITY-LOG
      *          ROW.
      *
      *          THE SAME DESK KEEPS THE NO-PUBLICITY FLAG: AN "N"
      *          TRANSACTION SETS NO-PUBLICITY-IND FOR A PATIENT WHO
      *          HAS ASKED NOT TO BE LISTED OR CONTACTED, A "P"
      *          TRANSACTION CLEARS IT.  OUTSIDE EXTRACTS (HCAHPEXT)
      *          LEAVE A FLAGGED PATIENT OUT.
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.CONFTXN

               OPERATOR CARD           -   DDS0001.OPRCARD

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               AUDIT FILE              -   DDS0001.PATAUDIT

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

           SELECT CONFTXN
           ASSIGN TO UT-S-CONFTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATAUDIT
           ASSIGN TO UT-S-PATAUDIT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUDCODE.

           SELECT SECLOG
           ASSIGN TO UT-S-SECLOG
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  CONFTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONFIDENTIAL-TXN-REC.
       01  CONFTXN-REC PIC X(20).

       FD  OPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPRCARD-REC.
       01  OPRCARD-REC PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

      ***** BEFORE/AFTER IMAGE OF EVERY PATMSTR REWRITE
       FD  PATAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6286 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATAUDIT-REC.
       01  PATAUDIT-REC PIC X(6286).

       FD  SECLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECLOG-REC.
       01  SECLOG-REC PIC X(40).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY PATMSTR.

       COPY PATAUDIT.

       COPY OPERMSTR.

      ***** "S" FLAGS THE PATIENT CONFIDENTIAL; "C" CLEARS THE FLAG
      ***** "N" FLAGS THE PATIENT NO-PUBLICITY; "P" CLEARS THAT FLAG
       01  CONFIDENTIAL-TXN-REC.
           05  CTX-ACTION              PIC X(1).
               88 CTX-SET              VALUE "S".
               88 CTX-CLEAR            VALUE "C".
               88 CTX-NO-PUBLICITY     VALUE "N".
               88 CTX-PUBLICITY-OK     VALUE "P".
           05  CTX-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(13).

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".

       77  WS-DATE                     PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  FLAGS-SET               PIC S9(5) COMP VALUE ZERO.
           05  FLAGS-CLEARED           PIC S9(5) COMP VALUE ZERO.
           05  NOPUB-SET               PIC S9(5) COMP VALUE ZERO.
           05  NOPUB-CLEARED           PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CONFMNT ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT CONFTXN, OPRCARD.
           OPEN I-O PATMSTR.
           OPEN OUTPUT SYSOUT.
           OPEN EXTEND PATAUDIT, SECLOG.

           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.

           READ CONFTXN INTO CONFIDENTIAL-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** ONLY AN OPERATOR WHO MAY SEE CONFIDENTIAL PATIENTS MAY
      ***** DECIDE WHO IS ONE
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
           IF NOT OPA-AUTHORIZED
               PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT
               MOVE "** OPERATOR NOT AUTHORIZED FOR CONFIDENTIAL"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO TXNS-READ.
           IF CTX-SET OR CTX-CLEAR OR CTX-NO-PUBLICITY
                                   OR CTX-PUBLICITY-OK
               PERFORM 200-APPLY-TXN THRU 200-EXIT
           ELSE
               ADD 1 TO TXNS-REJECTED
               MOVE "*** UNKNOWN CONFIDENTIAL ACTION" TO ABEND-REASON
               MOVE CTX-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ CONFTXN INTO CONFIDENTIAL-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-APPLY-TXN.
           MOVE "200-APPLY-TXN" TO PARA-NAME.
           MOVE CTX-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               ADD 1 TO TXNS-REJECTED
               MOVE "*** TXN PATIENT NOT ON PATMSTR" TO ABEND-REASON
               MOVE CTX-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.

           IF CTX-SET
               MOVE "C" TO CONFIDENTIAL-IND
               ADD 1 TO FLAGS-SET
           ELSE IF CTX-CLEAR
               MOVE SPACE TO CONFIDENTIAL-IND
               ADD 1 TO FLAGS-CLEARED
           ELSE IF CTX-NO-PUBLICITY
               MOVE "Y" TO NO-PUBLICITY-IND
               ADD 1 TO NOPUB-SET
           ELSE
               MOVE SPACE TO NO-PUBLICITY-IND
               ADD 1 TO NOPUB-CLEARED.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO AUDIT-PATIENT-KEY.
           MOVE WS-DATE            TO AUDIT-DATE.
           MOVE "CONFMNT "         TO AUDIT-PROGRAM-ID.
           MOVE PATIENT-MASTER-REC TO AUDIT-AFTER-IMAGE.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATMSTR" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
       200-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE CONFTXN, OPRCARD, PATMSTR, PATAUDIT, SECLOG, SYSOUT.
           DISPLAY "CONFMNT TXNS READ           : " TXNS-READ.
           DISPLAY "CONFMNT FLAGS SET           : " FLAGS-SET.
           DISPLAY "CONFMNT FLAGS CLEARED       : " FLAGS-CLEARED.
           DISPLAY "CONFMNT NO-PUBLICITY SET    : " NOPUB-SET.
           DISPLAY "CONFMNT NO-PUBLICITY CLEARED: " NOPUB-CLEARED.
           DISPLAY "CONFMNT TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB CONFMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "CONFMNT "      TO SEC-PROGRAM-ID.
           MOVE WS-DATE         TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED = FLAGS-SET + FLAGS-CLEARED
                                    + NOPUB-SET + NOPUB-CLEARED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CONFTXN, OPRCARD, PATMSTR, PATAUDIT, SECLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CONFMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

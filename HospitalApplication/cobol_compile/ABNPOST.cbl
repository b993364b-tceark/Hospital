       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ABNPOST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          ADVANCE BENEFICIARY NOTICE POSTING.  OUTEDIT FLAGS A
      *          MEDICARE OUTPATIENT LINE WHOSE DIAGNOSIS IS NOT ONE
      *          ITS COVERAGE POLICY ACCEPTS, FILES IT ON ABNFILE AS
      *          PENDING, AND PRINTS THE ABN FOR REGISTRATION.  THIS
      *          DAILY RUN APPLIES WHAT REGISTRATION KEYED BACK FROM
      *          THE FORMS (ABNTXN, ONE CARD PER LINE): S = THE
      *          BENEFICIARY SIGNED, WITH THE OPTION BOX CHECKED,
      *          R = THE BENEFICIARY REFUSED TO SIGN.
      *
      *          A NOTICE SIGNED BEFORE THE SERVICE -- THE WAY IT IS
      *          MEANT TO HAPPEN -- HAS NO ROW YET; THE CARD ADDS ONE,
      *          AND OUTEDIT FILLS IN THE POLICY RESULT WHEN THE VISIT
      *          COMES THROUGH.  OUTUPDT BILLS A LINE OUTSIDE POLICY
      *          GA WHEN ITS NOTICE IS SIGNED AND GZ OTHERWISE.
      *
      ******************************************************************

               ABN TXN INPUT FILE      -   DDS0001.ABNTXN

               VSAM ABN FILE           -   DDS0001.ABNFILE

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

           SELECT ABNTXN
           ASSIGN TO UT-S-ABNTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT ABNFILE
                  ASSIGN       to ABNFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ABNFILE-KEY
                  FILE STATUS  is ABNFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  ABNTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABN-TXN-REC.
       01  ABNTXN-REC PIC X(60).

       FD  ABNFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ABN-NOTICE-REC.
       01  ABNFILE-REC.
           05 ABNFILE-KEY     PIC X(22).
           05 FILLER          PIC X(78).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  ABNFILE-STATUS          PIC X(2).
               88 ABN-FOUND            VALUE "00".

       COPY ABNFILE.

      ***** ONE CARD PER NOTICE LINE, KEYED LIKE ABNFILE
       01  ABN-TXN-REC.
           05  ABT-KEY.
               10  ABT-PATIENT-ID      PIC X(6).
               10  ABT-SERVICE-DATE    PIC X(8).
               10  ABT-ITEM-ID         PIC X(8).
           05  ABT-ACTION              PIC X(1).
               88 ABT-SIGNED           VALUE "S".
               88 ABT-REFUSED          VALUE "R".
               88 ABT-VALID-ACTION     VALUES "S", "R".
           05  ABT-OPTION              PIC X(1).
               88 ABT-VALID-OPTION     VALUES "1", "2", "3".
      ***** CCYYMMDD -- BLANK TAKES TODAY
           05  ABT-SIGNED-DATE         PIC X(8).
           05  ABT-ENCOUNTER-NBR       PIC X(10).
           05  ABT-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(10).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".

       77  WS-TODAY-CCYYMMDD           PIC X(8).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  NOTICES-SIGNED          PIC S9(5) COMP VALUE ZERO.
           05  NOTICES-REFUSED         PIC S9(5) COMP VALUE ZERO.
           05  NOTICES-ADDED           PIC S9(5) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXNS THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ABNPOST ********".
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT ABNTXN.
           OPEN I-O ABNFILE.
           OPEN OUTPUT SYSOUT.
       000-EXIT.
           EXIT.

       100-APPLY-TXNS.
           MOVE "100-APPLY-TXNS" TO PARA-NAME.
           READ ABNTXN INTO ABN-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           IF ABT-PATIENT-ID = SPACES
            OR ABT-SERVICE-DATE = SPACES
            OR ABT-ITEM-ID = SPACES
               MOVE "*** ABN CARD KEY INCOMPLETE" TO ABEND-REASON
               GO TO 150-REJECT-TXN.
           IF NOT ABT-VALID-ACTION
               MOVE "*** ABN ACTION MUST BE S OR R" TO ABEND-REASON
               GO TO 150-REJECT-TXN.
      ***** A SIGNED NOTICE MEANS NOTHING WITHOUT THE OPTION CHOSEN
           IF ABT-SIGNED AND NOT ABT-VALID-OPTION
               MOVE "*** SIGNED ABN NEEDS OPTION 1, 2 OR 3"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.
           IF ABT-SIGNED-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO ABT-SIGNED-DATE.
           IF ABT-SIGNED-DATE NOT NUMERIC
               MOVE "*** ABN SIGNED DATE NOT CCYYMMDD"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           MOVE ABT-KEY TO ABNFILE-KEY.
           READ ABNFILE INTO ABN-NOTICE-REC.
           IF NOT ABN-FOUND
               PERFORM 160-NEW-NOTICE THRU 160-EXIT.

           IF ABT-SIGNED
               MOVE "S"              TO ABN-STATUS
               MOVE ABT-OPTION       TO ABN-OPTION
               ADD 1 TO NOTICES-SIGNED
           ELSE
               MOVE "R"              TO ABN-STATUS
               MOVE SPACES           TO ABN-OPTION
               ADD 1 TO NOTICES-REFUSED.
           MOVE ABT-SIGNED-DATE      TO ABN-SIGNED-DATE.
           MOVE ABT-OPERATOR-ID      TO ABN-LAST-MAINT-BY.

           IF ABN-FOUND
               REWRITE ABNFILE-REC FROM ABN-NOTICE-REC
                 INVALID KEY
                   MOVE "** PROBLEM REWRITING ABNFILE" TO ABEND-REASON
                   MOVE ABNFILE-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-REWRITE
           ELSE
               WRITE ABNFILE-REC FROM ABN-NOTICE-REC
                 INVALID KEY
                   MOVE "** PROBLEM WRITING ABNFILE" TO ABEND-REASON
                   MOVE ABNFILE-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-WRITE.
           GO TO 100-EXIT.

       150-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE ABT-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       100-EXIT.
           EXIT.

      ***** A NOTICE SIGNED AHEAD OF THE SERVICE -- OUTEDIT HAS NOT
      ***** SEEN THE VISIT, SO THE POLICY RESULT STAYS BLANK
       160-NEW-NOTICE.
           MOVE "160-NEW-NOTICE" TO PARA-NAME.
           MOVE SPACES              TO ABN-NOTICE-REC.
           MOVE ABT-KEY             TO ABN-KEY.
           MOVE ABT-ENCOUNTER-NBR   TO ABN-ENCOUNTER-NBR.
           MOVE ZERO                TO ABN-EST-COST.
           MOVE WS-TODAY-CCYYMMDD   TO ABN-ISSUE-DATE.
           ADD 1 TO NOTICES-ADDED.
       160-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ABNTXN, ABNFILE, SYSOUT.
           DISPLAY "ABNPOST TXNS READ           : " TXNS-READ.
           DISPLAY "ABNPOST TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "ABNPOST NOTICES SIGNED      : " NOTICES-SIGNED.
           DISPLAY "ABNPOST NOTICES REFUSED     : " NOTICES-REFUSED.
           DISPLAY "ABNPOST ADDED BEFORE VISIT  : " NOTICES-ADDED.
           DISPLAY "******** NORMAL END OF JOB ABNPOST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ABNTXN, ABNFILE, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ABNPOST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

      *          OTHER CASH POSTINGS USE.  BEFORE THIS, AGENCY
      *          ACTIVITY NEVER TOUCHED THE SYSTEM AT ALL.
      *
      *          THE PAYMENT TRANSACTIONS ADD UP TO THE AGENCY'S
      *          REMITTANCE, WHICH GOES ON THE CASHPOST LOG FOR
      *          BANKRECN -- EVERY REPORTED PAYMENT COUNTS, POSTED OR
      *          REJECTED, SINCE THE BANK RECEIVED THE MONEY EITHER WAY.
      *
      ******************************************************************

               AGENCY TXN FILE         -   DDS0001.AGCYTXN

               AUDIT FILE              -   DDS0001.PATAUDIT

               CASH POSTING LOG        -   DDS0001.CASHPOST

               DUMP FILE               -   SYSOUT

      ******************************************************************
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUDCODE.

           SELECT CASHPOST
           ASSIGN TO UT-S-CASHPOST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS PATAUDIT-REC.
       01  PATAUDIT-REC PIC X(6286).

      ***** THE AGENCY REMITTANCE, FOR THE BANK RECONCILIATION
       FD  CASHPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPOST-REC.
       01  CASHPOST-REC PIC X(60).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
               88 NO-MORE-DATA  VALUE "10".
           05  CRCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  CPCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  AGCYPLC-STATUS          PIC X(2).

       COPY CREDBAL.

       COPY CASHPOST.

      ***** ONE AGENCY TRANSACTION PER RECORD
       01  AGENCY-TXN-REC.
           05  ATX-TXN-TYPE            PIC X(1).
           05  ATX-DATE                PIC X(8).
           05  ATX-AMT                 PIC 9(7)V99.
           05  ATX-REASON              PIC X(5).
      ***** AGENCY'S CHECK OR EFT REFERENCE, ON "P" TRANSACTIONS
           05  ATX-REMIT-REF           PIC X(10).
           05  FILLER                  PIC X(1).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".

       77  WS-DATE                     PIC 9(6).
       77  WS-REMIT-DATE               PIC X(8) VALUE SPACES.
       77  WS-REMIT-REF                PIC X(10) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(7) COMP VALUE ZERO.
           05  CLOSES-POSTED           PIC S9(7) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(7) COMP VALUE ZERO.
           05  COLLECTED-DOLLARS       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  REMITTED-COUNT          PIC S9(7) COMP VALUE ZERO.
           05  REMITTED-DOLLARS        PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

           OPEN INPUT AGCYTXN.
           OPEN I-O PATMSTR, AGCYPLC.
           OPEN OUTPUT CREDOUT, PATAUDIT, SYSOUT.
           OPEN EXTEND CASHPOST.

           READ AGCYTXN INTO AGENCY-TXN-REC
               AT END
           ELSE
               PERFORM 200-POST-TXN THRU 200-EXIT.

           IF ATX-PAYMENT
               PERFORM 150-TALLY-REMITTANCE THRU 150-EXIT.

           READ AGCYTXN INTO AGENCY-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
       100-EXIT.
           EXIT.

       150-TALLY-REMITTANCE.
           MOVE "150-TALLY-REMITTANCE" TO PARA-NAME.
           ADD 1 TO REMITTED-COUNT.
           ADD ATX-AMT TO REMITTED-DOLLARS.
           MOVE ATX-DATE TO WS-REMIT-DATE.
           IF WS-REMIT-REF = SPACES
               MOVE ATX-REMIT-REF TO WS-REMIT-REF.
       150-EXIT.
           EXIT.

      ***** EVERY TRANSACTION MUST NAME A PLACEMENT WE OPENED --
      ***** AGENCY ACTIVITY ON AN ACCOUNT WE NEVER PLACED IS EXACTLY
      ***** WHAT THE RECONCILIATION EXISTS TO CATCH
       350-EXIT.
           EXIT.

      ***** ONE REMITTANCE PER AGENCY FILE
       680-LOG-REMITTANCE.
           MOVE "680-LOG-REMITTANCE" TO PARA-NAME.
           IF REMITTED-DOLLARS = ZERO
               GO TO 680-EXIT.
           MOVE "AGCYPOST"           TO CPB-SOURCE-PROGRAM.
           MOVE WS-REMIT-DATE        TO CPB-DEPOSIT-DATE.
           MOVE WS-REMIT-REF         TO CPB-TRACE-NBR.
           MOVE REMITTED-DOLLARS     TO CPB-AMT.
           MOVE REMITTED-COUNT       TO CPB-ITEM-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPB-RUN-DATE.
           WRITE CASHPOST-REC FROM CASH-POSTING-BATCH-REC.
       680-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE AGCYTXN, CREDOUT, PATMSTR, AGCYPLC, PATAUDIT,
                 CASHPOST, SYSOUT.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 680-LOG-REMITTANCE THRU 680-EXIT.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "AGCYPOST TXNS READ          : " TXNS-READ.
           DISPLAY "AGCYPOST ACKS POSTED        : " ACKS-POSTED.
           DISPLAY "AGCYPOST CLOSES POSTED      : " CLOSES-POSTED.
           DISPLAY "AGCYPOST TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "AGCYPOST COLLECTED DOLLARS  : " COLLECTED-DOLLARS.
           DISPLAY "AGCYPOST REMITTED DOLLARS   : " REMITTED-DOLLARS.
           DISPLAY "******** NORMAL END OF JOB AGCYPOST ********".
       900-EXIT.
           EXIT.

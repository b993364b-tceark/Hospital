       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKRECN.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          DAILY BANK RECONCILIATION ACROSS ALL CASH STREAMS.
      *          CSHRCPT, LOCKBOX, REMITPST, AUTOPAYP AND AGCYPOST EACH
      *          BALANCE AGAINST THEIR OWN TRAILER, BUT ONLY THE BANK
      *          STATEMENT PROVES THE MONEY ARRIVED.  EACH OF THEM
      *          LOGS THE DEPOSIT OR EFT IT BOOKED ON CASHPOST; THIS
      *          JOB READS THE BANK'S BAI2 PRIOR-DAY STATEMENT AND
      *          MATCHES EVERY DEPOSIT AND EFT CREDIT (BAI2 TYPE CODES
      *          100-399) TO A POSTED BATCH -- FIRST BY AMOUNT AND
      *          TRACE NUMBER, THEN BY AMOUNT WITH THE BANK DATE
      *          INSIDE THE MATCH WINDOW AFTER THE DEPOSIT DATE.
      *
      *          WHAT DOES NOT MATCH, ON EITHER SIDE, IS LISTED AND
      *          CARRIED ON THE OPEN-ITEM FILE TO BE TRIED AGAIN
      *          TOMORROW.  AN OPEN ITEM OLDER THAN THE AGING LIMIT
      *          (BUSINESS DAYS, MONDAY-FRIDAY) PRINTS ON THE AGING
      *          SECTION FOR TREASURY.  ONCE THE DAY'S POSTINGS ARE
      *          EITHER MATCHED OR CARRIED, THE CASHPOST LOG IS
      *          EMPTIED FOR THE NEXT DAY'S RUNS.
      *
      *          MATCH-DAYS, AGING-DAYS AND DEPOSIT-ACCOUNT ARE
      *          RUNPARM ROWS UNDER BANKRECN.  WITH A DEPOSIT ACCOUNT
      *          SET, ONLY THAT ACCOUNT'S CREDITS ARE RECONCILED.
      *
      ******************************************************************

               BANK STATEMENT (BAI2)   -   DDS0001.BAISTMT

               CASH POSTING LOG        -   DDS0001.CASHPOST

               OPEN ITEM FILE          -   DDS0001.BANKOPEN

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               RECONCILIATION REPORT   -   DDS0001.BANKRPT

               OPEN ITEM FILE          -   DDS0001.BANKOPEN (NEW)

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

           SELECT BAISTMT
           ASSIGN TO UT-S-BAISTMT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BFCODE.

           SELECT CASHPOST
           ASSIGN TO UT-S-CASHPOST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CPCODE.

           SELECT OPENIN
           ASSIGN TO UT-S-OPENIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT OPENOUT
           ASSIGN TO UT-S-OPENOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT BANKRPT
           ASSIGN TO UT-S-BANKRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

      ***** BAI2 PRIOR-DAY STATEMENT, 80-BYTE LINES
       FD  BAISTMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BAISTMT-REC.
       01  BAISTMT-REC PIC X(80).

       FD  CASHPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPOST-REC.
       01  CASHPOST-REC PIC X(60).

       FD  OPENIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENIN-REC.
       01  OPENIN-REC PIC X(60).

       FD  OPENOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPENOUT-REC.
       01  OPENOUT-REC PIC X(60).

       FD  BANKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKRPT-REC.
       01  BANKRPT-REC PIC X(100).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  BFCODE                  PIC X(2).
           05  CPCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).

       COPY CASHPOST.

       COPY BANKOPEN.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-BAI-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-BAI          VALUE "N".
           05  MORE-CASH-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASH         VALUE "N".
           05  MORE-OPEN-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-OPEN         VALUE "N".
           05  WS-ACCOUNT-SW           PIC X(1) VALUE "Y".
               88 ACCOUNT-SELECTED     VALUE "Y".
           05  WS-LINE-END-SW          PIC X(1).
               88 END-OF-BAI-LINE      VALUE "Y".
           05  WS-MATCH-SW             PIC X(1).
               88 MATCH-FOUND          VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** RUN PARAMETERS -- RUNPARM OVERRIDES THESE DEFAULTS
       01  WS-RECON-PARMS.
           05  WS-MATCH-DAYS           PIC 9(2)     VALUE 3.
           05  WS-AGING-DAYS           PIC 9(2)     VALUE 2.
           05  WS-DEPOSIT-ACCOUNT      PIC X(20)    VALUE SPACES.

      ***** ONE BAI2 LINE, SPLIT ON ITS COMMAS
       01  WS-BAI-LINE                 PIC X(80).
       01  WS-BAI-FIELD-TABLE.
           05  WS-BAI-FLD OCCURS 20 TIMES PIC X(30).
       01  WS-BAI-FLD-LEN-TABLE.
           05  WS-BAI-FLD-LEN OCCURS 20 TIMES PIC 9(2).
       77  WS-BAI-FLD-SUB              PIC 9(2).
       77  WS-BAI-FLDS-USED            PIC 9(2).
       77  WS-BAI-PTR                  PIC 9(3).
       77  WS-BAI-DELIM                PIC X(1).
       77  WS-BAI-REF-SUB              PIC 9(2).
       77  WS-BAI-DIST-COUNT           PIC 9(2).
       01  WS-BAI-AS-OF-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BAI-YYMMDD               PIC X(6).
       01  WS-BAI-TYPE-CODE            PIC X(3).
       01  WS-BAI-TYPE-NUM REDEFINES WS-BAI-TYPE-CODE PIC 9(3).
       01  WS-BAI-CENTS                PIC 9(12).

      ***** BANK CREDITS -- CARRIED ITEMS FIRST, THEN THE STATEMENT
       01  WS-BANK-TABLE.
           05  WS-BNK-ROW OCCURS 500 TIMES.
               10  WS-BNK-DATE         PIC 9(8).
               10  WS-BNK-SOURCE       PIC X(8).
               10  WS-BNK-CUST-REF     PIC X(15).
               10  WS-BNK-BANK-REF     PIC X(15).
               10  WS-BNK-AMT          PIC 9(9)V99.
               10  WS-BNK-MATCHED      PIC X(1).
       01  WS-BNK-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-BNK-MAX                  PIC 9(3) VALUE 500.
       77  WS-BNK-SUB                  PIC 9(3).

      ***** POSTED BATCHES -- CARRIED ITEMS FIRST, THEN CASHPOST
       01  WS-BOOK-TABLE.
           05  WS-BK-ROW OCCURS 500 TIMES.
               10  WS-BK-DATE          PIC 9(8).
               10  WS-BK-SOURCE        PIC X(8).
               10  WS-BK-TRACE-NBR     PIC X(15).
               10  WS-BK-AMT           PIC 9(9)V99.
               10  WS-BK-MATCHED       PIC X(1).
       01  WS-BK-ROWS-USED             PIC 9(3) VALUE ZERO.
       77  WS-BK-MAX                   PIC 9(3) VALUE 500.
       77  WS-BK-SUB                   PIC 9(3).

       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC 9(8).
           05  WS-ITEM-INT             PIC 9(8).
           05  WS-BANK-INT             PIC 9(8).
           05  WS-DAY-INT              PIC 9(8).
           05  WS-DAY-WORK             PIC 9(8).
           05  WS-WEEKS                PIC 9(8).
           05  WS-DAY-OF-WEEK          PIC 9(1).
           05  WS-BUSINESS-AGE         PIC 9(4).
           05  WS-CASH-DATE-X          PIC X(8).
           05  WS-CASH-DATE REDEFINES WS-CASH-DATE-X PIC 9(8).
           05  WS-CASH-YYMMDD          PIC X(6).

      ***** REPORT LINES
       01  WS-RPT-HDR-REC.
           05  FILLER              PIC X(30) VALUE
               "BANK RECONCILIATION  STMT OF ".
           05  RPT-HDR-STMT-DATE   PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  RUN OF  ".
           05  RPT-HDR-RUN-DATE    PIC 9(8).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  WS-RPT-SECTION-REC.
           05  RPT-SECTION-TITLE   PIC X(60).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-AGING-TITLE-REC.
           05  FILLER              PIC X(23) VALUE
               "AGING -- OPEN OVER    ".
           05  RPT-AGING-LIMIT     PIC Z9.
           05  FILLER              PIC X(35) VALUE
               " BUSINESS DAYS, FOR TREASURY       ".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "SIDE    DATE      SOURCE    TRACE/CUST REF   BANK ".
           05  FILLER              PIC X(50) VALUE
               "REF                 AMOUNT   AGE                  ".

       01  WS-RPT-DETAIL-REC.
           05  RPT-SIDE            PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-DATE            PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-SOURCE          PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-TRACE           PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-BANK-REF        PIC X(15).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-AMT             PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  RPT-AGE             PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  RPT-TOTAL-LABEL     PIC X(30).
           05  RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  RPT-TOTAL-AMT       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-RPT-NONE-REC.
           05  FILLER              PIC X(20) VALUE "    NONE".
           05  FILLER              PIC X(80) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  BAI-LINES-READ          PIC S9(7) COMP VALUE ZERO.
           05  BANK-CREDITS-READ       PIC S9(7) COMP VALUE ZERO.
           05  BATCHES-READ            PIC S9(7) COMP VALUE ZERO.
           05  ITEMS-MATCHED           PIC S9(7) COMP VALUE ZERO.
           05  MATCHED-DOLLARS         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  BANK-OPEN-COUNT         PIC S9(7) COMP VALUE ZERO.
           05  BANK-OPEN-DOLLARS       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  BOOK-OPEN-COUNT         PIC S9(7) COMP VALUE ZERO.
           05  BOOK-OPEN-DOLLARS       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  AGED-COUNT              PIC S9(7) COMP VALUE ZERO.
           05  AGED-DOLLARS            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LINES-PRINTED           PIC S9(7) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-OPEN-ITEMS THRU 050-EXIT
                   UNTIL NO-MORE-OPEN.
           PERFORM 100-LOAD-CASH-POSTINGS THRU 100-EXIT
                   UNTIL NO-MORE-CASH.
           PERFORM 200-READ-STATEMENT THRU 200-EXIT
                   UNTIL NO-MORE-BAI.
           PERFORM 400-MATCH-BANK-ITEM THRU 400-EXIT
               VARYING WS-BNK-SUB FROM 1 BY 1 UNTIL
               WS-BNK-SUB > WS-BNK-ROWS-USED.
           PERFORM 600-PRINT-REPORT THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB BANKRECN ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           PERFORM 020-GET-RUN-PARMS THRU 020-EXIT.
           IF WS-DEPOSIT-ACCOUNT NOT = SPACES
               MOVE "N" TO WS-ACCOUNT-SW.

           OPEN INPUT BAISTMT, CASHPOST, OPENIN.
           OPEN OUTPUT OPENOUT, BANKRPT, SYSOUT.
       000-EXIT.
           EXIT.

       020-GET-RUN-PARMS.
           MOVE "020-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "BANKRECN"          TO PGT-PROGRAM-ID.
           MOVE "MATCH-DAYS"        TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-MATCH-DAYS.

           MOVE "AGING-DAYS"        TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-AGING-DAYS.

           MOVE "DEPOSIT-ACCOUNT"   TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND
               MOVE PGT-VALUE TO WS-DEPOSIT-ACCOUNT.
       020-EXIT.
           EXIT.

      ***** YESTERDAY'S UNMATCHED ITEMS GET ANOTHER CHANCE TODAY
       050-LOAD-OPEN-ITEMS.
           MOVE "050-LOAD-OPEN-ITEMS" TO PARA-NAME.
           READ OPENIN INTO BANK-OPEN-ITEM-REC
               AT END
                   MOVE "N" TO MORE-OPEN-SW
                   GO TO 050-EXIT
           END-READ.

           IF BOI-BANK-ITEM
               PERFORM 060-ADD-BANK-ROW THRU 060-EXIT
               MOVE BOI-ITEM-DATE  TO WS-BNK-DATE(WS-BNK-ROWS-USED)
               MOVE BOI-SOURCE     TO WS-BNK-SOURCE(WS-BNK-ROWS-USED)
               MOVE BOI-TRACE-NBR  TO WS-BNK-CUST-REF(WS-BNK-ROWS-USED)
               MOVE BOI-BANK-REF   TO WS-BNK-BANK-REF(WS-BNK-ROWS-USED)
               MOVE BOI-AMT        TO WS-BNK-AMT(WS-BNK-ROWS-USED)
           ELSE
               PERFORM 070-ADD-BOOK-ROW THRU 070-EXIT
               MOVE BOI-ITEM-DATE  TO WS-BK-DATE(WS-BK-ROWS-USED)
               MOVE BOI-SOURCE     TO WS-BK-SOURCE(WS-BK-ROWS-USED)
               MOVE BOI-TRACE-NBR  TO WS-BK-TRACE-NBR(WS-BK-ROWS-USED)
               MOVE BOI-AMT        TO WS-BK-AMT(WS-BK-ROWS-USED).
       050-EXIT.
           EXIT.

      ***** A DROPPED CASH ITEM WOULD VANISH FROM THE RECONCILIATION
      ***** -- A FULL TABLE STOPS THE RUN INSTEAD
       060-ADD-BANK-ROW.
           MOVE "060-ADD-BANK-ROW" TO PARA-NAME.
           IF WS-BNK-ROWS-USED = WS-BNK-MAX
               MOVE "** BANK ITEM TABLE FULL - RAISE MAX"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-BNK-ROWS-USED.
           MOVE SPACES TO WS-BNK-ROW(WS-BNK-ROWS-USED).
           MOVE "N"    TO WS-BNK-MATCHED(WS-BNK-ROWS-USED).
       060-EXIT.
           EXIT.

       070-ADD-BOOK-ROW.
           MOVE "070-ADD-BOOK-ROW" TO PARA-NAME.
           IF WS-BK-ROWS-USED = WS-BK-MAX
               MOVE "** POSTED ITEM TABLE FULL - RAISE MAX"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-BK-ROWS-USED.
           MOVE SPACES TO WS-BK-ROW(WS-BK-ROWS-USED).
           MOVE "N"    TO WS-BK-MATCHED(WS-BK-ROWS-USED).
       070-EXIT.
           EXIT.

       100-LOAD-CASH-POSTINGS.
           MOVE "100-LOAD-CASH-POSTINGS" TO PARA-NAME.
           READ CASHPOST INTO CASH-POSTING-BATCH-REC
               AT END
                   MOVE "N" TO MORE-CASH-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO BATCHES-READ.

      ***** A 6-DIGIT YYMMDD DATE GETS ITS CENTURY; NO USABLE DATE
      ***** FALLS BACK TO THE DAY THE POSTING RAN
           MOVE CPB-DEPOSIT-DATE TO WS-CASH-DATE-X.
           IF WS-CASH-DATE-X(7:2) = SPACES
               MOVE WS-CASH-DATE-X(1:6) TO WS-CASH-YYMMDD
               MOVE SPACES TO WS-CASH-DATE-X
               STRING "20" WS-CASH-YYMMDD DELIMITED BY SIZE
                      INTO WS-CASH-DATE-X.
           IF WS-CASH-DATE-X NOT NUMERIC
               MOVE CPB-RUN-DATE TO WS-CASH-DATE-X.

           PERFORM 070-ADD-BOOK-ROW THRU 070-EXIT.
           MOVE WS-CASH-DATE       TO WS-BK-DATE(WS-BK-ROWS-USED).
           MOVE CPB-SOURCE-PROGRAM TO WS-BK-SOURCE(WS-BK-ROWS-USED).
           MOVE CPB-TRACE-NBR      TO WS-BK-TRACE-NBR(WS-BK-ROWS-USED).
           MOVE CPB-AMT            TO WS-BK-AMT(WS-BK-ROWS-USED).
       100-EXIT.
           EXIT.

      ***** 02 GROUP HEADER CARRIES THE AS-OF DATE, 03 THE ACCOUNT,
      ***** 16 ONE TRANSACTION; EVERYTHING ELSE IS FRAMING
       200-READ-STATEMENT.
           MOVE "200-READ-STATEMENT" TO PARA-NAME.
           READ BAISTMT INTO WS-BAI-LINE
               AT END
                   MOVE "N" TO MORE-BAI-SW
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO BAI-LINES-READ.

           PERFORM 250-SPLIT-LINE THRU 250-EXIT.

           IF WS-BAI-FLD(1) = "02"
               MOVE WS-BAI-FLD(5)(1:6) TO WS-BAI-YYMMDD
               IF WS-BAI-YYMMDD NUMERIC
                   MOVE SPACES TO WS-CASH-DATE-X
                   STRING "20" WS-BAI-YYMMDD DELIMITED BY SIZE
                          INTO WS-CASH-DATE-X
                   MOVE WS-CASH-DATE TO WS-BAI-AS-OF-DATE.

           IF WS-BAI-FLD(1) = "03" AND
              WS-DEPOSIT-ACCOUNT NOT = SPACES
               IF WS-BAI-FLD(2) = WS-DEPOSIT-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-SW
               ELSE
                   MOVE "N" TO WS-ACCOUNT-SW.

           IF WS-BAI-FLD(1) = "16" AND ACCOUNT-SELECTED
               PERFORM 300-ADD-BANK-CREDIT THRU 300-EXIT.
       200-EXIT.
           EXIT.

       250-SPLIT-LINE.
           MOVE "250-SPLIT-LINE" TO PARA-NAME.
           MOVE SPACES TO WS-BAI-FIELD-TABLE.
           MOVE ZERO   TO WS-BAI-FLD-LEN-TABLE.
           MOVE ZERO   TO WS-BAI-FLDS-USED.
           MOVE 1      TO WS-BAI-PTR.
           MOVE "N"    TO WS-LINE-END-SW.
           PERFORM 260-NEXT-FIELD THRU 260-EXIT
               VARYING WS-BAI-FLD-SUB FROM 1 BY 1 UNTIL
               WS-BAI-FLD-SUB > 20 OR END-OF-BAI-LINE.
       250-EXIT.
           EXIT.

      ***** "/" ENDS THE RECORD; A LINE WITHOUT ONE ENDS AT COLUMN 80
       260-NEXT-FIELD.
           MOVE "260-NEXT-FIELD" TO PARA-NAME.
           MOVE SPACE TO WS-BAI-DELIM.
           UNSTRING WS-BAI-LINE DELIMITED BY "," OR "/"
               INTO WS-BAI-FLD(WS-BAI-FLD-SUB)
                    DELIMITER IN WS-BAI-DELIM
                    COUNT IN WS-BAI-FLD-LEN(WS-BAI-FLD-SUB)
               WITH POINTER WS-BAI-PTR
           END-UNSTRING.
           MOVE WS-BAI-FLD-SUB TO WS-BAI-FLDS-USED.
           IF WS-BAI-DELIM = "/" OR WS-BAI-PTR > 80
               MOVE "Y" TO WS-LINE-END-SW.
       260-EXIT.
           EXIT.

      ***** 16,TYPE,AMOUNT,FUNDS TYPE,[FUNDS DETAIL,]BANK REF,CUST REF
      ***** -- THE FUNDS TYPE DECIDES HOW MANY FIELDS SIT BEFORE THE
      ***** REFERENCES.  ONLY CREDITS (TYPE 100-399) RECONCILE HERE.
       300-ADD-BANK-CREDIT.
           MOVE "300-ADD-BANK-CREDIT" TO PARA-NAME.
           MOVE WS-BAI-FLD(2)(1:3) TO WS-BAI-TYPE-CODE.
           IF WS-BAI-TYPE-CODE NOT NUMERIC
               GO TO 300-EXIT.
           IF WS-BAI-TYPE-NUM < 100 OR WS-BAI-TYPE-NUM > 399
               GO TO 300-EXIT.

           IF WS-BAI-FLD-LEN(3) = ZERO OR WS-BAI-FLD-LEN(3) > 12
               GO TO 300-EXIT.
           IF WS-BAI-FLD(3)(1:WS-BAI-FLD-LEN(3)) NOT NUMERIC
               MOVE "*** BAI2 AMOUNT NOT NUMERIC - SKIPPED"
                    TO ABEND-REASON
               MOVE BAI-LINES-READ TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 300-EXIT.
           MOVE WS-BAI-FLD(3)(1:WS-BAI-FLD-LEN(3)) TO WS-BAI-CENTS.

           EVALUATE WS-BAI-FLD(4)(1:1)
               WHEN "V"
                   MOVE 7 TO WS-BAI-REF-SUB
               WHEN "S"
                   MOVE 8 TO WS-BAI-REF-SUB
               WHEN "D"
                   MOVE ZERO TO WS-BAI-DIST-COUNT
                   IF WS-BAI-FLD(5)(1:2) NUMERIC
                       MOVE WS-BAI-FLD(5)(1:2) TO WS-BAI-DIST-COUNT
                   ELSE
                   IF WS-BAI-FLD(5)(1:1) NUMERIC
                       MOVE WS-BAI-FLD(5)(1:1) TO WS-BAI-DIST-COUNT
                   END-IF
                   END-IF
                   IF WS-BAI-DIST-COUNT < 7
                       COMPUTE WS-BAI-REF-SUB =
                               6 + (2 * WS-BAI-DIST-COUNT)
                   ELSE
                       MOVE 99 TO WS-BAI-REF-SUB
                   END-IF
               WHEN OTHER
                   MOVE 5 TO WS-BAI-REF-SUB
           END-EVALUATE.

           ADD 1 TO BANK-CREDITS-READ.
           PERFORM 060-ADD-BANK-ROW THRU 060-EXIT.
           MOVE WS-BAI-AS-OF-DATE TO WS-BNK-DATE(WS-BNK-ROWS-USED).
           MOVE SPACES TO WS-BNK-SOURCE(WS-BNK-ROWS-USED).
           STRING "BAI " WS-BAI-TYPE-CODE DELIMITED BY SIZE
                  INTO WS-BNK-SOURCE(WS-BNK-ROWS-USED).
           COMPUTE WS-BNK-AMT(WS-BNK-ROWS-USED) = WS-BAI-CENTS / 100.
           IF WS-BAI-REF-SUB < 20
               MOVE WS-BAI-FLD(WS-BAI-REF-SUB)
                    TO WS-BNK-BANK-REF(WS-BNK-ROWS-USED)
               ADD 1 TO WS-BAI-REF-SUB
               MOVE WS-BAI-FLD(WS-BAI-REF-SUB)
                    TO WS-BNK-CUST-REF(WS-BNK-ROWS-USED).
       300-EXIT.
           EXIT.

      ***** TRACE NUMBER FIRST; FAILING THAT, THE SAME AMOUNT LANDING
      ***** AT THE BANK WITHIN THE MATCH WINDOW OF THE DEPOSIT
       400-MATCH-BANK-ITEM.
           MOVE "400-MATCH-BANK-ITEM" TO PARA-NAME.
           IF WS-BNK-MATCHED(WS-BNK-SUB) = "Y"
               GO TO 400-EXIT.

           MOVE "N" TO WS-MATCH-SW.
           PERFORM 420-TRY-TRACE THRU 420-EXIT
               VARYING WS-BK-SUB FROM 1 BY 1 UNTIL
               WS-BK-SUB > WS-BK-ROWS-USED OR MATCH-FOUND.
           IF NOT MATCH-FOUND
               COMPUTE WS-BANK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BNK-DATE(WS-BNK-SUB))
               PERFORM 440-TRY-WINDOW THRU 440-EXIT
                   VARYING WS-BK-SUB FROM 1 BY 1 UNTIL
                   WS-BK-SUB > WS-BK-ROWS-USED OR MATCH-FOUND.
           IF NOT MATCH-FOUND
               GO TO 400-EXIT.

           SUBTRACT 1 FROM WS-BK-SUB.
           MOVE "Y" TO WS-BNK-MATCHED(WS-BNK-SUB).
           MOVE "Y" TO WS-BK-MATCHED(WS-BK-SUB).
           ADD 1 TO ITEMS-MATCHED.
           ADD WS-BNK-AMT(WS-BNK-SUB) TO MATCHED-DOLLARS.
       400-EXIT.
           EXIT.

       420-TRY-TRACE.
           MOVE "420-TRY-TRACE" TO PARA-NAME.
           IF WS-BK-MATCHED(WS-BK-SUB) = "Y" OR
              WS-BK-TRACE-NBR(WS-BK-SUB) = SPACES OR
              WS-BK-AMT(WS-BK-SUB) NOT = WS-BNK-AMT(WS-BNK-SUB)
               GO TO 420-EXIT.
           IF WS-BK-TRACE-NBR(WS-BK-SUB) = WS-BNK-CUST-REF(WS-BNK-SUB)
              OR WS-BK-TRACE-NBR(WS-BK-SUB) =
                 WS-BNK-BANK-REF(WS-BNK-SUB)
               MOVE "Y" TO WS-MATCH-SW.
       420-EXIT.
           EXIT.

       440-TRY-WINDOW.
           MOVE "440-TRY-WINDOW" TO PARA-NAME.
           IF WS-BK-MATCHED(WS-BK-SUB) = "Y" OR
              WS-BK-AMT(WS-BK-SUB) NOT = WS-BNK-AMT(WS-BNK-SUB)
               GO TO 440-EXIT.
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-BK-DATE(WS-BK-SUB)).
           IF WS-BANK-INT NOT < WS-ITEM-INT AND
              WS-BANK-INT NOT > WS-ITEM-INT + WS-MATCH-DAYS
               MOVE "Y" TO WS-MATCH-SW.
       440-EXIT.
           EXIT.

       600-PRINT-REPORT.
           MOVE "600-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-BAI-AS-OF-DATE TO RPT-HDR-STMT-DATE.
           MOVE WS-CURR-DATE-9    TO RPT-HDR-RUN-DATE.
           WRITE BANKRPT-REC FROM WS-RPT-HDR-REC.

           MOVE "MATCHED TO A POSTED BATCH" TO RPT-TOTAL-LABEL.
           MOVE ITEMS-MATCHED   TO RPT-TOTAL-COUNT.
           MOVE MATCHED-DOLLARS TO RPT-TOTAL-AMT.
           WRITE BANKRPT-REC FROM WS-RPT-TOTAL-REC.

           MOVE "BANK CREDITS NOT POSTED" TO RPT-SECTION-TITLE.
           WRITE BANKRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE BANKRPT-REC FROM WS-RPT-COL-REC.
           MOVE ZERO TO LINES-PRINTED.
           PERFORM 620-PRINT-OPEN-BANK THRU 620-EXIT
               VARYING WS-BNK-SUB FROM 1 BY 1 UNTIL
               WS-BNK-SUB > WS-BNK-ROWS-USED.
           IF LINES-PRINTED = ZERO
               WRITE BANKRPT-REC FROM WS-RPT-NONE-REC.
           MOVE "TOTAL BANK CREDITS OPEN" TO RPT-TOTAL-LABEL.
           MOVE BANK-OPEN-COUNT   TO RPT-TOTAL-COUNT.
           MOVE BANK-OPEN-DOLLARS TO RPT-TOTAL-AMT.
           WRITE BANKRPT-REC FROM WS-RPT-TOTAL-REC.

           MOVE "POSTED BATCHES NOT ON THE BANK STATEMENT"
                TO RPT-SECTION-TITLE.
           WRITE BANKRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE BANKRPT-REC FROM WS-RPT-COL-REC.
           MOVE ZERO TO LINES-PRINTED.
           PERFORM 640-PRINT-OPEN-BOOK THRU 640-EXIT
               VARYING WS-BK-SUB FROM 1 BY 1 UNTIL
               WS-BK-SUB > WS-BK-ROWS-USED.
           IF LINES-PRINTED = ZERO
               WRITE BANKRPT-REC FROM WS-RPT-NONE-REC.
           MOVE "TOTAL POSTED BATCHES OPEN" TO RPT-TOTAL-LABEL.
           MOVE BOOK-OPEN-COUNT   TO RPT-TOTAL-COUNT.
           MOVE BOOK-OPEN-DOLLARS TO RPT-TOTAL-AMT.
           WRITE BANKRPT-REC FROM WS-RPT-TOTAL-REC.

           MOVE WS-AGING-DAYS TO RPT-AGING-LIMIT.
           WRITE BANKRPT-REC FROM WS-RPT-AGING-TITLE-REC.
           WRITE BANKRPT-REC FROM WS-RPT-COL-REC.
           MOVE ZERO TO LINES-PRINTED.
           PERFORM 660-PRINT-AGED-BANK THRU 660-EXIT
               VARYING WS-BNK-SUB FROM 1 BY 1 UNTIL
               WS-BNK-SUB > WS-BNK-ROWS-USED.
           PERFORM 680-PRINT-AGED-BOOK THRU 680-EXIT
               VARYING WS-BK-SUB FROM 1 BY 1 UNTIL
               WS-BK-SUB > WS-BK-ROWS-USED.
           IF LINES-PRINTED = ZERO
               WRITE BANKRPT-REC FROM WS-RPT-NONE-REC.
           MOVE "TOTAL AGED DIFFERENCES" TO RPT-TOTAL-LABEL.
           MOVE AGED-COUNT   TO RPT-TOTAL-COUNT.
           MOVE AGED-DOLLARS TO RPT-TOTAL-AMT.
           WRITE BANKRPT-REC FROM WS-RPT-TOTAL-REC.
       600-EXIT.
           EXIT.

      ***** EVERY UNMATCHED ITEM IS LISTED AND CARRIED FORWARD
       620-PRINT-OPEN-BANK.
           MOVE "620-PRINT-OPEN-BANK" TO PARA-NAME.
           IF WS-BNK-MATCHED(WS-BNK-SUB) = "Y"
               GO TO 620-EXIT.
           MOVE WS-BNK-DATE(WS-BNK-SUB) TO WS-ITEM-INT.
           PERFORM 700-BUSINESS-AGE THRU 700-EXIT.
           PERFORM 750-FORMAT-BANK-LINE THRU 750-EXIT.
           WRITE BANKRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO BANK-OPEN-COUNT.
           ADD WS-BNK-AMT(WS-BNK-SUB) TO BANK-OPEN-DOLLARS.

           MOVE SPACES TO BANK-OPEN-ITEM-REC.
           MOVE "B"                         TO BOI-SIDE.
           MOVE WS-BNK-DATE(WS-BNK-SUB)     TO BOI-ITEM-DATE.
           MOVE WS-BNK-SOURCE(WS-BNK-SUB)   TO BOI-SOURCE.
           MOVE WS-BNK-CUST-REF(WS-BNK-SUB) TO BOI-TRACE-NBR.
           MOVE WS-BNK-BANK-REF(WS-BNK-SUB) TO BOI-BANK-REF.
           MOVE WS-BNK-AMT(WS-BNK-SUB)      TO BOI-AMT.
           WRITE OPENOUT-REC FROM BANK-OPEN-ITEM-REC.
       620-EXIT.
           EXIT.

       640-PRINT-OPEN-BOOK.
           MOVE "640-PRINT-OPEN-BOOK" TO PARA-NAME.
           IF WS-BK-MATCHED(WS-BK-SUB) = "Y"
               GO TO 640-EXIT.
           MOVE WS-BK-DATE(WS-BK-SUB) TO WS-ITEM-INT.
           PERFORM 700-BUSINESS-AGE THRU 700-EXIT.
           PERFORM 770-FORMAT-BOOK-LINE THRU 770-EXIT.
           WRITE BANKRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO BOOK-OPEN-COUNT.
           ADD WS-BK-AMT(WS-BK-SUB) TO BOOK-OPEN-DOLLARS.

           MOVE SPACES TO BANK-OPEN-ITEM-REC.
           MOVE "P"                         TO BOI-SIDE.
           MOVE WS-BK-DATE(WS-BK-SUB)       TO BOI-ITEM-DATE.
           MOVE WS-BK-SOURCE(WS-BK-SUB)     TO BOI-SOURCE.
           MOVE WS-BK-TRACE-NBR(WS-BK-SUB)  TO BOI-TRACE-NBR.
           MOVE WS-BK-AMT(WS-BK-SUB)        TO BOI-AMT.
           WRITE OPENOUT-REC FROM BANK-OPEN-ITEM-REC.
       640-EXIT.
           EXIT.

      ***** TREASURY'S LIST -- ONLY WHAT HAS SAT PAST THE LIMIT
       660-PRINT-AGED-BANK.
           MOVE "660-PRINT-AGED-BANK" TO PARA-NAME.
           IF WS-BNK-MATCHED(WS-BNK-SUB) = "Y"
               GO TO 660-EXIT.
           MOVE WS-BNK-DATE(WS-BNK-SUB) TO WS-ITEM-INT.
           PERFORM 700-BUSINESS-AGE THRU 700-EXIT.
           IF WS-BUSINESS-AGE NOT > WS-AGING-DAYS
               GO TO 660-EXIT.
           PERFORM 750-FORMAT-BANK-LINE THRU 750-EXIT.
           WRITE BANKRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO AGED-COUNT.
           ADD WS-BNK-AMT(WS-BNK-SUB) TO AGED-DOLLARS.
       660-EXIT.
           EXIT.

       680-PRINT-AGED-BOOK.
           MOVE "680-PRINT-AGED-BOOK" TO PARA-NAME.
           IF WS-BK-MATCHED(WS-BK-SUB) = "Y"
               GO TO 680-EXIT.
           MOVE WS-BK-DATE(WS-BK-SUB) TO WS-ITEM-INT.
           PERFORM 700-BUSINESS-AGE THRU 700-EXIT.
           IF WS-BUSINESS-AGE NOT > WS-AGING-DAYS
               GO TO 680-EXIT.
           PERFORM 770-FORMAT-BOOK-LINE THRU 770-EXIT.
           WRITE BANKRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO AGED-COUNT.
           ADD WS-BK-AMT(WS-BK-SUB) TO AGED-DOLLARS.
       680-EXIT.
           EXIT.

      ***** WEEKDAYS FROM THE ITEM DATE (HELD IN WS-ITEM-INT AS
      ***** CCYYMMDD) TO TODAY.  DAY 1 OF THE INTEGER CALENDAR,
      ***** 01/01/1601, WAS A MONDAY.
       700-BUSINESS-AGE.
           MOVE "700-BUSINESS-AGE" TO PARA-NAME.
           MOVE ZERO TO WS-BUSINESS-AGE.
           IF WS-ITEM-INT = ZERO
               GO TO 700-EXIT.
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(WS-ITEM-INT).
           PERFORM 710-COUNT-DAY THRU 710-EXIT
               VARYING WS-DAY-INT FROM WS-ITEM-INT BY 1 UNTIL
               WS-DAY-INT NOT < WS-TODAY-INT.
       700-EXIT.
           EXIT.

       710-COUNT-DAY.
           MOVE "710-COUNT-DAY" TO PARA-NAME.
           COMPUTE WS-DAY-WORK = WS-DAY-INT.
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-WEEKS
               REMAINDER WS-DAY-OF-WEEK.
      ***** WS-DAY-INT IS THE DAY BEFORE THE ONE BEING COUNTED, SO
      ***** REMAINDER 0-4 MEANS THE COUNTED DAY IS MONDAY-FRIDAY
           IF WS-DAY-OF-WEEK < 5
               ADD 1 TO WS-BUSINESS-AGE.
       710-EXIT.
           EXIT.

       750-FORMAT-BANK-LINE.
           MOVE "750-FORMAT-BANK-LINE" TO PARA-NAME.
           MOVE "BANK"                      TO RPT-SIDE.
           MOVE WS-BNK-DATE(WS-BNK-SUB)     TO RPT-DATE.
           MOVE WS-BNK-SOURCE(WS-BNK-SUB)   TO RPT-SOURCE.
           MOVE WS-BNK-CUST-REF(WS-BNK-SUB) TO RPT-TRACE.
           MOVE WS-BNK-BANK-REF(WS-BNK-SUB) TO RPT-BANK-REF.
           MOVE WS-BNK-AMT(WS-BNK-SUB)      TO RPT-AMT.
           MOVE WS-BUSINESS-AGE             TO RPT-AGE.
       750-EXIT.
           EXIT.

       770-FORMAT-BOOK-LINE.
           MOVE "770-FORMAT-BOOK-LINE" TO PARA-NAME.
           MOVE "POSTED"                    TO RPT-SIDE.
           MOVE WS-BK-DATE(WS-BK-SUB)       TO RPT-DATE.
           MOVE WS-BK-SOURCE(WS-BK-SUB)     TO RPT-SOURCE.
           MOVE WS-BK-TRACE-NBR(WS-BK-SUB)  TO RPT-TRACE.
           MOVE SPACES                      TO RPT-BANK-REF.
           MOVE WS-BK-AMT(WS-BK-SUB)        TO RPT-AMT.
           MOVE WS-BUSINESS-AGE             TO RPT-AGE.
       770-EXIT.
           EXIT.

       800-CLOSE-FILES.
           MOVE "800-CLOSE-FILES" TO PARA-NAME.
           CLOSE BAISTMT, CASHPOST, OPENIN, OPENOUT, BANKRPT, SYSOUT.
       800-EXIT.
           EXIT.

      ***** EVERY BATCH ON CASHPOST IS NOW MATCHED OR ON THE NEW
      ***** OPEN-ITEM FILE -- EMPTY THE LOG FOR TOMORROW'S POSTINGS
       850-RESET-CASH-LOG.
           MOVE "850-RESET-CASH-LOG" TO PARA-NAME.
           OPEN OUTPUT CASHPOST.
           CLOSE CASHPOST.
       850-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           PERFORM 850-RESET-CASH-LOG THRU 850-EXIT.
           DISPLAY "BANKRECN BAI2 LINES READ    : " BAI-LINES-READ.
           DISPLAY "BANKRECN BANK CREDITS READ  : " BANK-CREDITS-READ.
           DISPLAY "BANKRECN POSTED BATCHES READ: " BATCHES-READ.
           DISPLAY "BANKRECN ITEMS MATCHED      : " ITEMS-MATCHED.
           DISPLAY "BANKRECN MATCHED DOLLARS    : " MATCHED-DOLLARS.
           DISPLAY "BANKRECN BANK ITEMS OPEN    : " BANK-OPEN-COUNT.
           DISPLAY "BANKRECN POSTED ITEMS OPEN  : " BOOK-OPEN-COUNT.
           DISPLAY "BANKRECN AGED DIFFERENCES   : " AGED-COUNT.
           DISPLAY "******** NORMAL END OF JOB BANKRECN ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-BANKRECN ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

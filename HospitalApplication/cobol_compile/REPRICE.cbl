       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPRICE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RETROACTIVE RE-PRICING / MASS CHARGE-CORRECTION SWEEP.
      *          WHEN A CATALOG RATE TURNS OUT TO HAVE BEEN WRONG FOR
      *          A STRETCH OF SERVICE DATES, EVERY CHARGE POSTED AT
      *          THE BAD RATE USED TO BE REVERSED AND RE-KEYED BY
      *          HAND, ONE ACCOUNT AT A TIME.  THIS RUN TAKES ONE
      *          CONTROL CARD (RPRCCTL) -- ITEM TYPE AND ID, THE
      *          SERVICE-DATE WINDOW, THE RATE THE CHARGES WENT OUT
      *          AT AND THE CORRECTED RATE -- AND BROWSES CHGDTL FOR
      *          EVERY MATCHING LINE ON AN OPEN OR DISCHARGED ACCOUNT.
      *
      *          A CORRECTED RATE OF ZERO MEANS "USE THE CATALOG":
      *          THE RATE PERIOD IN EFFECT ON EACH LINE'S SERVICE
      *          DATE IS TAKEN FROM THE EQUIP OR LABTEST CATALOG ON
      *          CATIN, THE SAME EFFECTIVE-DATED ROWS PATSRCH AND
      *          TRMTSRCH PRICE FROM.  A LAB LINE IS ALWAYS PRICED
      *          THAT WAY -- TRMTSRCH RE-PRICES EVERY LAB LINE FROM
      *          THE CATALOG, SO A LAB CORRECTION IS LOADED THERE
      *          FIRST AS ITS OWN RATE PERIOD.
      *
      *          NOTHING IS POSTED HERE.  EACH LINE WHOSE AMOUNT
      *          CHANGES GETS A TYPE-R REVERSAL OF THE POSTED AMOUNT
      *          AND A RE-CHARGE AT THE NEW ONE, BUILT THE WAY HL7DFT
      *          BUILDS ITS LINES:
      *
      *          - REVERSALS AND EQUIPMENT RE-CHARGES (TYPE-A
      *            ANCILLARY RECORDS) GO TO RPRCPATD UNDER AN "RPRC"
      *            BATCH HEADER, FOR THE BATCHBAL STEP;
      *          - LAB RE-CHARGES GO TO RPRCTRMT, FOR THE TRMTSORT
      *            STEP.
      *
      *          SO DALYUPDT AND TRMTUPDT POST THEM THROUGH THE
      *          NORMAL EDITS, REWORK CHGDTL, AND -- ON A DISCHARGED
      *          ACCOUNT -- WRITE THE LATECHG ROWS THAT HAVE REBILL
      *          SEND THE CORRECTED CLAIM.
      *
      *          THE PROOF REPORT (RPRCRPT) LISTS EVERY LINE TOUCHED
      *          WITH ITS OLD AND NEW AMOUNT, AND EACH PATIENT'S OLD
      *          AND NEW ITEM AND ACCOUNT TOTALS, FOR PATIENT
      *          ACCOUNTS TO SIGN OFF BEFORE THE FEEDS ARE RELEASED.
      *
      ******************************************************************

               CONTROL CARD            -   DDS0001.RPRCCTL

               CATALOG INPUT FILE      -   DDS0001.EQUIP / LABTEST

               VSAM MASTER FILES       -   DDS0001.CHGDTL
                                            DDS0001.PATMASTR

               DAILY CHARGE OUTPUT     -   DDS0001.RPRCPATD
                                            (FEEDS THE BATCHBAL STEP)

               TREATMENT OUTPUT        -   DDS0001.RPRCTRMT
                                            (FEEDS THE TRMTSORT STEP)

               PROOF REPORT            -   DDS0001.RPRCRPT

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

           SELECT RPRCCTL
           ASSIGN TO UT-S-RPRCCTL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT CATIN
           ASSIGN TO UT-S-CATIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT RPRCPATD
           ASSIGN TO UT-S-RPRCPATD
             ORGANIZATION IS SEQUENTIAL.

           SELECT RPRCTRMT
           ASSIGN TO UT-S-RPRCTRMT
             ORGANIZATION IS SEQUENTIAL.

           SELECT RPRCRPT
           ASSIGN TO UT-S-RPRCRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

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
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  RPRCCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPRCCTL-REC.
       01  RPRCCTL-REC PIC X(80).

       FD  CATIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CATIN-REC.
       01  CATIN-REC PIC X(100).

       FD  RPRCPATD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPRCPATD-REC.
       01  RPRCPATD-REC PIC X(1084).

       FD  RPRCTRMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPRCTRMT-REC.
       01  RPRCTRMT-REC PIC X(1150).

       FD  RPRCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPRCRPT-REC.
       01  RPRCRPT-REC PIC X(132).

       FD  CHGDTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHGDTL-REC.
       01  CHGDTL-REC.
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  CHGDTL-STATUS           PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY CHGDTL.

       COPY PATDALY.

       COPY TREATMNT.

       COPY PATMSTR.

      ***** ONE CARD PER RUN -- ONE ITEM, ONE SERVICE-DATE WINDOW
       01  REPRICE-CONTROL-CARD.
           05  RPC-ITEM-TYPE           PIC X(1).
               88 RPC-LAB-ITEM         VALUE "L".
               88 RPC-EQUIP-ITEM       VALUE "E".
               88 RPC-VALID-TYPE       VALUES "L", "E".
           05  RPC-ITEM-ID             PIC X(8).
      ***** CCYYMMDD, BOTH ENDS INCLUSIVE
           05  RPC-FROM-DATE           PIC X(8).
           05  RPC-TO-DATE             PIC X(8).
      ***** THE RATE THE CHARGES WERE POSTED AT, AND THE RATE THEY
      ***** SHOULD HAVE BEEN -- ZERO TAKES THE CATALOG RATE PERIOD
      ***** IN EFFECT ON EACH LINE'S SERVICE DATE
           05  RPC-BILLED-RATE         PIC 9(5)V99.
           05  RPC-CORRECT-RATE        PIC 9(5)V99.
           05  RPC-OPERATOR-ID         PIC X(8).
           05  RPC-REASON              PIC X(30).
           05  FILLER                  PIC X(3).

      ***** SAME CATALOG VIEW PRICHIST USES -- THE EFFECTIVE WINDOW
      ***** SITS AT DIFFERENT OFFSETS IN THE TWO CATALOGS
       01  WS-CATALOG-REC.
           05  CAT-ITEM-ID             PIC X(8).
           05  CAT-CATEGORY            PIC X(4).
           05  CAT-DESC                PIC X(25).
           05  CAT-COST                PIC 9(5)V99.
           05  FILLER                  PIC X(56).
       01  WS-EQUIP-TAIL REDEFINES WS-CATALOG-REC.
           05  FILLER                  PIC X(80).
           05  EQP-EFF-FROM            PIC X(8).
           05  EQP-EFF-TO              PIC X(8).
           05  FILLER                  PIC X(4).
       01  WS-LAB-TAIL REDEFINES WS-CATALOG-REC.
           05  FILLER                  PIC X(84).
           05  LAB-EFF-FROM            PIC X(8).
           05  LAB-EFF-TO              PIC X(8).

      ***** THE CARD ITEM'S RATE PERIODS, OFF THE CATALOG
       01  WS-RATE-TABLE.
           05  RTE-ROW OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RATE-ROWS-USED
                   INDEXED BY RTE-IDX.
               10  RTE-COST            PIC 9(5)V99.
               10  RTE-EFF-FROM        PIC X(8).
               10  RTE-EFF-TO          PIC X(8).
       77  WS-RATE-ROWS-USED           PIC 9(3) VALUE ZERO.
       77  WS-RATE-MAX                 PIC 9(3) VALUE 50.
       77  WS-CAT-CATEGORY             PIC X(4) VALUE SPACES.
       77  WS-CAT-DESC                 PIC X(25) VALUE SPACES.

       01  WS-SWITCHES.
           05  MORE-CHGDTL-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-CHGDTL       VALUE "N".
           05  MORE-CATALOG-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-CATALOG      VALUE "N".
           05  RATE-FOUND-SW           PIC X(1).
               88 RATE-FOUND           VALUE "Y".
           05  PATIENT-OPEN-SW         PIC X(1) VALUE "N".
               88 PATIENT-OPEN         VALUE "Y".
           05  PATIENT-ON-FILE-SW      PIC X(1) VALUE "N".
               88 PATIENT-ON-FILE      VALUE "Y".

       77  WS-DATE-X8                  PIC X(8).
       77  WS-PREV-PATIENT-ID          PIC X(6) VALUE SPACES.
       77  WS-NEW-RATE                 PIC 9(5)V99.
       77  WS-NEW-AMT                  PIC 9(7)V99.
       77  WS-RATE-EDIT                PIC ZZ,ZZ9.99.

      ***** PER-PATIENT PROOF FIGURES
       01  WS-PATIENT-TOTALS.
           05  PAT-LINES               PIC S9(5) COMP.
           05  PAT-OLD-ITEM-AMT        PIC S9(9)V99 COMP-3.
           05  PAT-NEW-ITEM-AMT        PIC S9(9)V99 COMP-3.
           05  PAT-NEW-ACCT-AMT        PIC S9(9)V99 COMP-3.

      ***** SAME "B" HEADER SHAPE BATCHBAL READS -- "RPRC" RIDES THE
      ***** WARD SLOT SO THE SWEEP BALANCES AS ITS OWN FEED
       01  WS-BATCH-HDR-REC.
           05  BH-RECORD-TYPE          PIC X(1).
           05  BH-WARD-NBR             PIC X(4).
           05  BH-RECORD-COUNT         PIC 9(7).
           05  BH-TOTAL-CHARGES        PIC 9(9)V99.
           05  FILLER                  PIC X(1061).

      ***** ONE BATCH OF LINES, HELD UNTIL ITS COUNT AND DOLLARS ARE
      ***** KNOWN SO THE HEADER CAN GO OUT AHEAD OF IT
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ROW OCCURS 1000 TIMES PIC X(1084).
       01  WS-BATCH-ROWS-USED          PIC 9(4) VALUE ZERO.
       77  WS-BATCH-MAX                PIC 9(4) VALUE 1000.
       77  WS-BATCH-SUB                PIC 9(4).
       77  WS-BATCH-AMT                PIC 9(9)V99 VALUE ZERO.

      ***** SAME TRAILER SHAPES THE KEYED FILES CARRY
       01  WS-PATD-TRAILER-REC.
           05  FILLER                  PIC X(1).
           05  PTR-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  PTR-TOTAL-ROOM-CHARGE   PIC S9(9)V99.
           05  PTR-BASE-ROOM-CHARGE    PIC S9(9)V99.
           05  PTR-EQUIPMENT-CHARGES   PIC S9(9)V99.
           05  FILLER                  PIC X(1030).

       01  WS-TRMT-TRAILER-REC.
           05  FILLER                  PIC X(1).
           05  TTR-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1140).

      ***** "RE-PRICE ITEM XXXXXXXX SVC CCYYMMDD  <REASON>" -- LONG
      ***** ENOUGH FOR DALYEDIT'S COMMENT-LENGTH EDIT ON EVERY WARD.
      ***** CHGEDIT KNOWS A TYPE-A RE-CHARGE BY THE FIRST 14 BYTES AND
      ***** LETS ITS OLD SERVICE DATE THROUGH THE LATE-CHARGE EDIT.
       01  WS-SOURCE-STAMP.
           05  FILLER                  PIC X(14)
               VALUE "RE-PRICE ITEM ".
           05  STAMP-ITEM-ID           PIC X(08).
           05  FILLER                  PIC X(05) VALUE " SVC ".
           05  STAMP-SVC-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STAMP-REASON            PIC X(30).

      ***** PROOF REPORT LINES
       01  WS-RPT-TITLE-REC.
           05  FILLER                PIC X(36)
               VALUE "RETROACTIVE RE-PRICING PROOF - ITEM ".
           05  TTL-ITEM-TYPE         PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  TTL-ITEM-ID           PIC X(8).
           05  FILLER                PIC X(10) VALUE "  SERVICE ".
           05  TTL-FROM-DATE         PIC X(8).
           05  FILLER                PIC X(3) VALUE " - ".
           05  TTL-TO-DATE           PIC X(8).
           05  FILLER                PIC X(7) VALUE "  RATE ".
           05  TTL-BILLED-RATE       PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(4) VALUE " TO ".
           05  TTL-CORRECT-RATE      PIC X(9).
           05  FILLER                PIC X(29) VALUE SPACES.

       01  WS-RPT-COLHDR-REC.
           05  FILLER                PIC X(36)
               VALUE "PATIENT  SERVICE   ENCOUNTER   CAMP ".
           05  FILLER                PIC X(36)
               VALUE "      OLD AMOUNT      NEW AMOUNT    ".
           05  FILLER                PIC X(20)
               VALUE "     DIFFERENCE     ".
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  DTL-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  DTL-SVC-DATE          PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-ENCOUNTER-NBR     PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-FACILITY          PIC X(2).
           05  FILLER                PIC X(3) VALUE SPACES.
           05  DTL-OLD-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-NEW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-DIFF-AMT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  DTL-NOTE              PIC X(30).
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-RPT-PATIENT-REC.
           05  FILLER                PIC X(8) VALUE "  TOTAL ".
           05  PTL-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(22) VALUE SPACES.
           05  PTL-OLD-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PTL-NEW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  PTL-DIFF-AMT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-RPT-ACCOUNT-REC.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(28)
               VALUE "ACCOUNT BALANCE  BEFORE/AFT ".
           05  ACT-OLD-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-NEW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ACT-STATUS            PIC X(40).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-RPT-GRAND-REC.
           05  FILLER                PIC X(8) VALUE "  GRAND ".
           05  FILLER                PIC X(6) VALUE "TOTAL ".
           05  FILLER                PIC X(22) VALUE SPACES.
           05  GRD-OLD-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  GRD-NEW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  GRD-DIFF-AMT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  CHGDTL-ROWS-READ        PIC S9(9) COMP VALUE ZERO.
           05  LINES-SELECTED          PIC S9(7) COMP VALUE ZERO.
           05  LINES-UNCHANGED         PIC S9(7) COMP VALUE ZERO.
           05  LINES-NO-RATE           PIC S9(7) COMP VALUE ZERO.
           05  LINES-NO-PATIENT        PIC S9(7) COMP VALUE ZERO.
           05  LINES-CORRECTED         PIC S9(7) COMP VALUE ZERO.
           05  PATIENTS-CORRECTED      PIC S9(7) COMP VALUE ZERO.
           05  DISCHARGED-ACCOUNTS     PIC S9(7) COMP VALUE ZERO.
           05  REVERSALS-BUILT         PIC S9(7) COMP VALUE ZERO.
           05  EQUIP-LINES-BUILT       PIC S9(7) COMP VALUE ZERO.
           05  LAB-LINES-BUILT         PIC S9(7) COMP VALUE ZERO.
           05  BATCHES-WRITTEN         PIC S9(5) COMP VALUE ZERO.
           05  PATD-RECORDS-WRITTEN    PIC S9(9) COMP VALUE ZERO.
           05  TRMT-RECORDS-WRITTEN    PIC S9(9) COMP VALUE ZERO.
           05  PATD-TOTAL-CHARGES      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GRAND-OLD-AMT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GRAND-NEW-AMT           PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SWEEP-CHGDTL THRU 100-EXIT
                   UNTIL NO-MORE-CHGDTL.
           PERFORM 500-CLOSE-PATIENT THRU 500-EXIT.
           PERFORM 300-CLOSE-BATCH THRU 300-EXIT.
           PERFORM 800-WRITE-TRAILERS THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB REPRICE ********".
           ACCEPT WS-DATE-X8 FROM DATE YYYYMMDD.
           OPEN INPUT RPRCCTL, CATIN, CHGDTL, PATMSTR.
           OPEN OUTPUT RPRCPATD, RPRCTRMT, RPRCRPT, SYSOUT.

           READ RPRCCTL INTO REPRICE-CONTROL-CARD
               AT END
                   MOVE "** NO RE-PRICING CONTROL CARD"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           PERFORM 020-EDIT-CONTROL-CARD THRU 020-EXIT.

           READ CATIN INTO WS-CATALOG-REC
               AT END
               MOVE "N" TO MORE-CATALOG-SW
           END-READ.
           PERFORM 050-LOAD-RATE-PERIODS THRU 050-EXIT
               UNTIL NO-MORE-CATALOG.

           IF WS-RATE-ROWS-USED = ZERO
               MOVE "** CARD ITEM NOT ON THE CATALOG" TO ABEND-REASON
               MOVE RPC-ITEM-ID TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE RPC-ITEM-TYPE    TO TTL-ITEM-TYPE.
           MOVE RPC-ITEM-ID      TO TTL-ITEM-ID.
           MOVE RPC-FROM-DATE    TO TTL-FROM-DATE.
           MOVE RPC-TO-DATE      TO TTL-TO-DATE.
           MOVE RPC-BILLED-RATE  TO TTL-BILLED-RATE.
           IF RPC-CORRECT-RATE = ZERO
               MOVE "CATALOG"    TO TTL-CORRECT-RATE
           ELSE
               MOVE RPC-CORRECT-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT     TO TTL-CORRECT-RATE.
           WRITE RPRCRPT-REC FROM WS-RPT-TITLE-REC.
           WRITE RPRCRPT-REC FROM WS-BLANK-LINE.
           WRITE RPRCRPT-REC FROM WS-RPT-COLHDR-REC.

           MOVE RPC-ITEM-ID TO STAMP-ITEM-ID.
           MOVE RPC-REASON  TO STAMP-REASON.
           IF RPC-OPERATOR-ID = SPACES
               MOVE "REPRICE" TO RPC-OPERATOR-ID.
       000-EXIT.
           EXIT.

      ***** A BAD CARD STOPS THE RUN BEFORE ANYTHING IS WRITTEN --
      ***** THERE IS NO SAFE DEFAULT FOR ANY OF THESE
       020-EDIT-CONTROL-CARD.
           MOVE "020-EDIT-CONTROL-CARD" TO PARA-NAME.
           IF NOT RPC-VALID-TYPE
               MOVE "** CARD ITEM TYPE MUST BE L OR E"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF RPC-ITEM-ID = SPACES
               MOVE "** CARD ITEM ID IS BLANK" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF RPC-FROM-DATE NOT NUMERIC
            OR RPC-TO-DATE NOT NUMERIC
            OR RPC-FROM-DATE > RPC-TO-DATE
               MOVE "** CARD SERVICE WINDOW NOT CCYYMMDD"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF RPC-BILLED-RATE NOT NUMERIC
            OR RPC-BILLED-RATE = ZERO
               MOVE "** CARD NEEDS THE RATE AS BILLED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF RPC-CORRECT-RATE NOT NUMERIC
               MOVE "** CARD CORRECTED RATE NOT NUMERIC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
      ***** TRMTSRCH PRICES EVERY LAB LINE OFF THE CATALOG, SO A
      ***** KEYED LAB RATE WOULD NEVER REACH THE ACCOUNT
           IF RPC-LAB-ITEM AND RPC-CORRECT-RATE NOT = ZERO
               MOVE "** LAB RATE MUST COME FROM THE CATALOG"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

      ***** ONLY THE CARD ITEM'S ROWS ARE KEPT -- ONE PER RATE PERIOD
       050-LOAD-RATE-PERIODS.
           MOVE "050-LOAD-RATE-PERIODS" TO PARA-NAME.
           IF CAT-ITEM-ID NOT = RPC-ITEM-ID
               GO TO 050-READ-NEXT.

           IF WS-RATE-ROWS-USED NOT < WS-RATE-MAX
               MOVE "*** RATE PERIOD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 050-READ-NEXT.

           ADD 1 TO WS-RATE-ROWS-USED.
           MOVE CAT-COST TO RTE-COST(WS-RATE-ROWS-USED).
           IF RPC-LAB-ITEM
               MOVE LAB-EFF-FROM TO RTE-EFF-FROM(WS-RATE-ROWS-USED)
               MOVE LAB-EFF-TO   TO RTE-EFF-TO(WS-RATE-ROWS-USED)
           ELSE
               MOVE EQP-EFF-FROM TO RTE-EFF-FROM(WS-RATE-ROWS-USED)
               MOVE EQP-EFF-TO   TO RTE-EFF-TO(WS-RATE-ROWS-USED).
           MOVE CAT-CATEGORY TO WS-CAT-CATEGORY.
           MOVE CAT-DESC     TO WS-CAT-DESC.

       050-READ-NEXT.
           READ CATIN INTO WS-CATALOG-REC
               AT END
               MOVE "N" TO MORE-CATALOG-SW
           END-READ.
       050-EXIT.
           EXIT.

       100-SWEEP-CHGDTL.
           MOVE "100-SWEEP-CHGDTL" TO PARA-NAME.
           READ CHGDTL INTO CHARGE-DETAIL-REC
               AT END
                   MOVE "N" TO MORE-CHGDTL-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CHGDTL-ROWS-READ.

           IF CDT-ITEM-TYPE NOT = RPC-ITEM-TYPE
            OR CDT-ITEM-ID NOT = RPC-ITEM-ID
            OR CDT-ITEM-DATE < RPC-FROM-DATE
            OR CDT-ITEM-DATE > RPC-TO-DATE
               GO TO 100-EXIT.
           ADD 1 TO LINES-SELECTED.

      ***** CHGDTL IS IN PATIENT ORDER -- A NEW PATIENT CLOSES OUT
      ***** THE LAST ONE'S PROOF TOTALS
           IF CDT-PATIENT-ID NOT = WS-PREV-PATIENT-ID
               PERFORM 500-CLOSE-PATIENT THRU 500-EXIT
               PERFORM 520-OPEN-PATIENT THRU 520-EXIT.

           IF NOT PATIENT-ON-FILE
               ADD 1 TO LINES-NO-PATIENT
               GO TO 100-EXIT.

           PERFORM 200-PRICE-LINE THRU 200-EXIT.
           IF NOT RATE-FOUND
               ADD 1 TO LINES-NO-RATE
               MOVE "*** NO RATE PERIOD FOR SERVICE DATE"
                    TO ABEND-REASON
               MOVE CDT-PATIENT-ID TO ACTUAL-VAL
               MOVE CDT-ITEM-DATE  TO EXPECTED-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.

           IF WS-NEW-AMT = CDT-CHARGE-AMT
               ADD 1 TO LINES-UNCHANGED
               GO TO 100-EXIT.

           PERFORM 250-CHECK-BATCH-BREAK THRU 250-EXIT.
           PERFORM 400-BUILD-REVERSAL THRU 400-EXIT.
           IF WS-NEW-AMT > ZERO
               IF RPC-EQUIP-ITEM
                   PERFORM 250-CHECK-BATCH-BREAK THRU 250-EXIT
                   PERFORM 420-BUILD-EQUIP-RECHARGE THRU 420-EXIT
               ELSE
                   PERFORM 440-BUILD-LAB-RECHARGE THRU 440-EXIT.

           ADD 1 TO LINES-CORRECTED, PAT-LINES.
           ADD CDT-CHARGE-AMT TO PAT-OLD-ITEM-AMT.
           ADD WS-NEW-AMT     TO PAT-NEW-ITEM-AMT.
           PERFORM 600-WRITE-DETAIL-LINE THRU 600-EXIT.
       100-EXIT.
           EXIT.

      ***** THE LINE'S CORRECTED AMOUNT IS ITS POSTED AMOUNT SCALED BY
      ***** NEW RATE OVER BILLED RATE -- CHGDTL HOLDS ONE ROW PER
      ***** PATIENT/DATE/ITEM, SO A ROW CAN CARRY SEVERAL UNITS
       200-PRICE-LINE.
           MOVE "200-PRICE-LINE" TO PARA-NAME.
           MOVE "N" TO RATE-FOUND-SW.
           IF RPC-CORRECT-RATE NOT = ZERO
               MOVE RPC-CORRECT-RATE TO WS-NEW-RATE
               MOVE "Y" TO RATE-FOUND-SW
           ELSE
               SET RTE-IDX TO 1
               SEARCH RTE-ROW
                   WHEN (RTE-EFF-FROM(RTE-IDX) = SPACES
                         OR RTE-EFF-FROM(RTE-IDX) NOT > CDT-ITEM-DATE)
                    AND (RTE-EFF-TO(RTE-IDX) = SPACES
                         OR RTE-EFF-TO(RTE-IDX) NOT < CDT-ITEM-DATE)
                       MOVE RTE-COST(RTE-IDX) TO WS-NEW-RATE
                       MOVE "Y" TO RATE-FOUND-SW
               END-SEARCH.
           IF NOT RATE-FOUND
               GO TO 200-EXIT.

           COMPUTE WS-NEW-AMT ROUNDED =
               CDT-CHARGE-AMT * WS-NEW-RATE / RPC-BILLED-RATE
               ON SIZE ERROR
                   MOVE "*** RE-PRICED AMOUNT OVERFLOWS"
                        TO ABEND-REASON
                   MOVE CDT-PATIENT-ID TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
                   MOVE "N" TO RATE-FOUND-SW
           END-COMPUTE.
       200-EXIT.
           EXIT.

      ***** A FULL HOLD TABLE CLOSES THE BATCH IN FLIGHT
       250-CHECK-BATCH-BREAK.
           MOVE "250-CHECK-BATCH-BREAK" TO PARA-NAME.
           IF WS-BATCH-ROWS-USED = WS-BATCH-MAX
               PERFORM 300-CLOSE-BATCH THRU 300-EXIT.
       250-EXIT.
           EXIT.

      ***** HEADER FIRST, THEN THE HELD LINES.  THE DOLLARS ARE
      ***** COUNTED THE WAY BATCHBAL COUNTS THEM -- TOTAL-ROOM-CHARGE
      ***** PLUS THE EQUIPMENT ROWS, REVERSALS INCLUDED
       300-CLOSE-BATCH.
           MOVE "300-CLOSE-BATCH" TO PARA-NAME.
           IF WS-BATCH-ROWS-USED = ZERO
               GO TO 300-EXIT.

           MOVE SPACES TO WS-BATCH-HDR-REC.
           MOVE "B" TO BH-RECORD-TYPE.
           MOVE "RPRC"             TO BH-WARD-NBR.
           MOVE WS-BATCH-ROWS-USED TO BH-RECORD-COUNT.
           MOVE WS-BATCH-AMT       TO BH-TOTAL-CHARGES.
           WRITE RPRCPATD-REC FROM WS-BATCH-HDR-REC.
           ADD 1 TO PATD-RECORDS-WRITTEN, BATCHES-WRITTEN.

           PERFORM 350-FLUSH-BATCH-ROW THRU 350-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1 UNTIL
               WS-BATCH-SUB > WS-BATCH-ROWS-USED.

           MOVE ZERO TO WS-BATCH-ROWS-USED, WS-BATCH-AMT.
       300-EXIT.
           EXIT.

       350-FLUSH-BATCH-ROW.
           MOVE "350-FLUSH-BATCH-ROW" TO PARA-NAME.
           WRITE RPRCPATD-REC FROM WS-BATCH-ROW(WS-BATCH-SUB).
           ADD 1 TO PATD-RECORDS-WRITTEN.
       350-EXIT.
           EXIT.

      ***** BACK OUT THE POSTED AMOUNT, KEYED WITH THE LINE'S OWN
      ***** SERVICE DATE SO DALYUPDT FINDS THE SLOT AND THE CHGDTL ROW
       400-BUILD-REVERSAL.
           MOVE "400-BUILD-REVERSAL" TO PARA-NAME.
           PERFORM 450-START-DAILY-REC THRU 450-EXIT.
           MOVE "R" TO PATIENT-RECORD-TYPE.
           MOVE CDT-CHARGE-AMT    TO TOTAL-ROOM-CHARGE.
           MOVE CDT-ITEM-TYPE     TO REV-ITEM-TYPE.
           MOVE CDT-ITEM-ID       TO REV-ITEM-ID.

           ADD 1 TO WS-BATCH-ROWS-USED.
           MOVE INPATIENT-DAILY-REC
                TO WS-BATCH-ROW(WS-BATCH-ROWS-USED).
           ADD TOTAL-ROOM-CHARGE TO WS-BATCH-AMT.
           SUBTRACT TOTAL-ROOM-CHARGE FROM PATD-TOTAL-CHARGES.
           ADD 1 TO REVERSALS-BUILT.
       400-EXIT.
           EXIT.

      ***** ONE TYPE-A ANCILLARY RECORD AT THE CORRECTED AMOUNT, THE
      ***** ITEM IN EQUIPMENT ROW 1, AS HL7DFT BUILDS ONE
       420-BUILD-EQUIP-RECHARGE.
           MOVE "420-BUILD-EQUIP-RECHARGE" TO PARA-NAME.
           PERFORM 450-START-DAILY-REC THRU 450-EXIT.
           MOVE "A" TO PATIENT-RECORD-TYPE.
           MOVE CDT-ITEM-DATE     TO ROOM-DATE-TO.
           MOVE CDT-ITEM-ID       TO EQUIPMENT-ID(1).
           MOVE WS-CAT-CATEGORY   TO EQUIPMENT-CATEGORY(1).
           IF CDT-SHORT-DESC = SPACES
               MOVE WS-CAT-DESC   TO EQUIPMENT-SHORT-DESC(1)
           ELSE
               MOVE CDT-SHORT-DESC TO EQUIPMENT-SHORT-DESC(1).
           MOVE WS-NEW-AMT        TO EQUIPMENT-COST(1).
           MOVE CDT-PHYS-ID       TO EQUIPMENT-PRES-PHYS(1).
           MOVE WS-NEW-AMT        TO TOTAL-ROOM-CHARGE.

           ADD 1 TO WS-BATCH-ROWS-USED.
           MOVE INPATIENT-DAILY-REC
                TO WS-BATCH-ROW(WS-BATCH-ROWS-USED).
           COMPUTE WS-BATCH-AMT = WS-BATCH-AMT
               + TOTAL-ROOM-CHARGE + EQUIPMENT-COST(1).
           ADD TOTAL-ROOM-CHARGE TO PATD-TOTAL-CHARGES.
           ADD 1 TO EQUIP-LINES-BUILT.
       420-EXIT.
           EXIT.

      ***** ONE LAB LINE IN ROW 1 OF A TREATMENT RECORD, AS HL7DFT
      ***** BUILDS ONE.  TRMTSRCH PRICES IT FROM THE RATE PERIOD IN
      ***** EFFECT ON THE TREATMENT DATE.
       440-BUILD-LAB-RECHARGE.
           MOVE "440-BUILD-LAB-RECHARGE" TO PARA-NAME.
           MOVE SPACES TO INPATIENT-TREATMENT-REC.
           MOVE ZERO TO MEDICATION-COST, PHARMACY-COST,
                ANCILLARY-CHARGE.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATIENT-ID
               IN INPATIENT-TREATMENT-REC.
           MOVE CDT-ITEM-DATE TO TREATMENT-DATE.
           MOVE "00:00:00"    TO TREATMENT-TIME.
           MOVE BED-IDENTITY-PRIMARY TO BED-IDENTITY
               IN INPATIENT-TREATMENT-REC.
           IF CDT-DIAG-CODE = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                    TO PRIMARY-DIAGNOSTIC-CODE
                    IN INPATIENT-TREATMENT-REC
           ELSE
               MOVE CDT-DIAG-CODE TO PRIMARY-DIAGNOSTIC-CODE
                    IN INPATIENT-TREATMENT-REC.
           MOVE ATTENDING-PHYSICIAN TO ATTENDING-PHYS-ID.
           MOVE CDT-PHYS-ID   TO PRESCRIBING-PHYS-ID.
           MOVE "B" TO BILLABLE-TREATMENT-IND.
           IF CDT-FACILITY-CODE = SPACES
               MOVE "01" TO TREATMENT-FACILITY-CDE
           ELSE
               MOVE CDT-FACILITY-CODE TO TREATMENT-FACILITY-CDE.
           MOVE CDT-ENCOUNTER-NBR TO TRMT-ENCOUNTER-NBR.

           MOVE "LAB"         TO TREATMENT-MODE.
           MOVE CDT-ITEM-ID   TO LAB-TEST-ID(1).
           MOVE WS-CAT-CATEGORY TO TEST-CATEGORY(1).
           MOVE WS-CAT-DESC   TO TEST-SHORT-DESC(1).
           MOVE WS-NEW-AMT    TO TEST-COST(1).
           MOVE ZERO          TO VENIPUNCTURE-COST(1).
           MOVE CDT-PHYS-ID   TO PRESCRIBING-PHYS(1).
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-TREATMENT-REC
                TO DIAG-CDE(1).

           MOVE CDT-ITEM-DATE   TO STAMP-SVC-DATE.
           MOVE WS-SOURCE-STAMP TO TREATMENT-COMMENTS.

           WRITE RPRCTRMT-REC FROM INPATIENT-TREATMENT-REC.
           ADD 1 TO TRMT-RECORDS-WRITTEN, LAB-LINES-BUILT.
       440-EXIT.
           EXIT.

      ***** THE PATIENT'S OWN BED, WARD AND DIAGNOSIS OFF PATMSTR, THE
      ***** LINE'S SERVICE DATE AS EVERY DATE, NO ROOM CHARGE.  THE
      ***** CAMPUS AND STAY COME OFF THE CHGDTL ROW, SO A CHARGE IS
      ***** CORRECTED ON THE STAY IT WAS POSTED TO.
       450-START-DAILY-REC.
           MOVE "450-START-DAILY-REC" TO PARA-NAME.
           MOVE SPACES TO INPATIENT-DAILY-REC.
           MOVE ZERO TO BASE-ROOM-CHARGE, OBS-HOURS.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO PATIENT-ID IN INPATIENT-DAILY-REC.
           MOVE CDT-ITEM-DATE TO CURR-DTE, ROOM-DATE-FROM,
                ROOM-DATE-TO.
           MOVE BED-IDENTITY-PRIMARY TO BED-IDENTITY
               IN INPATIENT-DAILY-REC.
           MOVE BED-IDENTITY-PRIMARY TO ROOM-IDENTITY.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                TO WARD-NBR IN INPATIENT-DAILY-REC.
           IF CDT-DIAG-CODE = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                    TO PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC
           ELSE
               MOVE CDT-DIAG-CODE
                    TO PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC.
           IF CDT-FACILITY-CODE = SPACES
               MOVE "01" TO FACILITY-CDE IN INPATIENT-DAILY-REC
           ELSE
               MOVE CDT-FACILITY-CODE
                    TO FACILITY-CDE IN INPATIENT-DAILY-REC.
           MOVE CDT-ENCOUNTER-NBR TO DAILY-ENCOUNTER-NBR.

           MOVE CDT-ITEM-DATE   TO STAMP-SVC-DATE.
           MOVE WS-SOURCE-STAMP TO DAILY-CHARGES-COMMENTS.
           MOVE RPC-OPERATOR-ID TO OPERATOR-ID.
       450-EXIT.
           EXIT.

      ***** PRINT THE LAST PATIENT'S ITEM AND ACCOUNT TOTALS.  A
      ***** DISCHARGED ACCOUNT IS NOTED -- ITS POSTINGS WILL LAND ON
      ***** LATECHG AND REBILL WILL REPLACE THE CLAIM.
       500-CLOSE-PATIENT.
           MOVE "500-CLOSE-PATIENT" TO PARA-NAME.
           IF NOT PATIENT-OPEN
               GO TO 500-EXIT.
           MOVE "N" TO PATIENT-OPEN-SW.
           IF PAT-LINES = ZERO
               GO TO 500-EXIT.

           MOVE WS-PREV-PATIENT-ID TO PTL-PATIENT-ID.
           MOVE PAT-OLD-ITEM-AMT   TO PTL-OLD-AMT.
           MOVE PAT-NEW-ITEM-AMT   TO PTL-NEW-AMT.
           COMPUTE PTL-DIFF-AMT = PAT-NEW-ITEM-AMT - PAT-OLD-ITEM-AMT.
           WRITE RPRCRPT-REC FROM WS-RPT-PATIENT-REC.

           COMPUTE PAT-NEW-ACCT-AMT = PATIENT-TOT-AMT
               - PAT-OLD-ITEM-AMT + PAT-NEW-ITEM-AMT.
           IF PAT-NEW-ACCT-AMT < ZERO
               MOVE ZERO TO PAT-NEW-ACCT-AMT.
           MOVE PATIENT-TOT-AMT    TO ACT-OLD-AMT.
           MOVE PAT-NEW-ACCT-AMT   TO ACT-NEW-AMT.
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               MOVE "OPEN ACCOUNT" TO ACT-STATUS
           ELSE
               MOVE "DISCHARGED - CORRECTED CLAIM VIA REBILL"
                    TO ACT-STATUS
               ADD 1 TO DISCHARGED-ACCOUNTS.
           WRITE RPRCRPT-REC FROM WS-RPT-ACCOUNT-REC.
           WRITE RPRCRPT-REC FROM WS-BLANK-LINE.

           ADD 1 TO PATIENTS-CORRECTED.
           ADD PAT-OLD-ITEM-AMT TO GRAND-OLD-AMT.
           ADD PAT-NEW-ITEM-AMT TO GRAND-NEW-AMT.
       500-EXIT.
           EXIT.

      ***** THE MASTER ROW STAYS IN PATIENT-MASTER-REC FOR EVERY LINE
      ***** OF THIS PATIENT AND FOR THE CLOSING TOTALS
       520-OPEN-PATIENT.
           MOVE "520-OPEN-PATIENT" TO PARA-NAME.
           MOVE CDT-PATIENT-ID TO WS-PREV-PATIENT-ID.
           MOVE "Y" TO PATIENT-OPEN-SW.
           MOVE ZERO TO PAT-LINES, PAT-OLD-ITEM-AMT, PAT-NEW-ITEM-AMT,
                        PAT-NEW-ACCT-AMT.

           MOVE CDT-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF RECORD-FOUND
               MOVE "Y" TO PATIENT-ON-FILE-SW
           ELSE
               MOVE "N" TO PATIENT-ON-FILE-SW
               MOVE "*** CHGDTL PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE CDT-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
       520-EXIT.
           EXIT.

       600-WRITE-DETAIL-LINE.
           MOVE "600-WRITE-DETAIL-LINE" TO PARA-NAME.
           MOVE CDT-PATIENT-ID    TO DTL-PATIENT-ID.
           MOVE CDT-ITEM-DATE     TO DTL-SVC-DATE.
           MOVE CDT-ENCOUNTER-NBR TO DTL-ENCOUNTER-NBR.
           MOVE CDT-FACILITY-CODE TO DTL-FACILITY.
           MOVE CDT-CHARGE-AMT    TO DTL-OLD-AMT.
           MOVE WS-NEW-AMT        TO DTL-NEW-AMT.
           COMPUTE DTL-DIFF-AMT = WS-NEW-AMT - CDT-CHARGE-AMT.
           IF WS-NEW-AMT = ZERO
               MOVE "REVERSED - NO RE-CHARGE" TO DTL-NOTE
           ELSE
               MOVE SPACES TO DTL-NOTE.
           WRITE RPRCRPT-REC FROM WS-RPT-DETAIL-REC.
       600-EXIT.
           EXIT.

      ***** SAME TRAILER DISCIPLINE THE HAND-KEYED FILES CARRY --
      ***** RECORD COUNTS INCLUDE THE TRAILER ITSELF, AND THE DOLLARS
      ***** ARE NET OF THE REVERSALS THE WAY DALYEDIT TOTALS THEM
       800-WRITE-TRAILERS.
           MOVE "800-WRITE-TRAILERS" TO PARA-NAME.
           MOVE GRAND-OLD-AMT TO GRD-OLD-AMT.
           MOVE GRAND-NEW-AMT TO GRD-NEW-AMT.
           COMPUTE GRD-DIFF-AMT = GRAND-NEW-AMT - GRAND-OLD-AMT.
           WRITE RPRCRPT-REC FROM WS-RPT-GRAND-REC.

           MOVE SPACES TO WS-PATD-TRAILER-REC.
           MOVE "T" TO WS-PATD-TRAILER-REC(1:1).
           ADD 1 TO PATD-RECORDS-WRITTEN.
           MOVE PATD-RECORDS-WRITTEN TO PTR-RECORD-COUNT.
           MOVE PATD-TOTAL-CHARGES   TO PTR-TOTAL-ROOM-CHARGE.
           MOVE ZERO                 TO PTR-BASE-ROOM-CHARGE,
                                        PTR-EQUIPMENT-CHARGES.
           WRITE RPRCPATD-REC FROM WS-PATD-TRAILER-REC.

           MOVE SPACES TO WS-TRMT-TRAILER-REC.
           MOVE "T" TO WS-TRMT-TRAILER-REC(1:1).
           ADD 1 TO TRMT-RECORDS-WRITTEN.
           MOVE TRMT-RECORDS-WRITTEN TO TTR-RECORD-COUNT.
           WRITE RPRCTRMT-REC FROM WS-TRMT-TRAILER-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE RPRCCTL, CATIN, CHGDTL, PATMSTR,
                 RPRCPATD, RPRCTRMT, RPRCRPT, SYSOUT.
           DISPLAY "REPRICE CHGDTL ROWS READ    : " CHGDTL-ROWS-READ.
           DISPLAY "REPRICE LINES IN WINDOW     : " LINES-SELECTED.
           DISPLAY "REPRICE LINES CORRECTED     : " LINES-CORRECTED.
           DISPLAY "REPRICE LINES UNCHANGED     : " LINES-UNCHANGED.
           DISPLAY "REPRICE LINES NO RATE PERIOD: " LINES-NO-RATE.
           DISPLAY "REPRICE LINES NO PATIENT    : " LINES-NO-PATIENT.
           DISPLAY "REPRICE PATIENTS CORRECTED  : " PATIENTS-CORRECTED.
           DISPLAY "REPRICE DISCHARGED ACCOUNTS : "
               DISCHARGED-ACCOUNTS.
           DISPLAY "REPRICE REVERSALS BUILT     : " REVERSALS-BUILT.
           DISPLAY "REPRICE EQUIP RE-CHARGES    : " EQUIP-LINES-BUILT.
           DISPLAY "REPRICE LAB RE-CHARGES      : " LAB-LINES-BUILT.
           DISPLAY "REPRICE BATCHES WRITTEN     : " BATCHES-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB REPRICE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE RPRCCTL, CATIN, CHGDTL, PATMSTR,
                 RPRCPATD, RPRCTRMT, RPRCRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-REPRICE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERBILL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTH-END CLAIM BUILDER FOR RECURRING OUTPATIENT
      *          SERIES.  SERREG OPENS A SERIES FOR A COURSE OF
      *          THERAPY, RADIATION OR CHEMOTHERAPY; OUTUPDT LOGS EACH
      *          POSTED VISIT ON SERVISIT, ONE ROW PER VISIT DATE, AND
      *          KEEPS IT OFF THE STAY BALANCE EDICLAIM BILLS.  THIS
      *          JOB BROWSES EVERY SERIES AND BUILDS ONE CLAIM PER
      *          SERIES PER CALENDAR MONTH FROM ITS UNBILLED VISITS:
      *          THE SAME FLAT HEADER EDICLAIM WRITES, AN "A" LINE
      *          CARRYING THE SERIES AUTHORIZATION, AND ONE "VISIT"
      *          SERVICE LINE PER VISIT DATE.  EACH CLAIM REGISTERS ON
      *          CLMREG UNDER THE SERIES' ENCOUNTER NUMBER IN THE
      *          400-499 BAND OF THE RUN-DATE SEQUENCE, AND EACH
      *          VISIT ROW IS STAMPED WITH THE CLAIM IT WENT OUT ON.
      *
      *          VISITS FROM MONTHS BEFORE THE BILLING MONTH THAT DID
      *          NOT BILL THEN -- POSTED LATE, OR HELD FOR A MISSING
      *          PAYER -- GO OUT NOW ON A CLAIM OF THEIR OWN MONTH.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM SERBILL):
      *            BILL-MONTH       CCYYMM OF THE LAST MONTH TO BILL
      *                             (DEFAULT THE PRIOR CALENDAR MONTH)
      *
      ******************************************************************

               VSAM SERIES ACCOUNTS    -   DDS0001.SERIES
               VSAM SERIES VISIT LOG   -   DDS0001.SERVISIT

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATINS
                                            DDS0001.PATPERSN
                                            DDS0001.PAYERMST
                                            DDS0001.CLMREG

               REVENUE CODE MAP        -   DDS0001.REVMAP

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               OUTPUT CLAIM FILE       -   DDS0001.SERBILL

               DISCLOSURE LOG          -   DDS0001.DISCLOSE

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

           SELECT SERBILL-FILE
           ASSIGN TO UT-S-SERBILL
             ORGANIZATION IS SEQUENTIAL.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ORGANIZATION IS SEQUENTIAL.

           SELECT REVMAP
           ASSIGN TO UT-S-REVMAP
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RVCODE.

           SELECT SERIES
                  ASSIGN       to SERIES
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SERIES-KEY
                  FILE STATUS  is SERIES-STATUS.

           SELECT SERVISIT
                  ASSIGN       to SERVISIT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SERVISIT-KEY
                  FILE STATUS  is SERVISIT-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT PAYERMST
                  ASSIGN       to PAYERMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYERMST-KEY
                  FILE STATUS  is PAYERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

      ***** PAYER-STANDARD REVENUE-CODE MAP -- A VISIT LINE LOOKS UP
      ***** THE SERIES' TREATMENT TYPE UNDER ITEM TYPE "VISIT"
       FD  REVMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVMAP-REC.
       01  REVMAP-REC PIC X(30).

       FD  SERBILL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 190 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SERBILL-REC.
       01  SERBILL-REC PIC X(190).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC PIC X(70).

       FD  SERIES
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SERIES-ACCOUNT-REC.
       01  SERIES-REC.
           05 SERIES-KEY       PIC X(10).
           05 FILLER           PIC X(110).

       FD  SERVISIT
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SERIES-VISIT-REC.
       01  SERVISIT-REC.
           05 SERVISIT-KEY     PIC X(18).
           05 FILLER           PIC X(52).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATIENT-INSURANCE.
       01  PATINS-REC.
           05 PATINS-KEY      PIC X(06).
           05 FILLER          PIC X(696).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATIENT-PERSONAL-MASTER-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY    PIC X(06).
           05 FILLER          PIC X(792).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  PAYERMST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYER-MASTER-REC.
       01  PAYERMST-REC.
           05 PAYERMST-KEY    PIC X(08).
           05 FILLER          PIC X(122).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  SERIES-STATUS           PIC X(2).
               88 SERIES-FOUND         VALUE "00".
           05  SERVISIT-STATUS         PIC X(2).
               88 SERVISIT-FOUND       VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND       VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-WRITE-OK      VALUE "00".
           05  PAYERMST-STATUS         PIC X(2).
               88 PAYER-FOUND          VALUE "00".
           05  RVCODE                  PIC X(2).

       COPY SERIES.
       COPY SERVISIT.
       COPY PATMSTR.
       COPY PATINS.
       COPY PATPERSN.
       COPY CLMREG.
       COPY PAYERMST.
       COPY DISCLOSE.
       COPY REVMAP.
       COPY PARMGPRM.

      ***** REVENUE-CODE MAP, TABLED AT STARTUP THE WAY SEGBILL
      ***** TABLES IT
       01  WS-REVMAP-TABLE.
           05  WS-REV-MAX              PIC S9(4) COMP VALUE 100.
           05  WS-REV-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-REV-ENTRY OCCURS 100 TIMES
                            INDEXED BY REV-IX.
               10  WRV-ITEM-TYPE       PIC X(5).
               10  WRV-ITEM-ID         PIC X(8).
               10  WRV-REVENUE-CODE    PIC X(4).
       01  WS-REV-LOOKUP.
           05  WS-REV-LOOK-TYPE        PIC X(5).
           05  WS-REV-LOOK-ID          PIC X(8).
           05  WS-REV-FOUND-CODE       PIC X(4).
           05  WS-REV-EXACT-SW         PIC X(1).
               88 REV-EXACT-HIT        VALUE "Y".
       01  MORE-REV-SW                 PIC X(1) VALUE "Y".
           88 NO-MORE-REV              VALUE "N".

      ***** ONE SERIES-MONTH OF UNBILLED VISIT ROWS, HELD UNTIL THE
      ***** MONTH BREAKS SO THE HEADER CAN CARRY THE MONTH'S TOTAL.
      ***** SERVISIT HAS ONE ROW PER DATE, SO A MONTH FITS IN 31.
       01  WS-VISIT-TABLE.
           05  WS-VTB-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-VTB-MONTH            PIC X(6).
           05  WS-VTB-TOTAL            PIC 9(7)V99.
           05  WS-VTB-ENTRY OCCURS 31 TIMES.
               10  VTB-VISIT-DATE      PIC X(8).
               10  VTB-DIAG-CODE       PIC X(7).
               10  VTB-VISIT-COUNT     PIC 9(2).
               10  VTB-VISIT-CHARGES   PIC 9(7)V99.
       77  VTB-SUB                     PIC S9(4) COMP.

      ***** SAME FLAT CLAIM LAYOUT EDICLAIM WRITES
       01  WS-CLAIM-HEADER-REC.
           05  HDR-REC-TYPE            PIC X(1) VALUE "H".
           05  HDR-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-PATIENT-NAME        PIC X(36).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-INSURED-NAME        PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-CARRIER-NAME        PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-INS-IDENT-NBR       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-GROUP-NBR           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-DIAG-PRIMARY        PIC X(7).
           05  HDR-DIAG-SECONDARY      PIC X(7).
           05  HDR-DIAG-TERTIARY       PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-TOTAL-CHARGES       PIC $$$$,$$9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  HDR-CLAIM-CONTROL-NBR   PIC 9(9).
           05  HDR-DISPOSITION         PIC X(2).
           05  FILLER                  PIC X(6) VALUE SPACES.

      ***** THE SERIES AUTHORIZATION, SAME "A" LINE EDICLAIM WRITES;
      ***** THE COUNT IS THE VISITS THE PAYER AUTHORIZED
       01  WS-CLAIM-AUTH-REC.
           05  AUT-REC-TYPE            PIC X(1) VALUE "A".
           05  AUT-LINE-PATIENT-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AUT-LINE-AUTH-NUMBER    PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  AUT-LINE-VISITS-APPROVED PIC 9(3).
           05  FILLER                  PIC X(163) VALUE SPACES.

      ***** ONE "VISIT" LINE PER VISIT DATE IN THE MONTH
       01  WS-CLAIM-VISIT-REC.
           05  VSL-REC-TYPE            PIC X(1) VALUE "D".
           05  VSL-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-ITEM-TYPE           PIC X(5) VALUE "VISIT".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-TREATMENT-TYPE      PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-VISIT-DATE          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-VISIT-COUNT         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-DIAG-CODE           PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-CHARGES             PIC $$$$,$$9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  VSL-REV-CODE            PIC X(4).
           05  FILLER                  PIC X(137) VALUE SPACES.

       01  MISC-WS-FLDS.
           05  MORE-SERIES-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-SERIES       VALUE "N".
           05  MORE-VISITS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-VISITS       VALUE "N".
      ***** " " UNTIL THE SERIES' FIRST CLAIM CHECKS THE PATIENT AND
      ***** PAYER, THEN "Y" TO BILL OR "N" TO HOLD THE SERIES
           05  WS-SERIES-GATE-SW       PIC X(1).
               88 SERIES-GATE-UNCHECKED VALUE " ".
               88 SERIES-BILLABLE      VALUE "Y".
               88 SERIES-HELD          VALUE "N".
           05  WS-SERIES-BILLED-SW     PIC X(1).
               88 SERIES-BILLED        VALUE "Y".
           05  WS-CLAIM-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-SERIES-READ          PIC 9(7) VALUE ZERO.
           05  WS-SERIES-HELD          PIC 9(7) VALUE ZERO.
           05  WS-VISIT-DATES-BILLED   PIC 9(7) VALUE ZERO.
           05  WS-CHARGES-BILLED       PIC S9(9)V99 COMP-3 VALUE ZERO.
      ***** SERBILL OWNS THE 400-499 BAND OF THE RUN-DATE SEQUENCE
           05  WS-CLAIM-SEQ            PIC 9(3) VALUE 399.
           05  WS-CLAIM-SEQ-LIMIT      PIC 9(3) VALUE 499.

       01  WS-CLAIM-PAYER-ID           PIC X(8).

       01  WS-BILL-MONTH               PIC 9(6).
       01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH.
           05  WS-BILL-CCYY            PIC 9(4).
           05  WS-BILL-MM              PIC 9(2).

       77  WS-DATE                     PIC 9(6).
       77  WS-TODAY-CCYYMMDD           PIC 9(8).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-SERIES.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB SERBILL ********".
           ACCEPT WS-DATE FROM DATE.
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT PATMSTR, PATINS, PATPERSN, PAYERMST, REVMAP.
           OPEN I-O SERIES, SERVISIT, CLMREG.
           OPEN OUTPUT SERBILL-FILE, SYSOUT.
           OPEN EXTEND DISCLOG.
           PERFORM 048-LOAD-REVMAP THRU 048-EXIT
                   UNTIL NO-MORE-REV.
           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.

           MOVE LOW-VALUES TO SERIES-KEY.
           START SERIES KEY NOT LESS THAN SERIES-KEY
               INVALID KEY
                   MOVE "N" TO MORE-SERIES-SW
           END-START.
       000-EXIT.
           EXIT.

       048-LOAD-REVMAP.
           MOVE "048-LOAD-REVMAP" TO PARA-NAME.
           READ REVMAP INTO REV-MAP-REC
               AT END
                   MOVE "N" TO MORE-REV-SW
                   GO TO 048-EXIT
           END-READ.
           IF WS-REV-COUNT >= WS-REV-MAX
               MOVE "*** REVENUE MAP TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 048-EXIT.
           ADD 1 TO WS-REV-COUNT.
           SET REV-IX TO WS-REV-COUNT.
           MOVE RVM-ITEM-TYPE    TO WRV-ITEM-TYPE(REV-IX).
           MOVE RVM-ITEM-ID      TO WRV-ITEM-ID(REV-IX).
           MOVE RVM-REVENUE-CODE TO WRV-REVENUE-CODE(REV-IX).
       048-EXIT.
           EXIT.

      ***** RUN AT MONTH END THE JOB BILLS THE MONTH JUST CLOSED; A
      ***** BILL-MONTH ROW IN FORCE OVERRIDES IT FOR A RERUN
       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-BILL-MONTH.
           IF WS-BILL-MM = 1
               MOVE 12 TO WS-BILL-MM
               SUBTRACT 1 FROM WS-BILL-CCYY
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM.

           MOVE "SERBILL"           TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           MOVE "BILL-MONTH"        TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-BILL-MONTH.
           IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
               MOVE "** BILL-MONTH PARM IS NOT CCYYMM"
                    TO ABEND-REASON
               MOVE WS-BILL-MONTH TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           IF WS-BILL-MONTH-X NOT < WS-TODAY-CCYYMMDD(1:6)
               MOVE "** BILL-MONTH IS NOT YET CLOSED"
                    TO ABEND-REASON
               MOVE WS-BILL-MONTH TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
       050-EXIT.
           EXIT.

      ***** A SERIES WITH NO VISIT YET HAS NOTHING TO BILL; ANY OTHER
      ***** -- OPEN OR CLOSED -- IS SCANNED FOR UNBILLED VISITS
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ SERIES NEXT RECORD INTO SERIES-ACCOUNT-REC
               AT END
                   MOVE "N" TO MORE-SERIES-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-SERIES-READ.
           IF SER-LAST-VISIT-DATE = SPACES
               GO TO 100-EXIT.

           MOVE SPACE TO WS-SERIES-GATE-SW.
           MOVE "N"   TO WS-SERIES-BILLED-SW.
           PERFORM 300-SCAN-VISITS THRU 300-EXIT.
           IF SERIES-HELD
               ADD 1 TO WS-SERIES-HELD.

           IF SERIES-BILLED
               REWRITE SERIES-REC FROM SERIES-ACCOUNT-REC
                 INVALID KEY
                   MOVE "** PROBLEM REWRITING SERIES" TO ABEND-REASON
                   MOVE SERIES-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-REWRITE.
       100-EXIT.
           EXIT.

      ***** SAME GATES SEGBILL APPLIES, LESS DISCHARGE AND CODING --
      ***** THE PATIENT, THE CARRIER, AND A PAYER ON THE PAYER
      ***** MASTER.  A SERIES THAT CANNOT BILL KEEPS ITS VISITS
      ***** UNBILLED, AND THE NEXT MONTH-END PICKS THEM UP.
       200-CHECK-BILLABLE.
           MOVE "200-CHECK-BILLABLE" TO PARA-NAME.
           MOVE "N" TO WS-SERIES-GATE-SW.
           MOVE SER-PATIENT-ID TO PATIENT-KEY, PATINS-KEY,
                                  PATPERSN-KEY.

           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** SERIES PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               GO TO 250-HOLD-SERIES.

           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE "*** SERIES PATIENT NOT ON PATINS"
                    TO ABEND-REASON
               GO TO 250-HOLD-SERIES.

           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               MOVE "*** SERIES PATIENT NOT ON PATPERSN"
                    TO ABEND-REASON
               GO TO 250-HOLD-SERIES.

           IF MEDICARE-INS
               MOVE "MEDICARE" TO WS-CLAIM-PAYER-ID
           ELSE
               MOVE INS-COMPANY-PRIMARY-ID IN INS-COMPANY-PRIMARY
                    TO WS-CLAIM-PAYER-ID.
           MOVE WS-CLAIM-PAYER-ID TO PAYERMST-KEY.
           READ PAYERMST INTO PAYER-MASTER-REC.
           IF NOT PAYER-FOUND
               MOVE "*** SERIES PAYER NOT ON PAYER MASTER"
                    TO ABEND-REASON
               GO TO 250-HOLD-SERIES.

           MOVE "Y" TO WS-SERIES-GATE-SW.
           GO TO 200-EXIT.

       250-HOLD-SERIES.
           MOVE SER-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       200-EXIT.
           EXIT.

      ***** THE SERIES' VISIT ROWS, OLDEST FIRST, THROUGH THE BILLING
      ***** MONTH.  A ROW ALREADY STAMPED WITH A CLAIM IS PASSED BY.
       300-SCAN-VISITS.
           MOVE "300-SCAN-VISITS" TO PARA-NAME.
           MOVE ZERO TO WS-VTB-COUNT.
           MOVE "Y"  TO MORE-VISITS-SW.
           MOVE SER-ENCOUNTER-NBR TO SVV-ENCOUNTER-NBR.
           MOVE LOW-VALUES        TO SVV-VISIT-DATE.
           MOVE SVV-KEY           TO SERVISIT-KEY.
           START SERVISIT KEY NOT LESS THAN SERVISIT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-VISITS-SW
           END-START.
           PERFORM 310-NEXT-VISIT THRU 310-EXIT
                   UNTIL NO-MORE-VISITS.
           IF WS-VTB-COUNT > ZERO
               PERFORM 400-BILL-MONTH THRU 400-EXIT.
       300-EXIT.
           EXIT.

       310-NEXT-VISIT.
           MOVE "310-NEXT-VISIT" TO PARA-NAME.
           READ SERVISIT NEXT RECORD INTO SERIES-VISIT-REC
               AT END
                   MOVE "N" TO MORE-VISITS-SW
                   GO TO 310-EXIT
           END-READ.
           IF SVV-ENCOUNTER-NBR NOT = SER-ENCOUNTER-NBR
            OR SVV-VISIT-DATE(1:6) > WS-BILL-MONTH-X
               MOVE "N" TO MORE-VISITS-SW
               GO TO 310-EXIT.
           IF SVV-CLAIM-CONTROL-NBR NOT = ZERO
               GO TO 310-EXIT.

      ***** A NEW MONTH CLOSES OUT THE ONE HELD
           IF WS-VTB-COUNT > ZERO
              AND SVV-VISIT-DATE(1:6) NOT = WS-VTB-MONTH
               PERFORM 400-BILL-MONTH THRU 400-EXIT
               IF SERIES-HELD
                   MOVE "N" TO MORE-VISITS-SW
                   GO TO 310-EXIT
               END-IF
           END-IF.

           IF WS-VTB-COUNT = ZERO
               MOVE SVV-VISIT-DATE(1:6) TO WS-VTB-MONTH
               MOVE ZERO                TO WS-VTB-TOTAL.
           ADD 1 TO WS-VTB-COUNT.
           MOVE SVV-VISIT-DATE    TO VTB-VISIT-DATE(WS-VTB-COUNT).
           MOVE SVV-DIAG-CODE     TO VTB-DIAG-CODE(WS-VTB-COUNT).
           MOVE SVV-VISIT-COUNT   TO VTB-VISIT-COUNT(WS-VTB-COUNT).
           MOVE SVV-VISIT-CHARGES TO VTB-VISIT-CHARGES(WS-VTB-COUNT).
           ADD SVV-VISIT-CHARGES  TO WS-VTB-TOTAL.
       310-EXIT.
           EXIT.

      ***** ONE CLAIM FOR THE SERIES-MONTH HELD IN THE TABLE
       400-BILL-MONTH.
           MOVE "400-BILL-MONTH" TO PARA-NAME.
           IF SERIES-GATE-UNCHECKED
               PERFORM 200-CHECK-BILLABLE THRU 200-EXIT.
           IF SERIES-HELD
               MOVE ZERO TO WS-VTB-COUNT
               GO TO 400-EXIT.

           MOVE SER-PATIENT-ID      TO HDR-PATIENT-ID.
           MOVE PATIENT-NAME        TO HDR-PATIENT-NAME.
           IF MEDICARE-INS
               MOVE MEDICARE-BENEFICIARY TO HDR-INSURED-NAME
               MOVE "MEDICARE"           TO HDR-CARRIER-NAME
               MOVE MEDICARE-CLAIM-NBR   TO HDR-INS-IDENT-NBR
               MOVE SPACES               TO HDR-GROUP-NBR
           ELSE
               MOVE INSURED-NAME IN INS-COMPANY-PRIMARY
                                         TO HDR-INSURED-NAME
               MOVE CARRIER-NAME IN INS-COMPANY-PRIMARY
                                         TO HDR-CARRIER-NAME
               MOVE INS-IDENT-NBR IN INS-COMPANY-PRIMARY
                                         TO HDR-INS-IDENT-NBR
               MOVE GROUP-NBR IN INS-COMPANY-PRIMARY
                                         TO HDR-GROUP-NBR.
      ***** THE DIAGNOSIS THE SERIES WAS ORDERED FOR, OR FAILING THAT
      ***** THE FIRST VISIT'S
           IF SER-DIAG-CODE NOT = SPACES
               MOVE SER-DIAG-CODE       TO HDR-DIAG-PRIMARY
           ELSE
               MOVE VTB-DIAG-CODE(1)    TO HDR-DIAG-PRIMARY.
           MOVE SPACES              TO HDR-DIAG-SECONDARY,
                                       HDR-DIAG-TERTIARY.
           MOVE WS-VTB-TOTAL        TO HDR-TOTAL-CHARGES.
      ***** SEEN AND SENT HOME EACH VISIT -- ROUTINE DISCHARGE
           MOVE "01"                TO HDR-DISPOSITION.

           IF WS-CLAIM-SEQ = WS-CLAIM-SEQ-LIMIT
               MOVE "*** CLAIM SEQUENCE EXHAUSTED FOR RUN DATE"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-CLAIM-SEQ.
           MOVE WS-DATE      TO CLM-CONTROL-DATE.
           MOVE WS-CLAIM-SEQ TO CLM-CONTROL-SEQ.
           MOVE CLM-CONTROL-NBR TO HDR-CLAIM-CONTROL-NBR.

           WRITE SERBILL-REC FROM WS-CLAIM-HEADER-REC.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD WS-VTB-TOTAL TO WS-CHARGES-BILLED.

           IF SER-AUTH-NUMBER NOT = SPACES
               MOVE SER-PATIENT-ID        TO AUT-LINE-PATIENT-ID
               MOVE SER-AUTH-NUMBER       TO AUT-LINE-AUTH-NUMBER
               MOVE SER-VISITS-AUTHORIZED TO AUT-LINE-VISITS-APPROVED
               WRITE SERBILL-REC FROM WS-CLAIM-AUTH-REC.

           MOVE "VISIT"             TO WS-REV-LOOK-TYPE.
           MOVE SER-TREATMENT-TYPE  TO WS-REV-LOOK-ID.
           PERFORM 390-LOOKUP-REV-CODE THRU 390-EXIT.
           PERFORM 420-WRITE-VISIT-LINE THRU 420-EXIT
                   VARYING VTB-SUB FROM 1 BY 1
                   UNTIL VTB-SUB > WS-VTB-COUNT.

           PERFORM 440-WRITE-CLAIM-REGISTER THRU 440-EXIT.

           MOVE SER-PATIENT-ID TO DSC-PATIENT-ID.
           MOVE WS-DATE        TO DSC-DATE.
           MOVE HDR-CARRIER-NAME(1:20) TO DSC-DESTINATION.
           MOVE "CLAIM SUBMISSION"  TO DSC-PURPOSE.
           MOVE "SERBILL "          TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.

           IF SER-LAST-BILLED-MONTH = SPACES
            OR WS-VTB-MONTH > SER-LAST-BILLED-MONTH
               MOVE WS-VTB-MONTH TO SER-LAST-BILLED-MONTH.
           MOVE "SERBILL"    TO SER-LAST-MAINT-BY.
           MOVE "Y"          TO WS-SERIES-BILLED-SW.
           MOVE ZERO         TO WS-VTB-COUNT.
       400-EXIT.
           EXIT.

      ***** THE LINE GOES OUT AND ITS SERVISIT ROW IS STAMPED WITH
      ***** THE CLAIM.  THE ROW IS REBUILT FROM THE TABLE RATHER THAN
      ***** RE-READ, WHICH WOULD MOVE THE BROWSE OFF ITS PLACE.
       420-WRITE-VISIT-LINE.
           MOVE "420-WRITE-VISIT-LINE" TO PARA-NAME.
           MOVE SER-PATIENT-ID              TO VSL-PATIENT-ID.
           MOVE SER-TREATMENT-TYPE          TO VSL-TREATMENT-TYPE.
           MOVE VTB-VISIT-DATE(VTB-SUB)     TO VSL-VISIT-DATE.
           MOVE VTB-VISIT-COUNT(VTB-SUB)    TO VSL-VISIT-COUNT.
           MOVE VTB-DIAG-CODE(VTB-SUB)      TO VSL-DIAG-CODE.
           MOVE VTB-VISIT-CHARGES(VTB-SUB)  TO VSL-CHARGES.
           MOVE WS-REV-FOUND-CODE           TO VSL-REV-CODE.
           WRITE SERBILL-REC FROM WS-CLAIM-VISIT-REC.
           ADD 1 TO WS-VISIT-DATES-BILLED.

           MOVE SPACES                      TO SERIES-VISIT-REC.
           MOVE SER-ENCOUNTER-NBR           TO SVV-ENCOUNTER-NBR.
           MOVE VTB-VISIT-DATE(VTB-SUB)     TO SVV-VISIT-DATE.
           MOVE SER-PATIENT-ID              TO SVV-PATIENT-ID.
           MOVE VTB-DIAG-CODE(VTB-SUB)      TO SVV-DIAG-CODE.
           MOVE VTB-VISIT-COUNT(VTB-SUB)    TO SVV-VISIT-COUNT.
           MOVE VTB-VISIT-CHARGES(VTB-SUB)  TO SVV-VISIT-CHARGES.
           MOVE CLM-CONTROL-NBR             TO SVV-CLAIM-CONTROL-NBR.
           MOVE WS-TODAY-CCYYMMDD           TO SVV-BILLED-DATE.
           MOVE SVV-KEY                     TO SERVISIT-KEY.
           REWRITE SERVISIT-REC FROM SERIES-VISIT-REC
             INVALID KEY
               MOVE "** PROBLEM REWRITING SERVISIT" TO ABEND-REASON
               MOVE SERVISIT-STATUS TO EXPECTED-VAL
               GO TO 1000-ABEND-RTN
           END-REWRITE.
       420-EXIT.
           EXIT.

      ***** EXACT TREATMENT-TYPE ROW WINS; THE "********" WILDCARD
      ***** ROW FOR "VISIT" CATCHES THE REST
       390-LOOKUP-REV-CODE.
           MOVE "390-LOOKUP-REV-CODE" TO PARA-NAME.
           MOVE SPACES TO WS-REV-FOUND-CODE.
           MOVE "N"    TO WS-REV-EXACT-SW.
           IF WS-REV-COUNT = ZERO
               GO TO 390-EXIT.
           PERFORM 395-CHECK-REV-ENTRY THRU 395-EXIT
                   VARYING REV-IX FROM 1 BY 1
                   UNTIL REV-IX > WS-REV-COUNT
                      OR REV-EXACT-HIT.
       390-EXIT.
           EXIT.

       395-CHECK-REV-ENTRY.
           IF WRV-ITEM-TYPE(REV-IX) NOT = WS-REV-LOOK-TYPE
               GO TO 395-EXIT.
           IF WRV-ITEM-ID(REV-IX) = WS-REV-LOOK-ID
               MOVE WRV-REVENUE-CODE(REV-IX) TO WS-REV-FOUND-CODE
               MOVE "Y" TO WS-REV-EXACT-SW
               GO TO 395-EXIT.
           IF WRV-ITEM-ID(REV-IX) = "********"
              AND WS-REV-FOUND-CODE = SPACES
               MOVE WRV-REVENUE-CODE(REV-IX) TO WS-REV-FOUND-CODE.
       395-EXIT.
           EXIT.

      ***** REGISTERED UNDER THE SERIES' OWN ENCOUNTER, SO THE REMIT
      ***** AND ANY DENIAL LAND ON THE SERIES, NOT THE PATIENT'S STAY
       440-WRITE-CLAIM-REGISTER.
           MOVE "440-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE SER-PATIENT-ID    TO CLM-PATIENT-ID.
           MOVE SER-ENCOUNTER-NBR TO CLM-ENCOUNTER-NBR.
           MOVE "O"               TO CLM-FREQUENCY-CDE.
           MOVE "S"               TO CLM-STATUS.
           MOVE SPACES            TO CLM-ACK-DATE.
           MOVE WS-VTB-TOTAL      TO CLM-TOTAL-CHARGES,
                                     CLM-EXPECTED-AMT.
           MOVE ZERO              TO CLM-PAID-AMT.
           MOVE SPACES            TO CLM-DENIAL-REASON.
           MOVE SPACES            TO CLM-PAYER-STATUS-CAT.
           MOVE WS-CLAIM-PAYER-ID TO CLM-PAYER-ID.

           WRITE CLMREG-REC FROM CLAIM-REGISTER-REC
               INVALID KEY
                   MOVE "*** DUPLICATE CLAIM CONTROL NBR ON REGISTER"
                        TO ABEND-REASON
                   MOVE CLM-CONTROL-SEQ TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
           END-WRITE.
       440-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE REVMAP, SERIES, SERVISIT, PATMSTR, PATINS,
                 PATPERSN, PAYERMST,
                 CLMREG, SERBILL-FILE, DISCLOG, SYSOUT.
           DISPLAY "SERBILL BILLING MONTH       : " WS-BILL-MONTH.
           DISPLAY "SERBILL SERIES READ         : " WS-SERIES-READ.
           DISPLAY "SERBILL SERIES HELD         : " WS-SERIES-HELD.
           DISPLAY "SERBILL SERIES CLAIMS SENT  : " WS-CLAIM-COUNT.
           DISPLAY "SERBILL VISIT DATES BILLED  : "
               WS-VISIT-DATES-BILLED.
           DISPLAY "SERBILL CHARGES BILLED      : " WS-CHARGES-BILLED.
           DISPLAY "******** NORMAL END OF JOB SERBILL ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE REVMAP, SERIES, SERVISIT, PATMSTR, PATINS,
                 PATPERSN, PAYERMST,
                 CLMREG, SERBILL-FILE, DISCLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-SERBILL ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

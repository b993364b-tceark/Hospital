       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROUNDLST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY PHYSICIAN ROUNDING LIST.  EACH ATTENDING GETS
      *          THEIR OWN PAGE(S): EVERY PATIENT STILL IN HOUSE UNDER
      *          THEM ON THE NIGHT'S CENSUS EXTRACT, IN WARD AND BED
      *          ORDER, WITH
      *
      *             - WARD, BED, ENCOUNTER AND PRIMARY DIAGNOSIS
      *             - HOSPITAL DAY AGAINST THE DAYS TO THE EXPECTED
      *               DISCHARGE DATE, FLAGGED WHEN ALREADY PAST IT
      *             - ISOLATION, OBSERVATION/SWING AND LEAVE STATUS
      *             - THE MEDICATIONS ON PATALRGY
      *             - THE ABNORMAL LAB RESULTS ON THE NIGHT'S PRICED
      *               TRMTSRCH FILE (YESTERDAY'S RESULTS)
      *             - ACTIVE PHYSORD ORDERS FOR YESTERDAY OR LATER
      *             - THE AUTHREG AUTHORIZATION, ITS LAST APPROVED DAY
      *               AND REVIEW DATE, FLAGGED NEAR OR PAST THE LIMIT
      *               THE SAME WAY AUTHDAYS FLAGS IT
      *
      *          THE LIST IS FILED IN THE REPORT REPOSITORY (RPTSAVE,
      *          REPORT ID RNDLIST) SO A COVERING PHYSICIAN CAN PULL
      *          ANY DOCTOR'S PAGES ON-LINE.  EACH ATTENDING STARTS ON
      *          A NEW PAGE -- THE LIST IS PADDED TO THE RNDLIST
      *          DEFINITION'S LINES PER PAGE (60 WITH NO RPTDEF ROW),
      *          AND A LIST THAT RUNS OVER REPEATS THE HEADING.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               SORTED TREATMENT INPUT  -   DDS0001.TRMTSRCH

               PATIENT ALLERGIES       -   DDS0001.PATALRGY

               PHYSICIAN ORDERS        -   DDS0001.PHYSORD

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               VSAM AUTH FILE          -   DDS0001.AUTHREG

               VSAM REPORT DEFINITIONS -   DDS0001.RPTDEF

               OUTPUT FILE PRODUCED    -   RNDLIST (TEMPORARY)

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

           SELECT RNDLIST
           ASSIGN TO UT-S-RNDLIST
             ORGANIZATION IS SEQUENTIAL.

           SELECT TRMTSRCH-FILE
           ASSIGN TO UT-S-TRMTSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT PATALRGY
           ASSIGN TO UT-S-PATALRGY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ALCODE.

           SELECT PHYSORD
           ASSIGN TO UT-S-PHYSORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

           SELECT AUTHREG
                  ASSIGN       to AUTHREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is AUTHREG-KEY
                  FILE STATUS  is AUTHREG-STATUS.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-FILE-KEY
                  FILE STATUS  is RPTDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  RNDLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RNDLIST-REC.
       01  RNDLIST-REC PIC X(132).

      ****** SAME FILE TRMTSRCH PRODUCES AND TRMTUPDT CONSUMES
       FD  TRMTSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-SRCH.
       01  INPATIENT-TREATMENT-REC-SRCH PIC X(1150).

       FD  PATALRGY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATALRGY-REC.
       01  PATALRGY-REC PIC X(20).

       FD  PHYSORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSICIAN-ORDER-REC.
       01  PHYSORD-REC PIC X(50).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       FD  AUTHREG
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS AUTHORIZED-DAYS-REC.
       01  AUTHREG-REC.
           05 AUTHREG-KEY     PIC X(06).
           05 FILLER          PIC X(34).

       FD  RPTDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPORT-DEFINITION-REC.
       01  RPTDEF-FILE-REC.
           05 RPTDEF-FILE-KEY  PIC X(08).
           05 FILLER           PIC X(92).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  ALCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  CENSEXT-STATUS          PIC X(2).
           05  AUTHREG-STATUS          PIC X(2).
               88 AUTH-FOUND           VALUE "00".
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".

       COPY TREATMNT.

       COPY CENSEXT.

       COPY PATALRGY.

       COPY PHYSORD.

       COPY PROVREG.

       COPY AUTHREG.

       COPY RPTREPO.

       01  WS-SWITCHES.
           05  MORE-TRMTSRCH-SW        PIC X(1) VALUE "Y".
               88 NO-MORE-TRMTSRCH-RECS VALUE "N".
           05  MORE-ALRGY-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ALRGY        VALUE "N".
           05  MORE-ORDER-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ORDERS       VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  MORE-CENSUS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-CENSUS       VALUE "N".
           05  FIRST-PHYSICIAN-SW      PIC X(1) VALUE "Y".
               88 FIRST-PHYSICIAN      VALUE "Y".

      ***** THE NIGHT'S IN-HOUSE STAYS.  THE SORT KEY IS ATTENDING,
      ***** WARD, BED -- THE LIST PRINTS IN THAT ORDER WITHOUT A SORT
      ***** STEP BY TAKING THE LOWEST UNPRINTED KEY EACH PASS.
       01  WS-CENSUS-TABLE.
           05  CNS-ROW OCCURS 3000 TIMES INDEXED BY CNS-IDX.
               10  CNS-SORT-KEY.
                   15  CNS-ATTENDING       PIC X(8).
                   15  CNS-WARD-NBR        PIC X(4).
                   15  CNS-BED-IDENTITY    PIC X(4).
               10  CNS-PATIENT-ID          PIC X(6).
               10  CNS-PATIENT-TYPE        PIC X(1).
                   88 CNS-INPATIENT        VALUE "I".
                   88 CNS-OBSERVATION      VALUE "B".
                   88 CNS-SWING-BED        VALUE "S".
               10  CNS-ENCOUNTER-NBR       PIC X(10).
               10  CNS-DIAG-CODE           PIC X(7).
               10  CNS-DATE-ADMIT          PIC X(10).
               10  CNS-EXPECTED-DATE       PIC X(10).
               10  CNS-STAY-LTH            PIC 9(3).
               10  CNS-ISOLATION-IND       PIC X(1).
                   88 CNS-ON-ISOLATION     VALUE "I".
               10  CNS-ISOLATION-CDE       PIC X(4).
               10  CNS-LOA-IND             PIC X(1).
                   88 CNS-ON-LEAVE         VALUE "L".
               10  CNS-PRINTED-SW          PIC X(1).
                   88 CNS-PRINTED          VALUE "Y".
       77  WS-CNS-COUNT                PIC 9(4) VALUE ZERO.

      ***** PATALRGY, TABLED AT STARTUP
       01  WS-ALLERGY-TABLE.
           05  ALG-ROW OCCURS 5000 TIMES INDEXED BY ALG-IDX.
               10  ALG-PATIENT-ID          PIC X(6).
               10  ALG-MEDICATION-ID       PIC X(8).
       77  WS-ALG-COUNT                PIC 9(4) VALUE ZERO.

      ***** THE NIGHT'S ABNORMAL LAB LINES
       01  WS-RESULT-TABLE.
           05  RSL-ROW OCCURS 3000 TIMES INDEXED BY RSL-IDX.
               10  RSL-PATIENT-ID          PIC X(6).
               10  RSL-TRMT-DATE           PIC X(8).
               10  RSL-TEST-ID             PIC X(8).
               10  RSL-TEST-DESC           PIC X(25).
               10  RSL-RESULT-VALUE        PIC X(10).
               10  RSL-FLAG                PIC X(1).
       77  WS-RSL-COUNT                PIC 9(4) VALUE ZERO.

      ***** ACTIVE ORDERS DATED YESTERDAY OR LATER
       01  WS-ORDER-TABLE.
           05  ORD-ROW OCCURS 5000 TIMES INDEXED BY ORD-IDX.
               10  ORD-PATIENT-ID          PIC X(6).
               10  ORD-ITEM-TYPE           PIC X(1).
               10  ORD-ITEM-ID             PIC X(8).
               10  ORD-SERVICE-DATE        PIC X(8).
               10  ORD-DEPT-CODE           PIC X(4).
               10  ORD-ORDERING-PHYS       PIC X(8).
       77  WS-ORD-COUNT                PIC 9(4) VALUE ZERO.

      ***** PROVIDER NAMES FOR THE PAGE HEADINGS
       01  WS-PREG-TABLE.
           05  PREG-ROW OCCURS 1000 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID                 PIC X(8).
               10  PREG-NAME               PIC X(30).
       77  WS-PREG-COUNT               PIC 9(4) VALUE ZERO.

      ***** RUNHDR-CHECKED INPUT -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "ROUNDLST".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "ROUNDLST".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** PAGE LENGTH -- THE RNDLIST DEFINITION'S, SO A NEW
      ***** ATTENDING LANDS ON A NEW REPOSITORY PAGE
       77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       77  WS-LINES-ON-PAGE            PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC S9(9) COMP.
           05  WS-YESTERDAY-9          PIC 9(8).
           05  WS-YESTERDAY-X REDEFINES WS-YESTERDAY-9 PIC X(8).
           05  WS-RUN-DATE-DISP        PIC X(10).
           05  WS-WORK-DATE-9          PIC 9(8).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-9 PIC X(8).
           05  WS-ADMIT-INT            PIC S9(9) COMP.
           05  WS-EXPECT-INT           PIC S9(9) COMP.
           05  WS-LAST-DAY-INT         PIC S9(9) COMP.
           05  WS-DISP-DATE            PIC X(10).

       01  WS-WORK-FIELDS.
           05  WS-LOW-KEY              PIC X(16).
           05  WS-LOW-SUB              PIC 9(4).
           05  WS-HOLD-ATTENDING       PIC X(8).
           05  WS-HOSPITAL-DAY         PIC S9(5) COMP.
           05  WS-EXPECTED-DAYS        PIC S9(5) COMP.
           05  WS-DAYS-EDIT            PIC ZZ9.
           05  WS-DAYS-LEFT            PIC S9(5) COMP.
           05  WS-SLOT                 PIC 9(2).
           05  WS-LAB-SUB              PIC 9(2).
           05  WS-HOLD-LINE            PIC X(132).
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-LINES-IN-BLOCK       PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CENSUS-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  TRMTSRCH-ROWS-READ      PIC S9(7) COMP VALUE ZERO.
           05  ORDERS-READ             PIC S9(7) COMP VALUE ZERO.
           05  PHYSICIANS-PRINTED      PIC S9(5) COMP VALUE ZERO.
           05  PATIENTS-PRINTED        PIC S9(5) COMP VALUE ZERO.
           05  RESULTS-PRINTED         PIC S9(5) COMP VALUE ZERO.
           05  ORDERS-PRINTED          PIC S9(5) COMP VALUE ZERO.
           05  PAST-EXPECTED-COUNT     PIC S9(5) COMP VALUE ZERO.
           05  AUTH-FLAGGED-COUNT      PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-PHYS-HDR.
           05  FILLER   PIC X(25) VALUE "MORNING ROUNDING LIST -- ".
           05  HDR-RUN-DATE     PIC X(10).
           05  FILLER   PIC X(13) VALUE "   ATTENDING ".
           05  HDR-ATTENDING    PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  HDR-PHYS-NAME    PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  HDR-CONTINUED    PIC X(11).
           05  FILLER           PIC X(31) VALUE SPACES.

       01  WS-RPT-PATIENT-LINE.
           05  FILLER           PIC X(5) VALUE "WARD ".
           05  PAT-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(6) VALUE "  BED ".
           05  PAT-BED          PIC X(4).
           05  FILLER           PIC X(10) VALUE "  PATIENT ".
           05  PAT-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(6) VALUE "  ENC ".
           05  PAT-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(5) VALUE "  DX ".
           05  PAT-DIAG-CODE    PIC X(7).
           05  FILLER           PIC X(6) VALUE "  DAY ".
           05  PAT-HOSPITAL-DAY PIC ZZ9.
           05  FILLER           PIC X(4) VALUE " OF ".
           05  PAT-EXPECTED-DAYS PIC X(3).
           05  FILLER           PIC X(10) VALUE "  EXP OUT ".
           05  PAT-EXPECTED-DATE PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAT-PAST-FLAG    PIC X(6).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAT-TYPE-DESC    PIC X(5).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAT-ISOLATION    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  PAT-LEAVE        PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  NTE-LABEL        PIC X(12).
           05  NTE-TEXT         PIC X(40).
           05  FILLER           PIC X(76) VALUE SPACES.

       01  WS-RPT-ALLERGY-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  ALL-LABEL        PIC X(12).
           05  ALL-SLOTS.
               10  ALL-SLOT     PIC X(9) OCCURS 12 TIMES.
           05  FILLER           PIC X(8) VALUE SPACES.

       01  WS-RPT-RESULT-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  RLN-LABEL        PIC X(12).
           05  RLN-TRMT-DATE    PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLN-TEST-ID      PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLN-TEST-DESC    PIC X(25).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLN-RESULT-VALUE PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLN-FLAG-DESC    PIC X(13).
           05  RLN-CRIT-STARS   PIC X(8).
           05  FILLER           PIC X(36) VALUE SPACES.

       01  WS-RPT-ORDER-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  OLN-LABEL        PIC X(12).
           05  OLN-SERVICE-DATE PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  OLN-TYPE-DESC    PIC X(10).
           05  OLN-ITEM-ID      PIC X(8).
           05  FILLER           PIC X(7) VALUE "  DEPT ".
           05  OLN-DEPT-CODE    PIC X(4).
           05  FILLER           PIC X(5) VALUE "  BY ".
           05  OLN-ORDERING     PIC X(8).
           05  FILLER           PIC X(64) VALUE SPACES.

       01  WS-RPT-AUTH-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "AUTH:".
           05  ATH-AUTH-NUMBER  PIC X(15).
           05  FILLER           PIC X(11) VALUE "  APPROVED ".
           05  ATH-APPROVED     PIC ZZ9.
           05  FILLER           PIC X(16) VALUE " DAYS  LAST DAY ".
           05  ATH-LAST-DAY     PIC X(10).
           05  FILLER           PIC X(9) VALUE "  REVIEW ".
           05  ATH-REVIEW-DATE  PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  ATH-FLAG         PIC X(22).
           05  FILLER           PIC X(18) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-PROVREG-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PREG.
           PERFORM 060-LOAD-ALLERGY-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-ALRGY.
           PERFORM 070-LOAD-ORDER-TABLE THRU 070-EXIT
                   UNTIL NO-MORE-ORDERS.
           PERFORM 100-LOAD-CENSUS THRU 100-EXIT
                   UNTIL NO-MORE-CENSUS.
           PERFORM 200-COLLECT-RESULTS THRU 200-EXIT
                   UNTIL NO-MORE-TRMTSRCH-RECS.
           PERFORM 500-PRINT-LISTS THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ROUNDLST ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-YESTERDAY-9 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           MOVE WS-CURR-DATE-9 TO WS-WORK-DATE-9.
           PERFORM 460-FORMAT-DATE THRU 460-EXIT.
           MOVE WS-DISP-DATE TO WS-RUN-DATE-DISP.

           OPEN INPUT TRMTSRCH-FILE, PATALRGY, PHYSORD, PROVREG,
                      CENSEXT, AUTHREG, RPTDEF.
           OPEN OUTPUT RNDLIST, SYSOUT.

           MOVE "RNDLIST" TO RPTDEF-FILE-KEY.
           READ RPTDEF INTO REPORT-DEFINITION-REC.
           IF RPTDEF-OK
            AND RDF-LINES-PER-PAGE NUMERIC
            AND RDF-LINES-PER-PAGE > 10
               MOVE RDF-LINES-PER-PAGE TO WS-LINES-PER-PAGE.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
           READ PATALRGY INTO PATIENT-ALLERGY-REC
               AT END
               MOVE "N" TO MORE-ALRGY-SW
           END-READ.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
               MOVE "N" TO MORE-ORDER-SW
           END-READ.

           MOVE LOW-VALUES TO CENSEXT-KEY.
           START CENSEXT KEY IS NOT LESS THAN CENSEXT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-CENSUS-SW
           END-START.

           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

       050-LOAD-PROVREG-TABLE.
           MOVE "050-LOAD-PROVREG-TABLE" TO PARA-NAME.
           IF WS-PREG-COUNT < 1000
               ADD 1 TO WS-PREG-COUNT
               MOVE PRG-PROVIDER-ID   TO PREG-ID(WS-PREG-COUNT)
               MOVE PRG-PROVIDER-NAME TO PREG-NAME(WS-PREG-COUNT)
           ELSE
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
       050-EXIT.
           EXIT.

       060-LOAD-ALLERGY-TABLE.
           MOVE "060-LOAD-ALLERGY-TABLE" TO PARA-NAME.
           IF WS-ALG-COUNT < 5000
               ADD 1 TO WS-ALG-COUNT
               MOVE PAL-PATIENT-ID    TO ALG-PATIENT-ID(WS-ALG-COUNT)
               MOVE PAL-MEDICATION-ID
                    TO ALG-MEDICATION-ID(WS-ALG-COUNT)
           ELSE
               MOVE "*** PATALRGY TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           READ PATALRGY INTO PATIENT-ALLERGY-REC
               AT END
               MOVE "N" TO MORE-ALRGY-SW
           END-READ.
       060-EXIT.
           EXIT.

      ***** A NEW ORDER IS AN ACTIVE ONE DATED YESTERDAY OR LATER
       070-LOAD-ORDER-TABLE.
           MOVE "070-LOAD-ORDER-TABLE" TO PARA-NAME.
           ADD 1 TO ORDERS-READ.
           IF NOT POR-ACTIVE
            OR POR-SERVICE-DATE < WS-YESTERDAY-X
               GO TO 070-READ.
           IF WS-ORD-COUNT < 5000
               ADD 1 TO WS-ORD-COUNT
               SET ORD-IDX TO WS-ORD-COUNT
               MOVE POR-PATIENT-ID    TO ORD-PATIENT-ID(ORD-IDX)
               MOVE POR-ITEM-TYPE     TO ORD-ITEM-TYPE(ORD-IDX)
               MOVE POR-ITEM-ID       TO ORD-ITEM-ID(ORD-IDX)
               MOVE POR-SERVICE-DATE  TO ORD-SERVICE-DATE(ORD-IDX)
               MOVE POR-DEPT-CODE     TO ORD-DEPT-CODE(ORD-IDX)
               MOVE POR-ORDERING-PHYS TO ORD-ORDERING-PHYS(ORD-IDX)
           ELSE
               MOVE "*** PHYSORD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
       070-READ.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
               MOVE "N" TO MORE-ORDER-SW
           END-READ.
       070-EXIT.
           EXIT.

      ***** EVERY STAY STILL IN HOUSE -- THE EXTRACT ALSO CARRIES THE
      ***** DAY'S DISCHARGES AND THE OUTPATIENTS, WHO ARE NOT ROUNDED ON
       100-LOAD-CENSUS.
           MOVE "100-LOAD-CENSUS" TO PARA-NAME.
           READ CENSEXT NEXT INTO CENSUS-EXTRACT-REC
               AT END
                   MOVE "N" TO MORE-CENSUS-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CENSUS-ROWS-READ.
           IF CEN-DATE-DISCHARGE NOT = SPACES
            OR CEN-OUTPATIENT
               GO TO 100-EXIT.
           IF WS-CNS-COUNT NOT < 3000
               MOVE "*** CENSUS TABLE FULL" TO ABEND-REASON
               MOVE CEN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.

           ADD 1 TO WS-CNS-COUNT.
           SET CNS-IDX TO WS-CNS-COUNT.
           MOVE CEN-ATTENDING-PHYSICIAN TO CNS-ATTENDING(CNS-IDX).
           MOVE CEN-WARD-NBR            TO CNS-WARD-NBR(CNS-IDX).
           MOVE CEN-BED-IDENTITY        TO CNS-BED-IDENTITY(CNS-IDX).
           MOVE CEN-PATIENT-ID          TO CNS-PATIENT-ID(CNS-IDX).
           MOVE CEN-PATIENT-TYPE        TO CNS-PATIENT-TYPE(CNS-IDX).
           MOVE CEN-ENCOUNTER-NBR       TO CNS-ENCOUNTER-NBR(CNS-IDX).
           MOVE CEN-DIAG-CODE-PRIMARY   TO CNS-DIAG-CODE(CNS-IDX).
           MOVE CEN-DATE-ADMIT          TO CNS-DATE-ADMIT(CNS-IDX).
           MOVE CEN-EXPECTED-DISCH-DATE TO CNS-EXPECTED-DATE(CNS-IDX).
           MOVE CEN-HOSPITAL-STAY-LTH   TO CNS-STAY-LTH(CNS-IDX).
           MOVE CEN-ISOLATION-STATUS-IND
                                        TO CNS-ISOLATION-IND(CNS-IDX).
           MOVE CEN-ISOLATION-CONDITION-CDE
                                        TO CNS-ISOLATION-CDE(CNS-IDX).
           MOVE CEN-LOA-STATUS-IND      TO CNS-LOA-IND(CNS-IDX).
           MOVE "N"                     TO CNS-PRINTED-SW(CNS-IDX).
       100-EXIT.
           EXIT.

      ***** EVERY ABNORMAL LAB LINE ON THE NIGHT'S PRICED TREATMENTS
       200-COLLECT-RESULTS.
           MOVE "200-COLLECT-RESULTS" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 200-READ.
           ADD 1 TO TRMTSRCH-ROWS-READ.
           PERFORM 210-TABLE-ONE-RESULT THRU 210-EXIT
                   VARYING WS-LAB-SUB FROM 1 BY 1
                   UNTIL WS-LAB-SUB > 12.
       200-READ.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       200-EXIT.
           EXIT.

       210-TABLE-ONE-RESULT.
           IF LAB-TEST-ID IN LAB-CHARGES(WS-LAB-SUB) = SPACES
            OR NOT RESULT-ABNORMAL(WS-LAB-SUB)
               GO TO 210-EXIT.
           IF WS-RSL-COUNT NOT < 3000
               MOVE "*** RESULT TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 210-EXIT.
           ADD 1 TO WS-RSL-COUNT.
           SET RSL-IDX TO WS-RSL-COUNT.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO RSL-PATIENT-ID(RSL-IDX).
           MOVE TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                TO RSL-TRMT-DATE(RSL-IDX).
           MOVE LAB-TEST-ID IN LAB-CHARGES(WS-LAB-SUB)
                TO RSL-TEST-ID(RSL-IDX).
           MOVE TEST-SHORT-DESC IN LAB-CHARGES(WS-LAB-SUB)
                TO RSL-TEST-DESC(RSL-IDX).
           MOVE LAB-RESULT-VALUE(WS-LAB-SUB)
                TO RSL-RESULT-VALUE(RSL-IDX).
           MOVE LAB-ABNORMAL-FLAG(WS-LAB-SUB) TO RSL-FLAG(RSL-IDX).
       210-EXIT.
           EXIT.

      ***** EACH PASS TAKES THE LOWEST UNPRINTED ATTENDING/WARD/BED;
      ***** A CHANGE OF ATTENDING STARTS A NEW PAGE
       500-PRINT-LISTS.
           MOVE "500-PRINT-LISTS" TO PARA-NAME.
       500-NEXT-PATIENT.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-SUB.
           PERFORM 510-FIND-LOWEST THRU 510-EXIT
                   VARYING CNS-IDX FROM 1 BY 1
                   UNTIL CNS-IDX > WS-CNS-COUNT.
           IF WS-LOW-SUB = ZERO
               GO TO 500-EXIT.

           SET CNS-IDX TO WS-LOW-SUB.
           MOVE "Y" TO CNS-PRINTED-SW(CNS-IDX).
           IF FIRST-PHYSICIAN
            OR CNS-ATTENDING(CNS-IDX) NOT = WS-HOLD-ATTENDING
               PERFORM 520-START-PHYSICIAN THRU 520-EXIT.
           PERFORM 600-PRINT-PATIENT THRU 600-EXIT.
           GO TO 500-NEXT-PATIENT.
       500-EXIT.
           EXIT.

       510-FIND-LOWEST.
           IF NOT CNS-PRINTED(CNS-IDX)
            AND CNS-SORT-KEY(CNS-IDX) < WS-LOW-KEY
               MOVE CNS-SORT-KEY(CNS-IDX) TO WS-LOW-KEY
               SET WS-LOW-SUB TO CNS-IDX.
       510-EXIT.
           EXIT.

      ***** A NEW ATTENDING -- FINISH THE LAST ONE'S PAGE WITH BLANK
      ***** LINES, LOOK UP THE NAME AND HEAD THE NEW PAGE
       520-START-PHYSICIAN.
           MOVE "520-START-PHYSICIAN" TO PARA-NAME.
           IF NOT FIRST-PHYSICIAN
            AND WS-LINES-ON-PAGE > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 710-PUT-LINE THRU 710-EXIT
                       UNTIL WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
           MOVE "N" TO FIRST-PHYSICIAN-SW.
           ADD 1 TO PHYSICIANS-PRINTED.

           MOVE CNS-ATTENDING(CNS-IDX) TO WS-HOLD-ATTENDING.
           MOVE WS-RUN-DATE-DISP  TO HDR-RUN-DATE.
           MOVE WS-HOLD-ATTENDING TO HDR-ATTENDING.
           MOVE SPACES TO HDR-PHYS-NAME, HDR-CONTINUED.
           IF WS-HOLD-ATTENDING = SPACES
               MOVE "(NO ATTENDING ON FILE)" TO HDR-PHYS-NAME
           ELSE
               SET PREG-IDX TO 1
               SEARCH PREG-ROW
                   AT END
                       CONTINUE
                   WHEN PREG-IDX > WS-PREG-COUNT
                       CONTINUE
                   WHEN PREG-ID(PREG-IDX) = WS-HOLD-ATTENDING
                       MOVE PREG-NAME(PREG-IDX) TO HDR-PHYS-NAME
               END-SEARCH.
           PERFORM 720-PAGE-HEADING THRU 720-EXIT.
       520-EXIT.
           EXIT.

      ***** ONE PATIENT'S BLOCK
       600-PRINT-PATIENT.
           MOVE "600-PRINT-PATIENT" TO PARA-NAME.
           ADD 1 TO PATIENTS-PRINTED.
           MOVE CNS-WARD-NBR(CNS-IDX)      TO PAT-WARD-NBR.
           MOVE CNS-BED-IDENTITY(CNS-IDX)  TO PAT-BED.
           MOVE CNS-PATIENT-ID(CNS-IDX)    TO PAT-PATIENT-ID.
           MOVE CNS-ENCOUNTER-NBR(CNS-IDX) TO PAT-ENCOUNTER.
           MOVE CNS-DIAG-CODE(CNS-IDX)     TO PAT-DIAG-CODE.
           MOVE CNS-EXPECTED-DATE(CNS-IDX) TO PAT-EXPECTED-DATE.
           MOVE ZERO   TO PAT-HOSPITAL-DAY.
           MOVE "---"  TO PAT-EXPECTED-DAYS.
           MOVE SPACES TO PAT-PAST-FLAG, PAT-TYPE-DESC,
                          PAT-ISOLATION, PAT-LEAVE.

      ***** HOSPITAL DAY -- THE ADMIT DATE IS DAY 1
           MOVE ZERO TO WS-ADMIT-INT.
           MOVE CNS-DATE-ADMIT(CNS-IDX) TO WS-DISP-DATE.
           PERFORM 450-UNFORMAT-DATE THRU 450-EXIT.
           IF WS-WORK-DATE-X NUMERIC AND WS-WORK-DATE-9 > ZERO
               COMPUTE WS-ADMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-9)
               COMPUTE WS-HOSPITAL-DAY =
                   WS-TODAY-INT - WS-ADMIT-INT + 1
               IF WS-HOSPITAL-DAY > ZERO AND WS-HOSPITAL-DAY < 1000
                   MOVE WS-HOSPITAL-DAY TO PAT-HOSPITAL-DAY.

           MOVE CNS-EXPECTED-DATE(CNS-IDX) TO WS-DISP-DATE.
           PERFORM 450-UNFORMAT-DATE THRU 450-EXIT.
           IF WS-ADMIT-INT > ZERO
            AND WS-WORK-DATE-X NUMERIC AND WS-WORK-DATE-9 > ZERO
               COMPUTE WS-EXPECT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-9)
               COMPUTE WS-EXPECTED-DAYS =
                   WS-EXPECT-INT - WS-ADMIT-INT + 1
               IF WS-EXPECTED-DAYS > ZERO AND WS-EXPECTED-DAYS < 1000
                   MOVE WS-EXPECTED-DAYS TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO PAT-EXPECTED-DAYS
               END-IF
               IF WS-EXPECT-INT < WS-TODAY-INT
                   MOVE "*PAST*" TO PAT-PAST-FLAG
                   ADD 1 TO PAST-EXPECTED-COUNT.

           IF CNS-OBSERVATION(CNS-IDX)
               MOVE "OBS"   TO PAT-TYPE-DESC.
           IF CNS-SWING-BED(CNS-IDX)
               MOVE "SWING" TO PAT-TYPE-DESC.
           IF CNS-ON-ISOLATION(CNS-IDX)
               STRING "ISO-" CNS-ISOLATION-CDE(CNS-IDX)
                   DELIMITED BY SIZE INTO PAT-ISOLATION.
           IF CNS-ON-LEAVE(CNS-IDX)
               MOVE "ON LEAVE" TO PAT-LEAVE.
           MOVE WS-RPT-PATIENT-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.

           PERFORM 610-PRINT-ALLERGIES THRU 610-EXIT.
           MOVE "RESULTS:" TO RLN-LABEL.
           PERFORM 620-PRINT-RESULT THRU 620-EXIT
                   VARYING RSL-IDX FROM 1 BY 1
                   UNTIL RSL-IDX > WS-RSL-COUNT.
           MOVE "NEW ORDERS:" TO OLN-LABEL.
           PERFORM 630-PRINT-ORDER THRU 630-EXIT
                   VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-ORD-COUNT.
           PERFORM 640-PRINT-AUTH THRU 640-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       600-EXIT.
           EXIT.

      ***** THE PATIENT'S ALLERGIES, TWELVE TO A LINE
       610-PRINT-ALLERGIES.
           MOVE "ALLERGIES:" TO ALL-LABEL.
           MOVE SPACES TO ALL-SLOTS.
           MOVE ZERO TO WS-SLOT, WS-LINES-IN-BLOCK.
           PERFORM 615-ONE-ALLERGY THRU 615-EXIT
                   VARYING ALG-IDX FROM 1 BY 1
                   UNTIL ALG-IDX > WS-ALG-COUNT.
           IF WS-SLOT > ZERO
               MOVE WS-RPT-ALLERGY-LINE TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT
               GO TO 610-EXIT.
           IF WS-LINES-IN-BLOCK = ZERO
               MOVE "ALLERGIES:" TO NTE-LABEL
               MOVE "NONE ON FILE" TO NTE-TEXT
               MOVE WS-RPT-NOTE-LINE TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT.
       610-EXIT.
           EXIT.

       615-ONE-ALLERGY.
           IF ALG-PATIENT-ID(ALG-IDX) NOT = CNS-PATIENT-ID(CNS-IDX)
               GO TO 615-EXIT.
           ADD 1 TO WS-SLOT.
           MOVE ALG-MEDICATION-ID(ALG-IDX) TO ALL-SLOT(WS-SLOT).
           IF WS-SLOT = 12
               MOVE WS-RPT-ALLERGY-LINE TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT
               ADD 1 TO WS-LINES-IN-BLOCK
               MOVE SPACES TO ALL-LABEL, ALL-SLOTS
               MOVE ZERO TO WS-SLOT.
       615-EXIT.
           EXIT.

       620-PRINT-RESULT.
           IF RSL-PATIENT-ID(RSL-IDX) NOT = CNS-PATIENT-ID(CNS-IDX)
               GO TO 620-EXIT.
           ADD 1 TO RESULTS-PRINTED.
           MOVE RSL-TRMT-DATE(RSL-IDX)    TO RLN-TRMT-DATE.
           MOVE RSL-TEST-ID(RSL-IDX)      TO RLN-TEST-ID.
           MOVE RSL-TEST-DESC(RSL-IDX)    TO RLN-TEST-DESC.
           MOVE RSL-RESULT-VALUE(RSL-IDX) TO RLN-RESULT-VALUE.
           MOVE SPACES TO RLN-CRIT-STARS.
           EVALUATE RSL-FLAG(RSL-IDX)
               WHEN "H"
                   MOVE "ABNORMAL HIGH" TO RLN-FLAG-DESC
               WHEN "L"
                   MOVE "ABNORMAL LOW " TO RLN-FLAG-DESC
               WHEN "C"
                   MOVE "CRITICAL     " TO RLN-FLAG-DESC
                   MOVE " *******" TO RLN-CRIT-STARS
               WHEN OTHER
                   MOVE "ABNORMAL     " TO RLN-FLAG-DESC
           END-EVALUATE.
           MOVE WS-RPT-RESULT-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE SPACES TO RLN-LABEL.
       620-EXIT.
           EXIT.

       630-PRINT-ORDER.
           IF ORD-PATIENT-ID(ORD-IDX) NOT = CNS-PATIENT-ID(CNS-IDX)
               GO TO 630-EXIT.
           ADD 1 TO ORDERS-PRINTED.
           MOVE ORD-SERVICE-DATE(ORD-IDX)  TO OLN-SERVICE-DATE.
           MOVE ORD-ITEM-ID(ORD-IDX)       TO OLN-ITEM-ID.
           MOVE ORD-DEPT-CODE(ORD-IDX)     TO OLN-DEPT-CODE.
           MOVE ORD-ORDERING-PHYS(ORD-IDX) TO OLN-ORDERING.
           EVALUATE ORD-ITEM-TYPE(ORD-IDX)
               WHEN "L"
                   MOVE "LAB"        TO OLN-TYPE-DESC
               WHEN "E"
                   MOVE "EQUIPMENT"  TO OLN-TYPE-DESC
               WHEN "M"
                   MOVE "MEDICATION" TO OLN-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES       TO OLN-TYPE-DESC
           END-EVALUATE.
           MOVE WS-RPT-ORDER-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE SPACES TO OLN-LABEL.
       630-EXIT.
           EXIT.

      ***** THE PAYER AUTHORIZATION.  THE LAST APPROVED DAY COUNTS
      ***** FROM THE ADMIT DATE; NEAR AND PAST ARE AUTHDAYS' TESTS ON
      ***** THE STAY LENGTH.  ONLY AN INPATIENT WITHOUT ONE IS NOTED.
       640-PRINT-AUTH.
           MOVE CNS-PATIENT-ID(CNS-IDX) TO AUTHREG-KEY.
           READ AUTHREG INTO AUTHORIZED-DAYS-REC.
           IF NOT AUTH-FOUND
               IF CNS-INPATIENT(CNS-IDX)
                   MOVE "AUTH:" TO NTE-LABEL
                   MOVE "** NO AUTHORIZATION ON FILE" TO NTE-TEXT
                   MOVE WS-RPT-NOTE-LINE TO WS-PRINT-LINE
                   PERFORM 700-PRINT-LINE THRU 700-EXIT
                   ADD 1 TO AUTH-FLAGGED-COUNT
                   GO TO 640-EXIT
               ELSE
                   GO TO 640-EXIT.

           MOVE AUT-AUTH-NUMBER   TO ATH-AUTH-NUMBER.
           MOVE AUT-DAYS-APPROVED TO ATH-APPROVED.
           MOVE AUT-REVIEW-DATE   TO ATH-REVIEW-DATE.
           MOVE SPACES TO ATH-LAST-DAY, ATH-FLAG.
           IF WS-ADMIT-INT > ZERO AND AUT-DAYS-APPROVED > ZERO
               COMPUTE WS-LAST-DAY-INT =
                   WS-ADMIT-INT + AUT-DAYS-APPROVED - 1
               COMPUTE WS-WORK-DATE-9 =
                   FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-INT)
               PERFORM 460-FORMAT-DATE THRU 460-EXIT
               MOVE WS-DISP-DATE TO ATH-LAST-DAY.

           COMPUTE WS-DAYS-LEFT =
               AUT-DAYS-APPROVED - CNS-STAY-LTH(CNS-IDX).
           IF WS-DAYS-LEFT < ZERO
               MOVE "** PAST AUTH" TO ATH-FLAG
               ADD 1 TO AUTH-FLAGGED-COUNT
           ELSE
           IF WS-DAYS-LEFT < 3
               MOVE "NEAR LIMIT" TO ATH-FLAG
               ADD 1 TO AUTH-FLAGGED-COUNT.
           MOVE WS-RPT-AUTH-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       640-EXIT.
           EXIT.

      ***** PATMSTR'S CCYY-MM-DD INTO CCYYMMDD
       450-UNFORMAT-DATE.
           MOVE ZERO TO WS-WORK-DATE-9.
           MOVE WS-DISP-DATE(1:4) TO WS-WORK-DATE-X(1:4).
           MOVE WS-DISP-DATE(6:2) TO WS-WORK-DATE-X(5:2).
           MOVE WS-DISP-DATE(9:2) TO WS-WORK-DATE-X(7:2).
       450-EXIT.
           EXIT.

      ***** CCYYMMDD INTO PATMSTR'S CCYY-MM-DD
       460-FORMAT-DATE.
           MOVE SPACES TO WS-DISP-DATE.
           STRING WS-WORK-DATE-X(1:4) "-" WS-WORK-DATE-X(5:2) "-"
                  WS-WORK-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-DISP-DATE.
       460-EXIT.
           EXIT.

      ***** A FULL PAGE REPEATS THE ATTENDING'S HEADING BEFORE THE
      ***** NEXT LINE
       700-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               MOVE ZERO TO WS-LINES-ON-PAGE
               MOVE WS-PRINT-LINE TO WS-HOLD-LINE
               MOVE "(CONTINUED)" TO HDR-CONTINUED
               PERFORM 720-PAGE-HEADING THRU 720-EXIT
               MOVE WS-HOLD-LINE TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       700-EXIT.
           EXIT.

       710-PUT-LINE.
           WRITE RNDLIST-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
       710-EXIT.
           EXIT.

       720-PAGE-HEADING.
           MOVE WS-RPT-PHYS-HDR TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE TRMTSRCH-FILE, PATALRGY, PHYSORD, PROVREG,
                 CENSEXT, AUTHREG, RPTDEF, RNDLIST, SYSOUT.
           DISPLAY "ROUNDLST CENSUS ROWS READ   : " CENSUS-ROWS-READ.
           DISPLAY "ROUNDLST TRMTSRCH ROWS READ : " TRMTSRCH-ROWS-READ.
           DISPLAY "ROUNDLST PHYSORD ROWS READ  : " ORDERS-READ.
           DISPLAY "ROUNDLST PHYSICIANS LISTED  : " PHYSICIANS-PRINTED.
           DISPLAY "ROUNDLST PATIENTS LISTED    : " PATIENTS-PRINTED.
           DISPLAY "ROUNDLST ABNORMAL RESULTS   : " RESULTS-PRINTED.
           DISPLAY "ROUNDLST NEW ORDERS         : " ORDERS-PRINTED.
           DISPLAY "ROUNDLST PAST EXPECTED DATE : " PAST-EXPECTED-COUNT.
           DISPLAY "ROUNDLST AUTHS FLAGGED      : " AUTH-FLAGGED-COUNT.
           MOVE CENSUS-ROWS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB ROUNDLST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE TRMTSRCH-FILE, PATALRGY, PHYSORD, PROVREG,
                 CENSEXT, AUTHREG, RPTDEF, RNDLIST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ROUNDLST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRSTATS.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MEDICARE COST-REPORT STATISTICS.  REIMBURSEMENT USED
      *          TO SPEND WEEKS EACH YEAR TALLYING THE COST-REPORT
      *          WORKSHEET STATISTICS BY HAND.  THIS JOB PRODUCES THEM
      *          FOR ONE FISCAL YEAR, AS A PRINTED REPORT AND AS THE
      *          CRSTATS EXTRACT FILE:
      *
      *          PATIENT-DAYS BY WARD AND PAYER CLASS, AND DISCHARGES
      *          BY PAYER CLASS, FROM PATHIST -- STAYS DISCHARGED IN
      *          THE YEAR, COUNTED EXACTLY AS STATEUTL COUNTS THEM
      *          (ADMIT-TO-DISCHARGE DAYS, A SAME-DAY STAY IS ONE DAY,
      *          A "C" CANCELLATION ROW NETS OUT THE ROW IT VOIDS,
      *          BLANK WARD FILES AS "UNKN").  A STAY'S PAYER IS THE
      *          PAYER ON ITS LAST CLAIM ON THE CLAIM REGISTER, OR FOR
      *          A STAY NEVER CLAIMED, MEDICARE OR THE PRIMARY CARRIER
      *          ON FILE (SELF-PAY WHEN THERE IS NONE); THE PAYER MAPS
      *          TO ITS CLASS THROUGH THE "P" ROWS OF CRMAP.
      *
      *          MEDICARE AND MEDICAID PROGRAM DAYS ARE THE "MCR" AND
      *          "MCD" CLASS COLUMNS.
      *
      *          ANCILLARY CHARGES BY COST CENTER FROM CHGDTL -- EACH
      *          LAB AND EQUIPMENT CHARGE DATED IN THE YEAR TAKES ITS
      *          REVENUE CODE FROM REVMAP AND ITS COST CENTER FROM THE
      *          "R" ROWS OF CRMAP.
      *
      *          THE LAST PAGE IS THE TIE-OUT:  TOTAL PATIENT-DAYS
      *          AGAINST STATEUTL'S WORKPAPER (STUTWORK) FOR THE SAME
      *          DISCHARGE DATES, AND TOTAL ANCILLARY CHARGES AGAINST
      *          THE LAB AND EQUIPMENT REVENUE ON THE GL JOURNAL.  WHEN
      *          THE FISCAL YEAR STRADDLES TWO CALENDAR YEARS, BOTH
      *          FILING YEARS' WORKPAPERS ARE CONCATENATED ON STUTWORK;
      *          GLHIST IS THE YEAR'S JOURNAL FILES, CONCATENATED, AS
      *          FOR RSRVDRV.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM CRSTATS):
      *            FISCAL-YEAR      THE YEAR THE FISCAL YEAR ENDS IN
      *                             (REQUIRED)
      *            FISCAL-START-MM  FIRST MONTH OF THE FISCAL YEAR
      *                             (DEFAULT 01)
      *
      ******************************************************************

               COST-REPORT MAP         -   DDS0001.CRMAP
               REVENUE-CODE MAP        -   DDS0001.REVMAP
               DISCHARGE HISTORY       -   DDS0001.PATHIST
               STATEUTL WORKPAPER      -   DDS0001.STUTWORK
               GL JOURNAL HISTORY      -   DDS0001.GLHIST

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                           DDS0001.PATINS
                                           DDS0001.CLMREG
                                           DDS0001.CHGDTL

               STATISTICS EXTRACT      -   DDS0001.CRSTATS
               STATISTICS REPORT       -   DDS0001.CRSTRPT

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

           SELECT CRMAP
           ASSIGN TO UT-S-CRMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CMCODE.

           SELECT REVMAP
           ASSIGN TO UT-S-REVMAP
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RVCODE.

           SELECT PATHIST
           ASSIGN TO UT-S-PATHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT STUTWORK
           ASSIGN TO UT-S-STUTWORK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SWCODE.

           SELECT GLHIST
           ASSIGN TO UT-S-GLHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GLCODE.

           SELECT CRSTATS
           ASSIGN TO UT-S-CRSTATS
             ORGANIZATION IS SEQUENTIAL.

           SELECT CRSTRPT
           ASSIGN TO UT-S-CRSTRPT
             ORGANIZATION IS SEQUENTIAL.

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

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  CRMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRMAP-REC.
       01  CRMAP-REC PIC X(50).

       FD  REVMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVMAP-REC.
       01  REVMAP-REC PIC X(30).

       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

       FD  STUTWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUTWORK-REC.
       01  STUTWORK-REC PIC X(80).

       FD  GLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLHIST-REC.
       01  GLHIST-REC PIC X(40).

       FD  CRSTATS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRSTATS-REC.
       01  CRSTATS-REC PIC X(80).

       FD  CRSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRSTRPT-REC.
       01  CRSTRPT-REC PIC X(130).

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

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  CHGDTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHGDTL-REC.
       01  CHGDTL-REC.
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CMCODE                  PIC X(2).
           05  RVCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  SWCODE                  PIC X(2).
           05  GLCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-READ-OK       VALUE "00".
           05  CHGDTL-STATUS           PIC X(2).
               88 CHGDTL-FOUND         VALUE "00".

       COPY CRMAP.
       COPY REVMAP.
       COPY PATHIST.
       COPY GLJRNL.
       COPY PATMSTR.
       COPY PATINS.
       COPY CLMREG.
       COPY CHGDTL.
       COPY CRSTATS.
       COPY PARMGPRM.

      ***** STATEUTL'S WORKPAPER ROW, AS 350-WRITE-WORKPAPER LAYS IT
      ***** OUT
       01  STATEUTL-WORK-REC.
           05  SWK-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(1).
           05  SWK-FACILITY            PIC X(2).
           05  FILLER                  PIC X(1).
           05  SWK-WARD                PIC X(4).
           05  FILLER                  PIC X(1).
           05  SWK-ADMIT               PIC X(10).
           05  FILLER                  PIC X(1).
           05  SWK-DISCHARGE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  SWK-DAYS                PIC ZZZZ9-.
           05  FILLER                  PIC X(1).
           05  SWK-DISPOSITION         PIC X(2).
           05  FILLER                  PIC X(1).
           05  SWK-SIGN-TAG            PIC X(6).
           05  FILLER                  PIC X(27).

       01  WS-SWITCHES.
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  MORE-REV-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-REV          VALUE "N".
           05  MORE-CLAIMS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-CLAIMS       VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HISTORY      VALUE "N".
           05  MORE-DETAIL-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-DETAIL       VALUE "N".
           05  MORE-WORK-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-WORK         VALUE "N".
           05  MORE-GL-SW              PIC X(1) VALUE "Y".
               88 NO-MORE-GL           VALUE "N".
           05  WS-FOUND-SW             PIC X(1).
               88 ROW-FOUND            VALUE "Y".

      ***** PAYER-ID TO PAYER CLASS ("P" ROWS), WILDCARD KEPT APART
       01  WS-PAYER-MAP-TABLE.
           05  WS-PMP-ENTRY OCCURS 200 TIMES.
               10  WS-PMP-PAYER-ID     PIC X(8).
               10  WS-PMP-CLASS-SUB    PIC 9(1).
       01  WS-PMP-USED                 PIC 9(3) VALUE ZERO.
       77  WS-PMP-MAX                  PIC 9(3) VALUE 200.
       77  PMP-SUB                     PIC 9(3).
       77  WS-DEFAULT-CLASS-SUB        PIC 9(1) VALUE ZERO.

      ***** PAYER CLASSES, IN THE ORDER CRMAP FIRST NAMES THEM --
      ***** THE COLUMNS OF THE PATIENT-DAY PAGE
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 8 TIMES.
               10  WS-CLS-CODE         PIC X(5).
               10  WS-CLS-DISCHARGES   PIC S9(7) COMP.
               10  WS-CLS-DAYS         PIC S9(9) COMP.
       01  WS-CLS-USED                 PIC 9(1) VALUE ZERO.
       77  WS-CLS-MAX                  PIC 9(1) VALUE 8.
       77  CLS-SUB                     PIC 9(1).

      ***** REVENUE CODE TO COST CENTER ("R" ROWS)
       01  WS-REVCC-TABLE.
           05  WS-RCC-ENTRY OCCURS 300 TIMES.
               10  WS-RCC-REVENUE-CODE PIC X(4).
               10  WS-RCC-CC-SUB       PIC 9(2).
       01  WS-RCC-USED                 PIC 9(3) VALUE ZERO.
       77  WS-RCC-MAX                  PIC 9(3) VALUE 300.
       77  RCC-SUB                     PIC 9(3).
       77  WS-DEFAULT-CC-SUB           PIC 9(2) VALUE ZERO.

      ***** COST CENTERS, IN THE ORDER CRMAP FIRST NAMES THEM
       01  WS-COST-CENTER-TABLE.
           05  WS-CC-ENTRY OCCURS 60 TIMES.
               10  WS-CC-CODE          PIC X(5).
               10  WS-CC-NAME          PIC X(30).
               10  WS-CC-CHARGES       PIC S9(11)V99 COMP-3.
       01  WS-CC-USED                  PIC 9(2) VALUE ZERO.
       77  WS-CC-MAX                   PIC 9(2) VALUE 60.
       77  CC-SUB                      PIC 9(2).

      ***** REVENUE-CODE MAP, TABLED AT STARTUP THE WAY EDICLAIM
      ***** TABLES IT
       01  WS-REVMAP-TABLE.
           05  WS-REV-ENTRY OCCURS 100 TIMES.
               10  WRV-ITEM-TYPE       PIC X(5).
               10  WRV-ITEM-ID         PIC X(8).
               10  WRV-REVENUE-CODE    PIC X(4).
       01  WS-REV-USED                 PIC 9(3) VALUE ZERO.
       77  WS-REV-MAX                  PIC 9(3) VALUE 100.
       77  REV-SUB                     PIC 9(3).
       77  WS-REV-LOOK-TYPE            PIC X(5).
       77  WS-REV-FOUND-CODE           PIC X(4).

      ***** LAST PAYER BY PATIENT/ENCOUNTER OFF THE CLAIM REGISTER --
      ***** THE REGISTER IS IN CONTROL-NUMBER ORDER, SO THE LAST CLAIM
      ***** READ FOR A STAY (A REPLACEMENT SUPERSEDES THE ORIGINAL)
      ***** NAMES THE PAYER
       01  WS-ENC-TABLE.
           05  WS-ENC-ENTRY OCCURS 5000 TIMES.
               10  WS-ENC-PATIENT-ID   PIC X(6).
               10  WS-ENC-ENCOUNTER    PIC X(10).
               10  WS-ENC-PAYER-ID     PIC X(8).
       01  WS-ENC-USED                 PIC 9(4) VALUE ZERO.
       77  WS-ENC-MAX                  PIC 9(4) VALUE 5000.
       77  ENC-SUB                     PIC 9(4).

      ***** PATIENT-DAYS BY WARD (ROWS) AND PAYER CLASS (COLUMNS) --
      ***** FOUND-OR-ADDED; THE LAST ROW CATCHES OVERFLOW
       01  WS-WARD-DAYS-TABLE.
           05  WS-WDY-ENTRY OCCURS 25 TIMES.
               10  WS-WDY-WARD-NBR     PIC X(4).
               10  WS-WDY-DAYS OCCURS 8 TIMES
                                       PIC S9(9) COMP.
       01  WS-WDY-USED                 PIC 9(2) VALUE ZERO.
       77  WS-WDY-MAX                  PIC 9(2) VALUE 25.
       77  WDY-SUB                     PIC 9(2).

       01  WS-FISCAL-FIELDS.
           05  WS-FISCAL-YEAR          PIC 9(4).
           05  WS-FISCAL-START-MM      PIC 9(2) VALUE 01.
       01  WS-FY-FROM                  PIC 9(6).
       01  WS-FY-FROM-X REDEFINES WS-FY-FROM.
           05  WS-FYF-CCYY             PIC 9(4).
           05  WS-FYF-MM               PIC 9(2).
       01  WS-FY-THRU                  PIC 9(6).
       01  WS-FY-THRU-X REDEFINES WS-FY-THRU.
           05  WS-FYT-CCYY             PIC 9(4).
           05  WS-FYT-MM               PIC 9(2).
       01  WS-TEST-MONTH               PIC X(6).
       01  WS-TEST-MONTH-9 REDEFINES WS-TEST-MONTH PIC 9(6).

       01  WS-JRN-DATE-X               PIC X(8).
       01  WS-JRN-YYMMDD               PIC X(6).

       77  WS-SIGN                     PIC S9(1) COMP.
       77  WS-STAY-DAYS                PIC S9(5) COMP.
       77  WS-ADMIT-INT                PIC S9(9) COMP.
       77  WS-DISCH-INT                PIC S9(9) COMP.
       77  WS-DATE-NUM                 PIC 9(8).
       77  WS-HOLD-WARD                PIC X(4).
       77  WS-STAY-PAYER               PIC X(8).
       77  WS-WORK-DAYS                PIC S9(5).
       77  WS-LOOKUP-KEY               PIC X(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  MAP-ROWS-READ           PIC S9(7) COMP VALUE ZERO.
           05  CLAIMS-READ             PIC S9(7) COMP VALUE ZERO.
           05  HISTORY-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  STAYS-COUNTED           PIC S9(7) COMP VALUE ZERO.
           05  CANCEL-ROWS-NETTED      PIC S9(7) COMP VALUE ZERO.
           05  UNCLAIMED-STAYS         PIC S9(7) COMP VALUE ZERO.
           05  DETAIL-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  DETAIL-ROWS-USED        PIC S9(7) COMP VALUE ZERO.
           05  WORK-ROWS-USED          PIC S9(7) COMP VALUE ZERO.
           05  GL-LINES-USED           PIC S9(7) COMP VALUE ZERO.
           05  EXTRACT-ROWS-WRITTEN    PIC S9(7) COMP VALUE ZERO.
           05  TOTAL-DAYS              PIC S9(9) COMP VALUE ZERO.
           05  TOTAL-DISCHARGES        PIC S9(7) COMP VALUE ZERO.
           05  MEDICARE-DAYS           PIC S9(9) COMP VALUE ZERO.
           05  MEDICAID-DAYS           PIC S9(9) COMP VALUE ZERO.
           05  STATEUTL-DAYS           PIC S9(9) COMP VALUE ZERO.
           05  TOTAL-CHARGES           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GL-CHARGES              PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CC-FOOTED-CHARGES       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ROW-DAYS             PIC S9(9) COMP.
           05  WS-DIFF-DAYS            PIC S9(9) COMP.
           05  WS-DIFF-AMT             PIC S9(11)V99 COMP-3.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(42) VALUE
               "MEDICARE COST-REPORT STATISTICS -- FY ".
           05  HDR-FISCAL-YEAR PIC 9(4).
           05  FILLER   PIC X(3)  VALUE " (".
           05  HDR-FROM PIC 9(6).
           05  FILLER   PIC X(3)  VALUE " - ".
           05  HDR-THRU PIC 9(6).
           05  FILLER   PIC X(11) VALUE ")  RUN ON ".
           05  HDR-DATE PIC 9(8).
           05  FILLER   PIC X(47) VALUE SPACES.

       01  WS-SECTION-HDR-REC.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-DAYS-COLM-HDR-REC.
           05  FILLER                  PIC X(8)  VALUE "WARD    ".
           05  DCH-CELL OCCURS 8 TIMES.
               10  FILLER              PIC X(7).
               10  DCH-CLASS           PIC X(5).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(13) VALUE "        TOTAL".
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-DAYS-DETAIL-REC.
           05  DDL-WARD                PIC X(8).
           05  DDL-CELL OCCURS 8 TIMES.
               10  DDL-DAYS            PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER              PIC X(1).
           05  DDL-TOTAL               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-CLASS-LINE-REC.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CLL-CLASS               PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CLL-LABEL               PIC X(20).
           05  CLL-COUNT               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-CC-LINE-REC.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CCL-CODE                PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CCL-NAME                PIC X(30).
           05  CCL-CHARGES             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-TIE-DAYS-REC.
           05  TDL-LABEL               PIC X(40).
           05  TDL-COUNT               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TDL-RESULT              PIC X(30).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TIE-AMT-REC.
           05  TAL-LABEL               PIC X(40).
           05  TAL-AMT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  TAL-RESULT              PIC X(30).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(130) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 020-LOAD-CRMAP THRU 020-EXIT
                   UNTIL NO-MORE-MAP.
           PERFORM 040-LOAD-REVMAP THRU 040-EXIT
                   UNTIL NO-MORE-REV.
           PERFORM 060-CHECK-WILDCARDS THRU 060-EXIT.
           PERFORM 100-SCAN-CLAIM-REGISTER THRU 100-EXIT
                   UNTIL NO-MORE-CLAIMS.
           PERFORM 200-TALLY-HISTORY THRU 200-EXIT
                   UNTIL NO-MORE-HISTORY.
           PERFORM 400-SCAN-CHARGE-DETAIL THRU 400-EXIT
                   UNTIL NO-MORE-DETAIL.
           PERFORM 500-SCAN-STATEUTL-WORK THRU 500-EXIT
                   UNTIL NO-MORE-WORK.
           PERFORM 550-SCAN-GL-JOURNAL THRU 550-EXIT
                   UNTIL NO-MORE-GL.
           PERFORM 700-PRINT-STATISTICS THRU 700-EXIT.
           PERFORM 800-PRINT-TIE-OUT THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CRSTATS ********".
           OPEN INPUT CRMAP, REVMAP, PATHIST, STUTWORK, GLHIST,
                      PATMSTR, PATINS, CLMREG, CHGDTL.
           OPEN OUTPUT CRSTATS, CRSTRPT, SYSOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           INITIALIZE WS-CLASS-TABLE, WS-COST-CENTER-TABLE,
                      WS-WARD-DAYS-TABLE.

           MOVE "FISCAL-YEAR" TO PGT-PARM-NAME.
           PERFORM 010-GET-PARM THRU 010-EXIT.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND OR PGT-NUMBER NOT > ZERO
               MOVE "** NO FISCAL-YEAR ROW ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE PGT-NUMBER TO WS-FISCAL-YEAR.

           MOVE "FISCAL-START-MM" TO PGT-PARM-NAME.
           PERFORM 010-GET-PARM THRU 010-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 12
                   MOVE "** FISCAL-START-MM PARM MUST BE 01-12"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE PGT-NUMBER TO WS-FISCAL-START-MM.

      ***** THE YEAR IS NAMED FOR THE CALENDAR YEAR IT ENDS IN
           IF WS-FISCAL-START-MM = 1
               MOVE WS-FISCAL-YEAR TO WS-FYF-CCYY, WS-FYT-CCYY
               MOVE 01 TO WS-FYF-MM
               MOVE 12 TO WS-FYT-MM
           ELSE
               COMPUTE WS-FYF-CCYY = WS-FISCAL-YEAR - 1
               MOVE WS-FISCAL-START-MM TO WS-FYF-MM
               MOVE WS-FISCAL-YEAR TO WS-FYT-CCYY
               COMPUTE WS-FYT-MM = WS-FISCAL-START-MM - 1.

           MOVE WS-FISCAL-YEAR TO HDR-FISCAL-YEAR.
           MOVE WS-FY-FROM     TO HDR-FROM.
           MOVE WS-FY-THRU     TO HDR-THRU.
           MOVE WS-CURR-DATE-9 TO HDR-DATE.
           WRITE CRSTRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

       010-GET-PARM.
           MOVE "010-GET-PARM" TO PARA-NAME.
           MOVE "CRSTATS" TO PGT-PROGRAM-ID.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
       010-EXIT.
           EXIT.

      ***** BOTH KINDS OF CRMAP ROW INTO THEIR TABLES.  A CLASS OR A
      ***** COST CENTER IS ADDED THE FIRST TIME A ROW NAMES IT
       020-LOAD-CRMAP.
           MOVE "020-LOAD-CRMAP" TO PARA-NAME.
           READ CRMAP INTO COST-REPORT-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 020-EXIT
           END-READ.
           ADD 1 TO MAP-ROWS-READ.

           IF CRM-PAYER-CLASS-ROW
               PERFORM 030-ADD-PAYER-ROW THRU 030-EXIT
               GO TO 020-EXIT.
           IF CRM-COST-CENTER-ROW
               PERFORM 035-ADD-REVENUE-ROW THRU 035-EXIT
               GO TO 020-EXIT.

           MOVE "** BAD CRMAP ROW TYPE - ROW SKIPPED" TO ABEND-REASON
           MOVE MAP-ROWS-READ TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       020-EXIT.
           EXIT.

       030-ADD-PAYER-ROW.
           MOVE "030-ADD-PAYER-ROW" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 032-SCAN-CLASS THRU 032-EXIT
               VARYING CLS-SUB FROM 1 BY 1 UNTIL
               CLS-SUB > WS-CLS-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM CLS-SUB
           ELSE
               IF WS-CLS-USED = WS-CLS-MAX
                   MOVE "** MORE THAN 8 PAYER CLASSES ON CRMAP"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   ADD 1 TO WS-CLS-USED
                   MOVE WS-CLS-USED TO CLS-SUB
                   MOVE CRM-MAPPED-CODE TO WS-CLS-CODE(CLS-SUB).

           IF CRM-WILDCARD-KEY
               MOVE CLS-SUB TO WS-DEFAULT-CLASS-SUB
               GO TO 030-EXIT.
           IF WS-PMP-USED = WS-PMP-MAX
               MOVE "*** CRMAP PAYER TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 030-EXIT.
           ADD 1 TO WS-PMP-USED.
           MOVE CRM-KEY TO WS-PMP-PAYER-ID(WS-PMP-USED).
           MOVE CLS-SUB TO WS-PMP-CLASS-SUB(WS-PMP-USED).
       030-EXIT.
           EXIT.

       032-SCAN-CLASS.
           IF WS-CLS-CODE(CLS-SUB) = CRM-MAPPED-CODE
               MOVE "Y" TO WS-FOUND-SW.
       032-EXIT.
           EXIT.

       035-ADD-REVENUE-ROW.
           MOVE "035-ADD-REVENUE-ROW" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 037-SCAN-COST-CENTER THRU 037-EXIT
               VARYING CC-SUB FROM 1 BY 1 UNTIL
               CC-SUB > WS-CC-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM CC-SUB
           ELSE
               IF WS-CC-USED = WS-CC-MAX
                   MOVE "*** CRMAP COST CENTER TABLE FULL"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 035-EXIT
               ELSE
                   ADD 1 TO WS-CC-USED
                   MOVE WS-CC-USED TO CC-SUB
                   MOVE CRM-MAPPED-CODE TO WS-CC-CODE(CC-SUB)
                   MOVE CRM-DESCRIPTION TO WS-CC-NAME(CC-SUB).

           IF CRM-WILDCARD-KEY
               MOVE CC-SUB TO WS-DEFAULT-CC-SUB
               GO TO 035-EXIT.
           IF WS-RCC-USED = WS-RCC-MAX
               MOVE "*** CRMAP REVENUE TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 035-EXIT.
           ADD 1 TO WS-RCC-USED.
           MOVE CRM-KEY(1:4) TO WS-RCC-REVENUE-CODE(WS-RCC-USED).
           MOVE CC-SUB       TO WS-RCC-CC-SUB(WS-RCC-USED).
       035-EXIT.
           EXIT.

       037-SCAN-COST-CENTER.
           IF WS-CC-CODE(CC-SUB) = CRM-MAPPED-CODE
               MOVE "Y" TO WS-FOUND-SW.
       037-EXIT.
           EXIT.

       040-LOAD-REVMAP.
           MOVE "040-LOAD-REVMAP" TO PARA-NAME.
           READ REVMAP INTO REV-MAP-REC
               AT END
                   MOVE "N" TO MORE-REV-SW
                   GO TO 040-EXIT
           END-READ.
           IF WS-REV-USED = WS-REV-MAX
               MOVE "*** REVENUE MAP TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 040-EXIT.
           ADD 1 TO WS-REV-USED.
           MOVE RVM-ITEM-TYPE    TO WRV-ITEM-TYPE(WS-REV-USED).
           MOVE RVM-ITEM-ID      TO WRV-ITEM-ID(WS-REV-USED).
           MOVE RVM-REVENUE-CODE TO WRV-REVENUE-CODE(WS-REV-USED).
       040-EXIT.
           EXIT.

      ***** WITHOUT BOTH WILDCARDS A DAY OR A DOLLAR COULD FALL OUT
      ***** OF THE STATISTICS UNCOUNTED
       060-CHECK-WILDCARDS.
           MOVE "060-CHECK-WILDCARDS" TO PARA-NAME.
           IF WS-DEFAULT-CLASS-SUB = ZERO
               MOVE "** NO CRMAP P/******** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF WS-DEFAULT-CC-SUB = ZERO
               MOVE "** NO CRMAP R/******** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       060-EXIT.
           EXIT.

       100-SCAN-CLAIM-REGISTER.
           MOVE "100-SCAN-CLAIM-REGISTER" TO PARA-NAME.
           READ CLMREG NEXT INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-CLAIMS-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CLAIMS-READ.

      ***** A REJECTED CLAIM NEVER REACHED THE PAYER
           IF CLM-REJECTED
               GO TO 100-EXIT.

           MOVE CLM-PATIENT-ID    TO HIST-PATIENT-ID.
           MOVE CLM-ENCOUNTER-NBR TO HIST-ENCOUNTER-NBR.
           PERFORM 150-FIND-ENCOUNTER THRU 150-EXIT.
           IF NOT ROW-FOUND
               IF WS-ENC-USED = WS-ENC-MAX
                   MOVE "*** CLAIMED-ENCOUNTER TABLE FULL"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 100-EXIT
               ELSE
                   ADD 1 TO WS-ENC-USED
                   MOVE WS-ENC-USED TO ENC-SUB
                   MOVE CLM-PATIENT-ID    TO WS-ENC-PATIENT-ID(ENC-SUB)
                   MOVE CLM-ENCOUNTER-NBR TO WS-ENC-ENCOUNTER(ENC-SUB).
           MOVE CLM-PAYER-ID TO WS-ENC-PAYER-ID(ENC-SUB).
       100-EXIT.
           EXIT.

      ***** THE STAY NAMED IN HIST-PATIENT-ID/HIST-ENCOUNTER-NBR
       150-FIND-ENCOUNTER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 160-SCAN-ENCOUNTER THRU 160-EXIT
               VARYING ENC-SUB FROM 1 BY 1 UNTIL
               ENC-SUB > WS-ENC-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM ENC-SUB.
       150-EXIT.
           EXIT.

       160-SCAN-ENCOUNTER.
           IF WS-ENC-PATIENT-ID(ENC-SUB) = HIST-PATIENT-ID
            AND WS-ENC-ENCOUNTER(ENC-SUB) = HIST-ENCOUNTER-NBR
               MOVE "Y" TO WS-FOUND-SW.
       160-EXIT.
           EXIT.

      ***** ONLY STAYS DISCHARGED IN THE FISCAL YEAR COUNT; A "C"
      ***** CANCELLATION ROW ENTERS AT -1 AND NETS OUT THE ROW IT
      ***** VOIDS -- THE SAME RULES AS STATEUTL
       200-TALLY-HISTORY.
           MOVE "200-TALLY-HISTORY" TO PARA-NAME.
           READ PATHIST INTO PATIENT-HISTORY-REC
               AT END
                   MOVE "N" TO MORE-HIST-SW
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO HISTORY-ROWS-READ.

           MOVE HIST-DATE-DISCHARGE(1:4) TO WS-TEST-MONTH(1:4).
           MOVE HIST-DATE-DISCHARGE(6:2) TO WS-TEST-MONTH(5:2).
           IF WS-TEST-MONTH NOT NUMERIC
               GO TO 200-EXIT.
           IF WS-TEST-MONTH-9 < WS-FY-FROM
            OR WS-TEST-MONTH-9 > WS-FY-THRU
               GO TO 200-EXIT.

           IF HIST-CANCELED
               MOVE -1 TO WS-SIGN
               ADD 1 TO CANCEL-ROWS-NETTED
           ELSE
               MOVE +1 TO WS-SIGN.

           PERFORM 250-COMPUTE-STAY-DAYS THRU 250-EXIT.
           PERFORM 300-FIND-STAY-CLASS THRU 300-EXIT.

           IF HIST-WARD-NBR = SPACES
               MOVE "UNKN" TO WS-HOLD-WARD
           ELSE
               MOVE HIST-WARD-NBR TO WS-HOLD-WARD.
           PERFORM 350-FIND-WARD-ROW THRU 350-EXIT.

           COMPUTE WS-STAY-DAYS = WS-STAY-DAYS * WS-SIGN.
           ADD WS-STAY-DAYS TO WS-WDY-DAYS(WDY-SUB, CLS-SUB),
                               WS-CLS-DAYS(CLS-SUB),
                               TOTAL-DAYS.
           ADD WS-SIGN TO WS-CLS-DISCHARGES(CLS-SUB),
                          TOTAL-DISCHARGES.
           ADD 1 TO STAYS-COUNTED.
       200-EXIT.
           EXIT.

       250-COMPUTE-STAY-DAYS.
           MOVE "250-COMPUTE-STAY-DAYS" TO PARA-NAME.
           MOVE 1 TO WS-STAY-DAYS.
           IF HIST-DATE-ADMIT(1:4) NOT NUMERIC
            OR HIST-DATE-DISCHARGE(1:4) NOT NUMERIC
               GO TO 250-EXIT.
           MOVE HIST-DATE-ADMIT(1:4) TO WS-DATE-NUM(1:4).
           MOVE HIST-DATE-ADMIT(6:2) TO WS-DATE-NUM(5:2).
           MOVE HIST-DATE-ADMIT(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-ADMIT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE HIST-DATE-DISCHARGE(1:4) TO WS-DATE-NUM(1:4).
           MOVE HIST-DATE-DISCHARGE(6:2) TO WS-DATE-NUM(5:2).
           MOVE HIST-DATE-DISCHARGE(9:2) TO WS-DATE-NUM(7:2).
           COMPUTE WS-DISCH-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-STAY-DAYS = WS-DISCH-INT - WS-ADMIT-INT.
      ***** A SAME-DAY STAY STILL COUNTS AS ONE PATIENT-DAY
           IF WS-STAY-DAYS < 1
               MOVE 1 TO WS-STAY-DAYS.
       250-EXIT.
           EXIT.

      ***** THE STAY'S PAYER -- ITS LAST CLAIM, OR FOR A STAY NEVER
      ***** CLAIMED MEDICARE OR THE PRIMARY CARRIER ON FILE -- AND
      ***** THE PAYER'S CLASS, THE WILDCARD CLASS WHEN NOT ON CRMAP
       300-FIND-STAY-CLASS.
           MOVE "300-FIND-STAY-CLASS" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           IF HIST-ENCOUNTER-NBR NOT = SPACES
               PERFORM 150-FIND-ENCOUNTER THRU 150-EXIT.
           IF ROW-FOUND
               MOVE WS-ENC-PAYER-ID(ENC-SUB) TO WS-STAY-PAYER
               GO TO 320-MAP-CLASS.

           ADD 1 TO UNCLAIMED-STAYS.
           MOVE "SELF-PAY" TO WS-STAY-PAYER.
           MOVE HIST-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF RECORD-FOUND
               IF MEDICARE-INS IN PATIENT-MASTER-REC
                   MOVE "MEDICARE" TO WS-STAY-PAYER
                   GO TO 320-MAP-CLASS.
           MOVE HIST-PATIENT-ID TO PATINS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF PATINS-FOUND
            AND INS-COMPANY-PRIMARY-ID IN INS-COMPANY-PRIMARY
                NOT = SPACES
               MOVE INS-COMPANY-PRIMARY-ID IN INS-COMPANY-PRIMARY
                    TO WS-STAY-PAYER.

       320-MAP-CLASS.
           MOVE WS-DEFAULT-CLASS-SUB TO CLS-SUB.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 330-SCAN-PAYER-MAP THRU 330-EXIT
               VARYING PMP-SUB FROM 1 BY 1 UNTIL
               PMP-SUB > WS-PMP-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM PMP-SUB
               MOVE WS-PMP-CLASS-SUB(PMP-SUB) TO CLS-SUB.
       300-EXIT.
           EXIT.

       330-SCAN-PAYER-MAP.
           IF WS-PMP-PAYER-ID(PMP-SUB) = WS-STAY-PAYER
               MOVE "Y" TO WS-FOUND-SW.
       330-EXIT.
           EXIT.

       350-FIND-WARD-ROW.
           MOVE "350-FIND-WARD-ROW" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 360-SCAN-WARD-ROW THRU 360-EXIT
               VARYING WDY-SUB FROM 1 BY 1 UNTIL
               WDY-SUB > WS-WDY-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM WDY-SUB
           ELSE
               IF WS-WDY-USED = WS-WDY-MAX
                   MOVE WS-WDY-MAX TO WDY-SUB
                   MOVE "*** WARD TABLE FULL - LAST ROW USED"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
               ELSE
                   ADD 1 TO WS-WDY-USED
                   MOVE WS-WDY-USED TO WDY-SUB
                   MOVE WS-HOLD-WARD TO WS-WDY-WARD-NBR(WDY-SUB).
       350-EXIT.
           EXIT.

       360-SCAN-WARD-ROW.
           IF WS-WDY-WARD-NBR(WDY-SUB) = WS-HOLD-WARD
               MOVE "Y" TO WS-FOUND-SW.
       360-EXIT.
           EXIT.

      ***** EVERY LAB AND EQUIPMENT CHARGE DATED IN THE YEAR, TO ITS
      ***** COST CENTER BY WAY OF ITS REVENUE CODE
       400-SCAN-CHARGE-DETAIL.
           MOVE "400-SCAN-CHARGE-DETAIL" TO PARA-NAME.
           READ CHGDTL NEXT INTO CHARGE-DETAIL-REC
               AT END
                   MOVE "N" TO MORE-DETAIL-SW
                   GO TO 400-EXIT
           END-READ.
           ADD 1 TO DETAIL-ROWS-READ.

           MOVE CDT-ITEM-DATE(1:6) TO WS-TEST-MONTH.
           IF WS-TEST-MONTH NOT NUMERIC
               GO TO 400-EXIT.
           IF WS-TEST-MONTH-9 < WS-FY-FROM
            OR WS-TEST-MONTH-9 > WS-FY-THRU
               GO TO 400-EXIT.

           IF CDT-LAB-CHARGE
               MOVE "LAB  " TO WS-REV-LOOK-TYPE
           ELSE
               MOVE "EQUIP" TO WS-REV-LOOK-TYPE.
           PERFORM 420-FIND-REVENUE-CODE THRU 420-EXIT.

           MOVE WS-DEFAULT-CC-SUB TO CC-SUB.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 440-SCAN-REVENUE-CC THRU 440-EXIT
               VARYING RCC-SUB FROM 1 BY 1 UNTIL
               RCC-SUB > WS-RCC-USED OR ROW-FOUND.
           IF ROW-FOUND
               SUBTRACT 1 FROM RCC-SUB
               MOVE WS-RCC-CC-SUB(RCC-SUB) TO CC-SUB.

           ADD CDT-CHARGE-AMT TO WS-CC-CHARGES(CC-SUB), TOTAL-CHARGES.
           ADD 1 TO DETAIL-ROWS-USED.
       400-EXIT.
           EXIT.

      ***** ITEM-SPECIFIC REVMAP ROW FIRST, THE TYPE'S "********"
      ***** WILDCARD SECOND -- THE SAME ORDER THE CLAIM WRITERS USE
       420-FIND-REVENUE-CODE.
           MOVE "420-FIND-REVENUE-CODE" TO PARA-NAME.
           MOVE SPACES TO WS-REV-FOUND-CODE.
           MOVE CDT-ITEM-ID TO WS-LOOKUP-KEY.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 430-SCAN-REVMAP THRU 430-EXIT
               VARYING REV-SUB FROM 1 BY 1 UNTIL
               REV-SUB > WS-REV-USED OR ROW-FOUND.
           IF ROW-FOUND
               GO TO 420-EXIT.
           MOVE "********" TO WS-LOOKUP-KEY.
           PERFORM 430-SCAN-REVMAP THRU 430-EXIT
               VARYING REV-SUB FROM 1 BY 1 UNTIL
               REV-SUB > WS-REV-USED OR ROW-FOUND.
       420-EXIT.
           EXIT.

       430-SCAN-REVMAP.
           IF WRV-ITEM-TYPE(REV-SUB) = WS-REV-LOOK-TYPE
            AND WRV-ITEM-ID(REV-SUB) = WS-LOOKUP-KEY
               MOVE WRV-REVENUE-CODE(REV-SUB) TO WS-REV-FOUND-CODE
               MOVE "Y" TO WS-FOUND-SW.
       430-EXIT.
           EXIT.

       440-SCAN-REVENUE-CC.
           IF WS-REV-FOUND-CODE NOT = SPACES
            AND WS-RCC-REVENUE-CODE(RCC-SUB) = WS-REV-FOUND-CODE
               MOVE "Y" TO WS-FOUND-SW.
       440-EXIT.
           EXIT.

      ***** STATEUTL'S FILED DAYS FOR THE SAME DISCHARGE MONTHS
       500-SCAN-STATEUTL-WORK.
           MOVE "500-SCAN-STATEUTL-WORK" TO PARA-NAME.
           READ STUTWORK INTO STATEUTL-WORK-REC
               AT END
                   MOVE "N" TO MORE-WORK-SW
                   GO TO 500-EXIT
           END-READ.
           MOVE SWK-DISCHARGE(1:4) TO WS-TEST-MONTH(1:4).
           MOVE SWK-DISCHARGE(6:2) TO WS-TEST-MONTH(5:2).
           IF WS-TEST-MONTH NOT NUMERIC
               GO TO 500-EXIT.
           IF WS-TEST-MONTH-9 < WS-FY-FROM
            OR WS-TEST-MONTH-9 > WS-FY-THRU
               GO TO 500-EXIT.
           MOVE SWK-DAYS TO WS-WORK-DAYS.
           ADD WS-WORK-DAYS TO STATEUTL-DAYS.
           ADD 1 TO WORK-ROWS-USED.
       500-EXIT.
           EXIT.

      ***** LAB AND EQUIPMENT REVENUE AS JOURNALED -- EACH PAIR
      ***** COUNTS ONCE, ON ITS DEBIT LINE, AS IN RSRVDRV
       550-SCAN-GL-JOURNAL.
           MOVE "550-SCAN-GL-JOURNAL" TO PARA-NAME.
           READ GLHIST INTO GL-JOURNAL-REC
               AT END
                   MOVE "N" TO MORE-GL-SW
                   GO TO 550-EXIT
           END-READ.
           IF NOT JRN-DEBIT
               GO TO 550-EXIT.
           IF JRN-CHARGE-CATEGORY NOT = "LABT" AND
              JRN-CHARGE-CATEGORY NOT = "EQUP"
               GO TO 550-EXIT.

           MOVE JRN-DATE TO WS-JRN-DATE-X.
           IF WS-JRN-DATE-X(7:2) = SPACES
               MOVE WS-JRN-DATE-X(1:6) TO WS-JRN-YYMMDD
               MOVE SPACES TO WS-JRN-DATE-X
               STRING "20" WS-JRN-YYMMDD DELIMITED BY SIZE
                      INTO WS-JRN-DATE-X.
           MOVE WS-JRN-DATE-X(1:6) TO WS-TEST-MONTH.
           IF WS-TEST-MONTH NOT NUMERIC
               GO TO 550-EXIT.
           IF WS-TEST-MONTH-9 < WS-FY-FROM
            OR WS-TEST-MONTH-9 > WS-FY-THRU
               GO TO 550-EXIT.
           ADD JRN-AMT TO GL-CHARGES.
           ADD 1 TO GL-LINES-USED.
       550-EXIT.
           EXIT.

       700-PRINT-STATISTICS.
           MOVE "700-PRINT-STATISTICS" TO PARA-NAME.
           MOVE WS-FISCAL-YEAR TO CRS-FISCAL-YEAR.

           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "PATIENT-DAYS BY WARD AND PAYER CLASS" TO SEC-TITLE.
           WRITE CRSTRPT-REC FROM WS-SECTION-HDR-REC.
           MOVE SPACES TO WS-DAYS-COLM-HDR-REC.
           MOVE "WARD" TO WS-DAYS-COLM-HDR-REC(1:4).
           MOVE "        TOTAL" TO WS-DAYS-COLM-HDR-REC(113:13).
           PERFORM 705-CLASS-HEADING THRU 705-EXIT
               VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > WS-CLS-USED.
           WRITE CRSTRPT-REC FROM WS-DAYS-COLM-HDR-REC.
           PERFORM 710-PRINT-WARD-DAYS THRU 710-EXIT
               VARYING WDY-SUB FROM 1 BY 1 UNTIL WDY-SUB > WS-WDY-USED.

           MOVE SPACES TO WS-DAYS-DETAIL-REC.
           MOVE "TOTAL" TO DDL-WARD.
           PERFORM 720-TOTAL-CELL THRU 720-EXIT
               VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > WS-CLS-USED.
           MOVE TOTAL-DAYS TO DDL-TOTAL.
           WRITE CRSTRPT-REC FROM WS-DAYS-DETAIL-REC.

           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "DISCHARGES BY PAYER CLASS" TO SEC-TITLE.
           WRITE CRSTRPT-REC FROM WS-SECTION-HDR-REC.
           PERFORM 730-PRINT-CLASS-DISCH THRU 730-EXIT
               VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > WS-CLS-USED.
           MOVE "TOTAL"       TO CLL-CLASS.
           MOVE "DISCHARGES"  TO CLL-LABEL.
           MOVE TOTAL-DISCHARGES TO CLL-COUNT.
           WRITE CRSTRPT-REC FROM WS-CLASS-LINE-REC.

           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "PROGRAM DAYS" TO SEC-TITLE.
           WRITE CRSTRPT-REC FROM WS-SECTION-HDR-REC.
           MOVE "MCR"            TO CLL-CLASS, CRS-PAYER-CLASS.
           MOVE "TITLE XVIII DAYS" TO CLL-LABEL.
           MOVE MEDICARE-DAYS    TO CLL-COUNT.
           WRITE CRSTRPT-REC FROM WS-CLASS-LINE-REC.
           MOVE "MCD"            TO CLL-CLASS.
           MOVE "TITLE XIX DAYS" TO CLL-LABEL.
           MOVE MEDICAID-DAYS    TO CLL-COUNT.
           WRITE CRSTRPT-REC FROM WS-CLASS-LINE-REC.

           MOVE "PG"          TO CRS-STAT-TYPE.
           MOVE SPACES        TO CRS-WARD-NBR, CRS-COST-CENTER,
                                 CRS-COST-CENTER-NAME.
           MOVE ZERO          TO CRS-AMOUNT.
           MOVE "MCR"         TO CRS-PAYER-CLASS.
           MOVE MEDICARE-DAYS TO CRS-COUNT.
           PERFORM 790-WRITE-EXTRACT THRU 790-EXIT.
           MOVE "MCD"         TO CRS-PAYER-CLASS.
           MOVE MEDICAID-DAYS TO CRS-COUNT.
           PERFORM 790-WRITE-EXTRACT THRU 790-EXIT.

           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "ANCILLARY CHARGES BY COST CENTER" TO SEC-TITLE.
           WRITE CRSTRPT-REC FROM WS-SECTION-HDR-REC.
           PERFORM 740-PRINT-COST-CENTER THRU 740-EXIT
               VARYING CC-SUB FROM 1 BY 1 UNTIL CC-SUB > WS-CC-USED.
           MOVE SPACES        TO CCL-CODE.
           MOVE "TOTAL ANCILLARY CHARGES" TO CCL-NAME.
           MOVE CC-FOOTED-CHARGES TO CCL-CHARGES.
           WRITE CRSTRPT-REC FROM WS-CC-LINE-REC.
       700-EXIT.
           EXIT.

       705-CLASS-HEADING.
           MOVE WS-CLS-CODE(CLS-SUB) TO DCH-CLASS(CLS-SUB).
       705-EXIT.
           EXIT.

      ***** ONE WARD'S ROW, AND ITS "PD" EXTRACT ROWS
       710-PRINT-WARD-DAYS.
           MOVE "710-PRINT-WARD-DAYS" TO PARA-NAME.
           MOVE SPACES TO WS-DAYS-DETAIL-REC.
           MOVE WS-WDY-WARD-NBR(WDY-SUB) TO DDL-WARD.
           MOVE ZERO TO WS-ROW-DAYS.
           PERFORM 715-WARD-CELL THRU 715-EXIT
               VARYING CLS-SUB FROM 1 BY 1 UNTIL CLS-SUB > WS-CLS-USED.
           MOVE WS-ROW-DAYS TO DDL-TOTAL.
           WRITE CRSTRPT-REC FROM WS-DAYS-DETAIL-REC.
       710-EXIT.
           EXIT.

       715-WARD-CELL.
           MOVE WS-WDY-DAYS(WDY-SUB, CLS-SUB) TO DDL-DAYS(CLS-SUB).
           ADD WS-WDY-DAYS(WDY-SUB, CLS-SUB) TO WS-ROW-DAYS.
           IF WS-WDY-DAYS(WDY-SUB, CLS-SUB) = ZERO
               GO TO 715-EXIT.
           MOVE "PD"                     TO CRS-STAT-TYPE.
           MOVE WS-WDY-WARD-NBR(WDY-SUB) TO CRS-WARD-NBR.
           MOVE WS-CLS-CODE(CLS-SUB)     TO CRS-PAYER-CLASS.
           MOVE SPACES                   TO CRS-COST-CENTER,
                                            CRS-COST-CENTER-NAME.
           MOVE WS-WDY-DAYS(WDY-SUB, CLS-SUB) TO CRS-COUNT.
           MOVE ZERO                     TO CRS-AMOUNT.
           PERFORM 790-WRITE-EXTRACT THRU 790-EXIT.
       715-EXIT.
           EXIT.

      ***** CLASS COLUMN TOTALS -- AND THE PROGRAM DAYS OFF THEM
       720-TOTAL-CELL.
           MOVE WS-CLS-DAYS(CLS-SUB) TO DDL-DAYS(CLS-SUB).
           IF WS-CLS-CODE(CLS-SUB) = "MCR"
               ADD WS-CLS-DAYS(CLS-SUB) TO MEDICARE-DAYS.
           IF WS-CLS-CODE(CLS-SUB) = "MCD"
               ADD WS-CLS-DAYS(CLS-SUB) TO MEDICAID-DAYS.
       720-EXIT.
           EXIT.

       730-PRINT-CLASS-DISCH.
           MOVE "730-PRINT-CLASS-DISCH" TO PARA-NAME.
           MOVE WS-CLS-CODE(CLS-SUB)       TO CLL-CLASS.
           MOVE "DISCHARGES"               TO CLL-LABEL.
           MOVE WS-CLS-DISCHARGES(CLS-SUB) TO CLL-COUNT.
           WRITE CRSTRPT-REC FROM WS-CLASS-LINE-REC.
           MOVE "DC"                       TO CRS-STAT-TYPE.
           MOVE SPACES                     TO CRS-WARD-NBR,
                                              CRS-COST-CENTER,
                                              CRS-COST-CENTER-NAME.
           MOVE WS-CLS-CODE(CLS-SUB)       TO CRS-PAYER-CLASS.
           MOVE WS-CLS-DISCHARGES(CLS-SUB) TO CRS-COUNT.
           MOVE ZERO                       TO CRS-AMOUNT.
           PERFORM 790-WRITE-EXTRACT THRU 790-EXIT.
       730-EXIT.
           EXIT.

       740-PRINT-COST-CENTER.
           MOVE "740-PRINT-COST-CENTER" TO PARA-NAME.
           ADD WS-CC-CHARGES(CC-SUB) TO CC-FOOTED-CHARGES.
           MOVE WS-CC-CODE(CC-SUB)    TO CCL-CODE.
           MOVE WS-CC-NAME(CC-SUB)    TO CCL-NAME.
           MOVE WS-CC-CHARGES(CC-SUB) TO CCL-CHARGES.
           WRITE CRSTRPT-REC FROM WS-CC-LINE-REC.
           MOVE "AC"                  TO CRS-STAT-TYPE.
           MOVE SPACES                TO CRS-WARD-NBR, CRS-PAYER-CLASS.
           MOVE WS-CC-CODE(CC-SUB)    TO CRS-COST-CENTER.
           MOVE WS-CC-NAME(CC-SUB)    TO CRS-COST-CENTER-NAME.
           MOVE ZERO                  TO CRS-COUNT.
           MOVE WS-CC-CHARGES(CC-SUB) TO CRS-AMOUNT.
           PERFORM 790-WRITE-EXTRACT THRU 790-EXIT.
       740-EXIT.
           EXIT.

       790-WRITE-EXTRACT.
           WRITE CRSTATS-REC FROM COST-REPORT-STAT-REC.
           ADD 1 TO EXTRACT-ROWS-WRITTEN.
       790-EXIT.
           EXIT.

      ***** THE TIE-OUT PAGE -- THE WORKSHEETS AGAINST THE STATE
      ***** FILING AND THE LEDGER
       800-PRINT-TIE-OUT.
           MOVE "800-PRINT-TIE-OUT" TO PARA-NAME.
           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE CRSTRPT-REC FROM WS-RPT-HDR-REC.
           MOVE "TIE-OUT" TO SEC-TITLE.
           WRITE CRSTRPT-REC FROM WS-SECTION-HDR-REC.
           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.

           MOVE SPACES TO TDL-RESULT.
           MOVE "PATIENT-DAYS, THESE WORKSHEETS" TO TDL-LABEL.
           MOVE TOTAL-DAYS TO TDL-COUNT.
           WRITE CRSTRPT-REC FROM WS-TIE-DAYS-REC.
           MOVE "PATIENT-DAYS, STATEUTL WORKPAPER" TO TDL-LABEL.
           MOVE STATEUTL-DAYS TO TDL-COUNT.
           WRITE CRSTRPT-REC FROM WS-TIE-DAYS-REC.
           COMPUTE WS-DIFF-DAYS = TOTAL-DAYS - STATEUTL-DAYS.
           MOVE "DIFFERENCE" TO TDL-LABEL.
           MOVE WS-DIFF-DAYS TO TDL-COUNT.
           IF WORK-ROWS-USED = ZERO
               MOVE "** NO STATEUTL ROWS FOR THE FY" TO TDL-RESULT
           ELSE
               IF WS-DIFF-DAYS = ZERO
                   MOVE "AGREES" TO TDL-RESULT
               ELSE
                   MOVE "** DOES NOT AGREE" TO TDL-RESULT.
           WRITE CRSTRPT-REC FROM WS-TIE-DAYS-REC.

           WRITE CRSTRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE SPACES TO TAL-RESULT.
           MOVE "ANCILLARY CHARGES, CHGDTL" TO TAL-LABEL.
           MOVE TOTAL-CHARGES TO TAL-AMT.
           WRITE CRSTRPT-REC FROM WS-TIE-AMT-REC.
           MOVE "ANCILLARY CHARGES, COST CENTERS FOOTED" TO TAL-LABEL.
           MOVE CC-FOOTED-CHARGES TO TAL-AMT.
           IF CC-FOOTED-CHARGES NOT = TOTAL-CHARGES
               MOVE "** COST CENTERS DO NOT FOOT" TO TAL-RESULT.
           WRITE CRSTRPT-REC FROM WS-TIE-AMT-REC.
           MOVE SPACES TO TAL-RESULT.
           MOVE "LAB + EQUIPMENT REVENUE, GL JOURNAL" TO TAL-LABEL.
           MOVE GL-CHARGES TO TAL-AMT.
           WRITE CRSTRPT-REC FROM WS-TIE-AMT-REC.
           COMPUTE WS-DIFF-AMT = TOTAL-CHARGES - GL-CHARGES.
           MOVE "DIFFERENCE" TO TAL-LABEL.
           MOVE WS-DIFF-AMT TO TAL-AMT.
           IF GL-LINES-USED = ZERO
               MOVE "** NO GL LINES FOR THE FY" TO TAL-RESULT
           ELSE
               IF WS-DIFF-AMT = ZERO
                   MOVE "AGREES" TO TAL-RESULT
               ELSE
                   MOVE "** DOES NOT AGREE" TO TAL-RESULT.
           WRITE CRSTRPT-REC FROM WS-TIE-AMT-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CRMAP, REVMAP, PATHIST, STUTWORK, GLHIST,
                 PATMSTR, PATINS, CLMREG, CHGDTL,
                 CRSTATS, CRSTRPT, SYSOUT.
           DISPLAY "CRSTATS FISCAL YEAR          : " WS-FISCAL-YEAR.
           DISPLAY "CRSTATS CRMAP ROWS READ      : " MAP-ROWS-READ.
           DISPLAY "CRSTATS CLAIMS READ          : " CLAIMS-READ.
           DISPLAY "CRSTATS HISTORY ROWS READ    : " HISTORY-ROWS-READ.
           DISPLAY "CRSTATS STAYS COUNTED        : " STAYS-COUNTED.
           DISPLAY "CRSTATS CANCELS NETTED       : " CANCEL-ROWS-NETTED.
           DISPLAY "CRSTATS UNCLAIMED STAYS      : " UNCLAIMED-STAYS.
           DISPLAY "CRSTATS CHARGE ROWS USED     : " DETAIL-ROWS-USED.
           DISPLAY "CRSTATS TOTAL PATIENT-DAYS   : " TOTAL-DAYS.
           DISPLAY "CRSTATS STATEUTL DAYS        : " STATEUTL-DAYS.
           DISPLAY "CRSTATS TOTAL CHARGES        : " TOTAL-CHARGES.
           DISPLAY "CRSTATS GL CHARGES           : " GL-CHARGES.
           DISPLAY "CRSTATS EXTRACT ROWS WRITTEN : "
                   EXTRACT-ROWS-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB CRSTATS ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CRMAP, REVMAP, PATHIST, STUTWORK, GLHIST,
                 PATMSTR, PATINS, CLMREG, CHGDTL,
                 CRSTATS, CRSTRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CRSTATS ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

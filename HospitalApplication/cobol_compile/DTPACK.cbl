       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DTPACK.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WARD DOWNTIME PACK.  RUN EVERY FOUR HOURS, AROUND
      *          THE CLOCK, SO THAT WHEN THE CICS REGION OR THE
      *          NETWORK GOES DOWN EVERY WARD ALREADY HAS A PAPER
      *          PACK NO MORE THAN FOUR HOURS OLD.  THE PATIENT
      *          MASTER IS READ LIVE -- THE NIGHT'S CENSUS EXTRACT IS
      *          TOO OLD BY AFTERNOON.  FOR EACH WARD, STARTING ON A
      *          NEW PAGE AND IN BED ORDER:
      *
      *             - A BANNER NAMING THE WARD AND THE TIME OF THE
      *               PACK, SO THE FLOOR DISCARDS THE EARLIER ONE
      *             - THE CENSUS: EVERY STAY STILL IN HOUSE WITH ITS
      *               NAME, ENCOUNTER, DIAGNOSIS AND ATTENDING, AND
      *               THE FLAGS A CODE OR RAPID-RESPONSE TEAM NEEDS --
      *               ISOLATION, BLOOD TYPE, LEAVE OF ABSENCE,
      *               OBSERVATION/SWING, CONFIDENTIAL, NO PUBLICITY
      *             - EACH PATIENT'S ALLERGIES (PATALRGY), ACTIVE
      *               ORDERS DATED YESTERDAY OR LATER (PHYSORD) AND
      *               STANDING ORDERS NOT YET STOPPED (STNDORD).  THE
      *               DOSE-BY-DOSE MAR IS MARPRINT'S NIGHTLY SHEET.
      *             - A BLANK CHARGE SHEET PER PATIENT, ITS OWN PAGE,
      *               PRE-PRINTED WITH PATIENT, WARD AND BED AND RULED
      *               IN THE ORDER OF THE CHGE EQUIPMENT LINE SO THE
      *               CATCH-UP KEYING GOES STRAIGHT FROM THE SHEET.
      *
      *          PARM IS A WARD NUMBER (ONE WARD'S PACK, FOR THAT
      *          WARD'S PRINTER) OR ALL / OMITTED (EVERY WARD).  THE
      *          PAGE LENGTH IS THE DTPACK REPORT DEFINITION'S LINES
      *          PER PAGE, 60 WITH NO RPTDEF ROW.
      *
      *          CHARGES WRITTEN ON THE SHEETS DURING AN OUTAGE ARE
      *          KEYED LATE; OPERATIONS DECLARES THE OUTAGE AS THE
      *          DOWNTIME WINDOW ON RUNPARM (PARMMNT) AND CHGEDIT LETS
      *          THEM PAST THE LATE-CHARGE EDIT -- SEE DALYEDIT.
      *
      ******************************************************************

               VSAM MASTER FILE        -   DDS0001.PATMASTR
                                            DDS0001.PATPERSN

               PATIENT ALLERGIES       -   DDS0001.PATALRGY

               PHYSICIAN ORDERS        -   DDS0001.PHYSORD

               STANDING ORDERS FILE    -   DDS0001.STNDORD

               VSAM REPORT DEFINITIONS -   DDS0001.RPTDEF

               OUTPUT FILE PRODUCED    -   DTPRINT (WARD PRINTER)

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

           SELECT DTPRINT
           ASSIGN TO UT-S-DTPRINT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATALRGY
           ASSIGN TO UT-S-PATALRGY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ALCODE.

           SELECT PHYSORD
           ASSIGN TO UT-S-PHYSORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT STNDORD
           ASSIGN TO UT-S-STNDORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

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

       FD  DTPRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DTPRINT-REC.
       01  DTPRINT-REC PIC X(132).

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

       FD  STNDORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STANDING-ORDER-REC.
       01  STNDORD-REC PIC X(50).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY     PIC X(06).
           05 FILLER           PIC X(792).

       FD  RPTDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPORT-DEFINITION-REC.
       01  RPTDEF-FILE-REC.
           05 RPTDEF-FILE-KEY  PIC X(08).
           05 FILLER           PIC X(92).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  ALCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-OK           VALUE "00".
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND       VALUE "00".
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".

       COPY PATMSTR.

       COPY PATPERSN.

       COPY PATALRGY.

       COPY PHYSORD.

       COPY STNDORD.

       COPY RPTREPO.

       01  WS-SWITCHES.
           05  MORE-ALRGY-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ALRGY        VALUE "N".
           05  MORE-ORDER-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ORDERS       VALUE "N".
           05  MORE-STNDORD-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-STNDORD      VALUE "N".
           05  MORE-MSTR-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-MSTR         VALUE "N".
           05  WARD-END-SW             PIC X(1) VALUE "N".
               88 WARD-ENDED           VALUE "Y".

      ***** THE IN-HOUSE STAYS, READ OFF THE LIVE MASTER.  THE SORT
      ***** KEY IS WARD AND BED; 300-SEQUENCE-CENSUS LAYS THE PRINT
      ***** ORDER INTO WS-SEQ-TABLE BY TAKING THE LOWEST UNTAKEN KEY
      ***** EACH PASS, AS ROUNDLST DOES.
       01  WS-CENSUS-TABLE.
           05  CNS-ROW OCCURS 3000 TIMES INDEXED BY CNS-IDX.
               10  CNS-SORT-KEY.
                   15  CNS-WARD-NBR        PIC X(4).
                   15  CNS-BED-IDENTITY    PIC X(4).
               10  CNS-PATIENT-ID          PIC X(6).
               10  CNS-PATIENT-NAME        PIC X(30).
               10  CNS-PATIENT-TYPE        PIC X(1).
                   88 CNS-OBSERVATION      VALUE "B".
                   88 CNS-SWING-BED        VALUE "S".
               10  CNS-ENCOUNTER-NBR       PIC X(10).
               10  CNS-DIAG-CODE           PIC X(7).
               10  CNS-ATTENDING           PIC X(8).
               10  CNS-DATE-ADMIT          PIC X(10).
               10  CNS-ISOLATION-IND       PIC X(1).
                   88 CNS-ON-ISOLATION     VALUE "I".
               10  CNS-ISOLATION-CDE       PIC X(4).
               10  CNS-LOA-IND             PIC X(1).
                   88 CNS-ON-LEAVE         VALUE "L".
               10  CNS-CONFIDENTIAL-IND    PIC X(1).
                   88 CNS-CONFIDENTIAL     VALUE "C".
               10  CNS-NO-PUBLICITY-IND    PIC X(1).
                   88 CNS-NO-PUBLICITY     VALUE "Y".
               10  CNS-BLOOD-TYPE          PIC X(3).
               10  CNS-TAKEN-SW            PIC X(1).
                   88 CNS-TAKEN            VALUE "Y".
       77  WS-CNS-COUNT                PIC 9(4) VALUE ZERO.

       01  WS-SEQ-TABLE.
           05  SEQ-SUB OCCURS 3000 TIMES  PIC 9(4).
       77  WS-SEQ-COUNT                PIC 9(4) VALUE ZERO.

      ***** PATALRGY, TABLED AT STARTUP
       01  WS-ALLERGY-TABLE.
           05  ALG-ROW OCCURS 5000 TIMES INDEXED BY ALG-IDX.
               10  ALG-PATIENT-ID          PIC X(6).
               10  ALG-MEDICATION-ID       PIC X(8).
       77  WS-ALG-COUNT                PIC 9(4) VALUE ZERO.

      ***** ACTIVE ORDERS DATED YESTERDAY OR LATER
       01  WS-ORDER-TABLE.
           05  POT-ROW OCCURS 5000 TIMES INDEXED BY POT-IDX.
               10  POT-PATIENT-ID          PIC X(6).
               10  POT-ITEM-TYPE           PIC X(1).
               10  POT-ITEM-ID             PIC X(8).
               10  POT-SERVICE-DATE        PIC X(8).
               10  POT-DEPT-CODE           PIC X(4).
               10  POT-ORDERING-PHYS       PIC X(8).
       77  WS-POT-COUNT                PIC 9(4) VALUE ZERO.

      ***** STANDING ORDERS WITH NO STOP DATE, OR ONE NOT YET PASSED
       01  WS-STANDING-TABLE.
           05  STO-ROW OCCURS 3000 TIMES INDEXED BY STO-IDX.
               10  STO-PATIENT-ID          PIC X(6).
               10  STO-ITEM-TYPE           PIC X(1).
               10  STO-ITEM-ID             PIC X(8).
               10  STO-FREQUENCY           PIC X(1).
               10  STO-ROUTE               PIC X(3).
               10  STO-DOSE-SCHEDULE       PIC X(4).
               10  STO-STOP-DATE           PIC X(10).
               10  STO-PRESCRIBING-PHYS    PIC X(8).
       77  WS-STO-COUNT                PIC 9(4) VALUE ZERO.

      ***** PAGE LENGTH -- THE DTPACK DEFINITION'S, SO EACH WARD AND
      ***** EACH CHARGE SHEET LANDS AT THE TOP OF A PAGE
       77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       77  WS-LINES-ON-PAGE            PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-HHMM            PIC X(4).
           05  FILLER                  PIC X(9).

       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC S9(9) COMP.
           05  WS-YESTERDAY-9          PIC 9(8).
           05  WS-YESTERDAY-X REDEFINES WS-YESTERDAY-9 PIC X(8).
           05  WS-TODAY-DISP           PIC X(10).
           05  WS-AS-OF-STAMP          PIC X(16).

      ***** THE WARD ASKED FOR IN THE PARM -- SPACES FOR EVERY WARD
       01  WS-PARM-FIELDS.
           05  WS-PARM-WARD            PIC X(4).
               88 WS-ALL-WARDS         VALUES "    ", "ALL ".

       01  WS-WORK-FIELDS.
           05  WS-LOW-KEY              PIC X(8).
           05  WS-LOW-SUB              PIC 9(4).
           05  WS-SEQ-POS              PIC 9(4).
           05  WS-PRT-POS              PIC 9(4).
           05  WS-WARD-FIRST           PIC 9(4).
           05  WS-WARD-LAST            PIC 9(4).
           05  WS-HOLD-WARD            PIC X(4).
           05  WS-SECTION              PIC X(20).
           05  WS-SLOT                 PIC 9(2).
           05  WS-RULE-SUB             PIC 9(2).
           05  WS-HOLD-LINE            PIC X(132).
           05  WS-PRINT-LINE           PIC X(132).
           05  WS-LINES-IN-BLOCK       PIC 9(3).

       01  COUNTERS-AND-ACCUMULATORS.
           05  MSTR-ROWS-READ          PIC S9(9) COMP VALUE ZERO.
           05  ORDERS-READ             PIC S9(7) COMP VALUE ZERO.
           05  STANDING-READ           PIC S9(7) COMP VALUE ZERO.
           05  WARDS-PRINTED           PIC S9(5) COMP VALUE ZERO.
           05  PATIENTS-PRINTED        PIC S9(5) COMP VALUE ZERO.
           05  ORDERS-PRINTED          PIC S9(5) COMP VALUE ZERO.
           05  STANDING-PRINTED        PIC S9(5) COMP VALUE ZERO.
           05  SHEETS-PRINTED          PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-WARD-HDR.
           05  FILLER   PIC X(22) VALUE "DOWNTIME PACK -- WARD ".
           05  HDR-WARD-NBR     PIC X(4).
           05  FILLER   PIC X(9)  VALUE "   AS OF ".
           05  HDR-AS-OF        PIC X(16).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  HDR-SECTION      PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  HDR-CONTINUED    PIC X(11).
           05  FILLER           PIC X(45) VALUE SPACES.

       01  WS-RPT-BANNER-LINE.
           05  FILLER   PIC X(30) VALUE
               "******************************".
           05  FILLER   PIC X(30) VALUE
               "******************************".
           05  FILLER   PIC X(30) VALUE
               "******************************".
           05  FILLER   PIC X(42) VALUE SPACES.

       01  WS-RPT-BANNER-WARD.
           05  FILLER   PIC X(4)  VALUE "*** ".
           05  FILLER   PIC X(20) VALUE "DELIVER TO WARD     ".
           05  BNR-WARD-NBR     PIC X(4).
           05  FILLER   PIC X(36) VALUE
               " PRINTER -- DISCARD ANY PACK BEFORE ".
           05  BNR-AS-OF        PIC X(16).
           05  FILLER   PIC X(10) VALUE SPACES.
           05  FILLER   PIC X(3)  VALUE "***".
           05  FILLER   PIC X(39) VALUE SPACES.

       01  WS-RPT-BANNER-TEXT.
           05  FILLER   PIC X(4)  VALUE "*** ".
           05  BNT-TEXT         PIC X(82).
           05  FILLER   PIC X(3)  VALUE "***".
           05  FILLER   PIC X(43) VALUE SPACES.

       01  WS-RPT-PATIENT-LINE.
           05  FILLER           PIC X(4) VALUE "BED ".
           05  PAT-BED          PIC X(4).
           05  FILLER           PIC X(10) VALUE "  PATIENT ".
           05  PAT-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  PAT-NAME         PIC X(30).
           05  FILLER           PIC X(6) VALUE "  ENC ".
           05  PAT-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(5) VALUE "  DX ".
           05  PAT-DIAG-CODE    PIC X(7).
           05  FILLER           PIC X(6) VALUE "  ATT ".
           05  PAT-ATTENDING    PIC X(8).
           05  FILLER           PIC X(9) VALUE "  ADMIT ".
           05  PAT-DATE-ADMIT   PIC X(10).
           05  FILLER           PIC X(15) VALUE SPACES.

       01  WS-RPT-FLAG-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "FLAGS:".
           05  FLG-BLOOD        PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  FLG-TYPE-DESC    PIC X(5).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  FLG-ISOLATION    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  FLG-LEAVE        PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  FLG-CONFIDENTIAL PIC X(12).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  FLG-NO-PUBLICITY PIC X(12).
           05  FILLER           PIC X(56) VALUE SPACES.

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

       01  WS-RPT-STANDING-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  SLN-LABEL        PIC X(12).
           05  SLN-FREQUENCY    PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  SLN-TYPE-DESC    PIC X(10).
           05  SLN-ITEM-ID      PIC X(8).
           05  FILLER           PIC X(8) VALUE "  ROUTE ".
           05  SLN-ROUTE        PIC X(3).
           05  FILLER           PIC X(8) VALUE "  SCHED ".
           05  SLN-SCHEDULE     PIC X(4).
           05  FILLER           PIC X(7) VALUE "  STOP ".
           05  SLN-STOP-DATE    PIC X(10).
           05  FILLER           PIC X(5) VALUE "  BY ".
           05  SLN-PRESCRIBER   PIC X(8).
           05  FILLER           PIC X(35) VALUE SPACES.

      ***** THE CHARGE SHEET.  THE COLUMNS RUN IN THE ORDER OF THE
      ***** CHGE "E" LINE (EQUIP-ID CATG COST PHYSICN RSN DESC) WITH
      ***** THE SERVICE DATE FIRST -- THE CHARGE IS KEYED WITH THE
      ***** DATE ON THE SHEET, NOT THE DAY IT IS KEYED.
       01  WS-RPT-SHEET-ID-LINE.
           05  FILLER           PIC X(8) VALUE "PATIENT ".
           05  SHT-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  SHT-NAME         PIC X(30).
           05  FILLER           PIC X(7) VALUE "  WARD ".
           05  SHT-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(6) VALUE "  BED ".
           05  SHT-BED          PIC X(4).
           05  FILLER           PIC X(6) VALUE "  ENC ".
           05  SHT-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(12) VALUE "  ATTENDING ".
           05  SHT-ATTENDING    PIC X(8).
           05  FILLER           PIC X(29) VALUE SPACES.

       01  WS-RPT-SHEET-INSTR.
           05  FILLER   PIC X(45) VALUE
               "ONE LINE PER ITEM USED.  KEY ON CHGE WITH THE".
           05  FILLER   PIC X(46) VALUE
               " SERVICE DATE WRITTEN HERE, NOT THE DATE KEYED".
           05  FILLER   PIC X(41) VALUE ".".

       01  WS-RPT-SHEET-COLM-HDR.
           05  FILLER   PIC X(44) VALUE
               "SVC DATE  TIME  EQUIP-ID  CATG  QTY  COST  ".
           05  FILLER   PIC X(44) VALUE
               "     PHYSICN   RSN   DESCRIPTION            ".
           05  FILLER   PIC X(44) VALUE
               "          INIT                               ".

       01  WS-RPT-SHEET-RULE.
           05  FILLER   PIC X(44) VALUE
               "________  ____  ________  ____  ___  _______".
           05  FILLER   PIC X(44) VALUE
               "__  ________  ____  ________________________".
           05  FILLER   PIC X(44) VALUE
               "______  ____                                ".

       01  WS-RPT-SHEET-FOOT.
           05  FILLER   PIC X(44) VALUE
               "ROOM / BED-HOLD DAYS  FROM ________  TO ____".
           05  FILLER   PIC X(44) VALUE
               "____    KEYED BY ________  ON ________      ".
           05  FILLER   PIC X(44) VALUE SPACES.

       COPY ABENDREC.

       LINKAGE SECTION.
       01  PARM-LINKAGE.
           05  PARM-LEN                PIC S9(4) COMP.
           05  PARM-TEXT               PIC X(80).

       PROCEDURE DIVISION USING PARM-LINKAGE.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 060-LOAD-ALLERGY-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-ALRGY.
           PERFORM 070-LOAD-ORDER-TABLE THRU 070-EXIT
                   UNTIL NO-MORE-ORDERS.
           PERFORM 080-LOAD-STANDING-TABLE THRU 080-EXIT
                   UNTIL NO-MORE-STNDORD.
           PERFORM 100-LOAD-CENSUS THRU 100-EXIT
                   UNTIL NO-MORE-MSTR.
           PERFORM 300-SEQUENCE-CENSUS THRU 300-EXIT.
           PERFORM 500-PRINT-PACK THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB DTPACK ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-YESTERDAY-9 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           MOVE SPACES TO WS-TODAY-DISP, WS-AS-OF-STAMP.
           STRING WS-CURR-DATE-9(1:4) "-" WS-CURR-DATE-9(5:2) "-"
                  WS-CURR-DATE-9(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DISP.
           STRING WS-TODAY-DISP " " WS-CURR-HHMM(1:2) ":"
                  WS-CURR-HHMM(3:2)
               DELIMITED BY SIZE INTO WS-AS-OF-STAMP.

           MOVE SPACES TO WS-PARM-FIELDS.
           IF PARM-LEN > ZERO
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-PARM-WARD.
           IF WS-ALL-WARDS
               MOVE SPACES TO WS-PARM-WARD
               DISPLAY "DTPACK EVERY WARD AS OF " WS-AS-OF-STAMP
           ELSE
               DISPLAY "DTPACK WARD " WS-PARM-WARD
                       " AS OF " WS-AS-OF-STAMP.

           OPEN INPUT PATALRGY, PHYSORD, STNDORD, PATMSTR, PATPERSN,
                      RPTDEF.
           OPEN OUTPUT DTPRINT, SYSOUT.
           IF NOT PATMSTR-OK
               MOVE "** PATMSTR WILL NOT OPEN" TO ABEND-REASON
               MOVE PATMSTR-STATUS TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.

           MOVE "DTPACK" TO RPTDEF-FILE-KEY.
           READ RPTDEF INTO REPORT-DEFINITION-REC.
           IF RPTDEF-OK
            AND RDF-LINES-PER-PAGE NUMERIC
            AND RDF-LINES-PER-PAGE > 30
               MOVE RDF-LINES-PER-PAGE TO WS-LINES-PER-PAGE.

           READ PATALRGY INTO PATIENT-ALLERGY-REC
               AT END
               MOVE "N" TO MORE-ALRGY-SW
           END-READ.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
               MOVE "N" TO MORE-ORDER-SW
           END-READ.
           READ STNDORD INTO STANDING-ORDER-REC
               AT END
               MOVE "N" TO MORE-STNDORD-SW
           END-READ.

           MOVE LOW-VALUES TO PATIENT-KEY.
           START PATMSTR KEY IS NOT LESS THAN PATIENT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-MSTR-SW
           END-START.
       000-EXIT.
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

      ***** AN ACTIVE ORDER IS ONE NOT DISCONTINUED, DATED YESTERDAY
      ***** OR LATER -- THE SAME CUT ROUNDLST MAKES
       070-LOAD-ORDER-TABLE.
           MOVE "070-LOAD-ORDER-TABLE" TO PARA-NAME.
           ADD 1 TO ORDERS-READ.
           IF NOT POR-ACTIVE
            OR POR-SERVICE-DATE < WS-YESTERDAY-X
               GO TO 070-READ.
           IF WS-POT-COUNT < 5000
               ADD 1 TO WS-POT-COUNT
               SET POT-IDX TO WS-POT-COUNT
               MOVE POR-PATIENT-ID    TO POT-PATIENT-ID(POT-IDX)
               MOVE POR-ITEM-TYPE     TO POT-ITEM-TYPE(POT-IDX)
               MOVE POR-ITEM-ID       TO POT-ITEM-ID(POT-IDX)
               MOVE POR-SERVICE-DATE  TO POT-SERVICE-DATE(POT-IDX)
               MOVE POR-DEPT-CODE     TO POT-DEPT-CODE(POT-IDX)
               MOVE POR-ORDERING-PHYS TO POT-ORDERING-PHYS(POT-IDX)
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

      ***** A STANDING ORDER STILL RUNS UNTIL ITS STOP DATE PASSES
       080-LOAD-STANDING-TABLE.
           MOVE "080-LOAD-STANDING-TABLE" TO PARA-NAME.
           ADD 1 TO STANDING-READ.
           IF ORD-STOP-DATE NOT = SPACES
            AND ORD-STOP-DATE < WS-TODAY-DISP
               GO TO 080-READ.
           IF WS-STO-COUNT < 3000
               ADD 1 TO WS-STO-COUNT
               SET STO-IDX TO WS-STO-COUNT
               MOVE ORD-PATIENT-ID      TO STO-PATIENT-ID(STO-IDX)
               MOVE ORD-ITEM-TYPE       TO STO-ITEM-TYPE(STO-IDX)
               MOVE ORD-ITEM-ID         TO STO-ITEM-ID(STO-IDX)
               MOVE ORD-FREQUENCY       TO STO-FREQUENCY(STO-IDX)
               MOVE ORD-ROUTE           TO STO-ROUTE(STO-IDX)
               MOVE ORD-DOSE-SCHEDULE   TO STO-DOSE-SCHEDULE(STO-IDX)
               MOVE ORD-STOP-DATE       TO STO-STOP-DATE(STO-IDX)
               MOVE ORD-PRESCRIBING-PHYS
                    TO STO-PRESCRIBING-PHYS(STO-IDX)
           ELSE
               MOVE "*** STNDORD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
       080-READ.
           READ STNDORD INTO STANDING-ORDER-REC
               AT END
               MOVE "N" TO MORE-STNDORD-SW
           END-READ.
       080-EXIT.
           EXIT.

      ***** EVERY STAY ADMITTED AND NOT YET DISCHARGED, ON THE WARD
      ***** ASKED FOR.  AN OUTPATIENT HAS NO BED ON THE FLOOR.
       100-LOAD-CENSUS.
           MOVE "100-LOAD-CENSUS" TO PARA-NAME.
           READ PATMSTR NEXT INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MSTR-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO MSTR-ROWS-READ.
           IF DATE-ADMIT = SPACES
            OR DATE-DISCHARGE IN PATIENT-MASTER-REC NOT = SPACES
            OR OUTPATIENT IN PATIENT-MASTER-REC
               GO TO 100-EXIT.
           IF NOT WS-ALL-WARDS
            AND PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                                          NOT = WS-PARM-WARD
               GO TO 100-EXIT.
           IF WS-CNS-COUNT NOT < 3000
               MOVE "*** CENSUS TABLE FULL" TO ABEND-REASON
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.

           ADD 1 TO WS-CNS-COUNT.
           SET CNS-IDX TO WS-CNS-COUNT.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                                        TO CNS-WARD-NBR(CNS-IDX).
           MOVE BED-IDENTITY-PRIMARY    TO CNS-BED-IDENTITY(CNS-IDX).
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                                        TO CNS-PATIENT-ID(CNS-IDX).
           MOVE PATIENT-TYPE IN PATIENT-MASTER-REC
                                        TO CNS-PATIENT-TYPE(CNS-IDX).
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                        TO CNS-ENCOUNTER-NBR(CNS-IDX).
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                                        TO CNS-DIAG-CODE(CNS-IDX).
           MOVE ATTENDING-PHYSICIAN IN PATIENT-MASTER-REC
                                        TO CNS-ATTENDING(CNS-IDX).
           MOVE DATE-ADMIT              TO CNS-DATE-ADMIT(CNS-IDX).
           MOVE ISOLATION-STATUS-IND    TO CNS-ISOLATION-IND(CNS-IDX).
           MOVE ISOLATION-CONDITION-CDE TO CNS-ISOLATION-CDE(CNS-IDX).
           MOVE LOA-STATUS-IND          TO CNS-LOA-IND(CNS-IDX).
           MOVE CONFIDENTIAL-IND     TO CNS-CONFIDENTIAL-IND(CNS-IDX).
           MOVE NO-PUBLICITY-IND     TO CNS-NO-PUBLICITY-IND(CNS-IDX).
           MOVE PATIENT-BLOOD-TYPE      TO CNS-BLOOD-TYPE(CNS-IDX).
           MOVE "N"                     TO CNS-TAKEN-SW(CNS-IDX).

           MOVE SPACES TO CNS-PATIENT-NAME(CNS-IDX).
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               STRING LAST-NAME DELIMITED BY "  "
                      ", "      DELIMITED BY SIZE
                      FIRST-NAME DELIMITED BY "  "
                   INTO CNS-PATIENT-NAME(CNS-IDX)
           ELSE
               MOVE "(NO PERSONAL RECORD)" TO CNS-PATIENT-NAME(CNS-IDX).
       100-EXIT.
           EXIT.

      ***** WARD AND BED ORDER -- EACH PASS TAKES THE LOWEST KEY NOT
      ***** YET TAKEN
       300-SEQUENCE-CENSUS.
           MOVE "300-SEQUENCE-CENSUS" TO PARA-NAME.
       300-NEXT-ROW.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-SUB.
           PERFORM 310-FIND-LOWEST THRU 310-EXIT
                   VARYING CNS-IDX FROM 1 BY 1
                   UNTIL CNS-IDX > WS-CNS-COUNT.
           IF WS-LOW-SUB = ZERO
               GO TO 300-EXIT.
           SET CNS-IDX TO WS-LOW-SUB.
           MOVE "Y" TO CNS-TAKEN-SW(CNS-IDX).
           ADD 1 TO WS-SEQ-COUNT.
           MOVE WS-LOW-SUB TO SEQ-SUB(WS-SEQ-COUNT).
           GO TO 300-NEXT-ROW.
       300-EXIT.
           EXIT.

       310-FIND-LOWEST.
           IF NOT CNS-TAKEN(CNS-IDX)
            AND CNS-SORT-KEY(CNS-IDX) < WS-LOW-KEY
               MOVE CNS-SORT-KEY(CNS-IDX) TO WS-LOW-KEY
               SET WS-LOW-SUB TO CNS-IDX.
       310-EXIT.
           EXIT.

      ***** ONE WARD AT A TIME: THE BANNER, THE CENSUS, THEN A CHARGE
      ***** SHEET FOR EVERY PATIENT ON IT
       500-PRINT-PACK.
           MOVE "500-PRINT-PACK" TO PARA-NAME.
           IF WS-SEQ-COUNT = ZERO
               PERFORM 580-PRINT-EMPTY-PACK THRU 580-EXIT
               GO TO 500-EXIT.
           MOVE 1 TO WS-SEQ-POS.
       500-NEXT-WARD.
           IF WS-SEQ-POS > WS-SEQ-COUNT
               GO TO 500-EXIT.
           MOVE WS-SEQ-POS TO WS-WARD-FIRST.
           SET CNS-IDX TO SEQ-SUB(WS-SEQ-POS).
           MOVE CNS-WARD-NBR(CNS-IDX) TO WS-HOLD-WARD.
           MOVE "N" TO WARD-END-SW.
           PERFORM 510-FIND-WARD-END THRU 510-EXIT
                   UNTIL WS-SEQ-POS > WS-SEQ-COUNT
                      OR WARD-ENDED.
           COMPUTE WS-WARD-LAST = WS-SEQ-POS - 1.

           PERFORM 520-START-WARD THRU 520-EXIT.
           PERFORM 600-PRINT-PATIENT THRU 600-EXIT
                   VARYING WS-PRT-POS FROM WS-WARD-FIRST BY 1
                   UNTIL WS-PRT-POS > WS-WARD-LAST.
           PERFORM 650-PRINT-CHARGE-SHEET THRU 650-EXIT
                   VARYING WS-PRT-POS FROM WS-WARD-FIRST BY 1
                   UNTIL WS-PRT-POS > WS-WARD-LAST.
           GO TO 500-NEXT-WARD.
       500-EXIT.
           EXIT.

       510-FIND-WARD-END.
           SET CNS-IDX TO SEQ-SUB(WS-SEQ-POS).
           IF CNS-WARD-NBR(CNS-IDX) NOT = WS-HOLD-WARD
               MOVE "Y" TO WARD-END-SW
           ELSE
               ADD 1 TO WS-SEQ-POS.
       510-EXIT.
           EXIT.

      ***** A NEW WARD STARTS A NEW PAGE WITH THE BANNER THE FLOOR
      ***** FILES THE PACK BY
       520-START-WARD.
           MOVE "520-START-WARD" TO PARA-NAME.
           ADD 1 TO WARDS-PRINTED.
           MOVE WS-HOLD-WARD TO HDR-WARD-NBR, BNR-WARD-NBR.
           MOVE WS-AS-OF-STAMP TO HDR-AS-OF, BNR-AS-OF.
           MOVE "CENSUS" TO WS-SECTION.
           PERFORM 560-NEW-PAGE THRU 560-EXIT.
           PERFORM 530-PRINT-BANNER THRU 530-EXIT.
       520-EXIT.
           EXIT.

       530-PRINT-BANNER.
           MOVE WS-RPT-BANNER-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-BANNER-WARD TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE "FOR USE ONLY WHILE THE ON-LINE SYSTEM IS DOWN."
                TO BNT-TEXT.
           MOVE WS-RPT-BANNER-TEXT TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE "WRITE CHARGES ON THE SHEETS AT THE BACK OF THIS PACK."
                TO BNT-TEXT.
           MOVE WS-RPT-BANNER-TEXT TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE "KEY THEM ON CHGE WHEN THE SYSTEM IS BACK UP."
                TO BNT-TEXT.
           MOVE WS-RPT-BANNER-TEXT TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-BANNER-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       530-EXIT.
           EXIT.

      ***** PAD WHAT IS LEFT OF THE PAGE AND HEAD A FRESH ONE
       560-NEW-PAGE.
           IF WS-LINES-ON-PAGE > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 710-PUT-LINE THRU 710-EXIT
                       UNTIL WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
           MOVE SPACES TO HDR-CONTINUED.
           PERFORM 720-PAGE-HEADING THRU 720-EXIT.
       560-EXIT.
           EXIT.

      ***** NOBODY IN HOUSE ON THE WARD ASKED FOR -- THE FLOOR STILL
      ***** GETS A PAGE SAYING SO, SO IT KNOWS THE PACK RAN
       580-PRINT-EMPTY-PACK.
           MOVE "580-PRINT-EMPTY-PACK" TO PARA-NAME.
           IF WS-ALL-WARDS
               MOVE "ALL " TO WS-HOLD-WARD
           ELSE
               MOVE WS-PARM-WARD TO WS-HOLD-WARD.
           PERFORM 520-START-WARD THRU 520-EXIT.
           MOVE "CENSUS:" TO NTE-LABEL.
           MOVE "NO PATIENTS IN HOUSE" TO NTE-TEXT.
           MOVE WS-RPT-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       580-EXIT.
           EXIT.

      ***** ONE PATIENT'S CENSUS BLOCK
       600-PRINT-PATIENT.
           MOVE "600-PRINT-PATIENT" TO PARA-NAME.
           SET CNS-IDX TO SEQ-SUB(WS-PRT-POS).
           ADD 1 TO PATIENTS-PRINTED.
           MOVE CNS-BED-IDENTITY(CNS-IDX)  TO PAT-BED.
           MOVE CNS-PATIENT-ID(CNS-IDX)    TO PAT-PATIENT-ID.
           MOVE CNS-PATIENT-NAME(CNS-IDX)  TO PAT-NAME.
           MOVE CNS-ENCOUNTER-NBR(CNS-IDX) TO PAT-ENCOUNTER.
           MOVE CNS-DIAG-CODE(CNS-IDX)     TO PAT-DIAG-CODE.
           MOVE CNS-ATTENDING(CNS-IDX)     TO PAT-ATTENDING.
           MOVE CNS-DATE-ADMIT(CNS-IDX)    TO PAT-DATE-ADMIT.
           MOVE WS-RPT-PATIENT-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.

           MOVE SPACES TO FLG-BLOOD, FLG-TYPE-DESC, FLG-ISOLATION,
                          FLG-LEAVE, FLG-CONFIDENTIAL,
                          FLG-NO-PUBLICITY.
           IF CNS-BLOOD-TYPE(CNS-IDX) = SPACES
               MOVE "BLOOD ???" TO FLG-BLOOD
           ELSE
               STRING "BLOOD " CNS-BLOOD-TYPE(CNS-IDX)
                   DELIMITED BY SIZE INTO FLG-BLOOD.
           IF CNS-OBSERVATION(CNS-IDX)
               MOVE "OBS"   TO FLG-TYPE-DESC.
           IF CNS-SWING-BED(CNS-IDX)
               MOVE "SWING" TO FLG-TYPE-DESC.
           IF CNS-ON-ISOLATION(CNS-IDX)
               STRING "ISO-" CNS-ISOLATION-CDE(CNS-IDX)
                   DELIMITED BY SIZE INTO FLG-ISOLATION.
           IF CNS-ON-LEAVE(CNS-IDX)
               MOVE "ON LEAVE" TO FLG-LEAVE.
           IF CNS-CONFIDENTIAL(CNS-IDX)
               MOVE "CONFIDENTIAL" TO FLG-CONFIDENTIAL.
           IF CNS-NO-PUBLICITY(CNS-IDX)
               MOVE "NO PUBLICITY" TO FLG-NO-PUBLICITY.
           MOVE WS-RPT-FLAG-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.

           PERFORM 610-PRINT-ALLERGIES THRU 610-EXIT.
           MOVE "ORDERS:" TO OLN-LABEL.
           PERFORM 630-PRINT-ORDER THRU 630-EXIT
                   VARYING POT-IDX FROM 1 BY 1
                   UNTIL POT-IDX > WS-POT-COUNT.
           MOVE "STANDING:" TO SLN-LABEL.
           PERFORM 640-PRINT-STANDING THRU 640-EXIT
                   VARYING STO-IDX FROM 1 BY 1
                   UNTIL STO-IDX > WS-STO-COUNT.

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

       630-PRINT-ORDER.
           IF POT-PATIENT-ID(POT-IDX) NOT = CNS-PATIENT-ID(CNS-IDX)
               GO TO 630-EXIT.
           ADD 1 TO ORDERS-PRINTED.
           MOVE POT-SERVICE-DATE(POT-IDX)  TO OLN-SERVICE-DATE.
           MOVE POT-ITEM-ID(POT-IDX)       TO OLN-ITEM-ID.
           MOVE POT-DEPT-CODE(POT-IDX)     TO OLN-DEPT-CODE.
           MOVE POT-ORDERING-PHYS(POT-IDX) TO OLN-ORDERING.
           EVALUATE POT-ITEM-TYPE(POT-IDX)
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

       640-PRINT-STANDING.
           IF STO-PATIENT-ID(STO-IDX) NOT = CNS-PATIENT-ID(CNS-IDX)
               GO TO 640-EXIT.
           ADD 1 TO STANDING-PRINTED.
           MOVE STO-ITEM-ID(STO-IDX)          TO SLN-ITEM-ID.
           MOVE STO-ROUTE(STO-IDX)            TO SLN-ROUTE.
           MOVE STO-DOSE-SCHEDULE(STO-IDX)    TO SLN-SCHEDULE.
           MOVE STO-STOP-DATE(STO-IDX)        TO SLN-STOP-DATE.
           MOVE STO-PRESCRIBING-PHYS(STO-IDX) TO SLN-PRESCRIBER.
           IF STO-FREQUENCY(STO-IDX) = "W"
               MOVE "WEEKLY" TO SLN-FREQUENCY
           ELSE
               MOVE "DAILY"  TO SLN-FREQUENCY.
           EVALUATE STO-ITEM-TYPE(STO-IDX)
               WHEN "L"
                   MOVE "LAB"        TO SLN-TYPE-DESC
               WHEN "M"
                   MOVE "MEDICATION" TO SLN-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES       TO SLN-TYPE-DESC
           END-EVALUATE.
           MOVE WS-RPT-STANDING-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE SPACES TO SLN-LABEL.
       640-EXIT.
           EXIT.

      ***** ONE BLANK CHARGE SHEET PER PATIENT, ON ITS OWN PAGE
       650-PRINT-CHARGE-SHEET.
           MOVE "650-PRINT-CHARGE-SHEET" TO PARA-NAME.
           SET CNS-IDX TO SEQ-SUB(WS-PRT-POS).
           ADD 1 TO SHEETS-PRINTED.
           MOVE "CHARGE SHEET" TO WS-SECTION.
           PERFORM 560-NEW-PAGE THRU 560-EXIT.

           MOVE CNS-PATIENT-ID(CNS-IDX)    TO SHT-PATIENT-ID.
           MOVE CNS-PATIENT-NAME(CNS-IDX)  TO SHT-NAME.
           MOVE CNS-WARD-NBR(CNS-IDX)      TO SHT-WARD-NBR.
           MOVE CNS-BED-IDENTITY(CNS-IDX)  TO SHT-BED.
           MOVE CNS-ENCOUNTER-NBR(CNS-IDX) TO SHT-ENCOUNTER.
           MOVE CNS-ATTENDING(CNS-IDX)     TO SHT-ATTENDING.
           MOVE WS-RPT-SHEET-ID-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-SHEET-INSTR TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-SHEET-COLM-HDR TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           PERFORM 660-PRINT-RULE THRU 660-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 16.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-SHEET-FOOT TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       650-EXIT.
           EXIT.

       660-PRINT-RULE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-RPT-SHEET-RULE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       660-EXIT.
           EXIT.

      ***** A FULL PAGE REPEATS THE WARD HEADING BEFORE THE NEXT LINE
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
           WRITE DTPRINT-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
       710-EXIT.
           EXIT.

       720-PAGE-HEADING.
           MOVE WS-SECTION TO HDR-SECTION.
           MOVE WS-RPT-WARD-HDR TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATALRGY, PHYSORD, STNDORD, PATMSTR, PATPERSN,
                 RPTDEF, DTPRINT, SYSOUT.
           DISPLAY "DTPACK PATMSTR ROWS READ    : " MSTR-ROWS-READ.
           DISPLAY "DTPACK PHYSORD ROWS READ    : " ORDERS-READ.
           DISPLAY "DTPACK STNDORD ROWS READ    : " STANDING-READ.
           DISPLAY "DTPACK WARDS PRINTED        : " WARDS-PRINTED.
           DISPLAY "DTPACK PATIENTS LISTED      : " PATIENTS-PRINTED.
           DISPLAY "DTPACK ACTIVE ORDERS        : " ORDERS-PRINTED.
           DISPLAY "DTPACK STANDING ORDERS      : " STANDING-PRINTED.
           DISPLAY "DTPACK CHARGE SHEETS        : " SHEETS-PRINTED.
           DISPLAY "******** NORMAL END OF JOB DTPACK ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATALRGY, PHYSORD, STNDORD, PATMSTR, PATPERSN,
                 RPTDEF, DTPRINT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-DTPACK ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

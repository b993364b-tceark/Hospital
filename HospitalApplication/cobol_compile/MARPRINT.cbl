       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MARPRINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY PRINTED MEDICATION ADMINISTRATION RECORD.
      *          NURSING USED TO HAND-COPY THE MAR FROM THE ORDERS,
      *          WHICH IS WHERE THE SCHEDULED-DOSE OMISSIONS CAME
      *          FROM.  FOR EVERY PATIENT STILL IN HOUSE ON THE
      *          NIGHT'S CENSUS EXTRACT, IN WARD AND BED ORDER, THIS
      *          JOB PRINTS ONE SHEET PER SHIFT (DAY 0700-1459,
      *          EVENING 1500-2259, NIGHT 2300-0659 -- THE TIMEKEEPING
      *          SHIFTS) FOR THE RUN DATE:
      *
      *             - THE PATIENT'S ALLERGY BANNER FROM PATALRGY
      *             - EVERY STANDING MEDICATION ORDER DUE THAT DAY,
      *               ONE LINE PER DOSE TIME IN THE SHIFT -- THE
      *               ORDER'S DOSE SCHEDULE GIVES THE HOUSE'S STANDARD
      *               ADMINISTRATION TIMES -- WITH ROUTE, PRESCRIBER
      *               AND BLANK INITIAL AND TIME-GIVEN BOXES
      *             - THE DAY'S ONE-TIME MEDICATION ORDERS FROM
      *               PHYSORD, ON THE DAY SHEET
      *
      *          EVERY MEDICATION IS CHECKED AGAINST THE MEDICATION
      *          TABLE AND THE PATIENT'S ALLERGIES AND FLAGGED ON ITS
      *          LINE.  THE PRINT IS ALSO THE FLOOR'S DOWNTIME MAR.
      *
      *          A SECOND SECTION, FOR THE CHARGE NURSES, LISTS EVERY
      *          DOSE SCHEDULED ON THE PREVIOUS DAY'S SHIFTS THAT WAS
      *          NEVER POSTED AS ADMINISTERED -- NO MEDICATION LINE
      *          WITH A TREATMENT NURSE ON THE NIGHT'S PRICED TRMTSRCH
      *          FILE FOR THAT PATIENT, MEDICATION, DATE AND SHIFT.
      *          STNDORDR'S GENERATED BILLING LINES CARRY NO NURSE AND
      *          DO NOT COUNT AS A DOSE GIVEN.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               STANDING ORDERS FILE    -   DDS0001.STNDORD

               PHYSICIAN ORDERS        -   DDS0001.PHYSORD

               PATIENT ALLERGIES       -   DDS0001.PATALRGY

               SORTED TREATMENT INPUT  -   DDS0001.TRMTSRCH

               DB2 TABLE               -   DDS0001.MEDICATION

               OUTPUT FILE PRODUCED    -   MARRPT

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

           SELECT MARRPT
           ASSIGN TO UT-S-MARRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT STNDORD
           ASSIGN TO UT-S-STNDORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PHYSORD
           ASSIGN TO UT-S-PHYSORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATALRGY
           ASSIGN TO UT-S-PATALRGY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ALCODE.

           SELECT TRMTSRCH-FILE
           ASSIGN TO UT-S-TRMTSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  MARRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MARRPT-REC.
       01  MARRPT-REC PIC X(132).

       FD  STNDORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STANDING-ORDER-REC.
       01  STNDORD-REC PIC X(50).

       FD  PHYSORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSICIAN-ORDER-REC.
       01  PHYSORD-REC PIC X(50).

       FD  PATALRGY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATALRGY-REC.
       01  PATALRGY-REC PIC X(20).

      ****** SAME FILE TRMTSRCH PRODUCES AND TRMTUPDT CONSUMES
       FD  TRMTSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-SRCH.
       01  INPATIENT-TREATMENT-REC-SRCH PIC X(1150).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  ALCODE                  PIC X(2).
           05  TFCODE                  PIC X(2).
           05  CENSEXT-STATUS          PIC X(2).

       COPY STNDORD.

       COPY PHYSORD.

       COPY PATALRGY.

       COPY TREATMNT.

       COPY CENSEXT.

       01  WS-SWITCHES.
           05  MORE-STNDORD-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-STNDORD      VALUE "N".
           05  MORE-ORDER-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ORDERS       VALUE "N".
           05  MORE-ALRGY-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ALRGY        VALUE "N".
           05  MORE-TRMTSRCH-SW        PIC X(1) VALUE "Y".
               88 NO-MORE-TRMTSRCH-RECS VALUE "N".
           05  MORE-CENSUS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-CENSUS       VALUE "N".
           05  MED-FOUND-SW            PIC X(1).
               88 MED-FOUND            VALUE "Y".
           05  ADMIN-FOUND-SW          PIC X(1).
               88 ADMIN-FOUND          VALUE "Y".
           05  REPORT-SECTION-SW       PIC X(1) VALUE "M".
               88 MAR-SECTION          VALUE "M".
               88 MISSED-SECTION       VALUE "F".

      ***** THE HOUSE'S STANDARD ADMINISTRATION TIMES BY DOSE
      ***** SCHEDULE -- THE FIRST ROW (ONCE DAILY) ALSO SERVES A BLANK
      ***** OR UNRECOGNIZED SCHEDULE
       01  WS-SCHEDULE-VALUES.
           05  FILLER PIC X(29) VALUE "QD  10900".
           05  FILLER PIC X(29) VALUE "BID 209002100".
           05  FILLER PIC X(29) VALUE "TID 3090013001700".
           05  FILLER PIC X(29) VALUE "QID 40900130017002100".
           05  FILLER PIC X(29) VALUE "Q4H 6020006001000140018002200".
           05  FILLER PIC X(29) VALUE "Q6H 40000060012001800".
           05  FILLER PIC X(29) VALUE "Q8H 3060014002200".
           05  FILLER PIC X(29) VALUE "Q12H209002100".
           05  FILLER PIC X(29) VALUE "HS  12100".
       01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
           05  SCH-ROW OCCURS 9 TIMES INDEXED BY SCH-IDX.
               10  SCH-CODE                PIC X(4).
               10  SCH-TIME-COUNT          PIC 9(1).
               10  SCH-TIME                PIC X(4) OCCURS 6 TIMES.

       01  WS-SHIFT-VALUES.
           05  FILLER PIC X(25) VALUE "DDAY     0700-1459DAY    ".
           05  FILLER PIC X(25) VALUE "EEVENING 1500-2259EVENING".
           05  FILLER PIC X(25) VALUE "NNIGHT   2300-0659NIGHT  ".
       01  WS-SHIFT-TABLE REDEFINES WS-SHIFT-VALUES.
           05  SHF-ROW OCCURS 3 TIMES.
               10  SHF-CODE                PIC X(1).
               10  SHF-HEADING             PIC X(17).
               10  SHF-NAME                PIC X(7).

      ***** THE NIGHT'S IN-HOUSE STAYS, PRINTED IN WARD/BED ORDER
       01  WS-CENSUS-TABLE.
           05  CNS-ROW OCCURS 3000 TIMES INDEXED BY CNS-IDX.
               10  CNS-SORT-KEY.
                   15  CNS-WARD-NBR        PIC X(4).
                   15  CNS-BED-IDENTITY    PIC X(4).
               10  CNS-PATIENT-ID          PIC X(6).
               10  CNS-ENCOUNTER-NBR       PIC X(10).
               10  CNS-ATTENDING           PIC X(8).
               10  CNS-DIAG-CODE           PIC X(7).
               10  CNS-ISOLATION-IND       PIC X(1).
                   88 CNS-ON-ISOLATION     VALUE "I".
               10  CNS-ISOLATION-CDE       PIC X(4).
               10  CNS-LOA-IND             PIC X(1).
                   88 CNS-ON-LEAVE         VALUE "L".
               10  CNS-PRINTED-SW          PIC X(1).
                   88 CNS-PRINTED          VALUE "Y".
       77  WS-CNS-COUNT                PIC 9(4) VALUE ZERO.

      ***** THE CENSUS ROWS IN PRINT ORDER -- BOTH SECTIONS WALK IT
       01  WS-PRINT-ORDER-TABLE.
           05  PRT-CNS-SUB OCCURS 3000 TIMES PIC 9(4).
       77  WS-PRT-COUNT                PIC 9(4) VALUE ZERO.
       77  WS-PRT-SUB                  PIC 9(4) VALUE ZERO.

      ***** STANDING MEDICATION ORDERS
       01  WS-STANDING-TABLE.
           05  STO-ROW OCCURS 5000 TIMES INDEXED BY STO-IDX.
               10  STO-PATIENT-ID          PIC X(6).
               10  STO-ITEM-ID             PIC X(8).
               10  STO-FREQUENCY           PIC X(1).
                   88 STO-WEEKLY           VALUE "W".
               10  STO-DAY-OF-WEEK         PIC 9(1).
               10  STO-STOP-DATE           PIC X(10).
               10  STO-PRESCRIBING-PHYS    PIC X(8).
               10  STO-ROUTE               PIC X(3).
               10  STO-DOSE-SCHEDULE       PIC X(4).
       77  WS-STO-COUNT                PIC 9(4) VALUE ZERO.

      ***** ACTIVE ONE-TIME MEDICATION ORDERS FOR THE RUN DATE AND
      ***** THE DAY BEFORE
       01  WS-ONE-TIME-TABLE.
           05  OTO-ROW OCCURS 3000 TIMES INDEXED BY OTO-IDX.
               10  OTO-PATIENT-ID          PIC X(6).
               10  OTO-ITEM-ID             PIC X(8).
               10  OTO-SERVICE-DATE        PIC X(8).
               10  OTO-ORDERING-PHYS       PIC X(8).
       77  WS-OTO-COUNT                PIC 9(4) VALUE ZERO.

      ***** PATALRGY, TABLED AT STARTUP
       01  WS-ALLERGY-TABLE.
           05  ALG-ROW OCCURS 5000 TIMES INDEXED BY ALG-IDX.
               10  ALG-PATIENT-ID          PIC X(6).
               10  ALG-MEDICATION-ID       PIC X(8).
       77  WS-ALG-COUNT                PIC 9(4) VALUE ZERO.

      ***** THE PREVIOUS DAY'S POSTED ADMINISTRATIONS.  A ROW IS USED
      ***** UP BY THE FIRST SCHEDULED DOSE IT MATCHES.
       01  WS-ADMIN-TABLE.
           05  ADM-ROW OCCURS 5000 TIMES INDEXED BY ADM-IDX.
               10  ADM-PATIENT-ID          PIC X(6).
               10  ADM-MEDICATION-ID       PIC X(8).
               10  ADM-SHIFT               PIC X(1).
               10  ADM-USED-SW             PIC X(1).
                   88 ADM-USED             VALUE "Y".
       77  WS-ADM-COUNT                PIC 9(4) VALUE ZERO.

      ***** ONE SHEET'S DOSES -- A STANDING ORDER ROW ("S") OR A
      ***** ONE-TIME ORDER ROW ("P") AT A DOSE TIME
       01  WS-DOSE-TABLE.
           05  DSE-ROW OCCURS 60 TIMES INDEXED BY DSE-IDX.
               10  DSE-TIME                PIC X(4).
               10  DSE-SOURCE              PIC X(1).
                   88 DSE-STANDING         VALUE "S".
                   88 DSE-ONE-TIME         VALUE "P".
               10  DSE-ORDER-SUB           PIC 9(4).
               10  DSE-PRINTED-SW          PIC X(1).
                   88 DSE-PRINTED          VALUE "Y".
       77  WS-DSE-COUNT                PIC 9(2) VALUE ZERO.

      ***** FORMULARY LOOKUP FOR EACH MEDICATION PRINTED
       01  DCLMEDICATION.
           10 MEDICATION-ID                  PIC X(04).
           10 MED-NAME                       PIC X(08).

      ***** RUNHDR-CHECKED INPUT -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "MARPRINT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "MARPRINT".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** EACH SHEET STARTS A NEW PAGE
       77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       77  WS-LINES-ON-PAGE            PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** THE RUN DATE (THE MAR DATE) AND THE DAY BEFORE IT (THE
      ***** FOLLOW-UP DATE), EACH AS CCYYMMDD, CCYY-MM-DD AND DAY OF
      ***** THE WEEK
       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC S9(9) COMP.
           05  WS-MAR-DATE-9           PIC 9(8).
           05  WS-MAR-DATE-X REDEFINES WS-MAR-DATE-9 PIC X(8).
           05  WS-MAR-DATE-DISP        PIC X(10).
           05  WS-MAR-DOW              PIC 9(1).
           05  WS-PRIOR-DATE-9         PIC 9(8).
           05  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE-9 PIC X(8).
           05  WS-PRIOR-DATE-DISP      PIC X(10).
           05  WS-PRIOR-DOW            PIC 9(1).
           05  WS-REM                  PIC S9(4) COMP.

      ***** THE DATE AND SHIFT 400-BUILD-DOSES WORKS ON
       01  WS-DOSE-SELECTION.
           05  WS-DOSE-DATE-X          PIC X(8).
           05  WS-DOSE-DATE-DISP       PIC X(10).
           05  WS-DOSE-DOW             PIC 9(1).
           05  WS-SHIFT-SUB            PIC 9(1).
           05  WS-SHIFT-CODE           PIC X(1).

       01  WS-WORK-FIELDS.
           05  WS-CUR-PATIENT          PIC X(6).
           05  WS-LOW-KEY              PIC X(8).
           05  WS-LOW-TIME             PIC X(4).
           05  WS-LOW-SUB              PIC 9(4).
           05  WS-TIME-SUB             PIC 9(1).
           05  WS-TIME-HHMM            PIC X(4).
           05  WS-TIME-SHIFT           PIC X(1).
           05  WS-SLOT                 PIC 9(2).
           05  WS-ALLERGY-LINES        PIC 9(2).
           05  WS-HOLD-LINE            PIC X(132).
           05  WS-PRINT-LINE           PIC X(132).

      ***** ONE DOSE, READY FOR EITHER SECTION'S DETAIL LINE
       01  WS-DOSE-FIELDS.
           05  WS-DOSE-TIME            PIC X(4).
           05  WS-DOSE-MED-ID          PIC X(8).
           05  WS-DOSE-MED-NAME        PIC X(8).
           05  WS-DOSE-ROUTE           PIC X(3).
           05  WS-DOSE-SCHEDULE        PIC X(4).
           05  WS-DOSE-PRESCRIBER      PIC X(8).
           05  WS-DOSE-ALERT           PIC X(18).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CENSUS-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
           05  STNDORD-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  PHYSORD-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  TRMTSRCH-ROWS-READ      PIC S9(7) COMP VALUE ZERO.
           05  PATIENTS-PRINTED        PIC S9(5) COMP VALUE ZERO.
           05  SHEETS-PRINTED          PIC S9(7) COMP VALUE ZERO.
           05  DOSES-PRINTED           PIC S9(7) COMP VALUE ZERO.
           05  ONE-TIME-PRINTED        PIC S9(7) COMP VALUE ZERO.
           05  ALLERGY-CONFLICTS       PIC S9(5) COMP VALUE ZERO.
           05  FORMULARY-MISSES        PIC S9(5) COMP VALUE ZERO.
           05  DOSES-NOT-POSTED        PIC S9(7) COMP VALUE ZERO.

       01  WS-MAR-HDR-1.
           05  FILLER   PIC X(32)
               VALUE "MEDICATION ADMINISTRATION RECORD".
           05  FILLER           PIC X(9) VALUE "   DATE ".
           05  MH1-MAR-DATE     PIC X(10).
           05  FILLER           PIC X(9) VALUE "   SHIFT ".
           05  MH1-SHIFT        PIC X(17).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MH1-CONTINUED    PIC X(11).
           05  FILLER           PIC X(42) VALUE SPACES.

       01  WS-MAR-HDR-2.
           05  FILLER           PIC X(5) VALUE "WARD ".
           05  MH2-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(6) VALUE "  BED ".
           05  MH2-BED          PIC X(4).
           05  FILLER           PIC X(10) VALUE "  PATIENT ".
           05  MH2-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(6) VALUE "  ENC ".
           05  MH2-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(12) VALUE "  ATTENDING ".
           05  MH2-ATTENDING    PIC X(8).
           05  FILLER           PIC X(5) VALUE "  DX ".
           05  MH2-DIAG-CODE    PIC X(7).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  MH2-ISOLATION    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  MH2-LEAVE        PIC X(8).
           05  FILLER           PIC X(31) VALUE SPACES.

       01  WS-ALLERGY-BANNER.
           05  FILLER           PIC X(15) VALUE "*** ALLERGIES: ".
           05  ABN-SLOTS.
               10  ABN-SLOT     PIC X(9) OCCURS 12 TIMES.
           05  FILLER           PIC X(9) VALUE SPACES.

       01  WS-MAR-COL-HDR.
           05  FILLER           PIC X(40)
               VALUE "TIME  MEDICATN  NAME      ROUTE  SCHED  ".
           05  FILLER           PIC X(40)
               VALUE "PRESCRIBER  ALERT               INITIALS".
           05  FILLER           PIC X(52) VALUE "   TIME GIVEN".

       01  WS-MAR-DOSE-LINE.
           05  DLN-TIME         PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DLN-MED-ID       PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DLN-MED-NAME     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DLN-ROUTE        PIC X(3).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DLN-SCHEDULE     PIC X(4).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DLN-PRESCRIBER   PIC X(8).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DLN-ALERT        PIC X(18).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  FILLER           PIC X(8) VALUE "[      ]".
           05  FILLER           PIC X(3) VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "[        ]".
           05  FILLER           PIC X(37) VALUE SPACES.

       01  WS-MAR-SIGNATURE-LINE.
           05  FILLER           PIC X(40)
               VALUE "NURSE SIGNATURE ______________________  ".
           05  FILLER           PIC X(40)
               VALUE "INITIALS ______    NURSE SIGNATURE _____".
           05  FILLER           PIC X(52)
               VALUE "_________________  INITIALS ______".

       01  WS-MISSED-HDR.
           05  FILLER   PIC X(39)
               VALUE "SCHEDULED DOSES NOT POSTED AS GIVEN -- ".
           05  MSH-DATE         PIC X(10).
           05  FILLER   PIC X(26) VALUE "  (CHARGE NURSE FOLLOW-UP)".
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MSH-CONTINUED    PIC X(11).
           05  FILLER           PIC X(44) VALUE SPACES.

       01  WS-MISSED-COL-HDR.
           05  FILLER           PIC X(40)
               VALUE "WARD  BED   PATNT   SHIFT    TIME  MEDIC".
           05  FILLER           PIC X(40)
               VALUE "ATN  NAME      ROUTE PRESCRIBER  ALERT".
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-MISSED-LINE.
           05  MLN-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-BED          PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-SHIFT        PIC X(7).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-TIME         PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-MED-ID       PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-MED-NAME     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  MLN-ROUTE        PIC X(3).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  MLN-PRESCRIBER   PIC X(8).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  MLN-ALERT        PIC X(18).
           05  FILLER           PIC X(39) VALUE SPACES.

       COPY ABENDREC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-STANDING-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-STNDORD.
           PERFORM 060-LOAD-ONE-TIME-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-ORDERS.
           PERFORM 070-LOAD-ALLERGY-TABLE THRU 070-EXIT
                   UNTIL NO-MORE-ALRGY.
           PERFORM 100-LOAD-CENSUS THRU 100-EXIT
                   UNTIL NO-MORE-CENSUS.
           PERFORM 200-COLLECT-ADMINS THRU 200-EXIT
                   UNTIL NO-MORE-TRMTSRCH-RECS.
           PERFORM 300-ORDER-PATIENTS THRU 300-EXIT.
           PERFORM 500-PRINT-MARS THRU 500-EXIT
                   VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > WS-PRT-COUNT.
           PERFORM 600-START-MISSED-SECTION THRU 600-EXIT.
           PERFORM 610-PRINT-MISSED THRU 610-EXIT
                   VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > WS-PRT-COUNT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB MARPRINT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURR-DATE-9 TO WS-MAR-DATE-9.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-MAR-DATE-9).
           COMPUTE WS-PRIOR-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           STRING WS-MAR-DATE-X(1:4) "-" WS-MAR-DATE-X(5:2) "-"
                  WS-MAR-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-MAR-DATE-DISP.
           STRING WS-PRIOR-DATE-X(1:4) "-" WS-PRIOR-DATE-X(5:2) "-"
                  WS-PRIOR-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-PRIOR-DATE-DISP.
      ***** DAY 1 OF THE INTEGER SCALE WAS A MONDAY -- SAME RULE
      ***** STNDORDR USES FOR A WEEKLY ORDER'S DAY
           COMPUTE WS-REM = FUNCTION REM(WS-TODAY-INT, 7).
           IF WS-REM = ZERO
               MOVE 7 TO WS-MAR-DOW
           ELSE
               MOVE WS-REM TO WS-MAR-DOW.
           IF WS-MAR-DOW = 1
               MOVE 7 TO WS-PRIOR-DOW
           ELSE
               COMPUTE WS-PRIOR-DOW = WS-MAR-DOW - 1.

           OPEN INPUT STNDORD, PHYSORD, PATALRGY, TRMTSRCH-FILE,
                      CENSEXT.
           OPEN OUTPUT MARRPT, SYSOUT.

           READ STNDORD INTO STANDING-ORDER-REC
               AT END
               MOVE "N" TO MORE-STNDORD-SW
           END-READ.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
               MOVE "N" TO MORE-ORDER-SW
           END-READ.
           READ PATALRGY INTO PATIENT-ALLERGY-REC
               AT END
               MOVE "N" TO MORE-ALRGY-SW
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

      ***** MEDICATION ORDERS ONLY -- STANDING LABS NEVER REACH A MAR
       050-LOAD-STANDING-TABLE.
           MOVE "050-LOAD-STANDING-TABLE" TO PARA-NAME.
           ADD 1 TO STNDORD-ROWS-READ.
           IF NOT ORD-MED-ORDER
               GO TO 050-READ.
           IF WS-STO-COUNT NOT < 5000
               MOVE "*** STANDING ORDER TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 050-READ.
           ADD 1 TO WS-STO-COUNT.
           SET STO-IDX TO WS-STO-COUNT.
           MOVE ORD-PATIENT-ID       TO STO-PATIENT-ID(STO-IDX).
           MOVE ORD-ITEM-ID          TO STO-ITEM-ID(STO-IDX).
           MOVE ORD-FREQUENCY        TO STO-FREQUENCY(STO-IDX).
           MOVE ORD-DAY-OF-WEEK      TO STO-DAY-OF-WEEK(STO-IDX).
           MOVE ORD-STOP-DATE        TO STO-STOP-DATE(STO-IDX).
           MOVE ORD-PRESCRIBING-PHYS TO STO-PRESCRIBING-PHYS(STO-IDX).
           MOVE ORD-ROUTE            TO STO-ROUTE(STO-IDX).
           MOVE ORD-DOSE-SCHEDULE    TO STO-DOSE-SCHEDULE(STO-IDX).
       050-READ.
           READ STNDORD INTO STANDING-ORDER-REC
               AT END
               MOVE "N" TO MORE-STNDORD-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** ACTIVE ONE-TIME MEDICATION ORDERS FOR EITHER DATE
       060-LOAD-ONE-TIME-TABLE.
           MOVE "060-LOAD-ONE-TIME-TABLE" TO PARA-NAME.
           ADD 1 TO PHYSORD-ROWS-READ.
           IF NOT POR-MED-ORDER
            OR NOT POR-ACTIVE
               GO TO 060-READ.
           IF POR-SERVICE-DATE NOT = WS-MAR-DATE-X
            AND POR-SERVICE-DATE NOT = WS-PRIOR-DATE-X
               GO TO 060-READ.
           IF WS-OTO-COUNT NOT < 3000
               MOVE "*** ONE-TIME ORDER TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 060-READ.
           ADD 1 TO WS-OTO-COUNT.
           SET OTO-IDX TO WS-OTO-COUNT.
           MOVE POR-PATIENT-ID    TO OTO-PATIENT-ID(OTO-IDX).
           MOVE POR-ITEM-ID       TO OTO-ITEM-ID(OTO-IDX).
           MOVE POR-SERVICE-DATE  TO OTO-SERVICE-DATE(OTO-IDX).
           MOVE POR-ORDERING-PHYS TO OTO-ORDERING-PHYS(OTO-IDX).
       060-READ.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
               MOVE "N" TO MORE-ORDER-SW
           END-READ.
       060-EXIT.
           EXIT.

       070-LOAD-ALLERGY-TABLE.
           MOVE "070-LOAD-ALLERGY-TABLE" TO PARA-NAME.
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
       070-EXIT.
           EXIT.

      ***** EVERY STAY STILL IN HOUSE -- THE EXTRACT ALSO CARRIES THE
      ***** DAY'S DISCHARGES AND THE OUTPATIENTS, WHO HAVE NO MAR
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
           MOVE CEN-WARD-NBR            TO CNS-WARD-NBR(CNS-IDX).
           MOVE CEN-BED-IDENTITY        TO CNS-BED-IDENTITY(CNS-IDX).
           MOVE CEN-PATIENT-ID          TO CNS-PATIENT-ID(CNS-IDX).
           MOVE CEN-ENCOUNTER-NBR       TO CNS-ENCOUNTER-NBR(CNS-IDX).
           MOVE CEN-ATTENDING-PHYSICIAN TO CNS-ATTENDING(CNS-IDX).
           MOVE CEN-DIAG-CODE-PRIMARY   TO CNS-DIAG-CODE(CNS-IDX).
           MOVE CEN-ISOLATION-STATUS-IND
                                        TO CNS-ISOLATION-IND(CNS-IDX).
           MOVE CEN-ISOLATION-CONDITION-CDE
                                        TO CNS-ISOLATION-CDE(CNS-IDX).
           MOVE CEN-LOA-STATUS-IND      TO CNS-LOA-IND(CNS-IDX).
           MOVE "N"                     TO CNS-PRINTED-SW(CNS-IDX).
       100-EXIT.
           EXIT.

      ***** A DOSE GIVEN IS A MEDICATION LINE A NURSE POSTED ON THE
      ***** PREVIOUS DAY; ITS SHIFT COMES FROM THE TREATMENT TIME
       200-COLLECT-ADMINS.
           MOVE "200-COLLECT-ADMINS" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 200-READ.
           ADD 1 TO TRMTSRCH-ROWS-READ.
           IF MEDICATION-ID IN INPATIENT-TREATMENT-REC = SPACES
            OR TREATMENT-NURSE-ID = SPACES
            OR TREATMENT-DATE NOT = WS-PRIOR-DATE-X
               GO TO 200-READ.
           IF WS-ADM-COUNT NOT < 5000
               MOVE "*** ADMINISTRATION TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-READ.
           ADD 1 TO WS-ADM-COUNT.
           SET ADM-IDX TO WS-ADM-COUNT.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO ADM-PATIENT-ID(ADM-IDX).
           MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                TO ADM-MEDICATION-ID(ADM-IDX).
           MOVE TREATMENT-TIME(1:2) TO WS-TIME-HHMM(1:2).
           MOVE TREATMENT-TIME(4:2) TO WS-TIME-HHMM(3:2).
           PERFORM 470-SHIFT-OF-TIME THRU 470-EXIT.
           MOVE WS-TIME-SHIFT TO ADM-SHIFT(ADM-IDX).
           MOVE "N" TO ADM-USED-SW(ADM-IDX).
       200-READ.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       200-EXIT.
           EXIT.

      ***** WARD/BED PRINT ORDER WITHOUT A SORT STEP -- EACH PASS TAKES
      ***** THE LOWEST UNPLACED KEY
       300-ORDER-PATIENTS.
           MOVE "300-ORDER-PATIENTS" TO PARA-NAME.
       300-NEXT-PATIENT.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-SUB.
           PERFORM 310-FIND-LOWEST THRU 310-EXIT
                   VARYING CNS-IDX FROM 1 BY 1
                   UNTIL CNS-IDX > WS-CNS-COUNT.
           IF WS-LOW-SUB = ZERO
               GO TO 300-EXIT.
           MOVE "Y" TO CNS-PRINTED-SW(WS-LOW-SUB).
           ADD 1 TO WS-PRT-COUNT.
           MOVE WS-LOW-SUB TO PRT-CNS-SUB(WS-PRT-COUNT).
           GO TO 300-NEXT-PATIENT.
       300-EXIT.
           EXIT.

       310-FIND-LOWEST.
           IF NOT CNS-PRINTED(CNS-IDX)
            AND CNS-SORT-KEY(CNS-IDX) < WS-LOW-KEY
               MOVE CNS-SORT-KEY(CNS-IDX) TO WS-LOW-KEY
               SET WS-LOW-SUB TO CNS-IDX.
       310-EXIT.
           EXIT.

      ***** EVERY DOSE OF THE PATIENT'S ORDERS DUE ON WS-DOSE-DATE
      ***** WHOSE TIME FALLS IN WS-SHIFT-CODE.  ONE-TIME ORDERS CARRY
      ***** NO TIME AND GO ON THE DAY SHIFT.
       400-BUILD-DOSES.
           MOVE "400-BUILD-DOSES" TO PARA-NAME.
           MOVE ZERO TO WS-DSE-COUNT.
           MOVE SHF-CODE(WS-SHIFT-SUB) TO WS-SHIFT-CODE.
           PERFORM 410-ONE-STANDING-ORDER THRU 410-EXIT
                   VARYING STO-IDX FROM 1 BY 1
                   UNTIL STO-IDX > WS-STO-COUNT.
           IF WS-SHIFT-CODE = "D"
               PERFORM 430-ONE-TIME-ORDER THRU 430-EXIT
                       VARYING OTO-IDX FROM 1 BY 1
                       UNTIL OTO-IDX > WS-OTO-COUNT.
       400-EXIT.
           EXIT.

      ***** DUE THE SAME WAY STNDORDR DECIDES -- A WEEKLY ORDER ON ITS
      ***** DAY ONLY, NOTHING AFTER THE STOP DATE
       410-ONE-STANDING-ORDER.
           IF STO-PATIENT-ID(STO-IDX) NOT = WS-CUR-PATIENT
               GO TO 410-EXIT.
           IF STO-WEEKLY(STO-IDX)
            AND STO-DAY-OF-WEEK(STO-IDX) NOT = WS-DOSE-DOW
               GO TO 410-EXIT.
           IF STO-STOP-DATE(STO-IDX) NOT = SPACES
            AND STO-STOP-DATE(STO-IDX) < WS-DOSE-DATE-DISP
               GO TO 410-EXIT.

           SET SCH-IDX TO 1.
           SEARCH SCH-ROW
               AT END
                   SET SCH-IDX TO 1
               WHEN SCH-CODE(SCH-IDX) = STO-DOSE-SCHEDULE(STO-IDX)
                   CONTINUE
           END-SEARCH.
           PERFORM 420-ONE-DOSE-TIME THRU 420-EXIT
                   VARYING WS-TIME-SUB FROM 1 BY 1
                   UNTIL WS-TIME-SUB > SCH-TIME-COUNT(SCH-IDX).
       410-EXIT.
           EXIT.

       420-ONE-DOSE-TIME.
           MOVE SCH-TIME(SCH-IDX, WS-TIME-SUB) TO WS-TIME-HHMM.
           PERFORM 470-SHIFT-OF-TIME THRU 470-EXIT.
           IF WS-TIME-SHIFT NOT = WS-SHIFT-CODE
               GO TO 420-EXIT.
           IF WS-DSE-COUNT NOT < 60
               MOVE "*** DOSE TABLE FULL" TO ABEND-REASON
               MOVE STO-PATIENT-ID(STO-IDX) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 420-EXIT.
           ADD 1 TO WS-DSE-COUNT.
           SET DSE-IDX TO WS-DSE-COUNT.
           MOVE WS-TIME-HHMM TO DSE-TIME(DSE-IDX).
           MOVE "S" TO DSE-SOURCE(DSE-IDX).
           SET DSE-ORDER-SUB(DSE-IDX) TO STO-IDX.
           MOVE "N" TO DSE-PRINTED-SW(DSE-IDX).
       420-EXIT.
           EXIT.

       430-ONE-TIME-ORDER.
           IF OTO-PATIENT-ID(OTO-IDX) NOT = WS-CUR-PATIENT
            OR OTO-SERVICE-DATE(OTO-IDX) NOT = WS-DOSE-DATE-X
               GO TO 430-EXIT.
           IF WS-DSE-COUNT NOT < 60
               MOVE "*** DOSE TABLE FULL" TO ABEND-REASON
               MOVE OTO-PATIENT-ID(OTO-IDX) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 430-EXIT.
           ADD 1 TO WS-DSE-COUNT.
           SET DSE-IDX TO WS-DSE-COUNT.
           MOVE "ONCE" TO DSE-TIME(DSE-IDX).
           MOVE "P" TO DSE-SOURCE(DSE-IDX).
           SET DSE-ORDER-SUB(DSE-IDX) TO OTO-IDX.
           MOVE "N" TO DSE-PRINTED-SW(DSE-IDX).
       430-EXIT.
           EXIT.

      ***** THE EARLIEST UNPRINTED DOSE ON THE SHEET -- "ONCE" SORTS
      ***** AFTER EVERY CLOCK TIME.  WS-LOW-SUB COMES BACK ZERO WHEN
      ***** THEY HAVE ALL PRINTED.
       440-NEXT-DOSE.
           MOVE HIGH-VALUES TO WS-LOW-TIME.
           MOVE ZERO TO WS-LOW-SUB.
           PERFORM 445-LOWER-DOSE THRU 445-EXIT
                   VARYING DSE-IDX FROM 1 BY 1
                   UNTIL DSE-IDX > WS-DSE-COUNT.
           IF WS-LOW-SUB = ZERO
               GO TO 440-EXIT.
           SET DSE-IDX TO WS-LOW-SUB.
           MOVE "Y" TO DSE-PRINTED-SW(DSE-IDX).
           PERFORM 450-FORMAT-DOSE THRU 450-EXIT.
       440-EXIT.
           EXIT.

       445-LOWER-DOSE.
           IF NOT DSE-PRINTED(DSE-IDX)
            AND DSE-TIME(DSE-IDX) < WS-LOW-TIME
               MOVE DSE-TIME(DSE-IDX) TO WS-LOW-TIME
               SET WS-LOW-SUB TO DSE-IDX.
       445-EXIT.
           EXIT.

      ***** THE DOSE'S ORDER DETAIL, ITS MEDICATION-TABLE NAME AND
      ***** ANY ALERT -- AN ALLERGY OUTRANKS A FORMULARY MISS
       450-FORMAT-DOSE.
           MOVE "450-FORMAT-DOSE" TO PARA-NAME.
           MOVE DSE-TIME(DSE-IDX) TO WS-DOSE-TIME.
           MOVE SPACES TO WS-DOSE-ALERT.
           IF DSE-STANDING(DSE-IDX)
               SET STO-IDX TO DSE-ORDER-SUB(DSE-IDX)
               MOVE STO-ITEM-ID(STO-IDX)   TO WS-DOSE-MED-ID
               MOVE STO-ROUTE(STO-IDX)     TO WS-DOSE-ROUTE
               MOVE STO-DOSE-SCHEDULE(STO-IDX) TO WS-DOSE-SCHEDULE
               MOVE STO-PRESCRIBING-PHYS(STO-IDX)
                    TO WS-DOSE-PRESCRIBER
               IF WS-DOSE-ROUTE = SPACES
                   MOVE "ORA" TO WS-DOSE-ROUTE
               END-IF
               IF WS-DOSE-SCHEDULE = SPACES
                   MOVE "QD" TO WS-DOSE-SCHEDULE
               END-IF
           ELSE
               SET OTO-IDX TO DSE-ORDER-SUB(DSE-IDX)
               MOVE OTO-ITEM-ID(OTO-IDX)   TO WS-DOSE-MED-ID
               MOVE SPACES                 TO WS-DOSE-ROUTE
               MOVE "ONCE"                 TO WS-DOSE-SCHEDULE
               MOVE OTO-ORDERING-PHYS(OTO-IDX) TO WS-DOSE-PRESCRIBER
               MOVE "ONE-TIME ORDER"       TO WS-DOSE-ALERT.

           PERFORM 460-LOOKUP-MEDICATION THRU 460-EXIT.
           IF NOT MED-FOUND
               MOVE "NOT ON FORMULARY" TO WS-DOSE-ALERT
               MOVE SPACES TO WS-DOSE-MED-NAME
               IF MAR-SECTION
                   ADD 1 TO FORMULARY-MISSES.

           SET ALG-IDX TO 1.
           SEARCH ALG-ROW
               AT END
                   CONTINUE
               WHEN ALG-IDX > WS-ALG-COUNT
                   CONTINUE
               WHEN ALG-PATIENT-ID(ALG-IDX) = WS-CUR-PATIENT
                AND ALG-MEDICATION-ID(ALG-IDX) = WS-DOSE-MED-ID
                   MOVE "*** ALLERGY ***" TO WS-DOSE-ALERT
                   IF MAR-SECTION
                       ADD 1 TO ALLERGY-CONFLICTS
                   END-IF
           END-SEARCH.
       450-EXIT.
           EXIT.

       460-LOOKUP-MEDICATION.
           MOVE "460-LOOKUP-MEDICATION" TO PARA-NAME.
           MOVE "N" TO MED-FOUND-SW.
           MOVE WS-DOSE-MED-ID TO MEDICATION-ID IN DCLMEDICATION.
           MOVE SPACES TO MED-NAME.

           EXEC SQL
              SELECT MED_NAME INTO :MED-NAME
              FROM DDS0001.MEDICATION
              WHERE MEDICATION_ID = :MEDICATION-ID
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE "Y" TO MED-FOUND-SW
               MOVE MED-NAME TO WS-DOSE-MED-NAME
           ELSE
           IF SQLCODE < 0
               MOVE "*** FATAL DB2 ERROR ON MEDICATION LOOKUP"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       460-EXIT.
           EXIT.

      ***** HHMM INTO ITS TIMEKEEPING SHIFT
       470-SHIFT-OF-TIME.
           IF WS-TIME-HHMM NOT < "0700"
            AND WS-TIME-HHMM < "1500"
               MOVE "D" TO WS-TIME-SHIFT
           ELSE
           IF WS-TIME-HHMM NOT < "1500"
            AND WS-TIME-HHMM < "2300"
               MOVE "E" TO WS-TIME-SHIFT
           ELSE
               MOVE "N" TO WS-TIME-SHIFT.
       470-EXIT.
           EXIT.

      ***** ONE PATIENT -- A SHEET FOR EACH SHIFT OF THE RUN DATE
       500-PRINT-MARS.
           MOVE "500-PRINT-MARS" TO PARA-NAME.
           SET CNS-IDX TO PRT-CNS-SUB(WS-PRT-SUB).
           MOVE CNS-PATIENT-ID(CNS-IDX) TO WS-CUR-PATIENT.
           ADD 1 TO PATIENTS-PRINTED.
           MOVE WS-MAR-DATE-X    TO WS-DOSE-DATE-X.
           MOVE WS-MAR-DATE-DISP TO WS-DOSE-DATE-DISP.
           MOVE WS-MAR-DOW       TO WS-DOSE-DOW.
           PERFORM 510-PRINT-SHEET THRU 510-EXIT
                   VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 3.
       500-EXIT.
           EXIT.

       510-PRINT-SHEET.
           MOVE "510-PRINT-SHEET" TO PARA-NAME.
           PERFORM 400-BUILD-DOSES THRU 400-EXIT.
           PERFORM 740-NEW-PAGE THRU 740-EXIT.
           ADD 1 TO SHEETS-PRINTED.
           MOVE WS-MAR-DATE-DISP TO MH1-MAR-DATE.
           MOVE SHF-HEADING(WS-SHIFT-SUB) TO MH1-SHIFT.
           MOVE SPACES TO MH1-CONTINUED.
           MOVE CNS-WARD-NBR(CNS-IDX)      TO MH2-WARD-NBR.
           MOVE CNS-BED-IDENTITY(CNS-IDX)  TO MH2-BED.
           MOVE CNS-PATIENT-ID(CNS-IDX)    TO MH2-PATIENT-ID.
           MOVE CNS-ENCOUNTER-NBR(CNS-IDX) TO MH2-ENCOUNTER.
           MOVE CNS-ATTENDING(CNS-IDX)     TO MH2-ATTENDING.
           MOVE CNS-DIAG-CODE(CNS-IDX)     TO MH2-DIAG-CODE.
           MOVE SPACES TO MH2-ISOLATION, MH2-LEAVE.
           IF CNS-ON-ISOLATION(CNS-IDX)
               STRING "ISO-" CNS-ISOLATION-CDE(CNS-IDX)
                   DELIMITED BY SIZE INTO MH2-ISOLATION.
           IF CNS-ON-LEAVE(CNS-IDX)
               MOVE "ON LEAVE" TO MH2-LEAVE.
           PERFORM 720-MAR-HEADING THRU 720-EXIT.

           PERFORM 520-ALLERGY-BANNER THRU 520-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-MAR-COL-HDR TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.

           IF WS-DSE-COUNT = ZERO
               MOVE "NO SCHEDULED MEDICATIONS THIS SHIFT"
                    TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT
           ELSE
               PERFORM 530-PRINT-DOSE THRU 530-EXIT
                       WS-DSE-COUNT TIMES.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           MOVE WS-MAR-SIGNATURE-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       510-EXIT.
           EXIT.

      ***** EVERY SHEET CARRIES THE ALLERGIES, TWELVE TO A LINE
       520-ALLERGY-BANNER.
           MOVE SPACES TO ABN-SLOTS.
           MOVE ZERO TO WS-SLOT, WS-ALLERGY-LINES.
           PERFORM 525-ONE-ALLERGY THRU 525-EXIT
                   VARYING ALG-IDX FROM 1 BY 1
                   UNTIL ALG-IDX > WS-ALG-COUNT.
           IF WS-SLOT > ZERO
               MOVE WS-ALLERGY-BANNER TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT
           ELSE
           IF WS-ALLERGY-LINES = ZERO
               MOVE "*** NO ALLERGIES ON FILE" TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT.
       520-EXIT.
           EXIT.

       525-ONE-ALLERGY.
           IF ALG-PATIENT-ID(ALG-IDX) NOT = WS-CUR-PATIENT
               GO TO 525-EXIT.
           ADD 1 TO WS-SLOT.
           MOVE ALG-MEDICATION-ID(ALG-IDX) TO ABN-SLOT(WS-SLOT).
           IF WS-SLOT = 12
               MOVE WS-ALLERGY-BANNER TO WS-PRINT-LINE
               PERFORM 700-PRINT-LINE THRU 700-EXIT
               ADD 1 TO WS-ALLERGY-LINES
               MOVE SPACES TO ABN-SLOTS
               MOVE ZERO TO WS-SLOT.
       525-EXIT.
           EXIT.

       530-PRINT-DOSE.
           PERFORM 440-NEXT-DOSE THRU 440-EXIT.
           MOVE WS-DOSE-TIME       TO DLN-TIME.
           MOVE WS-DOSE-MED-ID     TO DLN-MED-ID.
           MOVE WS-DOSE-MED-NAME   TO DLN-MED-NAME.
           MOVE WS-DOSE-ROUTE      TO DLN-ROUTE.
           MOVE WS-DOSE-SCHEDULE   TO DLN-SCHEDULE.
           MOVE WS-DOSE-PRESCRIBER TO DLN-PRESCRIBER.
           MOVE WS-DOSE-ALERT      TO DLN-ALERT.
           MOVE WS-MAR-DOSE-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
           ADD 1 TO DOSES-PRINTED.
           IF DSE-ONE-TIME(DSE-IDX)
               ADD 1 TO ONE-TIME-PRINTED.
       530-EXIT.
           EXIT.

      ***** THE CHARGE NURSES' FOLLOW-UP LIST STARTS ON A NEW PAGE
       600-START-MISSED-SECTION.
           MOVE "600-START-MISSED-SECTION" TO PARA-NAME.
           MOVE "F" TO REPORT-SECTION-SW.
           MOVE WS-PRIOR-DATE-X    TO WS-DOSE-DATE-X.
           MOVE WS-PRIOR-DATE-DISP TO WS-DOSE-DATE-DISP.
           MOVE WS-PRIOR-DOW       TO WS-DOSE-DOW.
           PERFORM 740-NEW-PAGE THRU 740-EXIT.
           MOVE WS-PRIOR-DATE-DISP TO MSH-DATE.
           MOVE SPACES TO MSH-CONTINUED.
           PERFORM 730-MISSED-HEADING THRU 730-EXIT.
       600-EXIT.
           EXIT.

      ***** ONE PATIENT'S PREVIOUS-DAY DOSES, SHIFT BY SHIFT
       610-PRINT-MISSED.
           MOVE "610-PRINT-MISSED" TO PARA-NAME.
           SET CNS-IDX TO PRT-CNS-SUB(WS-PRT-SUB).
           MOVE CNS-PATIENT-ID(CNS-IDX) TO WS-CUR-PATIENT.
           PERFORM 620-MISSED-ONE-SHIFT THRU 620-EXIT
                   VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 3.
       610-EXIT.
           EXIT.

       620-MISSED-ONE-SHIFT.
           PERFORM 400-BUILD-DOSES THRU 400-EXIT.
           PERFORM 630-CHECK-DOSE THRU 630-EXIT
                   WS-DSE-COUNT TIMES.
       620-EXIT.
           EXIT.

      ***** THE DOSE USES UP THE FIRST UNUSED ADMINISTRATION OF THE
      ***** SAME MEDICATION IN ITS SHIFT -- ANY SHIFT FOR A ONE-TIME
      ***** ORDER.  NONE LEFT MEANS IT WAS NEVER POSTED AS GIVEN.
       630-CHECK-DOSE.
           PERFORM 440-NEXT-DOSE THRU 440-EXIT.
           MOVE "N" TO ADMIN-FOUND-SW.
           PERFORM 635-MATCH-ADMIN THRU 635-EXIT
                   VARYING ADM-IDX FROM 1 BY 1
                   UNTIL ADM-IDX > WS-ADM-COUNT
                      OR ADMIN-FOUND.
           IF ADMIN-FOUND
               GO TO 630-EXIT.

           ADD 1 TO DOSES-NOT-POSTED.
           MOVE CNS-WARD-NBR(CNS-IDX)     TO MLN-WARD-NBR.
           MOVE CNS-BED-IDENTITY(CNS-IDX) TO MLN-BED.
           MOVE WS-CUR-PATIENT            TO MLN-PATIENT-ID.
           MOVE SHF-NAME(WS-SHIFT-SUB)    TO MLN-SHIFT.
           MOVE WS-DOSE-TIME              TO MLN-TIME.
           MOVE WS-DOSE-MED-ID            TO MLN-MED-ID.
           MOVE WS-DOSE-MED-NAME          TO MLN-MED-NAME.
           MOVE WS-DOSE-ROUTE             TO MLN-ROUTE.
           MOVE WS-DOSE-PRESCRIBER        TO MLN-PRESCRIBER.
           MOVE WS-DOSE-ALERT             TO MLN-ALERT.
           MOVE WS-MISSED-LINE TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE THRU 700-EXIT.
       630-EXIT.
           EXIT.

       635-MATCH-ADMIN.
           IF ADM-USED(ADM-IDX)
            OR ADM-PATIENT-ID(ADM-IDX) NOT = WS-CUR-PATIENT
            OR ADM-MEDICATION-ID(ADM-IDX) NOT = WS-DOSE-MED-ID
               GO TO 635-EXIT.
           IF DSE-STANDING(DSE-IDX)
            AND ADM-SHIFT(ADM-IDX) NOT = WS-SHIFT-CODE
               GO TO 635-EXIT.
           MOVE "Y" TO ADM-USED-SW(ADM-IDX).
           MOVE "Y" TO ADMIN-FOUND-SW.
       635-EXIT.
           EXIT.

      ***** A FULL PAGE REPEATS THE SECTION'S HEADING BEFORE THE
      ***** NEXT LINE
       700-PRINT-LINE.
           IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
               MOVE ZERO TO WS-LINES-ON-PAGE
               MOVE WS-PRINT-LINE TO WS-HOLD-LINE
               IF MAR-SECTION
                   MOVE "(CONTINUED)" TO MH1-CONTINUED
                   PERFORM 720-MAR-HEADING THRU 720-EXIT
               ELSE
                   MOVE "(CONTINUED)" TO MSH-CONTINUED
                   PERFORM 730-MISSED-HEADING THRU 730-EXIT
               END-IF
               MOVE WS-HOLD-LINE TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       700-EXIT.
           EXIT.

       710-PUT-LINE.
           WRITE MARRPT-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
       710-EXIT.
           EXIT.

       720-MAR-HEADING.
           MOVE WS-MAR-HDR-1 TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
           MOVE WS-MAR-HDR-2 TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       720-EXIT.
           EXIT.

       730-MISSED-HEADING.
           MOVE WS-MISSED-HDR TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
           MOVE WS-MISSED-COL-HDR TO WS-PRINT-LINE.
           PERFORM 710-PUT-LINE THRU 710-EXIT.
       730-EXIT.
           EXIT.

      ***** FINISH THE PAGE WITH BLANK LINES SO THE NEXT SHEET STARTS
      ***** AT THE TOP OF A NEW ONE
       740-NEW-PAGE.
           IF WS-LINES-ON-PAGE > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 710-PUT-LINE THRU 710-EXIT
                       UNTIL WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE.
           MOVE ZERO TO WS-LINES-ON-PAGE.
       740-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE STNDORD, PHYSORD, PATALRGY, TRMTSRCH-FILE, CENSEXT,
                 MARRPT, SYSOUT.
           DISPLAY "MARPRINT CENSUS ROWS READ   : " CENSUS-ROWS-READ.
           DISPLAY "MARPRINT STNDORD ROWS READ  : " STNDORD-ROWS-READ.
           DISPLAY "MARPRINT PHYSORD ROWS READ  : " PHYSORD-ROWS-READ.
           DISPLAY "MARPRINT TRMTSRCH ROWS READ : " TRMTSRCH-ROWS-READ.
           DISPLAY "MARPRINT PATIENTS PRINTED   : " PATIENTS-PRINTED.
           DISPLAY "MARPRINT SHEETS PRINTED     : " SHEETS-PRINTED.
           DISPLAY "MARPRINT DOSES PRINTED      : " DOSES-PRINTED.
           DISPLAY "MARPRINT ONE-TIME DOSES     : " ONE-TIME-PRINTED.
           DISPLAY "MARPRINT ALLERGY CONFLICTS  : " ALLERGY-CONFLICTS.
           DISPLAY "MARPRINT NOT ON FORMULARY   : " FORMULARY-MISSES.
           DISPLAY "MARPRINT DOSES NOT POSTED   : " DOSES-NOT-POSTED.
           MOVE CENSUS-ROWS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB MARPRINT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE STNDORD, PHYSORD, PATALRGY, TRMTSRCH-FILE, CENSEXT,
                 MARRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-MARPRINT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

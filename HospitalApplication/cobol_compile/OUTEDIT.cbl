      *          CHARGE LIMITS, HOSP_BED) ARE DROPPED.  EQUIPMENT
      *          CHARGES AND THEIR CROSS-FIELD COST-MINIMUM EDITS ARE
      *          KEPT UNCHANGED SINCE THEY APPLY TO A VISIT THE SAME
      *          AS A STAY.  THE EDITS THEMSELVES ARE IN CHGEDIT, THE
      *          SAME MODULE DALYEDIT AND THE CHGE SCREEN CALL, SO A
      *          VISIT GETS THE SAME REASON_CODES AND EQUIP_RATES
      *          LOOKUPS AS A STAY.
      *
      *          PATIENT-TYPE ON PATIENT-MASTER-REC DEFINES OUTPATIENT
      *          AS VALUE "0" (ZERO, NOT THE LETTER "O") WHICH LOOKS
      *          LIKE A DATA-ENTRY BUG IN THE 88-LEVEL ITSELF --
      *          PATLIST ALREADY WORKS AROUND THIS BY TESTING
      *          "NOT INPATIENT" RATHER THAN TESTING OUTPATIENT
      *          DIRECTLY, AND CHGEDIT'S VISIT EDITS DO THE SAME.
      *          THE ACTUAL DATA-QUALITY FIX BELONGS ON PATIENT-TYPE
      *          ITSELF, NOT HERE.
      *
      *          CRITERIA, BALANCES FINAL RECORDS-READ VERSUS A TRAILER
      *          REC, AND WRITES A "GOOD" VISIT RECORDS OUTPUT FILE.
      *
      *          A MEDICARE VISIT IS ALSO CHECKED FOR MEDICAL
      *          NECESSITY: EVERY EQUIPMENT LINE WHOSE ITEM IS UNDER A
      *          MEDICARE COVERAGE POLICY (MEDNPOL) MUST CARRY ONE OF
      *          THE POLICY'S DIAGNOSES.  A LINE THAT DOES NOT IS NOT
      *          REJECTED -- IT IS FLAGGED ON ABNFILE, AND UNLESS THE
      *          BENEFICIARY ALREADY SIGNED OR REFUSED AN ADVANCE
      *          BENEFICIARY NOTICE FOR IT, AN ABN IS PRINTED FOR
      *          REGISTRATION TO HAVE SIGNED.  OUTUPDT BILLS THE LINE
      *          GA OR GZ OFF THAT ROW.
      *
      *          A VISIT CARRYING AN ENCOUNTER NUMBER BELONGS TO A
      *          RECURRING SERIES AND MUST NAME A SERIES OPEN FOR THE
      *          PATIENT ON THE SERIES FILE, ON OR AFTER ITS START.
      *
      *          THE VISIT'S REFERRAL SOURCE IS CHECKED AND WARNED
      *          ON SYSOUT WHEN BAD OR INCOMPLETE, NEVER REJECTED.
      *
      *          THE LATE-CHARGE LIMIT AND ANY DECLARED DOWNTIME
      *          WINDOW COME FROM THE RUNPARM MASTER, AS IN DALYEDIT.
      *          A VISIT DATED INSIDE THE WINDOW AND KEYED DURING ITS
      *          CATCH-UP PERIOD IS LISTED ON DTRCVRY.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.OUTDATA

               VSAM MASTER FILE        -   DDS0001.PATMASTR
                                            DDS0001.PATPERSN

               COVERAGE POLICY TABLE   -   DDS0001.MEDNPOL

               VSAM ABN FILE           -   DDS0001.ABNFILE

               VSAM SERIES ACCOUNTS    -   DDS0001.SERIES

               ABN FORMS FOR SIGNATURE -   DDS0001.ABNFORM

               DOWNTIME RECOVERY RPT   -   DTRCVRY

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               INPUT ERROR FILE        -   DDS0001.OUTERR

                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT MEDNPOL
           ASSIGN TO UT-S-MEDNPOL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MPCODE.

           SELECT ABNFORM
           ASSIGN TO UT-S-ABNFORM
             ORGANIZATION IS SEQUENTIAL.

           SELECT ABNFILE
                  ASSIGN       to ABNFILE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ABNFILE-KEY
                  FILE STATUS  is ABNFILE-STATUS.

      ****** VISITS LET THROUGH BY A DECLARED DOWNTIME WINDOW
           SELECT DTRCVRY
           ASSIGN TO UT-S-DTRCVRY
             ORGANIZATION IS SEQUENTIAL.

           SELECT SERIES
                  ASSIGN       to SERIES
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SERIES-KEY
                  FILE STATUS  is SERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY     PIC X(06).
           05 FILLER           PIC X(792).

      ****** ITEM / COVERED-DIAGNOSIS ROWS, LOADED AT STARTUP
       FD  MEDNPOL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEDNPOL-REC.
       01  MEDNPOL-REC PIC X(30).

      ****** ONE ADVANCE BENEFICIARY NOTICE PER MEDICARE VISIT WITH
      ****** LINES OUTSIDE POLICY, PRINTED FOR REGISTRATION
       FD  ABNFORM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABNFORM-REC.
       01  ABNFORM-REC PIC X(80).

       FD  ABNFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ABN-NOTICE-REC.
       01  ABNFILE-REC.
           05 ABNFILE-KEY      PIC X(22).
           05 FILLER           PIC X(78).

      ****** ONE LINE PER VISIT DATED INSIDE A DECLARED DOWNTIME
      ****** WINDOW AND KEYED DURING ITS CATCH-UP PERIOD
       FD  DTRCVRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DTRCVRY-REC.
       01  DTRCVRY-REC PIC X(80).

       FD  SERIES
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SERIES-ACCOUNT-REC.
       01  SERIES-REC.
           05 SERIES-KEY       PIC X(10).
           05 FILLER           PIC X(110).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

               88 RECORD-FOUND    VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  MPCODE                  PIC X(2).
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".
           05  ABNFILE-STATUS          PIC X(2).
               88 ABN-FOUND       VALUE "00".
           05  SERIES-STATUS           PIC X(2).
               88 SERIES-FOUND    VALUE "00".

       COPY OUTDALY.
      ** QSAM FILE
      ** VSAM FILE
       COPY PATMSTR.

      ***** PARAMETER BLOCK FOR THE SHARED CHARGE EDITS
       COPY CHGEDPRM.

       COPY PATPERSN.

       COPY MEDNPOL.

       COPY ABNFILE.

       COPY SERIES.

       77  WS-DATE                     PIC 9(6).

       01  COUNTERS-IDXS-AND-ACCUMULATORS.
           05 WS-TOTAL-VISIT-CHARGE    PIC S9(9)V99 COMP-3.
           05 WS-EQUIPMENT-COST        PIC S9(7)V99 COMP-3.
           05 HOLD-EQUIPMENT-COST      PIC S9(7)V99 COMP-3.
           05 MEDICARE-LINES-CHECKED   PIC 9(7) COMP.
           05 LINES-OUTSIDE-POLICY     PIC 9(7) COMP.
           05 ABN-FORMS-PRINTED        PIC 9(7) COMP.
           05 REFERRAL-WARNINGS        PIC 9(7) COMP.

       01  FLAGS-AND-SWITCHES.
           05 MORE-DATA-SW             PIC X(01) VALUE "Y".
               88 RECORD-ERROR-FOUND VALUE "Y".
               88 VALID-RECORD  VALUE "N".

      ***** LATE-CHARGE LIMIT AND DECLARED DOWNTIME WINDOW, READ ONCE
      ***** FROM THE RUNPARM MASTER AND HANDED TO CHGEDIT ON EVERY
      ***** CALL.  WITH NO ROW IN FORCE THERE IS NO AGE LIMIT, NO
      ***** WINDOW, AND A WEEK OF CATCH-UP ONCE ONE IS DECLARED.
       COPY PARMGPRM.

       01  WS-RECOVERY-TOTALS.
           05  WS-RECOVERY-COUNT       PIC S9(7) COMP VALUE ZERO.
           05  WS-RECOVERY-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-RCV-HDR-REC.
           05  FILLER                  PIC X(29)
               VALUE "DOWNTIME RECOVERY VISITS  -- ".
           05  FILLER                  PIC X(7) VALUE "WINDOW ".
           05  RCV-HDR-FROM            PIC X(8).
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  RCV-HDR-THRU            PIC X(8).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-RCV-COLM-HDR-REC.
           05  FILLER PIC X(40)
               VALUE "PATIENT  TYPE  VST DATE                ".
           05  FILLER PIC X(40)
               VALUE "  TOTAL CHARGE  OPERATOR                ".

       01  WS-RCV-DETAIL-REC.
           05  RCV-PATIENT-ID          PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RCV-RECORD-TYPE         PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RCV-SERVICE-DATE        PIC X(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  RCV-TOTAL-CHARGE        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCV-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RCV-TOTAL-REC.
           05  FILLER                  PIC X(24)
               VALUE "RECOVERY VISITS PASSED  ".
           05  RCV-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE "  AMOUNT ".
           05  RCV-TOTAL-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "OUTEDIT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.
      ** QSAM FILE

      ******************************************************************
      ***** MEDICARE COVERAGE-POLICY TABLE, LOADED FROM MEDNPOL AT
      ***** STARTUP.  A THREE-CHARACTER DIAGNOSIS COVERS ITS CATEGORY.
       01  WS-MEDNPOL-TABLE.
           05  WS-MEDNPOL-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  MEDNPOL-ROW OCCURS 1000 TIMES INDEXED BY MNP-IDX.
               10  MNP-TBL-ITEM-ID         PIC X(8).
               10  MNP-TBL-DIAG-CODE.
                   15  MNP-TBL-DIAG-CATEGORY   PIC X(3).
                   15  MNP-TBL-DIAG-REST       PIC X(4).
       01  MORE-MEDNPOL-SW             PIC X(1) VALUE "Y".
           88 NO-MORE-MEDNPOL          VALUE "N".
       01  WS-DIAG-COVERED-SW          PIC X(1).
           88 DIAG-COVERED             VALUE "Y".
       01  WS-VISIT-DIAG-CODE.
           05  WS-VISIT-DIAG-CATEGORY  PIC X(3).
           05  FILLER                  PIC X(4).
       77  EQP-SUB                     PIC 9(2).
       77  ABN-SUB                     PIC 9(2).
       77  WS-TODAY-CCYYMMDD           PIC X(8).
       77  WS-VISIT-ENCOUNTER-NBR      PIC X(10).

      ***** THE LINES GOING ON THIS VISIT'S ABN
       01  WS-ABN-FORM-LINES.
           05  WS-ABN-USED             PIC 9(2) VALUE ZERO.
           05  WS-ABN-ITEM OCCURS 12 TIMES.
               10  WS-ABN-ITEM-ID          PIC X(8).
               10  WS-ABN-ITEM-DESC        PIC X(30).
               10  WS-ABN-ITEM-COST        PIC 9(5)V99.

      ***** THE ADVANCE BENEFICIARY NOTICE OF NONCOVERAGE
       01  WS-ABN-TITLE-LINE.
           05  FILLER   PIC X(80) VALUE
               "ADVANCE BENEFICIARY NOTICE OF NONCOVERAGE (ABN)".
       01  WS-ABN-RULE-LINE.
           05  FILLER   PIC X(80) VALUE ALL "=".
       01  WS-ABN-BLANK-LINE.
           05  FILLER   PIC X(80) VALUE SPACES.
       01  WS-ABN-PATIENT-LINE.
           05  FILLER   PIC X(14) VALUE "PATIENT NAME: ".
           05  ABN-PRT-LAST-NAME       PIC X(15).
           05  FILLER   PIC X(2)  VALUE ", ".
           05  ABN-PRT-FIRST-NAME      PIC X(20).
           05  FILLER   PIC X(5)  VALUE SPACES.
           05  FILLER   PIC X(12) VALUE "PATIENT ID: ".
           05  ABN-PRT-PATIENT-ID      PIC X(6).
           05  FILLER   PIC X(6)  VALUE SPACES.
       01  WS-ABN-VISIT-LINE.
           05  FILLER   PIC X(12) VALUE "VISIT DATE: ".
           05  ABN-PRT-VISIT-DATE      PIC X(8).
           05  FILLER   PIC X(3)  VALUE SPACES.
           05  FILLER   PIC X(11) VALUE "ENCOUNTER: ".
           05  ABN-PRT-ENCOUNTER-NBR   PIC X(10).
           05  FILLER   PIC X(3)  VALUE SPACES.
           05  FILLER   PIC X(11) VALUE "DIAGNOSIS: ".
           05  ABN-PRT-DIAG-CODE       PIC X(7).
           05  FILLER   PIC X(15) VALUE SPACES.
       01  WS-ABN-NOTICE-1.
           05  FILLER   PIC X(44) VALUE
               "NOTE: IF MEDICARE DOESN'T PAY FOR THE ITEMS ".
           05  FILLER   PIC X(27) VALUE
               "BELOW, YOU MAY HAVE TO PAY.".
           05  FILLER   PIC X(09) VALUE SPACES.
       01  WS-ABN-NOTICE-2.
           05  FILLER   PIC X(48) VALUE
               "MEDICARE DOES NOT PAY FOR EVERYTHING, EVEN SOME ".
           05  FILLER   PIC X(28) VALUE
               "CARE THAT YOU OR YOUR HEALTH".
           05  FILLER   PIC X(04) VALUE SPACES.
       01  WS-ABN-NOTICE-3.
           05  FILLER   PIC X(44) VALUE
               "CARE PROVIDER HAVE GOOD REASON TO THINK YOU ".
           05  FILLER   PIC X(33) VALUE
               "NEED.  WE EXPECT MEDICARE MAY NOT".
           05  FILLER   PIC X(03) VALUE SPACES.
       01  WS-ABN-NOTICE-4.
           05  FILLER   PIC X(47) VALUE
               "PAY FOR THE ITEMS BELOW: YOUR DIAGNOSIS IS NOT ".
           05  FILLER   PIC X(30) VALUE
               "ONE MEDICARE'S COVERAGE POLICY".
           05  FILLER   PIC X(03) VALUE SPACES.
       01  WS-ABN-NOTICE-5.
           05  FILLER   PIC X(40) VALUE
               "FOR THEM ACCEPTS AS MEDICALLY NECESSARY.".
           05  FILLER   PIC X(40) VALUE SPACES.
       01  WS-ABN-COLHDR-LINE.
           05  FILLER   PIC X(42) VALUE
               "ITEM ID   DESCRIPTION                     ".
           05  FILLER   PIC X(14) VALUE
               "ESTIMATED COST".
           05  FILLER   PIC X(24) VALUE SPACES.
       01  WS-ABN-ITEM-LINE.
           05  ABN-PRT-ITEM-ID         PIC X(8).
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  ABN-PRT-ITEM-DESC       PIC X(30).
           05  FILLER   PIC X(5)  VALUE SPACES.
           05  ABN-PRT-ITEM-COST       PIC $$,$$9.99.
           05  FILLER   PIC X(26) VALUE SPACES.
       01  WS-ABN-OPTION-1.
           05  FILLER   PIC X(46) VALUE
               "___ OPTION 1. I WANT THE ITEMS LISTED ABOVE.  ".
           05  FILLER   PIC X(32) VALUE
               "BILL MEDICARE; I UNDERSTAND I AM".
           05  FILLER   PIC X(02) VALUE SPACES.
       01  WS-ABN-OPTION-1B.
           05  FILLER   PIC X(41) VALUE
               "              RESPONSIBLE FOR PAYMENT IF ".
           05  FILLER   PIC X(22) VALUE
               "MEDICARE DOES NOT PAY.".
           05  FILLER   PIC X(17) VALUE SPACES.
       01  WS-ABN-OPTION-2.
           05  FILLER   PIC X(45) VALUE
               "___ OPTION 2. I WANT THE ITEMS LISTED ABOVE, ".
           05  FILLER   PIC X(25) VALUE
               "BUT DO NOT BILL MEDICARE.".
           05  FILLER   PIC X(10) VALUE SPACES.
       01  WS-ABN-OPTION-3.
           05  FILLER   PIC X(44) VALUE
               "___ OPTION 3. I DON'T WANT THE ITEMS LISTED ".
           05  FILLER   PIC X(06) VALUE
               "ABOVE.".
           05  FILLER   PIC X(30) VALUE SPACES.
       01  WS-ABN-SIGN-LINE.
           05  FILLER   PIC X(44) VALUE
               "SIGNATURE: ______________________________   ".
           05  FILLER   PIC X(16) VALUE
               "DATE: __________".
           05  FILLER   PIC X(20) VALUE SPACES.
      ******************************************************************
      ***** DISTINCT UNKNOWN PHYSICIAN-IDS CHGEDIT REJECTED THIS RUN
      ***** COME OUT AS THE EXCEPTION REPORT AT END OF JOB SO MEDICAL
      ***** STAFF OFFICE CAN CHASE THE HABITS BEHIND THEM.
       01  WS-PHYS-CHECK-ID            PIC X(8).
       01  WS-BADPHYS-TABLE.
           05  WS-BADPHYS-ID OCCURS 50 TIMES PIC X(8).
       01  WS-BADPHYS-USED             PIC 9(2) VALUE ZERO.
       01  WS-PHYS-FOUND-SW            PIC X(1).
           88 PHYS-CACHED              VALUE "Y".

      ***** THE DIAG_CODES LOOKUP AND ITS DCLGEN LIVE IN CHGEDIT;
      ***** SQLCA STAYS FOR 1000-DB2-ERROR-RTN
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB OUTEDIT ********".
           ACCEPT  WS-DATE FROM DATE.
           ACCEPT  WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           INITIALIZE COUNTERS-IDXS-AND-ACCUMULATORS, WS-TRAILER-REC.
           PERFORM 060-GET-TIMELINESS-PARMS THRU 060-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 050-LOAD-MEDNPOL-TABLE THRU 050-EXIT
               UNTIL NO-MORE-MEDNPOL.
           PERFORM 900-READ-OUTDATA THRU 900-EXIT.
           IF NO-MORE-DATA
               MOVE "EMPTY INPUT FILE" TO ABEND-REASON
       000-EXIT.
           EXIT.

      ***** ONE COVERAGE-POLICY ROW PER READ INTO THE STARTUP TABLE
       050-LOAD-MEDNPOL-TABLE.
           MOVE "050-LOAD-MEDNPOL-TABLE" TO PARA-NAME.
           READ MEDNPOL INTO MEDICAL-NECESSITY-POLICY-REC
               AT END
                   MOVE "N" TO MORE-MEDNPOL-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-MEDNPOL-COUNT NOT < 1000
               MOVE "*** MEDNPOL TABLE FULL" TO ABEND-REASON
               MOVE WS-MEDNPOL-COUNT TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-MEDNPOL-COUNT.
           MOVE MNP-ITEM-ID   TO MNP-TBL-ITEM-ID(WS-MEDNPOL-COUNT).
           MOVE MNP-DIAG-CODE TO MNP-TBL-DIAG-CODE(WS-MEDNPOL-COUNT).
       050-EXIT.
           EXIT.

      ***** THE HOUSE LATE-CHARGE LIMIT AND THE DOWNTIME WINDOW
      ***** OPERATIONS DECLARED AFTER AN OUTAGE -- THE SAME "*SHARED*"
      ***** ROWS DALYEDIT AND THE CHGE SCREEN APPLY
       060-GET-TIMELINESS-PARMS.
           MOVE "060-GET-TIMELINESS-PARMS" TO PARA-NAME.
           MOVE ZERO TO CED-LATE-DAYS, CED-DOWNTIME-FROM,
                        CED-DOWNTIME-THRU.
           MOVE 7    TO CED-CATCHUP-DAYS.
           MOVE "*SHARED*"          TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.

           MOVE "LATE-CHARGE-DAYS"  TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER NOT < ZERO
              AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO CED-LATE-DAYS.

           MOVE "CATCHUP-DAYS"      TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER NOT < ZERO
              AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO CED-CATCHUP-DAYS.

           MOVE "DOWNTIME-FROM"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
              AND PGT-NUMBER < 100000000
               MOVE PGT-NUMBER TO CED-DOWNTIME-FROM.

           MOVE "DOWNTIME-THRU"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
              AND PGT-NUMBER < 100000000
               MOVE PGT-NUMBER TO CED-DOWNTIME-THRU.

           MOVE CED-DOWNTIME-FROM TO RCV-HDR-FROM.
           MOVE CED-DOWNTIME-THRU TO RCV-HDR-THRU.
           DISPLAY "OUTEDIT LATE-CHARGE DAYS    : " CED-LATE-DAYS.
           DISPLAY "OUTEDIT DOWNTIME WINDOW     : " CED-DOWNTIME-FROM
               " THRU " CED-DOWNTIME-THRU.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-CHARGE THRU 300-EXIT.

           IF RECORD-ERROR-FOUND
               ADD +1 TO RECORDS-IN-ERROR
       100-EXIT.
           EXIT.

       300-EDIT-CHARGE.
           MOVE "N" TO ERROR-FOUND-SW IN FLAGS-AND-SWITCHES.
           MOVE "300-EDIT-CHARGE" TO PARA-NAME.
      ******** THE VISIT EDITS LIVE IN CHGEDIT, SHARED WITH DALYEDIT
      ******** AND THE CHGE CHARGE-ENTRY SCREEN -- PATIENT-ID AND
      ******** CHECK DIGIT, VISIT DATE, DIAGNOSIS, CHARGES, EQUIPMENT
      ******** ROWS AND THEIR REASON_CODES/EQUIP_RATES LOOKUPS, THE
      ******** MASTER-FILE CHECKS, PRESCRIBING PHYSICIANS, DIAG_CODES.
      ******** A VISIT HAS NO WARD TO CHECK AN AGE AGAINST, SO NO
      ******** PATPERSN ROW IS READ -- THE AREA GOES OVER EMPTY.
           MOVE "O" TO CED-CHARGE-TYPE.
           MOVE "N" TO CED-MASTER-SW, CED-PERSN-SW.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO
                  PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF RECORD-FOUND
               MOVE "Y" TO CED-MASTER-SW.

           CALL 'CHGEDIT' USING CHGEDIT-PARMS, OUTPATIENT-VISIT-REC,
                                PATIENT-MASTER-REC,
                                PATIENT-PERSONAL-MASTER-REC.
           MOVE CED-EQUIPMENT-COST TO HOLD-EQUIPMENT-COST.

           IF CED-NOTE-MSG NOT = SPACES
               MOVE CED-PARA-NAME TO PARA-NAME
               MOVE CED-NOTE-MSG  TO ABEND-REASON
               MOVE CED-SQLCODE   TO EXPECTED-VAL
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                  TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           IF CED-DB2-FATAL
               MOVE CED-ERR-MSG TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               MOVE CED-PARA-NAME      TO PARA-NAME
               MOVE CED-SQLCODE        TO SQLCODE, EXPECTED-VAL
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                       TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.

           IF CED-RECORD-ERROR
               MOVE CED-ERR-MSG TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW.

           IF CED-BAD-PHYS-ID NOT = SPACES
               PERFORM 378-NOTE-BAD-PHYS THRU 378-EXIT.

           IF VALID-RECORD
              AND VISIT-ENCOUNTER-NBR NOT = SPACES
               PERFORM 380-CHECK-SERIES THRU 380-EXIT.

           IF VALID-RECORD
               PERFORM 385-CHECK-REFERRAL THRU 385-EXIT.

           IF CED-DOWNTIME-RECOVERY AND VALID-RECORD
               PERFORM 390-LIST-RECOVERY-VISIT THRU 390-EXIT.

           IF VALID-RECORD
              AND CED-MASTER-FOUND
              AND MEDICARE-INS
              AND WS-MEDNPOL-COUNT > ZERO
               PERFORM 400-CHECK-MED-NECESSITY THRU 400-EXIT.

       300-EXIT.
           EXIT.

      ***** A VISIT THE DOWNTIME WINDOW LET THROUGH GOES ON THE
      ***** RECOVERY REPORT SO THE CLINICS CAN SEE THE OUTAGE KEYED IN
       390-LIST-RECOVERY-VISIT.
           MOVE "390-LIST-RECOVERY-VISIT" TO PARA-NAME.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD TOTAL-VISIT-CHARGE IN OUTPATIENT-VISIT-REC
                                  TO WS-RECOVERY-AMOUNT.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO RCV-PATIENT-ID.
           MOVE PATIENT-RECORD-TYPE IN OUTPATIENT-VISIT-REC
                                                 TO RCV-RECORD-TYPE.
           MOVE VISIT-DTE IN OUTPATIENT-VISIT-REC TO RCV-SERVICE-DATE.
           MOVE TOTAL-VISIT-CHARGE IN OUTPATIENT-VISIT-REC
                                                 TO RCV-TOTAL-CHARGE.
           MOVE OPERATOR-ID IN OUTPATIENT-VISIT-REC TO RCV-OPERATOR-ID.
           WRITE DTRCVRY-REC FROM WS-RCV-DETAIL-REC.
       390-EXIT.
           EXIT.

       374-SCAN-BAD-PHYS.
       376-EXIT.
           EXIT.

      ***** AN UNKNOWN PHYSICIAN-ID CHGEDIT REJECTED JOINS THE
      ***** DISTINCT EXCEPTION LIST PRINTED AT END OF JOB.
       378-NOTE-BAD-PHYS.
           MOVE "378-NOTE-BAD-PHYS" TO PARA-NAME.
           MOVE CED-BAD-PHYS-ID TO WS-PHYS-CHECK-ID.
           MOVE "N" TO WS-PHYS-FOUND-SW.
           PERFORM 374-SCAN-BAD-PHYS THRU 374-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL
               PHYS-SUB > WS-BADPHYS-USED OR PHYS-CACHED.
           IF NOT PHYS-CACHED
              AND WS-BADPHYS-USED < 50
               ADD 1 TO WS-BADPHYS-USED
               MOVE WS-PHYS-CHECK-ID
                    TO WS-BADPHYS-ID(WS-BADPHYS-USED).
       378-EXIT.
           EXIT.

      ***** MEDICAL NECESSITY FOR A MEDICARE VISIT -- EVERY EQUIPMENT
      ***** LINE UNDER A COVERAGE POLICY AGAINST THE VISIT DIAGNOSIS.
      ***** THE LINES STILL NEEDING A SIGNED ABN PRINT ON ONE FORM.
       400-CHECK-MED-NECESSITY.
           MOVE "400-CHECK-MED-NECESSITY" TO PARA-NAME.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                                        TO WS-VISIT-DIAG-CODE.
      ***** A VISIT IN A RECURRING SERIES CARRIES ITS OWN ENCOUNTER;
      ***** A BLANK ONE BELONGS TO THE LIVE STAY
           IF VISIT-ENCOUNTER-NBR = SPACES
               MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                        TO WS-VISIT-ENCOUNTER-NBR
           ELSE
               MOVE VISIT-ENCOUNTER-NBR TO WS-VISIT-ENCOUNTER-NBR.
           MOVE ZERO TO WS-ABN-USED.
           PERFORM 410-CHECK-ONE-LINE THRU 410-EXIT
               VARYING EQP-SUB FROM 1 BY 1 UNTIL EQP-SUB > 12.
           IF WS-ABN-USED > ZERO
               PERFORM 450-PRINT-ABN-FORM THRU 450-EXIT.
       400-EXIT.
           EXIT.

      ***** AN ITEM WITH NO POLICY ROWS IS NOT CHECKED.  A COVERED
      ***** LINE CLEARS ANY EARLIER FLAG; A LINE OUTSIDE POLICY IS
      ***** FLAGGED ON ABNFILE AND, UNLESS THE NOTICE IS ALREADY
      ***** SIGNED OR REFUSED, JOINS THE VISIT'S ABN.
       410-CHECK-ONE-LINE.
           MOVE "410-CHECK-ONE-LINE" TO PARA-NAME.
           IF EQUIPMENT-ID(EQP-SUB) = SPACES
               GO TO 410-EXIT.
           SET MNP-IDX TO 1.
           SEARCH MEDNPOL-ROW
               AT END
                   GO TO 410-EXIT
               WHEN MNP-TBL-ITEM-ID(MNP-IDX) = EQUIPMENT-ID(EQP-SUB)
                   ADD 1 TO MEDICARE-LINES-CHECKED
           END-SEARCH.

           MOVE "N" TO WS-DIAG-COVERED-SW.
           SET MNP-IDX TO 1.
           SEARCH MEDNPOL-ROW
               AT END
                   MOVE "N" TO WS-DIAG-COVERED-SW
               WHEN MNP-TBL-ITEM-ID(MNP-IDX) = EQUIPMENT-ID(EQP-SUB)
                AND (MNP-TBL-DIAG-CODE(MNP-IDX) = WS-VISIT-DIAG-CODE
                 OR (MNP-TBL-DIAG-REST(MNP-IDX) = SPACES
                AND MNP-TBL-DIAG-CATEGORY(MNP-IDX) =
                    WS-VISIT-DIAG-CATEGORY))
                   MOVE "Y" TO WS-DIAG-COVERED-SW
           END-SEARCH.

           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO ABN-PATIENT-ID.
           MOVE VISIT-DTE               TO ABN-SERVICE-DATE.
           MOVE EQUIPMENT-ID(EQP-SUB)   TO ABN-ITEM-ID.
           MOVE ABN-KEY                 TO ABNFILE-KEY.
           READ ABNFILE INTO ABN-NOTICE-REC.

           IF DIAG-COVERED
               IF ABN-FOUND AND NOT ABN-COVERED
                   MOVE "C" TO ABN-POLICY-RESULT
                   PERFORM 420-REWRITE-ABN THRU 420-EXIT
               END-IF
               GO TO 410-EXIT.

           ADD 1 TO LINES-OUTSIDE-POLICY.
           MOVE "*** MEDICARE LINE NOT COVERED BY POLICY"
                                        TO ABEND-REASON.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO ACTUAL-VAL.
           MOVE EQP-SUB                 TO EXPECTED-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.

           IF NOT ABN-FOUND
               MOVE SPACES              TO ABN-NOTICE-REC
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                        TO ABN-PATIENT-ID
               MOVE VISIT-DTE           TO ABN-SERVICE-DATE
               MOVE EQUIPMENT-ID(EQP-SUB) TO ABN-ITEM-ID
               MOVE "P"                 TO ABN-STATUS
               MOVE WS-TODAY-CCYYMMDD   TO ABN-ISSUE-DATE.
           MOVE WS-VISIT-ENCOUNTER-NBR  TO ABN-ENCOUNTER-NBR.
           MOVE WS-VISIT-DIAG-CODE      TO ABN-DIAG-CODE.
           MOVE "F"                     TO ABN-POLICY-RESULT.
           MOVE EQUIPMENT-COST(EQP-SUB) TO ABN-EST-COST.
           MOVE "OUTEDIT"               TO ABN-LAST-MAINT-BY.
           IF ABN-FOUND
               PERFORM 420-REWRITE-ABN THRU 420-EXIT
           ELSE
               WRITE ABNFILE-REC FROM ABN-NOTICE-REC
                 INVALID KEY
                   MOVE "** PROBLEM WRITING ABNFILE" TO ABEND-REASON
                   MOVE ABNFILE-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
               END-WRITE.

           IF ABN-PENDING
               ADD 1 TO WS-ABN-USED
               MOVE EQUIPMENT-ID(EQP-SUB)
                    TO WS-ABN-ITEM-ID(WS-ABN-USED)
               MOVE EQUIPMENT-SHORT-DESC(EQP-SUB)
                    TO WS-ABN-ITEM-DESC(WS-ABN-USED)
               MOVE EQUIPMENT-COST(EQP-SUB)
                    TO WS-ABN-ITEM-COST(WS-ABN-USED).
       410-EXIT.
           EXIT.

       420-REWRITE-ABN.
           MOVE "420-REWRITE-ABN" TO PARA-NAME.
           REWRITE ABNFILE-REC FROM ABN-NOTICE-REC
             INVALID KEY
               MOVE "** PROBLEM REWRITING ABNFILE" TO ABEND-REASON
               MOVE ABNFILE-STATUS TO EXPECTED-VAL
               GO TO 1000-ABEND-RTN
           END-REWRITE.
       420-EXIT.
           EXIT.

      ***** ONE NOTICE PER VISIT, NAMED FROM PATPERSN, FOR
      ***** REGISTRATION TO HAVE SIGNED AND KEY BACK THROUGH ABNPOST
       450-PRINT-ABN-FORM.
           MOVE "450-PRINT-ABN-FORM" TO PARA-NAME.
           MOVE SPACES TO ABN-PRT-LAST-NAME, ABN-PRT-FIRST-NAME.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               MOVE LAST-NAME  TO ABN-PRT-LAST-NAME
               MOVE FIRST-NAME TO ABN-PRT-FIRST-NAME.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                                     TO ABN-PRT-PATIENT-ID.
           MOVE VISIT-DTE            TO ABN-PRT-VISIT-DATE.
           MOVE WS-VISIT-ENCOUNTER-NBR TO ABN-PRT-ENCOUNTER-NBR.
           MOVE WS-VISIT-DIAG-CODE   TO ABN-PRT-DIAG-CODE.

           WRITE ABNFORM-REC FROM WS-ABN-RULE-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-TITLE-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-BLANK-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-PATIENT-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-VISIT-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-BLANK-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-NOTICE-1.
           WRITE ABNFORM-REC FROM WS-ABN-NOTICE-2.
           WRITE ABNFORM-REC FROM WS-ABN-NOTICE-3.
           WRITE ABNFORM-REC FROM WS-ABN-NOTICE-4.
           WRITE ABNFORM-REC FROM WS-ABN-NOTICE-5.
           WRITE ABNFORM-REC FROM WS-ABN-BLANK-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-COLHDR-LINE.
           PERFORM 455-PRINT-ABN-ITEM THRU 455-EXIT
               VARYING ABN-SUB FROM 1 BY 1 UNTIL ABN-SUB > WS-ABN-USED.
           WRITE ABNFORM-REC FROM WS-ABN-BLANK-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-OPTION-1.
           WRITE ABNFORM-REC FROM WS-ABN-OPTION-1B.
           WRITE ABNFORM-REC FROM WS-ABN-OPTION-2.
           WRITE ABNFORM-REC FROM WS-ABN-OPTION-3.
           WRITE ABNFORM-REC FROM WS-ABN-BLANK-LINE.
           WRITE ABNFORM-REC FROM WS-ABN-SIGN-LINE.
           ADD 1 TO ABN-FORMS-PRINTED.
       450-EXIT.
           EXIT.

       455-PRINT-ABN-ITEM.
           MOVE WS-ABN-ITEM-ID(ABN-SUB)   TO ABN-PRT-ITEM-ID.
           MOVE WS-ABN-ITEM-DESC(ABN-SUB) TO ABN-PRT-ITEM-DESC.
           MOVE WS-ABN-ITEM-COST(ABN-SUB) TO ABN-PRT-ITEM-COST.
           WRITE ABNFORM-REC FROM WS-ABN-ITEM-LINE.
       455-EXIT.
           EXIT.

      ***** A SERIES VISIT MUST NAME AN OPEN SERIES OF THIS PATIENT'S
      ***** AND FALL ON OR AFTER ITS START.  RUNNING PAST THE
      ***** AUTHORIZED VISITS IS OUTUPDT'S WARNING, NOT A REJECT.
       380-CHECK-SERIES.
           MOVE "380-CHECK-SERIES" TO PARA-NAME.
           MOVE VISIT-ENCOUNTER-NBR TO SERIES-KEY.
           READ SERIES INTO SERIES-ACCOUNT-REC.
           IF NOT SERIES-FOUND
               MOVE "*** SERIES ENCOUNTER NOT ON FILE" TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               GO TO 380-EXIT.
           IF SER-PATIENT-ID NOT = PATIENT-ID IN OUTPATIENT-VISIT-REC
               MOVE "*** SERIES BELONGS TO ANOTHER PATIENT" TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               GO TO 380-EXIT.
           IF NOT SER-ACTIVE
               MOVE "*** SERIES IS CLOSED" TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               GO TO 380-EXIT.
           IF VISIT-DTE < SER-START-DATE
               MOVE "*** VISIT BEFORE SERIES START DATE" TO
               ERR-MSG IN OUTPATIENT-VISIT-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW.
       380-EXIT.
           EXIT.

      ***** THE VISIT'S REFERRAL IS FOR THE REFERRAL VOLUME REPORT
      ***** ONLY -- IT NEVER REJECTS A VISIT.  AN UNKNOWN SOURCE GOES
      ***** ON BLANK; A PHYSICIAN OR CLINIC REFERRAL WITH NO
      ***** REFERRING PROVIDER GOES ON AS KEYED.  BOTH ARE WARNED.
       385-CHECK-REFERRAL.
           MOVE "385-CHECK-REFERRAL" TO PARA-NAME.
           IF NOT VALID-VISIT-REFERRAL
               MOVE SPACES TO VISIT-REFERRAL-SOURCE
               ADD 1 TO REFERRAL-WARNINGS
               MOVE "*** REFERRAL SOURCE NOT KNOWN - LEFT BLANK"
                    TO ABEND-REASON
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 385-EXIT.

           IF VISIT-REF-NEEDS-PROV
              AND VISIT-REFERRING-PROV = SPACES
               ADD 1 TO REFERRAL-WARNINGS
               MOVE "*** REFERRAL HAS NO REFERRING PROVIDER"
                    TO ABEND-REASON
               MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
       385-EXIT.
           EXIT.

       700-WRITE-OUTEDIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT OUTDATA, MEDNPOL, PATPERSN, SERIES.
           OPEN OUTPUT OUTEDIT-FILE, OUTERR, ABNFORM, DTRCVRY.
           WRITE DTRCVRY-REC FROM WS-RCV-HDR-REC.
           WRITE DTRCVRY-REC FROM WS-RCV-COLM-HDR-REC.
           OPEN OUTPUT SYSOUT.
           OPEN I-O PATMSTR, ABNFILE.
           PERFORM 820-WRITE-RUN-HEADER THRU 820-EXIT.
       800-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       820-WRITE-RUN-HEADER.
           MOVE "820-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE OUTPATIENT-VISIT-REC-EDIT FROM RHP-HEADER.
       820-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE OUTDATA,
                 OUTEDIT-FILE, SYSOUT, OUTERR,
                 PATMSTR, MEDNPOL, PATPERSN, ABNFORM, ABNFILE,
                 SERIES, DTRCVRY.
       850-EXIT.
           EXIT.

           MOVE WS-EQUIPMENT-COST TO IN-EQUIPMENT-CHARGES.
           WRITE OUTPATIENT-VISIT-REC-EDIT FROM WS-TRAILER-REC.

           MOVE WS-RECOVERY-COUNT  TO RCV-TOTAL-COUNT.
           MOVE WS-RECOVERY-AMOUNT TO RCV-TOTAL-AMOUNT.
           WRITE DTRCVRY-REC FROM WS-RCV-TOTAL-REC.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.

           DISPLAY "** RECORDS READ **".
           DISPLAY  RECORDS-WRITTEN.
           DISPLAY "** ERROR RECORDS FOUND **".
           DISPLAY  RECORDS-IN-ERROR.
           DISPLAY "** MEDICARE POLICY LINES CHECKED **".
           DISPLAY  MEDICARE-LINES-CHECKED.
           DISPLAY "** LINES OUTSIDE COVERAGE POLICY **".
           DISPLAY  LINES-OUTSIDE-POLICY.
           DISPLAY "** ABN FORMS PRINTED **".
           DISPLAY  ABN-FORMS-PRINTED.
           DISPLAY "** REFERRAL WARNINGS **".
           DISPLAY  REFERRAL-WARNINGS.
           DISPLAY "** DOWNTIME RECOVERY VISITS **".
           DISPLAY  WS-RECOVERY-COUNT.

           PERFORM 376-REPORT-BAD-PHYS THRU 376-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL

      *          COMPLETING THE PATHIST FEED THAT WAS DEFERRED UNTIL
      *          DISCHARGE PROCESSING COULD APPEND TO IT.
      *
      *          EVERY STAY OPENED HERE CARRIES ITS OWN ENCOUNTER
      *          NUMBER FROM ENCNEXT.  AN ADMIT FOR A PATIENT WHOSE
      *          LAST STAY IS ALREADY DISCHARGED NO LONGER WAITS FOR
      *          PATARCHV -- THE CLOSED STAY'S IMAGE GOES TO PATARCH
      *          AND THE PATAUDIT TRAIL AND THE ROW IS REUSED FOR THE
      *          NEW ENCOUNTER.  ONLY A STAY THAT IS FINISHED WITH MAY
      *          BE OVERWRITTEN -- ITS ENCOUNTER CLAIMED ON CLMREG, OFF
      *          CODING HOLD, NO BALANCE LEFT, AND THE PATIENT NOT ON
      *          THE LEGALHLD LIST PATARCHV HONORS.  OTHERWISE THE
      *          READMIT IS REFUSED ON SYSOUT UNTIL THE OLD STAY IS
      *          BILLED AND SETTLED, SO ITS CHARGES ARE NEVER LOST.
      *
      *          EVERY ADMIT, TRANSFER, DISCHARGE, LEAVE OF ABSENCE
      *          AND CANCEL THAT ACTUALLY COMMITS ALSO APPENDS AN
      *          OUTBOUND ADT EVENT TO ADTEVT, WHICH ADTBCAST FANS OUT
      *          TO PHARMACY, DIETARY, THE LAB AND NURSE CALL.
      *
      *          AN ADMIT KEYED WITH ACCIDENT DETAILS (WORKERS' COMP,
      *          AUTO OR OTHER LIABILITY) FILES THEM ON ACCDCOV UNDER
      *          THE NEW ENCOUNTER, SO EDICLAIM BILLS THE LIABLE
      *          CARRIER FIRST.
      *
      *          EVERY MEDICARE ADMIT FILES ITS MEDICARE SECONDARY
      *          PAYER ANSWERS ON MSPQUEST FOR THE STAY.  WHEN THEY
      *          MAKE ANOTHER PAYER PRIMARY, MEDICARE GOES ON PATINS
      *          AS THE SECONDARY CARRIER SO THE PRIMARY'S REMITTANCE
      *          QUEUES THE MEDICARE CLAIM THROUGH SECDCLM.
      *
      *          A "W" TRANSACTION SWINGS A STILL-ADMITTED INPATIENT
      *          TO SKILLED-NURSING LEVEL IN THE SAME BED WITHOUT A
      *          DISCHARGE:  THE ACUTE PORTION CLOSES ON STAYSEG FOR
      *          SEGBILL AND THE STAY CARRIES ON AS PATIENT-TYPE "S".
      *
      *          AN ADMISSION (KEYED, NEWBORN OR ER STUB) THAT ARRIVES
      *          WITHOUT A VALID ATTENDING -- BLANK, NOT ACTIVE ON
      *          PROVREG, OR THE EMERGENCY DEPARTMENT DOCTOR -- GETS
      *          THE PHYSICIAN ON CALL FOR ITS WARD'S SPECIALTY AT THE
      *          ADMIT TIME, OFF THE ONCALL SCHEDULE.  EACH ONE IS
      *          LOGGED ON ATTDFLT FOR THE ATTDRPT MORNING REPORT.
      *
      *          A PHYSICIAN ON THE HIM SUSPENSION LIST (SUSPLIST,
      *          BUILT WEEKLY BY HIMAGE FROM DELINQUENT CHART
      *          DEFICIENCIES) MAY NOT BE NAMED ATTENDING ON A NEW
      *          ELECTIVE ADMISSION -- A PRE-ADMIT, OR AN ADMIT KEYED
      *          WITH AN EXPECTED DATE BECAUSE IT WAS SCHEDULED.  THE
      *          TRANSACTION IS REFUSED, NOT DEFAULTED TO THE ON-CALL
      *          PHYSICIAN; ADMITTING REBOOKS IT UNDER A PHYSICIAN IN
      *          GOOD STANDING.  URGENT ADMISSIONS ARE NOT CHECKED.
      *
      *          EVERY ADMISSION CARRIES ITS REFERRAL SOURCE AND
      *          REFERRING PROVIDER ONTO THE STAY FOR REFRPT.  A BAD
      *          OR INCOMPLETE REFERRAL IS WARNED ON SYSOUT, NEVER
      *          REFUSED.
      *
      *          AN ADMIT OR TRANSFER ALSO SAYS WHETHER THE PATIENT IS
      *          IN A PRIVATE ROOM THEY ASKED FOR ("P") OR ONE THAT IS
      *          MEDICALLY NEEDED ("M").  ON A "P" STAY THE BED'S
      *          PRIVATE PREMIUM IS THE PATIENT'S, NOT THE PAYER'S --
      *          CENSGEN SPLITS IT OUT OF EACH ROOM DAY, AND A STAY
      *          SEGMENT CLOSED HERE GOES TO SEGBILL NET OF IT.  A STAY
      *          ON ISOLATION IS ALWAYS "M".
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.ADMDTXN

               HISTORY FILE             -   DDS0001.PATHIST

               PRIOR-STAY ARCHIVE       -   DDS0001.PATARCH

               OUTBOUND ADT EVENTS      -   DDS0001.ADTEVT

               VSAM MASTER FILE         -   DDS0001.PATMASTR

               ACCIDENT COVERAGE        -   DDS0001.ACCDCOV

               MSP QUESTIONNAIRE        -   DDS0001.MSPQUEST

               PROVIDER REGISTRY        -   DDS0001.PROVREG

               ON-CALL SCHEDULE         -   DDS0001.ONCALL

               SUSPENDED PHYSICIANS     -   DDS0001.SUSPLIST

               LEGAL-HOLD PATIENTS      -   DDS0001.LEGALHLD

               CLAIM REGISTER           -   DDS0001.CLMREG

               DEFAULTED ATTENDINGS     -   DDS0001.ATTDFLT

               DUMP FILE                -   SYSOUT

      ******************************************************************
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PHFCODE.

           SELECT PATARCH
           ASSIGN TO UT-S-PATARCH
             ORGANIZATION IS SEQUENTIAL.

           SELECT ADTEVT
           ASSIGN TO UT-S-ADTEVT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT ONCALL
           ASSIGN TO UT-S-ONCALL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OCCODE.

           SELECT ATTDFLT
           ASSIGN TO UT-S-ATTDFLT
             ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPLIST
           ASSIGN TO UT-S-SUSPLIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SLCODE.

           SELECT LEGALHLD
           ASSIGN TO UT-S-LEGALHLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LHCODE.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT ACCDCOV
                  ASSIGN       to ACCDCOV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ACCDCOV-KEY
                  FILE STATUS  is ACCDCOV-STATUS.

           SELECT MSPQUEST
                  ASSIGN       to MSPQUEST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is MSPQUEST-KEY
                  FILE STATUS  is MSPQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
       FD  ADMDTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADMDTXN-REC-DATA.
       01  ADMDTXN-REC-DATA PIC X(140).

       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

      ***** THE CLOSED STAY A READMISSION REPLACES ON PATMSTR -- THE
      ***** SAME IMAGE PATARCHV WRITES, SO ARCHINQ FINDS IT EITHER WAY
       FD  PATARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATARCH-REC.
       01  PATARCH-REC PIC X(3133).

      ***** ONE ROW PER COMMITTED ADT EVENT FOR THE DOWNSTREAM
      ***** SYSTEMS - SEE ADTBCST.CPY
       FD  ADTEVT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTEVT-REC.
       01  ADTEVT-REC PIC X(200).

      ***** ONE ROW PER WARD/BED MOVE, SO THE BED BOARD AND WARDCENS
      ***** STOP DISAGREEING WITH REALITY EVERY TIME A PATIENT MOVES
           DATA RECORD IS MBLINK-REC.
       01  MBLINK-REC PIC X(20).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  ONCALL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONCALL-REC.
       01  ONCALL-REC PIC X(60).

      ***** ONE ROW PER ADMISSION GIVEN THE ON-CALL PHYSICIAN AS
      ***** ATTENDING -- ATTDRPT PRINTS THEM EACH MORNING
       FD  ATTDFLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ATTDFLT-REC.
       01  ATTDFLT-REC PIC X(80).

       FD  SUSPLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSPLIST-REC.
       01  SUSPLIST-REC PIC X(60).

      ***** PATIENTS UNDER LITIGATION OR SUBPOENA -- ONE PATIENT-ID
      ***** PER CARD, THE SAME LIST PATARCHV READS
       FD  LEGALHLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEGALHLD-REC.
       01  LEGALHLD-REC PIC X(80).

      ***** EVERY CLAIM SENT, KEYED BY CONTROL NUMBER (RUN DATE PLUS
      ***** SEQUENCE) -- BROWSED TO SEE A PRIOR STAY WAS BILLED
       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATINS-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

      ***** THE STAY'S ACCIDENT AND LIABLE CARRIER, WHEN THERE IS ONE
       FD  ACCDCOV
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCIDENT-COVERAGE-REC.
       01  ACCDCOV-REC.
           05 ACCDCOV-KEY      PIC X(06).
           05 FILLER           PIC X(94).

      ***** THE STAY'S MEDICARE SECONDARY PAYER ANSWERS
       FD  MSPQUEST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSP-QUESTIONNAIRE-REC.
       01  MSPQUEST-REC.
           05 MSPQUEST-KEY     PIC X(06).
           05 FILLER           PIC X(74).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
               88 DUPLICATE-KEY        VALUE "22".
           05  OPCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  ACCDCOV-STATUS          PIC X(2).
               88 ACCIDENT-ON-FILE     VALUE "00".
           05  MSPQUEST-STATUS         PIC X(2).
           05  RFCODE                  PIC X(2).
           05  OCCODE                  PIC X(2).
           05  SLCODE                  PIC X(2).
           05  LHCODE                  PIC X(2).
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-READ-OK       VALUE "00".

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 MORE-DATA            VALUE "Y".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  MORE-ONCALL-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-ONCALL       VALUE "N".
           05  MORE-SUSP-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-SUSP         VALUE "N".
           05  WS-SUSPENDED-SW         PIC X(1) VALUE "N".
               88 ATTENDING-SUSPENDED  VALUE "Y".
           05  MORE-HOLDS-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-HOLDS        VALUE "N".
           05  WS-PRIOR-OPEN-SW        PIC X(1) VALUE "N".
               88 PRIOR-STAY-OPEN      VALUE "Y".
           05  WS-CLAIM-FOUND-SW       PIC X(1) VALUE "N".
               88 PRIOR-STAY-CLAIMED   VALUE "Y".
           05  MORE-CLAIMS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-CLAIMS       VALUE "N".

       01  WS-DATE                     PIC 9(6).
       01  WS-FMT-DATE.
           05  NBR-PREADMITS           PIC S9(7) COMP.
           05  NBR-STUB-ADMITS         PIC S9(7) COMP.
           05  NBR-SEGMENTS-CLOSED     PIC S9(7) COMP.
           05  NBR-SWING-CONVERSIONS   PIC S9(7) COMP.
           05  NBR-READMITTED          PIC S9(7) COMP.
           05  NBR-READMIT-REFUSED     PIC S9(7) COMP.
           05  NBR-ADT-EVENTS          PIC S9(7) COMP.
           05  NBR-ACCIDENTS-FILED     PIC S9(7) COMP.
           05  NBR-MSP-FILED           PIC S9(7) COMP.
           05  NBR-MSP-INCOMPLETE      PIC S9(7) COMP.
           05  NBR-MSP-SECONDARY       PIC S9(7) COMP.
           05  NBR-ATTD-DEFAULTED      PIC S9(7) COMP.
           05  NBR-ATTD-NO-COVERAGE    PIC S9(7) COMP.
           05  NBR-SUSPENDED-REFUSED   PIC S9(7) COMP.
           05  NBR-REFERRAL-WARNINGS   PIC S9(7) COMP.
           05  NBR-PRIVATE-REQUESTED   PIC S9(7) COMP.
           05  NBR-ACCOM-WARNINGS      PIC S9(7) COMP.
           05  ERROR-RECS              PIC S9(9) COMP.

       COPY PATMSTR.
       COPY ADMDTXN.
       COPY PATINS.
       COPY PATPERSN.
       COPY ACCDCOV.
       COPY MSPQUEST.
       COPY PROVREG.
       COPY ONCALL.
       COPY ATTDFLT.
       COPY SUSPLIST.
       COPY CLMREG.

      ***** ACTIVE PHYSICIANS OFF PROVREG, LOADED AT STARTUP -- AN
      ***** ATTENDING NOT HERE, OR ONE FROM EMERGENCY MEDICINE, IS
      ***** REPLACED BY THE ON-CALL PHYSICIAN
       01  WS-PREG-TABLE.
           05  WS-PREG-COUNT           PIC 9(4) VALUE ZERO.
           05  PREG-ROW OCCURS 2000 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID             PIC X(8).
               10  PREG-ED-SW          PIC X(1).
                   88 PREG-ED-PHYSICIAN VALUE "Y".

      ***** THE WHOLE ON-CALL SCHEDULE, LOADED AT STARTUP.  START
      ***** AND END ARE CCYYMMDDHHMM SO THE ADMIT TIME COMPARES
      ***** STRAIGHT AGAINST THEM.
       01  WS-ONCALL-TABLE.
           05  WS-ONCALL-COUNT         PIC 9(4) VALUE ZERO.
           05  ONC-ROW OCCURS 3000 TIMES INDEXED BY ONC-IDX.
               10  ONC-REC-TYPE        PIC X(1).
               10  ONC-SPECIALTY-CDE   PIC X(4).
               10  ONC-WARD-NBR        PIC X(4).
               10  ONC-START-STAMP     PIC X(12).
               10  ONC-END-STAMP       PIC X(12).
               10  ONC-PHYSICIAN-ID    PIC X(8).

      ***** PHYSICIANS SUSPENDED FOR DELINQUENT RECORDS, LOADED AT
      ***** STARTUP FROM THE LIST HIMAGE LAST BUILT
       01  WS-SUSP-TABLE.
           05  WS-SUSP-COUNT           PIC 9(4) VALUE ZERO.
           05  SUSP-ROW OCCURS 500 TIMES INDEXED BY SUSP-IDX.
               10  SUSP-PHYSICIAN-ID   PIC X(8).

      ***** PATIENTS ON LEGAL HOLD, LOADED AT STARTUP FROM LEGALHLD
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT           PIC 9(4) VALUE ZERO.
           05  HOLD-ROW OCCURS 200 TIMES INDEXED BY HOLD-IDX.
               10  HOLD-PATIENT-ID     PIC X(6).

       01  WS-HOLD-CARD.
           05  HLD-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(74).

      ***** WHERE THE CLMREG BROWSE STARTS -- CLAIMS ARE KEYED BY
      ***** THEIR YYMMDD RUN DATE, AND THE CLAIM THAT BILLS A STAY
      ***** CANNOT BE REGISTERED BEFORE THE STAY'S DISCHARGE DATE
       01  WS-CLMREG-START-KEY.
           05  WS-CLMREG-START-YY      PIC X(2).
           05  WS-CLMREG-START-MM      PIC X(2).
           05  WS-CLMREG-START-DD      PIC X(2).
           05  WS-CLMREG-START-SEQ     PIC X(3) VALUE "000".

       01  WS-ADMIT-STAMP              PIC X(12).
       01  WS-ATTD-DEFAULT-SW          PIC X(1).
           88 ATTENDING-DEFAULTED      VALUE "Y".

       01  MSQ-SUB                     PIC S9(4) COMP.
       01  WS-MSP-YES-SW               PIC X(1).
           88 MSP-ANY-YES              VALUE "Y".

       01  MOTHER-BABY-LINK-REC.
           05  MBL-BABY-ID             PIC X(6).
       01  WS-CHKDGT-SW                PIC X(1).
           88 CHKDGT-OK                VALUE "Y".

      ***** THE ADMIT FOUND A DISCHARGED STAY ON FILE AND IS
      ***** REPLACING IT RATHER THAN WRITING A NEW ROW
       01  WS-READMIT-SW               PIC X(1).
           88 READMISSION              VALUE "Y".

      ***** DOES THE TRANSACTION'S ENCOUNTER NUMBER (IF IT CARRIES
      ***** ONE) NAME THE STAY ON PATMSTR?
       01  WS-ENC-MATCH-SW             PIC X(1).
           88 ENCOUNTER-MATCHES        VALUE "Y".

       01  WS-ENCNEXT-PARMS.
           05  ENC-CALLER-ID           PIC X(8) VALUE "ADMDISCH".
           05  ENC-NEW-NBR             PIC X(10).
           05  ENC-RESULT              PIC X(1).
               88 ENC-ISSUED           VALUE "Y".

       COPY OPERMSTR.
       COPY PATAUDIT.
       COPY PREADMQ.
       COPY STUBQ.
       COPY STAYSEG.
       COPY ADTBCST.

       01  WS-TIME                     PIC 9(8).
       01  WS-FMT-TIME.
           05  FMT-HH                  PIC 9(2).
           05  FILLER                  PIC X VALUE ":".
           05  FMT-MI                  PIC 9(2).
           05  FILLER                  PIC X VALUE ":".
           05  FMT-SS                  PIC 9(2).

       01  WS-OLD-FACILITY-X           PIC X(2).
       01  WS-NEW-FACILITY-X           PIC X(2).
      ***** CAMPUS QUALIFIER FOR EVERY HOSP_BED TOUCH -- BED 0101
      ***** EXISTS AT BOTH CAMPUSES NOW
       77  WS-FACILITY-X               PIC X(2).
       77  WS-SEG-DIFFERENTIAL         PIC 9(7)V99.
       01  WS-EXP-DATE-FIELDS.
           05  WS-EXP-CCYY             PIC 9(4).
           05  WS-EXP-MM               PIC 9(2).
           MOVE WS-FMT-DATE TO WS-STATUS-DATE.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
           PERFORM 050-LOAD-PROVREG-TABLE THRU 050-EXIT
               UNTIL NO-MORE-PREG.

           READ ONCALL INTO ON-CALL-SCHEDULE-REC
               AT END
               MOVE "N" TO MORE-ONCALL-SW
           END-READ.
           PERFORM 060-LOAD-ONCALL-TABLE THRU 060-EXIT
               UNTIL NO-MORE-ONCALL.

           READ SUSPLIST INTO SUSPENSION-LIST-REC
               AT END
               MOVE "N" TO MORE-SUSP-SW
           END-READ.
           PERFORM 070-LOAD-SUSP-TABLE THRU 070-EXIT
               UNTIL NO-MORE-SUSP.

           READ LEGALHLD INTO WS-HOLD-CARD
               AT END
               MOVE "N" TO MORE-HOLDS-SW
           END-READ.
           PERFORM 080-LOAD-HOLD-TABLE THRU 080-EXIT
               UNTIL NO-MORE-HOLDS.

           READ ADMDTXN INTO ADMDTXN-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
       000-EXIT.
           EXIT.

      ***** AN INACTIVE PHYSICIAN CANNOT ATTEND -- ONLY ACTIVE ROWS
      ***** ARE TABLED
       050-LOAD-PROVREG-TABLE.
           MOVE "050-LOAD-PROVREG-TABLE" TO PARA-NAME.
           IF PRG-ACTIVE
               IF WS-PREG-COUNT < 2000
                   ADD 1 TO WS-PREG-COUNT
                   MOVE PRG-PROVIDER-ID TO PREG-ID(WS-PREG-COUNT)
                   IF PRG-EMERGENCY-MEDICINE
                       MOVE "Y" TO PREG-ED-SW(WS-PREG-COUNT)
                   ELSE
                       MOVE "N" TO PREG-ED-SW(WS-PREG-COUNT)
               ELSE
                   MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
       050-EXIT.
           EXIT.

       060-LOAD-ONCALL-TABLE.
           MOVE "060-LOAD-ONCALL-TABLE" TO PARA-NAME.
           IF WS-ONCALL-COUNT < 3000
               ADD 1 TO WS-ONCALL-COUNT
               SET ONC-IDX TO WS-ONCALL-COUNT
               MOVE OCS-REC-TYPE      TO ONC-REC-TYPE(ONC-IDX)
               MOVE OCS-SPECIALTY-CDE TO ONC-SPECIALTY-CDE(ONC-IDX)
               MOVE OCS-WARD-NBR      TO ONC-WARD-NBR(ONC-IDX)
               MOVE OCS-START-DATE    TO ONC-START-STAMP(ONC-IDX)(1:8)
               MOVE OCS-START-TIME    TO ONC-START-STAMP(ONC-IDX)(9:4)
               MOVE OCS-END-DATE      TO ONC-END-STAMP(ONC-IDX)(1:8)
               MOVE OCS-END-TIME      TO ONC-END-STAMP(ONC-IDX)(9:4)
               MOVE OCS-PHYSICIAN-ID  TO ONC-PHYSICIAN-ID(ONC-IDX)
           ELSE
               MOVE "*** ONCALL TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ ONCALL INTO ON-CALL-SCHEDULE-REC
               AT END
               MOVE "N" TO MORE-ONCALL-SW
           END-READ.
       060-EXIT.
           EXIT.

       070-LOAD-SUSP-TABLE.
           MOVE "070-LOAD-SUSP-TABLE" TO PARA-NAME.
           IF WS-SUSP-COUNT < 500
               ADD 1 TO WS-SUSP-COUNT
               MOVE SUS-PHYSICIAN-ID TO SUSP-PHYSICIAN-ID(WS-SUSP-COUNT)
           ELSE
               MOVE "*** SUSPENSION TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ SUSPLIST INTO SUSPENSION-LIST-REC
               AT END
               MOVE "N" TO MORE-SUSP-SW
           END-READ.
       070-EXIT.
           EXIT.

       080-LOAD-HOLD-TABLE.
           MOVE "080-LOAD-HOLD-TABLE" TO PARA-NAME.
           IF WS-HOLD-COUNT < 200
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-PATIENT-ID TO HOLD-PATIENT-ID(WS-HOLD-COUNT)
           ELSE
               MOVE "*** LEGAL-HOLD TABLE OVERFLOW" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           READ LEGALHLD INTO WS-HOLD-CARD
               AT END
               MOVE "N" TO MORE-HOLDS-SW
           END-READ.
       080-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO RECORDS-READ.
           ELSE
           IF STUB-ADMIT-TXN
               PERFORM 680-PROCESS-STUB-ADMIT THRU 680-EXIT
           ELSE
           IF SWING-BED-TXN
               PERFORM 470-PROCESS-SWING-BED THRU 470-EXIT
           ELSE
               ADD 1 TO ERROR-RECS
               MOVE "*** UNKNOWN ADMDTXN-TYPE ON TRANSACTION"
       200-PROCESS-ADMIT.
           MOVE "200-PROCESS-ADMIT" TO PARA-NAME.
           MOVE "N" TO WS-ADMIT-OK-SW.
           MOVE "N" TO WS-READMIT-SW.

      ***** A NEW ID MUST CARRY ITS CHECK DIGIT -- A TRANSPOSED ID
      ***** DIES AT THE ADMIT, NOT WEEKS LATER AS A WRONG-PATIENT
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

      ***** A SCHEDULED (ELECTIVE) ADMIT CARRIES ITS EXPECTED DATE --
      ***** A SUSPENDED ATTENDING REFUSES IT.  NEWBORNS AND ER STUBS
      ***** COME THROUGH HERE TOO BUT ARE NEVER ELECTIVE.
           IF ADMIT-TXN
              AND ADMDTXN-EXPECTED-DATE NOT = SPACES
               PERFORM 290-CHECK-SUSPENDED THRU 290-EXIT
               IF ATTENDING-SUSPENDED
                   ADD 1 TO ERROR-RECS
                   ADD 1 TO NBR-SUSPENDED-REFUSED
                   MOVE "*** ATTENDING SUSPENDED - ADMIT SKIPPED"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 200-EXIT.

           MOVE ADMDTXN-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC
               INVALID KEY
               NEXT SENTENCE.

      ***** A PATIENT STILL IN HOUSE CANNOT BE ADMITTED TWICE.  ONE
      ***** WHOSE LAST STAY IS CLOSED IS A READMISSION -- THE OLD
      ***** STAY IS ARCHIVED AND ITS ROW CARRIES THE NEW ENCOUNTER.
           IF RECORD-FOUND
              AND DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               ADD 1 TO ERROR-RECS
               MOVE "*** PATIENT STILL IN HOUSE - ADMIT SKIPPED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

      ***** AND THE CLOSED STAY MUST BE DONE WITH -- BILLED, SETTLED
      ***** AND NOT UNDER LEGAL HOLD -- BEFORE ITS ROW IS REUSED
           IF RECORD-FOUND
               PERFORM 215-CHECK-PRIOR-STAY THRU 215-EXIT
               IF PRIOR-STAY-OPEN
                   ADD 1 TO ERROR-RECS
                   ADD 1 TO NBR-READMIT-REFUSED
                   MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 200-EXIT.

           IF RECORD-FOUND
               PERFORM 220-ARCHIVE-PRIOR-STAY THRU 220-EXIT.

           INITIALIZE PATIENT-MASTER-REC.
           MOVE ADMDTXN-PATIENT-ID     TO PATIENT-ID
               IN PATIENT-MASTER-REC.
           MOVE ADMDTXN-PATIENT-TYPE   TO PATIENT-TYPE.
           IF READMISSION
               MOVE "Y"                TO PREVIOUS-PATIENT-IND
           ELSE
               MOVE "N"                TO PREVIOUS-PATIENT-IND.
           MOVE ADMDTXN-WARD-NBR       TO PRIMARY-STAY-WARD-NBR.
           MOVE WS-FMT-DATE            TO DATE-ADMIT.
           MOVE SPACES                 TO DATE-DISCHARGE.
           MOVE ZERO                   TO HOSPITAL-STAY-LTH.
           MOVE ADMDTXN-HIPAA-SIGNED   TO HIPAA-FORM-SIGNED-IND.
           MOVE ADMDTXN-ATTENDING-PHYSICIAN TO ATTENDING-PHYSICIAN.
           PERFORM 280-CHECK-ATTENDING THRU 280-EXIT.
           PERFORM 285-SET-REFERRAL THRU 285-EXIT.
           MOVE ZERO TO ROOM-DIFFERENTIAL-AMT, SEG-PRIOR-DIFFERENTIAL.
           PERFORM 287-SET-ACCOMMODATION THRU 287-EXIT.
      ***** A BLANK FACILITY ON THE CARD IS THE MAIN CAMPUS
           IF ADMDTXN-FACILITY-CODE = SPACES
               MOVE "01" TO FACILITY-CODE
               END-EXEC.

           PERFORM 250-SET-EXPECTED-DISCHARGE THRU 250-EXIT.
           PERFORM 230-ISSUE-ENCOUNTER THRU 230-EXIT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC
               TO PATIENT-KEY.
           IF READMISSION
               PERFORM 225-REWRITE-READMISSION THRU 225-EXIT
               GO TO 200-ACCIDENT.

           WRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
                   ADD 1 TO ERROR-RECS
               NOT INVALID KEY
                   ADD 1 TO NBR-ADMITTED
                   MOVE "Y" TO WS-ADMIT-OK-SW
                   MOVE "A01" TO ADB-EVENT-TYPE
                   PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT
           END-WRITE.

       200-ACCIDENT.
           IF ADMIT-SUCCESSFUL
              AND ATTENDING-DEFAULTED
               PERFORM 289-LOG-DEFAULT-ATTENDING THRU 289-EXIT.
           IF ADMIT-SUCCESSFUL
              AND NOT ADMDTXN-NO-ACCIDENT
               PERFORM 260-FILE-ACCIDENT THRU 260-EXIT.
           IF ADMIT-SUCCESSFUL
              AND MEDICARE-INS
               PERFORM 270-FILE-MSP-ANSWERS THRU 270-EXIT.
       200-EXIT.
           EXIT.

      ***** THE PRIOR STAY STAYS ON PATMSTR, AND EDICLAIM CAN STILL
      ***** BILL IT, UNTIL ALL OF THIS IS TRUE:
      *****   - THE PATIENT IS NOT ON THE LEGAL-HOLD LIST;
      *****   - HIM HAS RELEASED IT FROM CODING HOLD;
      *****   - NOTHING IS OWED ON IT (PATIENT-TOT-AMT IS ZERO);
      *****   - ITS ENCOUNTER HAS A CLAIM ON CLMREG.  A STAY FROM
      *****     BEFORE ENCOUNTER NUMBERS HAS NO ENCOUNTER TO MATCH
      *****     AND RESTS ON THE BALANCE TEST ALONE.
      ***** THE FIRST ONE THAT FAILS LEAVES ITS TEXT IN ABEND-REASON.
       215-CHECK-PRIOR-STAY.
           MOVE "215-CHECK-PRIOR-STAY" TO PARA-NAME.
           MOVE "Y" TO WS-PRIOR-OPEN-SW.

           SET HOLD-IDX TO 1.
           SEARCH HOLD-ROW
               AT END
                   NEXT SENTENCE
               WHEN HOLD-IDX > WS-HOLD-COUNT
                   NEXT SENTENCE
               WHEN HOLD-PATIENT-ID(HOLD-IDX) = ADMDTXN-PATIENT-ID
                   MOVE "*** PRIOR STAY ON LEGAL HOLD - NO ADMIT"
                        TO ABEND-REASON
                   GO TO 215-EXIT
           END-SEARCH.

           IF CODING-HOLD IN PATIENT-MASTER-REC
               MOVE "*** PRIOR STAY ON CODING HOLD - NO ADMIT"
                    TO ABEND-REASON
               GO TO 215-EXIT.

           IF PATIENT-TOT-X IN PATIENT-MASTER-REC NUMERIC
              AND PATIENT-TOT-AMT IN PATIENT-MASTER-REC > ZERO
               MOVE "*** PRIOR STAY HAS A BALANCE - NO ADMIT"
                    TO ABEND-REASON
               GO TO 215-EXIT.

           IF ENCOUNTER-NBR IN PATIENT-MASTER-REC NOT = SPACES
               PERFORM 217-FIND-PRIOR-CLAIM THRU 217-EXIT
               IF NOT PRIOR-STAY-CLAIMED
                   MOVE "*** PRIOR STAY NOT CLAIMED - NO ADMIT"
                        TO ABEND-REASON
                   GO TO 215-EXIT.

           MOVE "N" TO WS-PRIOR-OPEN-SW.
       215-EXIT.
           EXIT.

       217-FIND-PRIOR-CLAIM.
           MOVE "217-FIND-PRIOR-CLAIM" TO PARA-NAME.
           MOVE "N" TO WS-CLAIM-FOUND-SW.
           MOVE "Y" TO MORE-CLAIMS-SW.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC(3:2)
                TO WS-CLMREG-START-YY.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC(6:2)
                TO WS-CLMREG-START-MM.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC(9:2)
                TO WS-CLMREG-START-DD.
           MOVE WS-CLMREG-START-KEY TO CLMREG-KEY.
           START CLMREG KEY IS NOT LESS THAN CLMREG-KEY
               INVALID KEY
                   GO TO 217-EXIT
           END-START.
           PERFORM 218-SCAN-CLAIM-REGISTER THRU 218-EXIT
               UNTIL NO-MORE-CLAIMS OR PRIOR-STAY-CLAIMED.
       217-EXIT.
           EXIT.

       218-SCAN-CLAIM-REGISTER.
           READ CLMREG NEXT INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-CLAIMS-SW
                   GO TO 218-EXIT
           END-READ.
           IF CLM-PATIENT-ID = ADMDTXN-PATIENT-ID
              AND CLM-ENCOUNTER-NBR = ENCOUNTER-NBR
                                      IN PATIENT-MASTER-REC
               MOVE "Y" TO WS-CLAIM-FOUND-SW.
       218-EXIT.
           EXIT.

      ***** THE CLOSED STAY LEAVES PATMSTR THE SAME WAY PATARCHV
      ***** WOULD HAVE TAKEN IT -- ITS FULL IMAGE ON PATARCH -- AND
      ***** RIDES THE AUDIT ROW AS THE BEFORE-IMAGE OF THE NEW STAY
       220-ARCHIVE-PRIOR-STAY.
           MOVE "220-ARCHIVE-PRIOR-STAY" TO PARA-NAME.
           MOVE "Y" TO WS-READMIT-SW.
           WRITE PATARCH-REC FROM PATIENT-MASTER-REC.
           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
       220-EXIT.
           EXIT.

       225-REWRITE-READMISSION.
           MOVE "225-REWRITE-READMISSION" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO AUDIT-PATIENT-KEY.
           MOVE WS-DATE            TO AUDIT-DATE.
           MOVE "ADMDISCH"         TO AUDIT-PROGRAM-ID.
           MOVE PATIENT-MASTER-REC TO AUDIT-AFTER-IMAGE.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
                   ADD 1 TO ERROR-RECS
                   MOVE "*** PROBLEM REWRITING PATMSTR AT READMIT"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 225-EXIT
           END-REWRITE.
           ADD 1 TO NBR-ADMITTED.
           ADD 1 TO NBR-READMITTED.
           MOVE "Y" TO WS-ADMIT-OK-SW.
           MOVE "A01" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
       225-EXIT.
           EXIT.

      ***** HL7ADT HAS ALREADY STAMPED A NUMBER ON A FEED-DRIVEN
      ***** ADMIT; A KEYED ONE ARRIVES BLANK AND IS ISSUED ONE HERE.
      ***** NO NUMBER MEANS NO VISIT TO BILL -- THE RUN STOPS.
       230-ISSUE-ENCOUNTER.
           MOVE "230-ISSUE-ENCOUNTER" TO PARA-NAME.
           IF ADMDTXN-ENCOUNTER-NBR NOT = SPACES
               MOVE ADMDTXN-ENCOUNTER-NBR TO ENCOUNTER-NBR
               GO TO 230-EXIT.

           CALL 'ENCNEXT' USING WS-ENCNEXT-PARMS.
           IF NOT ENC-ISSUED
               MOVE "** ENCCTL UNAVAILABLE - NO ENCOUNTER NUMBER"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           MOVE ENC-NEW-NBR TO ENCOUNTER-NBR.
           MOVE ENC-NEW-NBR TO ADMDTXN-ENCOUNTER-NBR.
       230-EXIT.
           EXIT.

      ***** A TRANSACTION THAT NAMES AN ENCOUNTER MUST NAME THE STAY
      ***** ON FILE -- A LATE A03 FOR A STAY ALREADY REPLACED BY A
      ***** READMISSION MUST NOT DISCHARGE THE NEW ONE.  A BLANK ON
      ***** EITHER SIDE (KEYED CARD, PRE-ENCOUNTER ROW) PASSES.
       240-CHECK-ENCOUNTER.
           MOVE "240-CHECK-ENCOUNTER" TO PARA-NAME.
           MOVE "Y" TO WS-ENC-MATCH-SW.
           IF ADMDTXN-ENCOUNTER-NBR = SPACES
              OR ENCOUNTER-NBR = SPACES
               GO TO 240-EXIT.
           IF ADMDTXN-ENCOUNTER-NBR NOT = ENCOUNTER-NBR
               MOVE "N" TO WS-ENC-MATCH-SW
               ADD 1 TO ERROR-RECS
               MOVE "*** ENCOUNTER DOES NOT MATCH STAY ON PATMSTR"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
       240-EXIT.
           EXIT.

      ***** THE ACCIDENT KEYED AT REGISTRATION GOES ON ACCDCOV UNDER
      ***** THE ENCOUNTER JUST ISSUED.  A PRIOR STAY'S ROW FOR THE
      ***** SAME PATIENT IS REPLACED.  AN INCOMPLETE ACCIDENT DOES NOT
      ***** STOP THE ADMIT -- IT IS REPORTED FOR PATIENT ACCESS TO
      ***** FINISH, AND THE STAY BILLS THE HEALTH PLAN UNTIL THEN.
       260-FILE-ACCIDENT.
           MOVE "260-FILE-ACCIDENT" TO PARA-NAME.
           IF NOT ADMDTXN-VALID-ACCIDENT
            OR ADMDTXN-ACCIDENT-DATE = SPACES
            OR ADMDTXN-LIAB-PAYER-ID = SPACES
               MOVE "*** ACCIDENT INCOMPLETE - NOT FILED"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 260-EXIT.

           MOVE SPACES                 TO ACCIDENT-COVERAGE-REC.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACC-PATIENT-ID.
           MOVE ENCOUNTER-NBR          TO ACC-ENCOUNTER-NBR.
           MOVE ADMDTXN-ACCIDENT-TYPE  TO ACC-ACCIDENT-TYPE.
           MOVE ADMDTXN-ACCIDENT-DATE  TO ACC-ACCIDENT-DATE.
           MOVE ADMDTXN-ACCIDENT-STATE TO ACC-ACCIDENT-STATE.
           MOVE ADMDTXN-ACC-CLAIM-NBR  TO ACC-CLAIM-NBR.
           MOVE ADMDTXN-LIAB-PAYER-ID  TO ACC-LIAB-PAYER-ID.
           MOVE WS-FMT-DATE            TO ACC-CAPTURE-DATE.

           MOVE ACC-PATIENT-ID TO ACCDCOV-KEY.
           WRITE ACCDCOV-REC FROM ACCIDENT-COVERAGE-REC
               INVALID KEY
                   REWRITE ACCDCOV-REC FROM ACCIDENT-COVERAGE-REC
                       INVALID KEY
                           MOVE "** PROBLEM REWRITING ACCDCOV"
                                TO ABEND-REASON
                           MOVE ACCDCOV-STATUS TO EXPECTED-VAL
                           GO TO 1000-ABEND-RTN
                   END-REWRITE
           END-WRITE.
           ADD 1 TO NBR-ACCIDENTS-FILED.
       260-EXIT.
           EXIT.

      ***** EVERY MEDICARE STAY GETS A QUESTIONNAIRE ROW, ANSWERED OR
      ***** NOT -- AN HL7 ADMIT CARRIES NO ANSWERS AND FILES AS
      ***** INCOMPLETE, SO IT SHOWS ON MSPRPT UNTIL PATIENT ACCESS
      ***** ASKS THE QUESTIONS.  THE ANSWERS ARE COMPLETE WHEN ALL
      ***** FIVE ARE "Y" OR "N" AND ANY "Y" HAS A PRIMARY PAYER.
       270-FILE-MSP-ANSWERS.
           MOVE "270-FILE-MSP-ANSWERS" TO PARA-NAME.
           MOVE SPACES                   TO MSP-QUESTIONNAIRE-REC.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO MSQ-PATIENT-ID.
           MOVE ENCOUNTER-NBR            TO MSQ-ENCOUNTER-NBR.
           MOVE ADMDTXN-MSP-EMPLOYED-GHP TO MSQ-EMPLOYED-GHP.
           MOVE ADMDTXN-MSP-SPOUSE-GHP   TO MSQ-SPOUSE-GHP.
           MOVE ADMDTXN-MSP-ACCIDENT     TO MSQ-ACCIDENT.
           MOVE ADMDTXN-MSP-ESRD         TO MSQ-ESRD.
           MOVE ADMDTXN-MSP-BLACK-LUNG   TO MSQ-BLACK-LUNG.
           MOVE ADMDTXN-MSP-PRIMARY-PAYER TO MSQ-PRIMARY-PAYER-ID.
           IF MSQ-PRIMARY-PAYER-ID = SPACES
              AND MSQ-ACCIDENT = "Y"
               MOVE ADMDTXN-LIAB-PAYER-ID TO MSQ-PRIMARY-PAYER-ID.
           MOVE DATE-ADMIT               TO MSQ-ADMIT-DATE.
           MOVE WS-FMT-DATE              TO MSQ-CAPTURE-DATE.
           MOVE OPC-OPERATOR-ID          TO MSQ-LAST-MAINT-BY.

           MOVE "C" TO MSQ-STATUS.
           MOVE "N" TO WS-MSP-YES-SW.
           PERFORM 272-CHECK-MSP-ANSWER THRU 272-EXIT
                   VARYING MSQ-SUB FROM 1 BY 1
                   UNTIL MSQ-SUB > 5.
           IF NOT MSP-ANY-YES
               MOVE SPACES TO MSQ-PRIMARY-PAYER-ID
           ELSE
           IF MSQ-PRIMARY-PAYER-ID = SPACES
               MOVE "I" TO MSQ-STATUS.

           MOVE MSQ-PATIENT-ID TO MSPQUEST-KEY.
           WRITE MSPQUEST-REC FROM MSP-QUESTIONNAIRE-REC
               INVALID KEY
                   REWRITE MSPQUEST-REC FROM MSP-QUESTIONNAIRE-REC
                       INVALID KEY
                           MOVE "** PROBLEM REWRITING MSPQUEST"
                                TO ABEND-REASON
                           MOVE MSPQUEST-STATUS TO EXPECTED-VAL
                           GO TO 1000-ABEND-RTN
                   END-REWRITE
           END-WRITE.
           ADD 1 TO NBR-MSP-FILED.

           IF MSQ-INCOMPLETE
               ADD 1 TO NBR-MSP-INCOMPLETE
               MOVE "*** MSP QUESTIONNAIRE INCOMPLETE"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 270-EXIT.

           IF MSQ-PRIMARY-PAYER-ID NOT = SPACES
               PERFORM 275-SET-MEDICARE-SECONDARY THRU 275-EXIT.
       270-EXIT.
           EXIT.

       272-CHECK-MSP-ANSWER.
           IF NOT MSQ-ANSWER-VALID(MSQ-SUB)
               MOVE "I" TO MSQ-STATUS.
           IF MSQ-ANSWER-YES(MSQ-SUB)
               MOVE "Y" TO WS-MSP-YES-SW.
       272-EXIT.
           EXIT.

      ***** ANOTHER PAYER IS PRIMARY, SO MEDICARE BILLS SECOND --
      ***** IT BECOMES THE SECONDARY CARRIER ON PATINS, WHERE
      ***** REMITPST LOOKS WHEN THE PRIMARY PAYS.  A DIFFERENT
      ***** SECONDARY ALREADY ON FILE IS LEFT FOR PATIENT ACCESS.
       275-SET-MEDICARE-SECONDARY.
           MOVE "275-SET-MEDICARE-SECONDARY" TO PARA-NAME.
           MOVE MSQ-PATIENT-ID TO PATINS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE "*** MSP - PATIENT NOT ON PATINS"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 275-EXIT.
           IF CARRIER-ID IN INS-COMPANY-SECONDARY NOT = SPACES
              AND CARRIER-ID IN INS-COMPANY-SECONDARY
                  NOT = "MEDICARE"
               MOVE "*** MSP - OTHER SECONDARY ON PATINS"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 275-EXIT.

           MOVE "MEDICARE"  TO CARRIER-ID IN INS-COMPANY-SECONDARY.
           MOVE "MEDICARE"  TO CARRIER-NAME IN INS-COMPANY-SECONDARY.
           MOVE MEDICARE-BENEFICIARY
                            TO INSUREDS-NAME IN INS-COMPANY-SECONDARY.
           MOVE "SE"        TO PATIENT-RELATIONSHIP
                                    IN INS-COMPANY-SECONDARY.
           MOVE MEDICARE-CLAIM-NBR
                            TO INS-IDENT-NBR IN INS-COMPANY-SECONDARY.
           MOVE SPACES      TO GROUP-NBR IN INS-COMPANY-SECONDARY.
           REWRITE PATINS-REC FROM PATIENT-INSURANCE
               INVALID KEY
                   MOVE "** PROBLEM REWRITING PATINS FOR MSP"
                        TO ABEND-REASON
                   MOVE PATINS-STATUS TO EXPECTED-VAL
                   GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO NBR-MSP-SECONDARY.
       275-EXIT.
           EXIT.

      ***** THE ATTENDING MUST BE AN ACTIVE PROVREG PHYSICIAN AND
      ***** NOT THE EMERGENCY DEPARTMENT DOCTOR WHO SAW THE PATIENT
      ***** DOWNSTAIRS.  OTHERWISE THE STAY GETS THE PHYSICIAN ON
      ***** CALL FOR THE WARD'S SPECIALTY RIGHT NOW, AND THE CALLER
      ***** LOGS IT FOR THE MORNING REPORT ONCE THE ADMIT COMMITS.
      ***** NOBODY ON CALL LEAVES THE ATTENDING AS RECEIVED -- STILL
      ***** LOGGED, SO THE REPORT SHOWS THE GAP.
       280-CHECK-ATTENDING.
           MOVE "280-CHECK-ATTENDING" TO PARA-NAME.
           MOVE "N" TO WS-ATTD-DEFAULT-SW.
           INITIALIZE DEFAULTED-ATTENDING-REC.

           IF ATTENDING-PHYSICIAN = SPACES
               MOVE "B" TO ADF-REASON
           ELSE
               MOVE "R" TO ADF-REASON
               SET PREG-IDX TO 1
               SEARCH PREG-ROW
                   AT END
                       NEXT SENTENCE
                   WHEN PREG-IDX > WS-PREG-COUNT
                       NEXT SENTENCE
                   WHEN PREG-ID(PREG-IDX) = ATTENDING-PHYSICIAN
                       IF PREG-ED-PHYSICIAN
                           MOVE "E" TO ADF-REASON
                       ELSE
                           MOVE SPACE TO ADF-REASON
               END-SEARCH.

           IF ADF-REASON = SPACE
               GO TO 280-EXIT.

           MOVE "Y" TO WS-ATTD-DEFAULT-SW.
           ACCEPT WS-TIME FROM TIME.
           STRING FMT-CENTURY FMT-YY FMT-MM FMT-DD WS-TIME(1:4)
               DELIMITED BY SIZE INTO WS-ADMIT-STAMP.
           MOVE ADMDTXN-TYPE          TO ADF-TXN-TYPE.
           MOVE PRIMARY-STAY-WARD-NBR TO ADF-WARD-NBR.
           MOVE ATTENDING-PHYSICIAN   TO ADF-RECEIVED-PHYSICIAN.
           MOVE WS-FMT-DATE           TO ADF-ADMIT-DATE.
           MOVE WS-TIME(1:4)          TO ADF-ADMIT-TIME.

      ***** THE WARD'S SPECIALTY, THEN A BLOCK FOR THAT WARD, THEN
      ***** ONE COVERING EVERY WARD OF THE SPECIALTY
           SET ONC-IDX TO 1.
           SEARCH ONC-ROW
               AT END
                   GO TO 280-EXIT
               WHEN ONC-IDX > WS-ONCALL-COUNT
                   GO TO 280-EXIT
               WHEN ONC-REC-TYPE(ONC-IDX) = "W"
                AND ONC-WARD-NBR(ONC-IDX) = PRIMARY-STAY-WARD-NBR
                   MOVE ONC-SPECIALTY-CDE(ONC-IDX) TO ADF-SPECIALTY-CDE
           END-SEARCH.

           SET ONC-IDX TO 1.
           SEARCH ONC-ROW
               AT END
                   NEXT SENTENCE
               WHEN ONC-IDX > WS-ONCALL-COUNT
                   NEXT SENTENCE
               WHEN ONC-REC-TYPE(ONC-IDX) = "B"
                AND ONC-SPECIALTY-CDE(ONC-IDX) = ADF-SPECIALTY-CDE
                AND ONC-WARD-NBR(ONC-IDX) = PRIMARY-STAY-WARD-NBR
                AND ONC-START-STAMP(ONC-IDX) NOT > WS-ADMIT-STAMP
                AND ONC-END-STAMP(ONC-IDX) > WS-ADMIT-STAMP
                   MOVE ONC-PHYSICIAN-ID(ONC-IDX)
                        TO ADF-ONCALL-PHYSICIAN
           END-SEARCH.

           IF ADF-NO-COVERAGE
               SET ONC-IDX TO 1
               SEARCH ONC-ROW
                   AT END
                       NEXT SENTENCE
                   WHEN ONC-IDX > WS-ONCALL-COUNT
                       NEXT SENTENCE
                   WHEN ONC-REC-TYPE(ONC-IDX) = "B"
                    AND ONC-SPECIALTY-CDE(ONC-IDX) = ADF-SPECIALTY-CDE
                    AND ONC-WARD-NBR(ONC-IDX) = SPACES
                    AND ONC-START-STAMP(ONC-IDX) NOT > WS-ADMIT-STAMP
                    AND ONC-END-STAMP(ONC-IDX) > WS-ADMIT-STAMP
                       MOVE ONC-PHYSICIAN-ID(ONC-IDX)
                            TO ADF-ONCALL-PHYSICIAN
               END-SEARCH.

           IF NOT ADF-NO-COVERAGE
               MOVE ADF-ONCALL-PHYSICIAN TO ATTENDING-PHYSICIAN.
       280-EXIT.
           EXIT.

      ***** THE REFERRAL RIDES ONTO THE STAY AS KEYED.  IT NEVER
      ***** HOLDS UP AN ADMISSION: A SOURCE CODE WE DO NOT KNOW GOES
      ***** ON BLANK (UNKNOWN), AND A PHYSICIAN OR CLINIC REFERRAL
      ***** WITH NO REFERRING PROVIDER IS KEPT BUT WARNED SO
      ***** ADMITTING CAN FINISH THE REGISTRATION.  AN ER STUB KEYED
      ***** WITH NO SOURCE CAME IN THROUGH THE EMERGENCY DEPARTMENT.
       285-SET-REFERRAL.
           MOVE "285-SET-REFERRAL" TO PARA-NAME.
           MOVE ADMDTXN-REFERRAL-SOURCE TO REFERRAL-SOURCE.
           MOVE ADMDTXN-REFERRING-PROV  TO REFERRING-PROVIDER-ID.
           IF STUB-ADMIT-TXN
              AND ADMDTXN-REFERRAL-SOURCE = SPACES
               MOVE "E" TO REFERRAL-SOURCE
               GO TO 285-EXIT.

           IF NOT ADMDTXN-VALID-REFERRAL
               MOVE SPACES TO REFERRAL-SOURCE
               ADD 1 TO NBR-REFERRAL-WARNINGS
               MOVE "*** REFERRAL SOURCE NOT KNOWN - LEFT BLANK"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 285-EXIT.

           IF (ADMDTXN-REF-PHYSICIAN OR ADMDTXN-REF-CLINIC)
              AND ADMDTXN-REFERRING-PROV = SPACES
               ADD 1 TO NBR-REFERRAL-WARNINGS
               MOVE "*** REFERRAL HAS NO REFERRING PROVIDER"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
       285-EXIT.
           EXIT.

      ***** THE ACCOMMODATION RIDES ONTO THE STAY AS KEYED AND IS
      ***** SET AGAIN AT EVERY TRANSFER -- THE NEW BED MAY NOT BE
      ***** PRIVATE, OR PRIVATE FOR A NEW REASON.  A CODE WE DO NOT
      ***** KNOW GOES ON BLANK AND IS WARNED, SO THE PAYER IS BILLED
      ***** THE WHOLE ROOM UNTIL ADMITTING SAYS OTHERWISE.  A STAY ON
      ***** ISOLATION IS PRIVATE BECAUSE IT HAS TO BE, WHATEVER WAS
      ***** KEYED.
       287-SET-ACCOMMODATION.
           MOVE "287-SET-ACCOMMODATION" TO PARA-NAME.
           MOVE ADMDTXN-ACCOM-REQUEST TO ACCOM-REQUEST-IND.
           IF NOT ADMDTXN-VALID-ACCOM
               MOVE SPACES TO ACCOM-REQUEST-IND
               ADD 1 TO NBR-ACCOM-WARNINGS
               MOVE "*** ACCOMMODATION NOT KNOWN - LEFT BLANK"
                    TO ABEND-REASON
               MOVE ADMDTXN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 287-EXIT.

           IF PRIVATE-ROOM-REQUESTED
              AND ON-ISOLATION
               MOVE "M" TO ACCOM-REQUEST-IND.
           IF PRIVATE-ROOM-REQUESTED
               ADD 1 TO NBR-PRIVATE-REQUESTED.
       287-EXIT.
           EXIT.

       289-LOG-DEFAULT-ATTENDING.
           MOVE "289-LOG-DEFAULT-ATTENDING" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ADF-PATIENT-ID.
           MOVE ENCOUNTER-NBR TO ADF-ENCOUNTER-NBR.
           WRITE ATTDFLT-REC FROM DEFAULTED-ATTENDING-REC.
           ADD 1 TO NBR-ATTD-DEFAULTED.
           IF ADF-NO-COVERAGE
               ADD 1 TO NBR-ATTD-NO-COVERAGE.
       289-EXIT.
           EXIT.

      ***** IS THE ATTENDING KEYED ON THE TRANSACTION ON THE HIM
      ***** SUSPENSION LIST?  A BLANK ATTENDING NEVER IS.
       290-CHECK-SUSPENDED.
           MOVE "290-CHECK-SUSPENDED" TO PARA-NAME.
           MOVE "N" TO WS-SUSPENDED-SW.
           IF ADMDTXN-ATTENDING-PHYSICIAN = SPACES
               GO TO 290-EXIT.
           SET SUSP-IDX TO 1.
           SEARCH SUSP-ROW
               AT END
                   NEXT SENTENCE
               WHEN SUSP-IDX > WS-SUSP-COUNT
                   NEXT SENTENCE
               WHEN SUSP-PHYSICIAN-ID(SUSP-IDX) =
                    ADMDTXN-ATTENDING-PHYSICIAN
                   MOVE "Y" TO WS-SUSPENDED-SW
           END-SEARCH.
       290-EXIT.
           EXIT.

      ***** THE ADMITTING DIAGNOSIS'S EXPECTED-LOS-DAYS GIVES CASE
      ***** MANAGEMENT A TARGET DATE FROM DAY ONE.  NO DIAGNOSIS OR
      ***** NO DIAG_CODES ROW SIMPLY LEAVES THE DATE BLANK.
               GO TO 250-EXIT.

           MOVE ADMDTXN-ADMIT-DIAG TO DIAGNOSTIC-CODE-PRIMARY.
      ***** THE REASON FOR ADMISSION WAS PRESENT ON ADMISSION
           MOVE "Y" TO POA-PRIMARY.
           MOVE ZERO TO EXPECTED-LOS-DAYS.
           MOVE ADMDTXN-ADMIT-DIAG TO DIAG-CODE IN DCLDIAG-CODES.

                   GO TO 300-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 300-EXIT.

      ***** A DISCHARGE IS MORE THAN A DATE NOW -- WHERE THE PATIENT
      ***** WENT MUST BE A KNOWN CODE BEFORE THE DISCHARGE POSTS
           IF NOT VALID-DISPOSITION
           MOVE DISCHARGE-DISPOSITION   TO HIST-DISPOSITION.
           MOVE FACILITY-CODE           TO HIST-FACILITY-CODE.
           MOVE PRIMARY-STAY-WARD-NBR   TO HIST-WARD-NBR.
           MOVE ENCOUNTER-NBR           TO HIST-ENCOUNTER-NBR.
           MOVE POA-PRIMARY             TO HIST-POA-PRIMARY.
           MOVE POA-SECONDARY           TO HIST-POA-SECONDARY.
           MOVE POA-TERTIARY            TO HIST-POA-TERTIARY.
           WRITE PATHIST-REC FROM PATIENT-HISTORY-REC.

      ***** A SEGMENTED STAY CLOSES ITS FINAL CAMPUS SEGMENT AT
               MOVE SEG-CURR-START-DATE TO SEG-START-DATE
               MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                    TO SEG-END-DATE
               MOVE SPACE TO SEG-SEGMENT-TYPE
               IF SEG-PRIOR-CHARGES-X NUMERIC
                   COMPUTE SEG-CHARGES =
                       PATIENT-TOT-AMT - SEG-PRIOR-CHARGES
               ELSE
                   MOVE PATIENT-TOT-AMT TO SEG-CHARGES
               END-IF
               PERFORM 455-NET-SEGMENT-DIFFERENTIAL THRU 455-EXIT
               WRITE STAYSEG-REC FROM STAY-SEGMENT-REC
               ADD 1 TO NBR-SEGMENTS-CLOSED.

                  AND FACILITY = :WS-FACILITY-X
           END-EXEC.

           MOVE "A03" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-DISCHARGED.
       300-EXIT.
           EXIT.
                   GO TO 400-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 400-EXIT.

           IF DATE-DISCHARGE NOT = SPACES
               ADD 1 TO ERROR-RECS
               MOVE "*** TRANSFER FOR DISCHARGED PATIENT"
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 400-EXIT.

      ***** A SWING BED IS LICENSED WHERE IT STANDS -- THE SWING
      ***** STAY CANNOT CARRY ACROSS TO THE OTHER CAMPUS
           PERFORM 350-SET-FACILITY-X THRU 350-EXIT.
           IF SWING-BED
              AND ADMDTXN-FACILITY-CODE NOT = SPACES
              AND ADMDTXN-FACILITY-CODE NOT = WS-FACILITY-X
               ADD 1 TO ERROR-RECS
               MOVE "*** SWING-BED STAY CANNOT CHANGE CAMPUS"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 400-EXIT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC
               TO TRF-PATIENT-ID.
           MOVE WS-FMT-DATE             TO TRF-DATE.
           IF ADMDTXN-ATTENDING-PHYSICIAN NOT = SPACES
               MOVE ADMDTXN-ATTENDING-PHYSICIAN
                    TO ATTENDING-PHYSICIAN.
           PERFORM 287-SET-ACCOMMODATION THRU 287-EXIT.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
           END-EXEC.

           WRITE TRANSHIST-REC FROM TRANSFER-HISTORY-REC.
           MOVE "A02" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-TRANSFERRED.
       400-EXIT.
           EXIT.
                   PATIENT-TOT-AMT - SEG-PRIOR-CHARGES
           ELSE
               MOVE PATIENT-TOT-AMT TO SEG-CHARGES.
           PERFORM 455-NET-SEGMENT-DIFFERENTIAL THRU 455-EXIT.
           MOVE SPACE TO SEG-SEGMENT-TYPE.
           WRITE STAYSEG-REC FROM STAY-SEGMENT-REC.
           ADD 1 TO NBR-SEGMENTS-CLOSED.

       450-EXIT.
           EXIT.

      ***** THE PRIVATE-ROOM DIFFERENTIAL POSTED DURING THE SEGMENT IS
      ***** THE PATIENT'S -- SEGBILL BILLS THE PAYER THE SEGMENT NET
      ***** OF IT, AND THE NEXT SEGMENT COUNTS ITS OWN FROM HERE
       455-NET-SEGMENT-DIFFERENTIAL.
           MOVE "455-NET-SEGMENT-DIFFERENTIAL" TO PARA-NAME.
           IF ROOM-DIFFERENTIAL-X NOT NUMERIC
               MOVE ZERO TO ROOM-DIFFERENTIAL-AMT.
           IF SEG-PRIOR-DIFFERENTIAL-X NOT NUMERIC
               MOVE ZERO TO SEG-PRIOR-DIFFERENTIAL.
           IF ROOM-DIFFERENTIAL-AMT > SEG-PRIOR-DIFFERENTIAL
               COMPUTE WS-SEG-DIFFERENTIAL =
                   ROOM-DIFFERENTIAL-AMT - SEG-PRIOR-DIFFERENTIAL
               IF WS-SEG-DIFFERENTIAL NOT > SEG-CHARGES
                   SUBTRACT WS-SEG-DIFFERENTIAL FROM SEG-CHARGES.
           MOVE ROOM-DIFFERENTIAL-AMT TO SEG-PRIOR-DIFFERENTIAL.
       455-EXIT.
           EXIT.

      ***** SWING-BED CONVERSION -- THE PATIENT NO LONGER NEEDS ACUTE
      ***** CARE BUT STAYS IN THE SAME BED AT SKILLED-NURSING LEVEL.
      ***** NOTHING IS DISCHARGED:  THE ACUTE PORTION SINCE THE ADMIT
      ***** (OR SINCE THE LAST CAMPUS SEGMENT CLOSED) GOES TO STAYSEG
      ***** AS A TYPE "A" SEGMENT FOR SEGBILL, AND THE SWING PORTION
      ***** STARTS TODAY WITH THE CHARGES TO DATE BEHIND IT.  ANY
      ***** EARLIER CAMPUS SEGMENTS ARE ALREADY QUEUED, SO THE STAY
      ***** IS NO LONGER SEGMENTED -- EDICLAIM BILLS THE SWING
      ***** PORTION AT DISCHARGE ON ITS OWN CLAIM TYPE.
       470-PROCESS-SWING-BED.
           MOVE "470-PROCESS-SWING-BED" TO PARA-NAME.
           MOVE ADMDTXN-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC
               INVALID KEY
                   ADD 1 TO ERROR-RECS
                   MOVE "*** SWING-BED PATIENT NOT ON PATMSTR"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 470-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 470-EXIT.

           IF DATE-DISCHARGE NOT = SPACES
               ADD 1 TO ERROR-RECS
               MOVE "*** SWING-BED FOR DISCHARGED PATIENT"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 470-EXIT.

           IF NOT INPATIENT
               ADD 1 TO ERROR-RECS
               MOVE "*** SWING-BED CONVERTS INPATIENTS ONLY"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 470-EXIT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO SEG-PATIENT-ID.
           PERFORM 350-SET-FACILITY-X THRU 350-EXIT.
           MOVE WS-FACILITY-X TO SEG-FACILITY-CODE.
           IF SEG-CURR-START-DATE = SPACES
               MOVE DATE-ADMIT TO SEG-START-DATE
           ELSE
               MOVE SEG-CURR-START-DATE TO SEG-START-DATE.
           MOVE WS-FMT-DATE TO SEG-END-DATE.
           IF SEG-PRIOR-CHARGES-X NUMERIC
               COMPUTE SEG-CHARGES =
                   PATIENT-TOT-AMT - SEG-PRIOR-CHARGES
           ELSE
               MOVE PATIENT-TOT-AMT TO SEG-CHARGES.
           PERFORM 455-NET-SEGMENT-DIFFERENTIAL THRU 455-EXIT.
           MOVE "A" TO SEG-SEGMENT-TYPE.

           MOVE "S"             TO PATIENT-TYPE.
           MOVE SPACE           TO SEGMENTED-STAY-IND.
           MOVE WS-FMT-DATE     TO SEG-CURR-START-DATE.
           MOVE PATIENT-TOT-AMT TO SEG-PRIOR-CHARGES.
           IF ADMDTXN-ATTENDING-PHYSICIAN NOT = SPACES
               MOVE ADMDTXN-ATTENDING-PHYSICIAN
                    TO ATTENDING-PHYSICIAN.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
                   ADD 1 TO ERROR-RECS
                   MOVE "*** PROBLEM REWRITING PATMSTR AT SWING"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 470-EXIT
           END-REWRITE.

           WRITE STAYSEG-REC FROM STAY-SEGMENT-REC.
           ADD 1 TO NBR-SEGMENTS-CLOSED.

      ***** SAME BED, NEW PATIENT CLASS -- AN UPDATE, NOT A TRANSFER
           MOVE "A08" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-SWING-CONVERSIONS.
       470-EXIT.
           EXIT.

      ***** A NEWBORN ADMIT: CREATE THE BABY'S PATMSTR LINKED TO THE
      ***** MOTHER'S STAY, DEFAULT COVERAGE FROM HER PATINS AS A
      ***** DEPENDENT CHILD, MARK THE BABY A MINOR ON PATPERSN, AND
                   GO TO 600-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 600-EXIT.

           IF DATE-DISCHARGE NOT = SPACES
               ADD 1 TO ERROR-RECS
               MOVE "*** LOA FOR DISCHARGED PATIENT" TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 600-EXIT
           END-REWRITE.
           IF LOA-TXN
               MOVE "A21" TO ADB-EVENT-TYPE
           ELSE
               MOVE "A22" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-LOA-TXNS.
       600-EXIT.
           EXIT.
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 650-EXIT.

      ***** EVERY PRE-ADMIT IS ELECTIVE
           PERFORM 290-CHECK-SUSPENDED THRU 290-EXIT.
           IF ATTENDING-SUSPENDED
               ADD 1 TO ERROR-RECS
               ADD 1 TO NBR-SUSPENDED-REFUSED
               MOVE "*** ATTENDING SUSPENDED - PRE SKIPPED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 650-EXIT.

           MOVE ADMDTXN-PATIENT-ID     TO PRE-PATIENT-ID.
           MOVE ADMDTXN-EXPECTED-DATE  TO PRE-EXPECTED-DATE.
           MOVE ADMDTXN-WARD-NBR       TO PRE-WARD-NBR.
               MOVE ADMDTXN-BED-NBR TO BED-IDENTITY-PRIMARY.
           MOVE WS-FMT-DATE        TO DATE-ADMIT.
           MOVE ADMDTXN-INS-TYPE   TO INS-TYPE.
           MOVE ADMDTXN-ATTENDING-PHYSICIAN TO ATTENDING-PHYSICIAN.
           PERFORM 280-CHECK-ATTENDING THRU 280-EXIT.
           PERFORM 285-SET-REFERRAL THRU 285-EXIT.
           MOVE ZERO TO ROOM-DIFFERENTIAL-AMT, SEG-PRIOR-DIFFERENTIAL.
           PERFORM 287-SET-ACCOMMODATION THRU 287-EXIT.
           MOVE ADMDTXN-FACILITY-CODE TO FACILITY-CODE
               IN PATIENT-MASTER-REC.
           PERFORM 230-ISSUE-ENCOUNTER THRU 230-EXIT.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATIENT-KEY.
           WRITE PATMSTR-REC FROM PATIENT-MASTER-REC
               INVALID KEY
                   WRITE SYSOUT-REC FROM ABEND-REC
                   GO TO 680-EXIT
           END-WRITE.
           IF ATTENDING-DEFAULTED
               PERFORM 289-LOG-DEFAULT-ATTENDING THRU 289-EXIT.

      ***** PLACEHOLDER DEMOGRAPHICS -- THE SURNAME IS THE MARKER
      ***** STUBRECN WATCHES FOR REGISTRATION TO OVERWRITE
           MOVE WS-FMT-DATE        TO STB-ADMIT-DATE.
           WRITE STUBQ-REC FROM STUB-QUEUE-REC.

      ***** TO THE DOWNSTREAM SYSTEMS AN ER STUB IS AN ADMISSION --
      ***** THE PLACEHOLDER NAME GOES OUT UNTIL REGISTRATION'S A08
           MOVE "A01" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-STUB-ADMITS.
       680-EXIT.
           EXIT.
                   GO TO 700-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 700-EXIT.

      ***** A CLOSED STAY CANNOT CANCEL ITS ADMIT -- CANCEL THE
      ***** DISCHARGE FIRST IF THE WHOLE STAY WAS AN ERROR
           IF DATE-DISCHARGE IN PATIENT-MASTER-REC NOT = SPACES
                  AND FACILITY = :WS-FACILITY-X
           END-EXEC.

           MOVE "A11" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-CANCEL-ADMITS.
       700-EXIT.
           EXIT.
                   GO TO 750-EXIT
           END-READ.

           PERFORM 240-CHECK-ENCOUNTER THRU 240-EXIT.
           IF NOT ENCOUNTER-MATCHES
               GO TO 750-EXIT.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               ADD 1 TO ERROR-RECS
               MOVE "*** STAY NOT DISCHARGED - A13 REFUSED"
                                         TO HIST-FACILITY-CODE.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                                         TO HIST-WARD-NBR.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                         TO HIST-ENCOUNTER-NBR.
           MOVE POA-PRIMARY IN PATIENT-MASTER-REC
                                         TO HIST-POA-PRIMARY.
           MOVE POA-SECONDARY IN PATIENT-MASTER-REC
                                         TO HIST-POA-SECONDARY.
           MOVE POA-TERTIARY IN PATIENT-MASTER-REC
                                         TO HIST-POA-TERTIARY.
           MOVE "C"                      TO HIST-CANCELED-IND.
           WRITE PATHIST-REC FROM PATIENT-HISTORY-REC.
           MOVE SPACE                    TO HIST-CANCELED-IND.
                  AND FACILITY = :WS-FACILITY-X
           END-EXEC.

           MOVE "A13" TO ADB-EVENT-TYPE.
           PERFORM 870-WRITE-ADT-EVENT THRU 870-EXIT.
           ADD 1 TO NBR-CANCEL-DISCHARGES.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ADMDTXN, OPRCARD, PROVREG, ONCALL, SUSPLIST,
                      LEGALHLD, CLMREG.
           OPEN EXTEND PATHIST, TRANSHIST, MBLINK, SECLOG, PATAUDIT,
                PREADMQ, STUBQ, STAYSEG, ADTEVT, ATTDFLT.
           OPEN I-O PATMSTR, PATINS, PATPERSN, ACCDCOV, MSPQUEST.
           OPEN OUTPUT SYSOUT, PATARCH.
           PERFORM 820-CHECK-OPERATOR THRU 820-EXIT.
       800-EXIT.
           EXIT.
       850-EXIT.
           EXIT.

      ***** THE EVENT GOES OUT DESCRIBING THE STAY AS IT NOW STANDS
      ***** ON PATMSTR; A TRANSFER ALSO CARRIES WHERE THE PATIENT
      ***** CAME FROM.  THE CALLER SETS ADB-EVENT-TYPE.
       870-WRITE-ADT-EVENT.
           MOVE "870-WRITE-ADT-EVENT" TO PARA-NAME.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME(1:2) TO FMT-HH.
           MOVE WS-TIME(3:2) TO FMT-MI.
           MOVE WS-TIME(5:2) TO FMT-SS.

           MOVE "ADMDISCH"            TO ADB-SOURCE-PGM.
           MOVE WS-FMT-DATE           TO ADB-EVENT-DATE.
           MOVE WS-FMT-TIME           TO ADB-EVENT-TIME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ADB-PATIENT-ID.
           MOVE ENCOUNTER-NBR         TO ADB-ENCOUNTER-NBR.
           MOVE PATIENT-TYPE          TO ADB-PATIENT-CLASS.
           PERFORM 350-SET-FACILITY-X THRU 350-EXIT.
           MOVE WS-FACILITY-X         TO ADB-FACILITY-CODE.
           MOVE PRIMARY-STAY-WARD-NBR TO ADB-WARD-NBR.
           MOVE BED-IDENTITY-PRIMARY  TO ADB-BED-NBR.
           IF ADB-TRANSFER
               MOVE TRF-OLD-WARD      TO ADB-PRIOR-WARD-NBR
               MOVE TRF-OLD-BED       TO ADB-PRIOR-BED-NBR
           ELSE
               MOVE SPACES            TO ADB-PRIOR-WARD-NBR
               MOVE SPACES            TO ADB-PRIOR-BED-NBR.
           MOVE ATTENDING-PHYSICIAN   TO ADB-ATTENDING-MD.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                                      TO ADB-ADMIT-DIAG.
           MOVE DISCHARGE-DISPOSITION IN PATIENT-MASTER-REC
                                      TO ADB-DISPOSITION.

           MOVE SPACES TO ADB-LAST-NAME, ADB-FIRST-NAME, ADB-DOB,
                          ADB-GENDER.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               MOVE LAST-NAME         TO ADB-LAST-NAME
               MOVE FIRST-NAME        TO ADB-FIRST-NAME
               MOVE DOB               TO ADB-DOB
               MOVE GENDER            TO ADB-GENDER.

           WRITE ADTEVT-REC FROM ADT-BROADCAST-REC.
           ADD 1 TO NBR-ADT-EVENTS.
       870-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 850-WRITE-SECURITY-LOG THRU 850-EXIT.
           CLOSE ADMDTXN, PATHIST, TRANSHIST, MBLINK, PATMSTR,
                 PATINS, PATPERSN, OPRCARD, SECLOG, PATAUDIT,
                 PREADMQ, STUBQ, STAYSEG, PATARCH, ADTEVT, ACCDCOV,
                 MSPQUEST, PROVREG, ONCALL, ATTDFLT, SUSPLIST,
                 LEGALHLD, CLMREG, SYSOUT.
           DISPLAY "ADMDISCH RECORDS READ       : " RECORDS-READ.
           DISPLAY "ADMDISCH PATIENTS ADMITTED  : " NBR-ADMITTED.
           DISPLAY "ADMDISCH READMISSIONS       : " NBR-READMITTED.
           DISPLAY "ADMDISCH READMITS REFUSED   : "
               NBR-READMIT-REFUSED.
           DISPLAY "ADMDISCH PATIENTS DISCHARGED: " NBR-DISCHARGED.
           DISPLAY "ADMDISCH PATIENTS TRANSFERRED: " NBR-TRANSFERRED.
           DISPLAY "ADMDISCH NEWBORNS LINKED    : " NBR-NEWBORNS.
           DISPLAY "ADMDISCH ER STUBS CREATED   : " NBR-STUB-ADMITS.
           DISPLAY "ADMDISCH SEGMENTS CLOSED    : "
               NBR-SEGMENTS-CLOSED.
           DISPLAY "ADMDISCH SWING-BED CONVERTS : "
               NBR-SWING-CONVERSIONS.
           DISPLAY "ADMDISCH DISCHARGES CANCELED: "
               NBR-CANCEL-DISCHARGES.
           DISPLAY "ADMDISCH ADT EVENTS SENT    : " NBR-ADT-EVENTS.
           DISPLAY "ADMDISCH ACCIDENTS FILED    : " NBR-ACCIDENTS-FILED.
           DISPLAY "ADMDISCH MSP ANSWERS FILED  : " NBR-MSP-FILED.
           DISPLAY "ADMDISCH MSP INCOMPLETE     : " NBR-MSP-INCOMPLETE.
           DISPLAY "ADMDISCH MSP MEDICARE SECOND: " NBR-MSP-SECONDARY.
           DISPLAY "ADMDISCH ON-CALL ATTENDINGS : " NBR-ATTD-DEFAULTED.
           DISPLAY "ADMDISCH NO ON-CALL COVERAGE: "
               NBR-ATTD-NO-COVERAGE.
           DISPLAY "ADMDISCH SUSPENDED ATTENDING: "
               NBR-SUSPENDED-REFUSED.
           DISPLAY "ADMDISCH REFERRAL WARNINGS  : "
               NBR-REFERRAL-WARNINGS.
           DISPLAY "ADMDISCH PRIVATE BY REQUEST : "
               NBR-PRIVATE-REQUESTED.
           DISPLAY "ADMDISCH ACCOMMODATION WARN : "
               NBR-ACCOM-WARNINGS.
           DISPLAY "ADMDISCH TRANSACTIONS IN ERROR: " ERROR-RECS.
           DISPLAY "******** END JOB ADMDISCH ********".
       900-EXIT.

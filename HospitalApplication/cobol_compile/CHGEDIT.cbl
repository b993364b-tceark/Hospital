       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGEDIT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          DAILY CHARGE EDITS -- THE FIELD, RANGE, CROSS-FIELD,
      *          CROSS-FILE AND DB2 TABLE EDITS THAT USED TO LIVE IN
      *          DALYEDIT'S 300-FIELD-EDITS THROUGH 600-DB2-TABLE-
      *          EDITS, MOVED HERE SO EVERY PLACE A CHARGE IS EDITED
      *          RUNS THE SAME RULES:
      *
      *             DALYEDIT  -  NIGHTLY INPATIENT ROOM CHARGES
      *             OUTEDIT   -  NIGHTLY OUTPATIENT VISIT CHARGES
      *             CHGENTRY  -  CICS CHARGE ENTRY (TRANSACTION CHGE),
      *                          WHILE THE OPERATOR IS ON THE SCREEN
      *
      *          THE CALLER PASSES THE CHGEDPRM PARAMETER BLOCK, THE
      *          CHARGE RECORD (A PATDALY IMAGE, OR AN OUTDALY IMAGE
      *          WHEN CED-OUTPATIENT-VISIT), AND THE PATIENT'S PATMSTR
      *          AND PATPERSN ROWS, WHICH THE CALLER HAS ALREADY READ
      *          AND FLAGGED FOUND OR NOT.  NO FILE I/O IS DONE HERE,
      *          SO THE SAME LOAD MODULE SERVES BATCH AND CICS; THE
      *          DB2 LOOKUPS RUN UNDER WHICHEVER ATTACH THE CALLER HAS.
      *
      *          THE FIRST EDIT TO FAIL STOPS THE RECORD AND ITS TEXT
      *          COMES BACK IN CED-ERR-MSG -- THE SAME TEXT PATERR HAS
      *          ALWAYS CARRIED.  A NEGATIVE SQLCODE COMES BACK AS
      *          CED-DB2-FATAL WITH THE TABLE AND KEY; WHAT TO DO
      *          ABOUT IT IS THE CALLER'S BUSINESS.  THE EDITS MAY
      *          REWRITE TOTAL-ROOM-CHARGE (EQUIPMENT ROLL-UP, BED-
      *          HOLD RATE, OBSERVATION HOURS) AND THAT CHANGE IS
      *          RETURNED IN THE RECORD.  SO IS THE PRIVATE-ROOM
      *          DIFFERENTIAL: ONCE A ROOM CHARGE PASSES THE BED-RATE
      *          EDIT, ROOM-DIFFERENTIAL-CHG IS SET TO THE BED'S
      *          PREMIUM IF THE PATIENT ASKED FOR A PRIVATE ROOM AND
      *          IS NOT ON ISOLATION, AND TO ZERO OTHERWISE -- WHATEVER
      *          WAS KEYED OR GENERATED.
      *
      *          A CHARGE KEYED TOO LONG AFTER ITS SERVICE DATE IS
      *          REFUSED AS LATE, EXCEPT ONE DATED INSIDE A DECLARED
      *          DOWNTIME WINDOW AND KEYED DURING THE CATCH-UP PERIOD
      *          THAT FOLLOWS IT -- THAT ONE PASSES AND IS RETURNED
      *          FLAGGED CED-DOWNTIME-RECOVERY.  THE CALLER SUPPLIES
      *          THE LIMITS FROM THE RUN CONTROL.
      *
      *          AN OUTPATIENT VISIT HAS NO BED, ROOM OR WARD, SO IT
      *          GETS ONLY THE PATIENT-ID, DATE, DIAGNOSIS, EQUIPMENT
      *          ROW, PHYSICIAN AND DIAG_CODES EDITS -- THE VISIT IS
      *          LAID INTO THE INPATIENT IMAGE SO THOSE RUN ON THE ONE
      *          COPY OF THE CODE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY PATDALY.

      ***** OBSERVATION-TO-INPATIENT CONVERSION REVIEW THRESHOLD
       77  WS-OBS-REVIEW-HOURS         PIC 9(3) VALUE 48.
      ***** PER-BED ROOM-RATE VERIFICATION -- THE KEYED RATE MUST
      ***** MATCH THE BED'S OWN RATE (WARD BASE PLUS THE BED'S
      ***** SPECIAL-CHARGES PREMIUM) WITHIN A SMALL TOLERANCE
       77  WS-EXPECTED-BED-RATE        PIC S9(7)V99 COMP-3.
       77  WS-WARD-BASE-RATE           PIC S9(5)V99 COMP-3.
       77  WS-RATE-TOLERANCE           PIC 9(3)V99 VALUE 5.00.
       77  WS-RATE-DIFF                PIC S9(7)V99 COMP-3.
      ***** CAMPUS QUALIFIER DERIVED FROM THE DAILY RECORD --
      ***** BLANK ON OLDER FEEDS STILL MEANS THE MAIN CAMPUS
       77  WS-FACILITY-X               PIC X(2).
       77  WS-BED-ID-X                 PIC X(4).
       01  WS-RATE-MSG.
           05  FILLER                  PIC X(9) VALUE "***RATE ".
           05  RMSG-KEYED              PIC ZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE " BED SAYS".
           05  RMSG-EXPECTED           PIC ZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE SPACES.

      ***** PHYSICIAN-ID VALIDATION AGAINST DDS0001.PROVIDER.  IDS
      ***** ALREADY PROVEN GOOD OR BAD ARE CACHED FOR THE LIFE OF THE
      ***** RUN UNIT SO EACH DISTINCT ID COSTS ONE LOOKUP
       01  WS-PHYS-CHECK-ID            PIC X(8).
       01  WS-PHYS-OK-SW               PIC X(1).
           88 PHYS-ID-OK               VALUE "Y".
       01  WS-GOODPHYS-TABLE.
           05  WS-GOODPHYS-ID OCCURS 100 TIMES PIC X(8).
       01  WS-GOODPHYS-USED            PIC 9(3) VALUE ZERO.
       01  WS-BADPHYS-TABLE.
           05  WS-BADPHYS-ID OCCURS 50 TIMES PIC X(8).
       01  WS-BADPHYS-USED             PIC 9(2) VALUE ZERO.
       77  PHYS-SUB                    PIC 9(3).
       01  WS-PHYS-FOUND-SW            PIC X(1).
           88 PHYS-CACHED              VALUE "Y".
      ***** NIGHTLY RATE FOR A BED HELD THROUGH A LEAVE OF ABSENCE
       77  WS-BED-HOLD-RATE            PIC 9(5)V99 VALUE 75.00.

      ***** AGE DERIVED FROM THE REAL DOB AT RUN TIME -- THE KEYED
      ***** AGE FIELD IS NEVER TRUSTED AGAIN
       77  WS-DERIVED-AGE              PIC S9(3) COMP.
       77  WS-DOB-INT                  PIC S9(9) COMP.
       77  WS-TODAY-INT                PIC S9(9) COMP VALUE ZERO.
       77  WS-DOB-NUM                  PIC 9(8).
       77  WS-ADULT-AGE                PIC 9(3) VALUE 18.
       01  WS-TODAY-DATE-FIELDS.
           05  WS-TODAY-DATE-9         PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** 310-EDIT-TIMELINESS -- HOW MANY DAYS AGO THE SERVICE WAS,
      ***** AND THE LAST DAY THE DOWNTIME CATCH-UP PERIOD IS OPEN
       77  WS-SERVICE-DATE-9           PIC 9(8).
       77  WS-CHARGE-AGE               PIC S9(9) COMP.
       77  WS-CATCHUP-END-INT          PIC S9(9) COMP.

      ***** MINIMUM EQUIPMENT SURCHARGE LOOKED UP BY 472-LOOKUP-EQUIP-
      ***** MIN-CHARGE FOR THE CURRENT ROW-SUB'S CATEGORY
       77  WS-MIN-EQUIP-CHARGE         PIC S9(5)V99 COMP-3.

      ***** DRIVES 510-CHECK-DUP-EQUIP-CHARGE'S SEARCH OF THIS RECORD'S
      ***** EQUIPMENT-CHARGES-SUMMARY ON THE MASTER AGAINST THE CURRENT
      ***** ADDITIONAL-EQUIP-CHARGES ROW
       01  WS-DUP-CHARGE-CONTROLS.
           05 SUMMARY-SUB              PIC 9(2).
           05 MORE-SUMMARY-ROWS        PIC X(01).
              88 NO-MORE-SUMMARY-ROWS VALUE "N".
           05 DUP-CHARGE-FOUND-SW      PIC X(01).
              88 DUP-CHARGE-FOUND     VALUE "Y".
      ***** DID 530-CHECK-REVERSAL-TARGET FIND THE CHARGE A
      ***** REVERSAL RECORD NAMES IN THE MASTER'S SUMMARY SLOTS
           05 WS-REV-SLOT-FOUND-SW     PIC X(01).
              88 REV-SLOT-FOUND       VALUE "Y".

       01  COUNTERS-IDXS-AND-ACCUMULATORS.
           05 HOLD-EQUIPMENT-COST      PIC S9(7)V99 COMP-3.
           05 ROW-SUB                  PIC 9(2).
      ***** TABLE-DRIVEN ROOM-CHARGE LIMITS FOR THIS RECORD'S WARD,
      ***** LOOKED UP FROM WARD_CODES IN 375-LOOKUP-WARD-LIMITS
           05 WS-MIN-ROOM-CHARGE-LIMIT PIC S9(5)V99 COMP-3.
           05 WS-MAX-ROOM-CHARGE-LIMIT PIC S9(7)V99 COMP-3.

       01  MISC-WS-FLDS.
           05 STR-LTH                  PIC 9(04) VALUE 0.
           05 RETURN-CD                PIC S9(04) VALUE 0.
      ***** SET BY PIISCAN WHEN A COMMENT FIELD CARRIES AN SSN- OR
      ***** CREDIT-CARD-SHAPED DIGIT STRING
           05 WS-PII-FOUND-SW          PIC X(01) VALUE "N".
              88 PII-FOUND            VALUE "Y".
      ***** STRLTH AND PIISCAN TAKE A FULL 255-BYTE FIELD; THE
      ***** COMMENT AREAS ARE SHORTER NOW, SO THEY ARE COPIED HERE
      ***** FIRST RATHER THAN LETTING THE SCAN RUN ON INTO THE
      ***** ENCOUNTER NUMBER THAT FOLLOWS THEM
           05 WS-SCAN-TEXT             PIC X(255).
           05 MORE-TABLE-ROWS          PIC X(01).
              88 NO-MORE-TABLE-ROWS  VALUE "N".

       01  WS-CHKDGT-SW                PIC X(1).
           88 CHKDGT-OK                VALUE "Y".

      ******************************************************************
      ***** DB2 TABLE DCLGENS
       01  DCLDIAG-CODES.
           10 DIAG-CODE                      PIC X(07).
           10 INS-TYPE                       PIC X(03).
           10 COPAY                          PIC S9(4) COMP.
           10 DEDUCTIBLE                     PIC S9(4) COMP.

       01  DCLWARD-CODES.
           10 WARD-ID                        PIC X(04).
           10 PRIMARY-PHYSICIAN-ID           PIC X(08).
           10 SUPERVISE-NURSE-ID             PIC X(08).
           10 LOCATION                       PIC X(08).
           10 NUMBER-OF-BEDS                 PIC S9(4) COMP.
           10 BASE-ROOM-CHARGE               PIC S9(5)V99 COMP-3.
      ***** PER-WARD ROOM-CHARGE VALIDATION LIMITS - RATES
      ***** ARE MAINTAINED AS DATA IN WARD_CODES, NOT HARDCODED HERE
           10 MIN-ROOM-CHARGE                PIC S9(5)V99 COMP-3.
           10 MAX-ROOM-CHARGE                PIC S9(7)V99 COMP-3.
      ***** WHICH CAMPUS THE WARD BELONGS TO -- WARD 0010 EXISTS AT
      ***** BOTH CAMPUSES, SO EVERY LOOKUP QUALIFIES ON FACILITY
           10 FACILITY                       PIC X(02).

       01  DCLHOSP-BED.
           10 BED-ID                         PIC X(04).
           10 ROOM-ID                        PIC X(08).
           10 WARD-ID                        PIC X(08).
           10 SPECIAL-CHARGES                PIC S9(5)V99 COMP-3.
           10 BED-STATUS                     PIC X(01).
           10 BED-STATUS-DATE                PIC X(10).
           10 FACILITY                       PIC X(02).

      ***** EQUIPMENT/LAB REASON CODES ARE MAINTAINED AS DATA IN
      ***** DDS0001.REASON_CODES INSTEAD OF JUST BEING CHECKED FOR
      ***** NON-BLANK
       01  DCLREASON-CODES.
           10 REASON-CDE                     PIC X(04).
           10 REASON-DESC                    PIC X(30).

      ***** EQUIPMENT SURCHARGE MINIMUMS ARE MAINTAINED AS DATA IN
      ***** DDS0001.EQUIP_RATES -- THE SAME MINIMUMS FOR A STAY AND
      ***** FOR A VISIT
       01  DCLEQUIP-RATES.
           10 RATE-EQUIP-CATEGORY            PIC X(04).
           10 MIN-CHARGE                     PIC S9(5)V99 COMP-3.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       LINKAGE SECTION.
       COPY CHGEDPRM.

      ***** THE CHARGE RECORD -- A 1084-BYTE PATDALY IMAGE, OR A
      ***** 1051-BYTE OUTDALY IMAGE FOR AN OUTPATIENT VISIT, IN WHICH
      ***** CASE ONLY THE VISIT VIEW BELOW IS EVER TOUCHED
       01  CHG-RECORD-AREA.
           05  CHG-INPATIENT-IMAGE         PIC X(1084).
           05  CHG-VISIT-VIEW REDEFINES CHG-INPATIENT-IMAGE.
               10  CVV-TYPE-AND-ID         PIC X(07).
               10  CVV-VISIT-DTE           PIC X(08).
               10  CVV-CHARGES.
                   15  CVV-TOTAL-CHARGE    PIC X(09).
                   15  CVV-BASE-CHARGE     PIC X(09).
               10  CVV-PRIMARY-DIAG        PIC X(07).
               10  CVV-EQUIP-ROWS          PIC X(732).
               10  FILLER                  PIC X(312).

       COPY PATMSTR.

       COPY PATPERSN.

       PROCEDURE DIVISION USING CHGEDIT-PARMS, CHG-RECORD-AREA,
                                PATIENT-MASTER-REC,
                                PATIENT-PERSONAL-MASTER-REC.
       000-EDIT-CHARGE.
           MOVE "N"    TO CED-ERROR-SW, CED-DB2-SW, CED-DIAG-SW,
                          CED-RATE-SW, CED-DOWNTIME-SW.
           MOVE SPACES TO CED-ERR-MSG, CED-NOTE-MSG, CED-PARA-NAME,
                          CED-DB2-TABLE-NAME, CED-DB2-KEY-VALUE,
                          CED-ICD-VERSION, CED-BAD-PHYS-ID.
           MOVE ZERO   TO CED-SQLCODE, CED-EQUIPMENT-COST.
           MOVE ZERO   TO HOLD-EQUIPMENT-COST.

           IF WS-TODAY-INT = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-FIELDS
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-9).

           IF CED-OUTPATIENT-VISIT
               PERFORM 200-OUTPATIENT-EDITS THRU 200-EXIT
           ELSE
               MOVE CHG-INPATIENT-IMAGE TO INPATIENT-DAILY-REC
               PERFORM 300-FIELD-EDITS THRU 300-EXIT
               MOVE INPATIENT-DAILY-REC TO CHG-INPATIENT-IMAGE.

           MOVE HOLD-EQUIPMENT-COST TO CED-EQUIPMENT-COST.
           GOBACK.

      ******************************************************************
      *    OUTPATIENT VISIT.  THE VISIT'S TYPE/ID, DATE, CHARGES,
      *    DIAGNOSIS AND EQUIPMENT ROWS ARE BYTE-FOR-BYTE THE SAME
      *    SHAPE AS THE INPATIENT RECORD'S (TYPE/ID AT 1, TOTAL AND
      *    BASE AT 24, EQUIPMENT ROWS AT 69), SO THEY ARE LAID INTO
      *    THE INPATIENT IMAGE AND THE SHARED PARAGRAPHS RUN ON THEM.
      ******************************************************************
       200-OUTPATIENT-EDITS.
           MOVE "200-OUTPATIENT-EDITS" TO CED-PARA-NAME.
           MOVE SPACES TO INPATIENT-DAILY-REC.
           MOVE CVV-TYPE-AND-ID  TO INPATIENT-DAILY-REC(1:7).
           MOVE CVV-VISIT-DTE    TO CURR-DTE IN INPATIENT-DAILY-REC.
           MOVE CVV-CHARGES      TO INPATIENT-DAILY-REC(24:18).
           MOVE CVV-PRIMARY-DIAG TO
                PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC.
           MOVE CVV-EQUIP-ROWS   TO INPATIENT-DAILY-REC(69:732).

           PERFORM 305-EDIT-PATIENT-ID THRU 305-EXIT.
           IF CED-RECORD-ERROR
              GO TO 200-EXIT.

           IF CURR-DTE IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID VISIT-DTE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 200-EXIT.

           CALL 'DTEVAL' USING CURR-DTE IN INPATIENT-DAILY-REC,
                               RETURN-CD.
           IF RETURN-CD < 0
              MOVE "*** BAD DATE VISIT-DTE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 200-EXIT.

           PERFORM 310-EDIT-TIMELINESS THRU 310-EXIT.
           IF CED-RECORD-ERROR
              GO TO 200-EXIT.

           IF PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID PRIMARY DIAGNOSTIC CODE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 200-EXIT.

           IF BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** INVALID BASE VISIT CHARGE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 200-EXIT.

           IF TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** INVALID TOTAL VISIT CHARGE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 200-EXIT.

           MOVE "Y" TO MORE-TABLE-ROWS.
           PERFORM 350-CHECK-EQUIPMENT-CHARGES THRU 350-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-TABLE-ROWS OR ROW-SUB = 12.
           IF CED-RECORD-ERROR
              GO TO 200-EXIT.

           MOVE ZERO TO HOLD-EQUIPMENT-COST.
           MOVE "Y"  TO MORE-TABLE-ROWS.
           PERFORM 475-CHECK-EQUIP-CROSS-EDITS THRU 475-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-TABLE-ROWS OR ROW-SUB = 12.

           COMPUTE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC =
                      ( BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                       + HOLD-EQUIPMENT-COST ).
           MOVE INPATIENT-DAILY-REC(24:9) TO CVV-TOTAL-CHARGE.
           IF CED-RECORD-ERROR
              GO TO 200-EXIT.

           IF NOT CED-MASTER-FOUND
               MOVE "*** PATIENT NOT-FOUND ON MASTER FILE" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 200-EXIT.

      ******** PATIENT-TYPE'S OUTPATIENT 88-LEVEL STILL ACCEPTS THE
      ******** MIS-CODED DIGIT ZERO, SO THIS TESTS THE NEGATIVE (NOT
      ******** INPATIENT) THE SAME WAY PATLIST DOES
           IF INPATIENT IN PATIENT-MASTER-REC
               MOVE "*** TRUE INPATIENT SUBMITTED TO OUTPATIENT FILE"
               TO CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 200-EXIT.

      ***** EVERY PRESCRIBING PHYSICIAN ON THE VISIT'S EQUIPMENT
      ***** ROWS MUST BE A REAL PROVIDER
           PERFORM 560-CHECK-ROW-PHYSICIANS THRU 560-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           IF CED-RECORD-ERROR
               GO TO 200-EXIT.

           PERFORM 610-LOOKUP-DIAG-CODE THRU 610-EXIT.
       200-EXIT.
           EXIT.

       300-FIELD-EDITS.
           MOVE "300-FIELD-EDITS" TO CED-PARA-NAME.
      ******** A REVERSAL CARRIES NO ROOM OR EQUIPMENT CHARGES OF ITS
      ******** OWN -- IT NAMES A POSTED CHARGE TO BACK OUT, SO IT GETS
      ******** ITS OWN EDIT PATH INSTEAD OF THE ROOM-CHARGE EDITS.
           IF REVERSAL-REC IN INPATIENT-DAILY-REC
              PERFORM 320-EDIT-REVERSAL-FIELDS THRU 320-EXIT
              GO TO 300-EXIT.
      ******** Numeric fields
           IF NOT VALID-FACILITY-CDE IN INPATIENT-DAILY-REC
              MOVE "*** INVALID FACILITY CODE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF NOT VALID-WARD IN WARD-NBR
              MOVE "*** INVALID PATIENT WARD" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           PERFORM 375-LOOKUP-WARD-LIMITS THRU 375-EXIT.
           IF CED-RECORD-ERROR
              GO TO 300-EXIT.

           IF BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** INVALID BASE ROOM CHARGE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** INVALID TOTAL ROOM CHARGE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF CURR-DTE IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID CURR-DTE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF ROOM-DATE-FROM IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID ROOM-DATE-FROM" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF ROOM-DATE-TO IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID ROOM-DATE-TO" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           PERFORM 305-EDIT-PATIENT-ID THRU 305-EXIT.
           IF CED-RECORD-ERROR
              GO TO 300-EXIT.

           IF BED-IDENTITY IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** NON-NUMERIC BED-IDENTITY" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF ROOM-IDENTITY IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** NON-NUMERIC ROOM-IDENTITY" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** INVALID PRIMARY DIAGNOSTIC CODE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           CALL 'DTEVAL' USING CURR-DTE, RETURN-CD.
           IF RETURN-CD < 0
              MOVE "*** BAD DATE CURR-DTE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           CALL 'DTEVAL' USING ROOM-DATE-FROM, RETURN-CD.
           IF RETURN-CD < 0
              MOVE "*** BAD DATE: ROOM-DATE-FROM" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           CALL 'DTEVAL' USING ROOM-DATE-TO, RETURN-CD.
           IF RETURN-CD < 0
              MOVE "*** BAD DATE: ROOM-DATE-TO" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

      ******** Cross-field date-sequence checks -- each of CURR-DTE,
      ******** ROOM-DATE-FROM and ROOM-DATE-TO passed DTEVAL above on
      ******** its own, but a from/to transposition still sails
      ******** through unless the three are also checked against
      ******** each other.
           IF ROOM-DATE-FROM IN INPATIENT-DAILY-REC >
                   ROOM-DATE-TO IN INPATIENT-DAILY-REC
              MOVE "*** ROOM-DATE-FROM AFTER ROOM-DATE-TO" TO
              CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

           IF ROOM-DATE-TO IN INPATIENT-DAILY-REC >
                   CURR-DTE IN INPATIENT-DAILY-REC
              MOVE "*** ROOM-DATE-TO AFTER CURR-DTE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 300-EXIT.

      ******** A RE-PRICING SWEEP RE-CHARGE (A TYPE-A LINE CARRYING
      ******** REPRICE'S SOURCE STAMP) KEEPS THE ORIGINAL SERVICE DATE
      ******** ON PURPOSE, JUST AS ITS REVERSAL DOES, SO IT IS NOT AGED
      ******** EITHER -- OTHERWISE THE REVERSAL POSTS AND THE CHARGE
      ******** IS LOST
           IF NOT ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
              OR DAILY-CHARGES-COMMENTS IN INPATIENT-DAILY-REC(1:14)
                      NOT = "RE-PRICE ITEM "
              PERFORM 310-EDIT-TIMELINESS THRU 310-EXIT.
           IF CED-RECORD-ERROR
              GO TO 300-EXIT.

           MOVE "Y" TO MORE-TABLE-ROWS.
           PERFORM 350-CHECK-EQUIPMENT-CHARGES THRU 350-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-TABLE-ROWS OR ROW-SUB = 12.

           IF CED-RECORD-VALID
              PERFORM 400-NUMERIC-RANGE-EDITS THRU 400-EXIT.

       300-EXIT.
           EXIT.

      ***** A TRANSPOSED ID DIES HERE INSTEAD OF POSTING CLEANLY TO
      ***** THE WRONG ACCOUNT
       305-EDIT-PATIENT-ID.
           IF PATIENT-ID IN INPATIENT-DAILY-REC NOT NUMERIC
              MOVE "*** NON-NUMERIC PATIENT-ID" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 305-EXIT.

           CALL 'CHKDIGIT' USING
               PATIENT-ID IN INPATIENT-DAILY-REC, WS-CHKDGT-SW.
           IF NOT CHKDGT-OK
              MOVE "*** PATIENT-ID FAILS CHECK DIGIT" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 305-EXIT.
       305-EXIT.
           EXIT.

      ***** TIMELINESS.  CURR-DTE (THE VISIT DATE FOR AN OUTPATIENT)
      ***** HAS PASSED DTEVAL.  A SERVICE DATE INSIDE THE DECLARED
      ***** DOWNTIME WINDOW, KEYED BEFORE THE CATCH-UP PERIOD AFTER
      ***** THE WINDOW RUNS OUT, PASSES HOWEVER OLD IT IS AND GOES
      ***** BACK TO THE CALLER AS A DOWNTIME RECOVERY CHARGE.  ANY
      ***** OTHER SERVICE DATE MORE THAN CED-LATE-DAYS BEFORE TODAY IS
      ***** A LATE CHARGE.  REVERSALS NAME AN OLD CHARGE ON PURPOSE
      ***** AND ARE NOT AGED, NOR ARE THE RE-PRICING SWEEP'S
      ***** RE-CHARGES THAT GO WITH THEM (SEE 300).
       310-EDIT-TIMELINESS.
           MOVE "310-EDIT-TIMELINESS" TO CED-PARA-NAME.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC TO WS-SERVICE-DATE-9.

           IF CED-DOWNTIME-FROM NOT NUMERIC
              OR CED-DOWNTIME-THRU NOT NUMERIC
              OR CED-CATCHUP-DAYS NOT NUMERIC
              OR CED-DOWNTIME-FROM = ZERO
              OR CED-DOWNTIME-THRU < CED-DOWNTIME-FROM
              OR WS-SERVICE-DATE-9 < CED-DOWNTIME-FROM
              OR WS-SERVICE-DATE-9 > CED-DOWNTIME-THRU
              GO TO 310-CHECK-AGE.

           COMPUTE WS-CATCHUP-END-INT =
               FUNCTION INTEGER-OF-DATE(CED-DOWNTIME-THRU)
               + CED-CATCHUP-DAYS.
           IF WS-TODAY-INT > WS-CATCHUP-END-INT
              GO TO 310-CHECK-AGE.

           MOVE "Y" TO CED-DOWNTIME-SW.
           MOVE "DOWNTIME RECOVERY CHARGE" TO CED-NOTE-MSG.
           GO TO 310-EXIT.

       310-CHECK-AGE.
           IF CED-LATE-DAYS NOT NUMERIC OR CED-LATE-DAYS = ZERO
              GO TO 310-EXIT.
           COMPUTE WS-CHARGE-AGE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-SERVICE-DATE-9).
           IF WS-CHARGE-AGE > CED-LATE-DAYS
              MOVE "*** LATE CHARGE - SERVICE DATE TOO OLD"
                   TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW.
       310-EXIT.
           EXIT.

      ***** FIELD EDITS FOR A REVERSAL/ADJUSTMENT RECORD.  THE AMOUNT
      ***** TO BACK OUT RIDES TOTAL-ROOM-CHARGE AND THE ORIGINAL
      ***** SERVICE DATE RIDES ROOM-DATE-FROM; THE TARGET CHARGE IS
      ***** NAMED BY REV-ITEM-TYPE/REV-ITEM-ID.
       320-EDIT-REVERSAL-FIELDS.
           MOVE "320-EDIT-REVERSAL-FIELDS" TO CED-PARA-NAME.
           PERFORM 305-EDIT-PATIENT-ID THRU 305-EXIT.
           IF CED-RECORD-ERROR
              GO TO 320-EXIT.

           IF NOT VALID-REV-TYPE IN INPATIENT-DAILY-REC
              MOVE "*** INVALID REVERSAL ITEM TYPE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 320-EXIT.

           IF REV-ITEM-ID IN INPATIENT-DAILY-REC = SPACES
              MOVE "*** BLANK REVERSAL ITEM-ID" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 320-EXIT.

           IF TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC NOT NUMERIC
            OR TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC = ZERO
              MOVE "*** INVALID REVERSAL AMOUNT" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 320-EXIT.

           CALL 'DTEVAL' USING ROOM-DATE-FROM, RETURN-CD.
           IF RETURN-CD < 0
              MOVE "*** BAD DATE: REVERSAL SERVICE DATE" TO
              CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 320-EXIT.

           PERFORM 530-CHECK-REVERSAL-TARGET THRU 530-EXIT.
       320-EXIT.
           EXIT.

       350-CHECK-EQUIPMENT-CHARGES.
           IF EQUIPMENT-ID(ROW-SUB) = SPACES
              MOVE "N" TO MORE-TABLE-ROWS
              GO TO 350-EXIT.

           IF EQUIPMENT-SHORT-DESC(ROW-SUB) = SPACES
              MOVE "*** BLANK EQUIPMENT-SHORT-DESC" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

           IF NOT VALID-CATEGORY(ROW-SUB)
              MOVE "*** INVALID EQUIPMENT CATEGORY" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

           IF EQUIPMENT-PRES-PHYS(ROW-SUB) = SPACES
              MOVE "*** BLANK EQUIPMENT PRESCRIBING MD" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

           IF EQUIPMENT-REASON-CDE(ROW-SUB) = SPACES
              MOVE "*** BLANK EQUIPMENT REASON-CODE" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

           PERFORM 360-LOOKUP-REASON-CODE THRU 360-EXIT.
           IF CED-RECORD-ERROR
              GO TO 350-EXIT.

           IF EQUIPMENT-COST(ROW-SUB) IS NOT NUMERIC
              MOVE "*** NON-NUMERIC EQUIPMENT COST" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

           IF EQUIPMENT-COST(ROW-SUB) = 0
              MOVE "*** NON-NUMERIC EQUIPMENT COST" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 350-EXIT.

       350-EXIT.
           EXIT.

       360-LOOKUP-REASON-CODE.
           MOVE "360-LOOKUP-REASON-CODE" TO CED-PARA-NAME.
           MOVE EQUIPMENT-REASON-CDE(ROW-SUB) TO
                REASON-CDE IN DCLREASON-CODES.

           EXEC SQL
              SELECT REASON_CDE INTO :REASON-CDE
              FROM DDS0001.REASON_CODES
              WHERE REASON_CDE = :REASON-CDE
           END-EXEC.

           IF SQLCODE = -811 OR 0
               NEXT SENTENCE
           ELSE
           IF SQLCODE = +100
               MOVE "*** INVALID EQUIPMENT REASON-CODE" TO CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 360-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.REASON_CODES" TO CED-DB2-TABLE-NAME
               MOVE REASON-CDE IN DCLREASON-CODES TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.
       360-EXIT.
           EXIT.

       375-LOOKUP-WARD-LIMITS.
           MOVE "375-LOOKUP-WARD-LIMITS" TO CED-PARA-NAME.
      ******** PULLS THIS RECORD'S WARD ROOM-CHARGE BAND OUT OF
      ******** WARD_CODES SO RATE CHANGES ARE A DATA UPDATE RATHER
      ******** THAN A RECOMPILE OF 400/450'S HARDCODED LIMITS
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO
                WARD-ID IN DCLWARD-CODES.
           IF FACILITY-CDE IN INPATIENT-DAILY-REC = SPACES
               MOVE "01" TO WS-FACILITY-X
           ELSE
               MOVE FACILITY-CDE IN INPATIENT-DAILY-REC
                    TO WS-FACILITY-X.

           EXEC SQL
              SELECT MIN_ROOM_CHARGE, MAX_ROOM_CHARGE
                INTO :MIN-ROOM-CHARGE, :MAX-ROOM-CHARGE
              FROM DDS0001.WARD_CODES
              WHERE WARD_ID = :WARD-ID
                AND FACILITY = :WS-FACILITY-X
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE MIN-ROOM-CHARGE IN DCLWARD-CODES TO
                    WS-MIN-ROOM-CHARGE-LIMIT
               MOVE MAX-ROOM-CHARGE IN DCLWARD-CODES TO
                    WS-MAX-ROOM-CHARGE-LIMIT
           ELSE
           IF SQLCODE = +100
               MOVE "*** WARD NOT-FOUND IN WARD_CODES" TO CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 375-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.WARD_CODES" TO CED-DB2-TABLE-NAME
               MOVE WARD-ID IN DCLWARD-CODES TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.

       375-EXIT.
           EXIT.

       400-NUMERIC-RANGE-EDITS.
           MOVE "400-NUMERIC-RANGE-EDITS" TO CED-PARA-NAME.
      ******** A BED-HOLD CHARGES THE FLAT HOLD RATE AND AN
      ******** OBSERVATION RECORD CARRIES AN HOURLY RATE -- NEITHER
      ******** BELONGS INSIDE THE WARD'S DAILY ROOM-CHARGE BAND.
      ******** 500-CROSS-FILE-EDITS PRICES AND VALIDATES BOTH, THE
      ******** SAME EXEMPTION 580-CHECK-BED-RATE MAKES.
           IF BED-HOLD-REC IN INPATIENT-DAILY-REC
            OR ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
               GO TO 430-RANGE-EXEMPT.
           IF OBS-HOURS IN INPATIENT-DAILY-REC NUMERIC
              AND OBS-HOURS IN INPATIENT-DAILY-REC > ZERO
               GO TO 430-RANGE-EXEMPT.
      ******** LIMITS COME FROM WARD_CODES VIA 375-LOOKUP-WARD-LIMITS,
      ******** NOT HARDCODED HERE
           IF  BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC >
                                               WS-MAX-ROOM-CHARGE-LIMIT
           OR  BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC <
                                               WS-MIN-ROOM-CHARGE-LIMIT
               MOVE "*** INVALID BASE ROOM-CHARGE IN RECORD" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 400-EXIT.

           IF  TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC >
                                               WS-MAX-ROOM-CHARGE-LIMIT
           OR  TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC <
                                               WS-MIN-ROOM-CHARGE-LIMIT
               MOVE "*** INVALID TOTAL ROOM-CHARGE IN RECORD" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 400-EXIT.

       430-RANGE-EXEMPT.
           IF CED-RECORD-VALID
               PERFORM 450-CROSS-FIELD-EDITS THRU 450-EXIT.

       400-EXIT.
           EXIT.

       450-CROSS-FIELD-EDITS.
           MOVE "450-CROSS-FIELD-EDITS" TO CED-PARA-NAME.
      ******** Specific requirements for certain procedures
      ******** The old per-ward TOTAL-ROOM-CHARGE bands (intensive
      ******** care, cardio, obstetrics, pediatrics) are now covered
      ******** by the WARD_CODES-driven check in 400-NUMERIC-RANGE-
      ******** EDITS, so rate changes don't require a recompile
           IF  NOT GENERAL IN WARD-NBR
              MOVE DAILY-CHARGES-COMMENTS TO WS-SCAN-TEXT
              CALL 'STRLTH' USING WS-SCAN-TEXT, STR-LTH
              IF STR-LTH < 20
               MOVE "*** INVALID PATIENT COMMENT LENGTH" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 450-EXIT.

      ***** A COMMENT FIELD SHOULD NEVER CARRY AN SSN OR CREDIT-CARD
      ***** NUMBER A DATA-ENTRY OPERATOR TYPED IN BY HAND
           MOVE DAILY-CHARGES-COMMENTS TO WS-SCAN-TEXT.
           CALL 'PIISCAN' USING WS-SCAN-TEXT, WS-PII-FOUND-SW.
           IF PII-FOUND
               MOVE "*** POSSIBLE SSN/CARD NUMBER IN COMMENTS" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 450-EXIT.

           MOVE ZERO TO HOLD-EQUIPMENT-COST.
           MOVE "Y"  TO MORE-TABLE-ROWS.
           PERFORM 475-CHECK-EQUIP-CROSS-EDITS THRU 475-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-TABLE-ROWS OR ROW-SUB = 12.

           COMPUTE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC =
                      ( BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                       + HOLD-EQUIPMENT-COST ).

           IF CED-RECORD-VALID
              PERFORM 500-CROSS-FILE-EDITS THRU 500-EXIT.

       450-EXIT.
           EXIT.

       475-CHECK-EQUIP-CROSS-EDITS.
           IF EQUIPMENT-ID(ROW-SUB) = SPACES
              MOVE "N" TO MORE-TABLE-ROWS
              GO TO 475-EXIT.

           ADD EQUIPMENT-COST(ROW-SUB) TO HOLD-EQUIPMENT-COST.

           PERFORM 472-LOOKUP-EQUIP-MIN-CHARGE THRU 472-EXIT.
           IF CED-RECORD-ERROR
              GO TO 475-EXIT.

           IF DRIP(ROW-SUB) OR MONITOR(ROW-SUB)
              IF EQUIPMENT-COST(ROW-SUB) < WS-MIN-EQUIP-CHARGE
              MOVE "*** INSUFFICIENT MONITOR OR DRIP COST" TO
              CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 475-EXIT.

           IF HEATING-PAD(ROW-SUB) OR SCOPE(ROW-SUB)
              IF EQUIPMENT-COST(ROW-SUB) < WS-MIN-EQUIP-CHARGE
              MOVE "*** INSUFFICIENT HEATING PAD/SCOPE COST" TO
              CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 475-EXIT.

           IF AUTOCLAVE(ROW-SUB)
              IF EQUIPMENT-COST(ROW-SUB) < WS-MIN-EQUIP-CHARGE
              MOVE "*** INSUFFICIENT AUTOCLAVE COST" TO CED-ERR-MSG
              MOVE "Y" TO CED-ERROR-SW
              GO TO 475-EXIT.

       475-EXIT.
           EXIT.

       472-LOOKUP-EQUIP-MIN-CHARGE.
      ******** PULLS THIS ROW'S EQUIPMENT-CATEGORY SURCHARGE MINIMUM
      ******** OUT OF EQUIP_RATES SO RENEGOTIATED MINIMUMS ARE A DATA
      ******** UPDATE RATHER THAN A RECOMPILE OF 475'S HARDCODED
      ******** LITERALS
           MOVE "472-LOOKUP-EQUIP-MIN-CHARGE" TO CED-PARA-NAME.
           MOVE ZERO TO WS-MIN-EQUIP-CHARGE.
           MOVE EQUIPMENT-CATEGORY(ROW-SUB) TO RATE-EQUIP-CATEGORY.

           EXEC SQL
              SELECT MIN_CHARGE INTO :MIN-CHARGE
              FROM DDS0001.EQUIP_RATES
              WHERE EQUIPMENT_CATEGORY = :RATE-EQUIP-CATEGORY
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE MIN-CHARGE IN DCLEQUIP-RATES TO WS-MIN-EQUIP-CHARGE
           ELSE
           IF SQLCODE = +100
               MOVE "*** EQUIPMENT CATEGORY NOT-FOUND IN EQUIP_RATES" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 472-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.EQUIP_RATES" TO CED-DB2-TABLE-NAME
               MOVE RATE-EQUIP-CATEGORY TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.

       472-EXIT.
           EXIT.

       500-CROSS-FILE-EDITS.
           MOVE "500-CROSS-FILE-EDITS" TO CED-PARA-NAME.
      ******** THE CALLER HAS ALREADY READ THE MASTER FOR THIS ID
           IF  NOT CED-MASTER-FOUND
               MOVE "*** PATIENT NOT-FOUND ON MASTER FILE" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 500-EXIT.

      ***** A BED-HOLD RECORD KEEPS THE ROOM CHARGED AT THE HOLD
      ***** RATE WHILE THE PATIENT IS OUT ON LEAVE OF ABSENCE.  IT IS
      ***** ONLY VALID FOR A PATIENT THE MASTER SHOWS ON LEAVE, AND
      ***** THE KEYED RATE MUST BE THE HOLD RATE, NOT FULL ROOM.
           IF BED-HOLD-REC IN INPATIENT-DAILY-REC
               IF NOT ON-LEAVE
                   MOVE "*** BED-HOLD FOR PATIENT NOT ON LEAVE" TO
                      CED-ERR-MSG
                   MOVE "Y" TO CED-ERROR-SW
                   GO TO 500-EXIT
               ELSE
                   MOVE WS-BED-HOLD-RATE TO
                        TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                   GO TO 500-EXIT
               END-IF
           END-IF.

      ***** AN OBSERVATION (TYPE B) STAY BILLS THE ROOM BY THE HOUR:
      ***** THE KEYED BASE-ROOM-CHARGE IS THE HOURLY RATE AND THE
      ***** RECORD MUST SAY HOW MANY HOURS.  PAST THE CONVERSION
      ***** THRESHOLD THE STAY IS FLAGGED FOR UTILIZATION REVIEW.
           IF OBSERVATION IN PATIENT-MASTER-REC
            AND NOT ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
               IF OBS-HOURS NOT NUMERIC OR OBS-HOURS = ZERO
                   MOVE "*** OBSERVATION RECORD WITHOUT HOURS" TO
                      CED-ERR-MSG
                   MOVE "Y" TO CED-ERROR-SW
                   GO TO 500-EXIT
               ELSE
                   COMPUTE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC =
                       ( BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                         * OBS-HOURS ) + HOLD-EQUIPMENT-COST
                   IF OBSERVATION-HOURS + OBS-HOURS >
                      WS-OBS-REVIEW-HOURS
                       MOVE "*** OBSERVATION PAST 48 HRS - REVIEW"
                            TO CED-NOTE-MSG
                   END-IF
               END-IF
           END-IF.

      ***** CLINICAL AGE/WARD SANITY -- AGE COMES FROM THE REAL DOB
      ***** AT RUN TIME, NEVER FROM THE KEYED AGE FIELD.  AN ADULT
      ***** ON PEDIATRICS, OR A MINOR ON AN ADULT WARD (OBSTETRICS
      ***** EXEMPTED FOR ITS NEWBORNS), IS A REJECT.
           PERFORM 550-CHECK-AGE-VS-WARD THRU 550-EXIT.
           IF CED-RECORD-ERROR
               GO TO 500-EXIT.

      ***** THE KEYED ROOM RATE MUST MATCH WHAT THIS BED ACTUALLY
      ***** COSTS -- A PRIVATE-ROOM RATE ON A WARD BED (OR THE
      ***** REVERSE) IS REJECTED NAMING BOTH NUMBERS
           PERFORM 580-CHECK-BED-RATE THRU 580-EXIT.
           IF CED-RECORD-ERROR
               GO TO 500-EXIT.

      ***** EVERY PRESCRIBING PHYSICIAN ON THE RECORD'S EQUIPMENT
      ***** ROWS MUST BE A REAL PROVIDER
           PERFORM 560-CHECK-ROW-PHYSICIANS THRU 560-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           IF CED-RECORD-ERROR
               GO TO 500-EXIT.

      ***** PATIENT-ADMIT-COMMENTS IS A FREE-TEXT FIELD ON THE MASTER
      ***** TOO, SO IT GETS THE SAME SSN/CARD-NUMBER SCAN
           MOVE PATIENT-ADMIT-COMMENTS TO WS-SCAN-TEXT.
           CALL 'PIISCAN' USING WS-SCAN-TEXT, WS-PII-FOUND-SW.
           IF PII-FOUND
               MOVE "*** POSSIBLE SSN/CARD IN ADMIT COMMENTS" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 500-EXIT.

           MOVE "Y" TO MORE-TABLE-ROWS.
           PERFORM 510-CHECK-DUP-EQUIP-CHARGE THRU 510-EXIT
                  VARYING ROW-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-TABLE-ROWS OR ROW-SUB = 12.
           IF CED-RECORD-ERROR
               GO TO 500-EXIT.

           PERFORM 600-DB2-TABLE-EDITS THRU 600-EXIT.

       500-EXIT.
           EXIT.

       510-CHECK-DUP-EQUIP-CHARGE.
      ******** SAME EQUIPMENT-ID CHARGED TWICE FOR THE SAME DAY USUALLY
      ******** MEANS A KEYING ERROR OR A DOUBLE-SUBMITTED DAILY FEED --
      ******** CHECK THIS ROW'S ID/DATE AGAINST WHAT'S ALREADY POSTED
      ******** TO THE MASTER'S EQUIPMENT-CHARGES-SUMMARY
           MOVE "510-CHECK-DUP-EQUIP-CHARGE" TO CED-PARA-NAME.
           IF EQUIPMENT-ID(ROW-SUB) = SPACES
               MOVE "N" TO MORE-TABLE-ROWS
               GO TO 510-EXIT.

           MOVE "N" TO DUP-CHARGE-FOUND-SW.
           MOVE "Y" TO MORE-SUMMARY-ROWS.
           PERFORM 520-SCAN-EQUIP-SUMMARY-ROW THRU 520-EXIT
                  VARYING SUMMARY-SUB FROM 1 BY 1 UNTIL
                  NO-MORE-SUMMARY-ROWS OR SUMMARY-SUB > 20.

           IF DUP-CHARGE-FOUND
               MOVE "*** DUPLICATE EQUIPMENT CHARGE FOR THIS DATE" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW.

       510-EXIT.
           EXIT.

       520-SCAN-EQUIP-SUMMARY-ROW.
           IF EQUIPMENT-S-ID(SUMMARY-SUB) = SPACES
               MOVE "N" TO MORE-SUMMARY-ROWS
               GO TO 520-EXIT.

           IF EQUIPMENT-S-ID(SUMMARY-SUB) = EQUIPMENT-ID(ROW-SUB)
           AND EQUIPMENT-CHARGE-DATE(SUMMARY-SUB) =
                  CURR-DTE IN INPATIENT-DAILY-REC
               MOVE "Y" TO DUP-CHARGE-FOUND-SW
               MOVE "N" TO MORE-SUMMARY-ROWS.

       520-EXIT.
           EXIT.

      ***** A REVERSAL MUST NAME A PATIENT THE MASTER KNOWS, AND
      ***** SHOULD NAME A CHARGE THE MASTER'S SUMMARY TABLES SHOW.
      ***** A TARGET NOT IN THE 20 SLOTS MAY STILL BE LEGITIMATE --
      ***** THE ORIGINAL CHARGE MAY HAVE SPILLED TO THE OVERFLOW
      ***** FILE, WHICH THIS EDIT CANNOT SEE -- SO THAT CASE PASSES
      ***** WITH A WARNING NOTE AND THE UPDATE RUN ROUTES IT TO
      ***** THE OVERFLOW STREAM.
       530-CHECK-REVERSAL-TARGET.
           MOVE "530-CHECK-REVERSAL-TARGET" TO CED-PARA-NAME.
           IF  NOT CED-MASTER-FOUND
               MOVE "*** PATIENT NOT-FOUND ON MASTER FILE" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 530-EXIT.

           MOVE "N" TO WS-REV-SLOT-FOUND-SW.
           IF REV-LAB-ITEM IN INPATIENT-DAILY-REC
               PERFORM 535-SCAN-REV-LAB-SLOT THRU 535-EXIT
                   VARYING SUMMARY-SUB FROM 1 BY 1 UNTIL
                   REV-SLOT-FOUND OR SUMMARY-SUB > 20
           ELSE
               PERFORM 537-SCAN-REV-EQUIP-SLOT THRU 537-EXIT
                   VARYING SUMMARY-SUB FROM 1 BY 1 UNTIL
                   REV-SLOT-FOUND OR SUMMARY-SUB > 20.

           IF NOT REV-SLOT-FOUND
               MOVE "*** REVERSAL TARGET NOT IN SUMMARY SLOTS"
                    TO CED-NOTE-MSG.
       530-EXIT.
           EXIT.

       535-SCAN-REV-LAB-SLOT.
           IF LAB-TEST-S-ID(SUMMARY-SUB) =
                  REV-ITEM-ID IN INPATIENT-DAILY-REC
            AND LAB-TEST-DATE(SUMMARY-SUB) =
                  ROOM-DATE-FROM IN INPATIENT-DAILY-REC
               MOVE "Y" TO WS-REV-SLOT-FOUND-SW.
       535-EXIT.
           EXIT.

       537-SCAN-REV-EQUIP-SLOT.
           IF EQUIPMENT-S-ID(SUMMARY-SUB) =
                  REV-ITEM-ID IN INPATIENT-DAILY-REC
            AND EQUIPMENT-CHARGE-DATE(SUMMARY-SUB) =
                  ROOM-DATE-FROM IN INPATIENT-DAILY-REC
               MOVE "Y" TO WS-REV-SLOT-FOUND-SW.
       537-EXIT.
           EXIT.

       550-CHECK-AGE-VS-WARD.
           MOVE "550-CHECK-AGE-VS-WARD" TO CED-PARA-NAME.
           IF NOT CED-PERSN-FOUND
               GO TO 550-EXIT.

           IF DOB(1:4) NOT NUMERIC
            OR DOB(6:2) NOT NUMERIC
            OR DOB(9:2) NOT NUMERIC
               GO TO 550-EXIT.

           MOVE DOB(1:4) TO WS-DOB-NUM(1:4).
           MOVE DOB(6:2) TO WS-DOB-NUM(5:2).
           MOVE DOB(9:2) TO WS-DOB-NUM(7:2).
           COMPUTE WS-DOB-INT =
               FUNCTION INTEGER-OF-DATE(WS-DOB-NUM).
           COMPUTE WS-DERIVED-AGE =
               (WS-TODAY-INT - WS-DOB-INT) / 365.25.

           IF WARD-NBR IN INPATIENT-DAILY-REC = "1010"
              AND WS-DERIVED-AGE > WS-ADULT-AGE
               MOVE "*** ADULT PATIENT ON PEDIATRICS WARD" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 550-EXIT.

           IF WARD-NBR IN INPATIENT-DAILY-REC NOT = "1010"
              AND WARD-NBR IN INPATIENT-DAILY-REC NOT = "2010"
              AND WS-DERIVED-AGE < WS-ADULT-AGE
               MOVE "*** MINOR PATIENT ON ADULT WARD" TO
                  CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 550-EXIT.
       550-EXIT.
           EXIT.

       560-CHECK-ROW-PHYSICIANS.
           MOVE "560-CHECK-ROW-PHYSICIANS" TO CED-PARA-NAME.
           IF EQUIPMENT-ID IN INPATIENT-DAILY-REC(ROW-SUB) = SPACES
               GO TO 560-EXIT.
           MOVE EQUIPMENT-PRES-PHYS IN INPATIENT-DAILY-REC(ROW-SUB)
                TO WS-PHYS-CHECK-ID.
           PERFORM 570-CHECK-PHYSICIAN-ID THRU 570-EXIT.
           IF NOT PHYS-ID-OK
               MOVE "*** UNKNOWN PRESCRIBING PHYSICIAN-ID" TO
                  CED-ERR-MSG
               MOVE WS-PHYS-CHECK-ID TO CED-BAD-PHYS-ID
               MOVE "Y" TO CED-ERROR-SW.
       560-EXIT.
           EXIT.

      ***** IS WS-PHYS-CHECK-ID A REAL PROVIDER?  BLANK PASSES (NOT
      ***** EVERY RECORD NAMES EVERY PHYSICIAN ROLE); A CACHED
      ***** ANSWER SKIPS THE LOOKUP; AN UNKNOWN ID FAILS AND IS
      ***** HANDED BACK SO THE BATCH CALLERS CAN LIST IT.
       570-CHECK-PHYSICIAN-ID.
           MOVE "570-CHECK-PHYSICIAN-ID" TO CED-PARA-NAME.
           MOVE "Y" TO WS-PHYS-OK-SW.
           IF WS-PHYS-CHECK-ID = SPACES
               GO TO 570-EXIT.

           MOVE "N" TO WS-PHYS-FOUND-SW.
           PERFORM 572-SCAN-GOOD-PHYS THRU 572-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL
               PHYS-SUB > WS-GOODPHYS-USED OR PHYS-CACHED.
           IF PHYS-CACHED
               GO TO 570-EXIT.

           MOVE "N" TO WS-PHYS-FOUND-SW.
           PERFORM 574-SCAN-BAD-PHYS THRU 574-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL
               PHYS-SUB > WS-BADPHYS-USED OR PHYS-CACHED.
           IF PHYS-CACHED
               MOVE "N" TO WS-PHYS-OK-SW
               GO TO 570-EXIT.

           EXEC SQL
              SELECT PROVIDER_ID INTO :WS-PHYS-CHECK-ID
              FROM DDS0001.PROVIDER
              WHERE PROVIDER_ID = :WS-PHYS-CHECK-ID
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = -811
               IF WS-GOODPHYS-USED < 100
                   ADD 1 TO WS-GOODPHYS-USED
                   MOVE WS-PHYS-CHECK-ID
                        TO WS-GOODPHYS-ID(WS-GOODPHYS-USED)
               END-IF
               GO TO 570-EXIT.

           IF SQLCODE = +100
               MOVE "N" TO WS-PHYS-OK-SW
               IF WS-BADPHYS-USED < 50
                   ADD 1 TO WS-BADPHYS-USED
                   MOVE WS-PHYS-CHECK-ID
                        TO WS-BADPHYS-ID(WS-BADPHYS-USED)
               END-IF
               GO TO 570-EXIT.

           MOVE "DDS0001.PROVIDER" TO CED-DB2-TABLE-NAME.
           MOVE WS-PHYS-CHECK-ID TO CED-DB2-KEY-VALUE.
           GO TO 990-DB2-FATAL.
       570-EXIT.
           EXIT.

       572-SCAN-GOOD-PHYS.
           IF WS-GOODPHYS-ID(PHYS-SUB) = WS-PHYS-CHECK-ID
               MOVE "Y" TO WS-PHYS-FOUND-SW.
       572-EXIT.
           EXIT.

       574-SCAN-BAD-PHYS.
           IF WS-BADPHYS-ID(PHYS-SUB) = WS-PHYS-CHECK-ID
               MOVE "Y" TO WS-PHYS-FOUND-SW.
       574-EXIT.
           EXIT.

       580-CHECK-BED-RATE.
           MOVE "580-CHECK-BED-RATE" TO CED-PARA-NAME.
           MOVE ZERO TO ROOM-DIFFERENTIAL-CHG IN INPATIENT-DAILY-REC.
      ***** A SWING-BED DAY IS PRICED AT THE FLAT SKILLED-NURSING
      ***** SWING RATE, NOT THE ACUTE BED'S OWN RATE -- NOTHING HERE
      ***** TO COMPARE IT WITH
           IF BED-HOLD-REC IN INPATIENT-DAILY-REC
            OR ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
            OR OBSERVATION IN PATIENT-MASTER-REC
            OR SWING-BED IN PATIENT-MASTER-REC
               GO TO 580-EXIT.

           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC TO WS-BED-ID-X.
           MOVE ZERO TO SPECIAL-CHARGES IN DCLHOSP-BED.
           EXEC SQL
              SELECT WARD_ID, SPECIAL_CHARGES
                INTO :WARD-ID OF DCLHOSP-BED,
                     :SPECIAL-CHARGES OF DCLHOSP-BED
              FROM DDS0001.HOSP_BED
              WHERE BED_ID = :WS-BED-ID-X
                AND FACILITY = :WS-FACILITY-X
           END-EXEC.
           IF SQLCODE = +100
               MOVE "*** BED NOT ON HOSP_BED" TO CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               GO TO 580-EXIT.
           IF SQLCODE < 0
               MOVE "DDS0001.HOSP_BED" TO CED-DB2-TABLE-NAME
               MOVE WS-BED-ID-X TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.

      ***** WARD BASE RATE CAME BACK IN 375-LOOKUP-WARD-LIMITS'
      ***** WARD_CODES ROW; THE BED'S PREMIUM RIDES ON TOP
           EXEC SQL
              SELECT BASE_ROOM_CHARGE
                INTO :WS-WARD-BASE-RATE
              FROM DDS0001.WARD_CODES
              WHERE WARD_ID = :WARD-ID OF DCLHOSP-BED
                AND FACILITY = :WS-FACILITY-X
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-WARD-BASE-RATE.

           COMPUTE WS-EXPECTED-BED-RATE =
               WS-WARD-BASE-RATE + SPECIAL-CHARGES IN DCLHOSP-BED.
           COMPUTE WS-RATE-DIFF =
               BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
               - WS-EXPECTED-BED-RATE.
           IF WS-RATE-DIFF < ZERO
               COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF.

      ***** THE RATE IS GOOD -- ON A PRIVATE ROOM BY REQUEST THE
      ***** BED'S PREMIUM IS THE PATIENT'S SHARE OF IT
           IF WS-RATE-DIFF NOT GREATER THAN WS-RATE-TOLERANCE
               IF PRIVATE-ROOM-REQUESTED
                  AND NOT ON-ISOLATION
                  AND INPATIENT IN PATIENT-MASTER-REC
                  AND SPECIAL-CHARGES IN DCLHOSP-BED > ZERO
                   MOVE SPECIAL-CHARGES IN DCLHOSP-BED
                        TO ROOM-DIFFERENTIAL-CHG
                           IN INPATIENT-DAILY-REC
                   GO TO 580-EXIT
               ELSE
                   GO TO 580-EXIT.

           MOVE BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                TO RMSG-KEYED.
           MOVE WS-EXPECTED-BED-RATE TO RMSG-EXPECTED.
           MOVE WS-RATE-MSG TO CED-ERR-MSG.
           MOVE "Y" TO CED-ERROR-SW.
           MOVE "Y" TO CED-RATE-SW.
       580-EXIT.
           EXIT.

       600-DB2-TABLE-EDITS.
           MOVE "600-DB2-TABLE-EDITS" TO CED-PARA-NAME.
      ******** WARD-NBR IS VALIDATED AGAINST THE SAME DB2 WARD TABLE
      ******** AN ADMISSIONS PROGRAM WOULD USE, RATHER THAN RELYING ON
      ******** THE 88-LEVEL LISTS IN PATDALY/PATMSTR STAYING IN SYNC.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO
                WARD-ID IN DCLWARD-CODES.

           EXEC SQL
              SELECT WARD_ID INTO :WARD-ID
              FROM DDS0001.WARD_CODES
              WHERE WARD_ID = :WARD-ID
           END-EXEC.

           IF SQLCODE = -811 OR 0
               NEXT SENTENCE
           ELSE
           IF SQLCODE = +100
               MOVE "*** WARD NOT-FOUND IN WARD_CODES" TO CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 600-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.WARD_CODES" TO CED-DB2-TABLE-NAME
               MOVE WARD-ID IN DCLWARD-CODES TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.

      ******** DUAL-CODING WINDOW -- BOTH THE OLD FIVE-CHARACTER
      ******** ICD-9 CODES AND THE NEW SEVEN-CHARACTER ICD-10 CODES
      ******** ARE ACCEPTED (DDS0001.DIAG_CODES NOW CARRIES BOTH);
      ******** THE CALLER COUNTS WHICH SET EACH RECORD USED SO THE
      ******** CUTOVER CAN BE WATCHED INSTEAD OF GUESSED AT.
           IF PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC(6:2)
                   = SPACES
               MOVE "09" TO CED-ICD-VERSION
           ELSE
               MOVE "10" TO CED-ICD-VERSION.

           PERFORM 610-LOOKUP-DIAG-CODE THRU 610-EXIT.
           IF CED-RECORD-ERROR
               GO TO 600-EXIT.

           MOVE BED-IDENTITY TO BED-ID.
           MOVE WARD-NBR TO WARD-ID IN DCLHOSP-BED
           MOVE ROOM-IDENTITY TO ROOM-ID.
           EXEC SQL
              SELECT BED_ID INTO :BED-ID
              FROM DDS0001.HOSP_BED
              WHERE BED_ID = :BED-ID AND
              WARD_ID = :DCLHOSP-BED.WARD-ID AND
              ROOM_ID = :ROOM-ID
           END-EXEC.

           IF SQLCODE = -811 OR 0
               NEXT SENTENCE
           ELSE
           IF SQLCODE = +100
               MOVE "*** WARD/ROOM/BED NOT-FOUND IN HOSP_BED" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 600-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.HOSP_BED" TO CED-DB2-TABLE-NAME
               MOVE BED-ID IN DCLHOSP-BED TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.

       600-EXIT.
           EXIT.

      ***** THE PRIMARY DIAGNOSIS MUST BE ON DIAG_CODES.  A CODE THAT
      ***** PASSES IS FLAGGED BACK SO DALYEDIT CAN TALLY IT INTO ITS
      ***** FREQUENCY/AVERAGE-CHARGE REPORT.
       610-LOOKUP-DIAG-CODE.
           MOVE "610-LOOKUP-DIAG-CODE" TO CED-PARA-NAME.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC TO
                DIAG-CODE IN DCLDIAG-CODES.

           EXEC SQL
              SELECT DIAG_CODE INTO :DIAG-CODE
              FROM DDS0001.DIAG_CODES
              WHERE DIAG_CODE = :DIAG-CODE
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE "Y" TO CED-DIAG-SW
           ELSE
           IF SQLCODE = +100
               MOVE "*** DIAGNOSTIC CODE NOT-FOUND IN DIAG_CODES" TO
               CED-ERR-MSG
               MOVE "Y" TO CED-ERROR-SW
               MOVE CED-ERR-MSG TO CED-NOTE-MSG
               MOVE SQLCODE TO CED-SQLCODE
               GO TO 610-EXIT
           ELSE
           IF SQLCODE < 0
               MOVE "DDS0001.DIAG_CODES" TO CED-DB2-TABLE-NAME
               MOVE DIAG-CODE IN DCLDIAG-CODES TO CED-DB2-KEY-VALUE
               GO TO 990-DB2-FATAL.
       610-EXIT.
           EXIT.

      ******************************************************************
      *    A NEGATIVE SQLCODE ENDS THE EDIT ON THE SPOT.  THE CALLER
      *    SEES CED-DB2-FATAL AND DOES ITS OWN LOGGING AND ROLLBACK.
      ******************************************************************
       990-DB2-FATAL.
           MOVE "Y"                  TO CED-DB2-SW, CED-ERROR-SW.
           MOVE SQLCODE              TO CED-SQLCODE.
           MOVE "*** FATAL DB2 ERROR" TO CED-ERR-MSG.
           MOVE HOLD-EQUIPMENT-COST  TO CED-EQUIPMENT-COST.
           IF CED-INPATIENT-CHARGE
               MOVE INPATIENT-DAILY-REC TO CHG-INPATIENT-IMAGE.
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HL7DFT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HL7 DFT (DETAILED FINANCIAL TRANSACTION) TRANSLATOR.
      *          RADIOLOGY, THE LAB SYSTEM AND RESPIRATORY THERAPY
      *          USED TO PRINT CHARGE TICKETS THAT DATA ENTRY RE-KEYED
      *          INTO PATDATA OR THE TREATMENT FILE -- THE SOURCE OF
      *          MOST OF OUR KEYING ERRORS AND MISSED CHARGES.  THEIR
      *          DFT^P03 MESSAGES NOW COME THROUGH THE SAME INTERFACE
      *          ENGINE AS THE ADT FEED (SEE HL7ADT), ONE FLATTENED
      *          FT1 CHARGE LINE PER RECORD -- SEE HL7DFT.CPY.
      *
      *          AN "E" LINE BECOMES A TYPE-A ANCILLARY PATDALY RECORD
      *          (ONE EQUIPMENT ROW, NO ROOM CHARGE) ON DFTPATD.  EACH
      *          SENDING DEPARTMENT'S RUN OF LINES GOES OUT AS A BATCH
      *          UNDER ITS OWN "B" HEADER, THE DEPARTMENT CODE IN THE
      *          HEADER'S WARD SLOT, SO BATCHBAL BALANCES EACH FEED ON
      *          ITS OWN AND ONE BAD FEED DOES NOT HOLD THE OTHERS.
      *          AN "L" LINE BECOMES A TRMTSRCH-FORMAT LAB LINE ON
      *          DFTTRMT, WHICH FEEDS THE TRMTSORT STEP THE SAME WAY
      *          STNDORDR'S ORDRDATA DOES.  BOTH FILES CLOSE WITH THE
      *          USUAL TRAILER.
      *
      *          EVERY LINE IS STAMPED WITH ITS SOURCE SYSTEM -- IN
      *          OPERATOR-ID AND THE COMMENTS ON A PATDATA LINE, IN
      *          THE COMMENTS ON A TREATMENT LINE -- SO EDITTRND AND
      *          THE REJECT LISTS NAME THE DEPARTMENT, NOT A CLERK.
      *
      *          A LINE FOR A PATIENT NOT ON PATMSTR, FOR AN ITEM ID
      *          NOT ON OUR EQUIPMENT OR LAB CATALOG, FROM AN UNKNOWN
      *          SENDER, OR WITH NO AMOUNT GOES TO DFTREJ WITH THE
      *          REASON AHEAD OF THE ORIGINAL EVENT, FOR THE SENDING
      *          DEPARTMENT TO CORRECT AND RESEND.  ENGINE SEQUENCE
      *          GAPS ARE REPORTED THE WAY HL7ADT REPORTS THEM.
      *
      ******************************************************************

               HL7 DFT INPUT FILE      -   DDS0001.HL7DFTIN

               EQUIPMENT CATALOG       -   DDS0001.EQUIP

               LAB TEST CATALOG        -   DDS0001.LABTEST

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               DAILY CHARGE OUTPUT     -   DDS0001.DFTPATD
                                            (FEEDS THE BATCHBAL STEP)

               TREATMENT OUTPUT        -   DDS0001.DFTTRMT
                                            (FEEDS THE TRMTSORT STEP)

               REJECTED DFT LINES      -   DDS0001.DFTREJ

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

           SELECT HL7DFTIN
           ASSIGN TO UT-S-HL7DFTIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS HLFCODE.

           SELECT EQUIPMENT-FILE
           ASSIGN TO UT-S-EQUIP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LABTEST-FILE
           ASSIGN TO UT-S-LABTEST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DFTPATD
           ASSIGN TO UT-S-DFTPATD
             ORGANIZATION IS SEQUENTIAL.

           SELECT DFTTRMT
           ASSIGN TO UT-S-DFTTRMT
             ORGANIZATION IS SEQUENTIAL.

           SELECT DFTREJ
           ASSIGN TO UT-S-DFTREJ
             ORGANIZATION IS SEQUENTIAL.

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

      ***** ONE FLATTENED HL7 DFT CHARGE LINE PER RECORD - SEE
      ***** HL7DFT.CPY
       FD  HL7DFTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HL7DFTIN-REC-DATA.
       01  HL7DFTIN-REC-DATA PIC X(200).

       FD  EQUIPMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FD-EQUIPMENT-REC.
       01  FD-EQUIPMENT-REC                     PIC X(100).

       FD  LABTEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FD-LABTEST-REC.
       01  FD-LABTEST-REC                     PIC X(100).

       FD  DFTPATD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DFTPATD-REC.
       01  DFTPATD-REC PIC X(1084).

       FD  DFTTRMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DFTTRMT-REC.
       01  DFTTRMT-REC PIC X(1150).

      ***** THE REJECT REASON AHEAD OF THE ORIGINAL 200-BYTE EVENT
       FD  DFTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DFTREJ-REC.
       01  DFTREJ-REC PIC X(240).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  HLFCODE                 PIC X(2).
           05  OFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY HL7DFT.

       COPY PATDALY.

       COPY TREATMNT.

       COPY PATMSTR.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-EQUIPMENT-SW       PIC X(1) VALUE "Y".
               88 NO-MORE-EQUIPMENT    VALUE "N".
           05  MORE-LABTEST-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-LABTESTS     VALUE "N".
           05  ITEM-FOUND-SW           PIC X(1).
               88 ITEM-FOUND           VALUE "Y".

      ***** THE TWO CATALOGS THE DEPARTMENTS' ITEM IDS ARE CHECKED
      ***** AGAINST -- THE SAME FILES PATSRCH AND TRMTSRCH PRICE FROM.
      ***** ONLY THE ID, CATEGORY AND SHORT DESCRIPTION MATTER HERE.
       01  WS-EQUIP-CATALOG.
           05  EQC-ROW OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-EQUIP-ROW-COUNT
                   INDEXED BY EQC-IDX.
               10  EQC-ITEM-ID         PIC X(08).
               10  EQC-CATEGORY        PIC X(04).
               10  EQC-SHORT-DESC      PIC X(25).
               10  FILLER              PIC X(63).

       01  WS-LAB-CATALOG.
           05  LBC-ROW OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-LAB-ROW-COUNT
                   INDEXED BY LBC-IDX.
               10  LBC-ITEM-ID         PIC X(08).
               10  LBC-CATEGORY        PIC X(04).
               10  LBC-SHORT-DESC      PIC X(25).
               10  FILLER              PIC X(63).

      ***** BOUNDS LIMIT FOR BOTH CATALOG TABLES
       77  WS-CATALOG-ROW-MAX          PIC 9(3) VALUE 300.
       77  WS-EQUIP-ROW-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-LAB-ROW-COUNT            PIC 9(3) VALUE ZERO.

      ***** SAME "B" HEADER SHAPE BATCHBAL READS -- THE SENDING
      ***** DEPARTMENT RIDES THE WARD SLOT
       01  WS-BATCH-HDR-REC.
           05  BH-RECORD-TYPE          PIC X(1).
           05  BH-WARD-NBR             PIC X(4).
           05  BH-RECORD-COUNT         PIC 9(7).
           05  BH-TOTAL-CHARGES        PIC 9(9)V99.
           05  FILLER                  PIC X(1061).

      ***** ONE DEPARTMENT'S RUN OF LINES, HELD UNTIL ITS COUNT AND
      ***** DOLLARS ARE KNOWN SO THE HEADER CAN GO OUT AHEAD OF IT
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ROW OCCURS 1000 TIMES PIC X(1084).
       01  WS-BATCH-ROWS-USED          PIC 9(4) VALUE ZERO.
       77  WS-BATCH-MAX                PIC 9(4) VALUE 1000.
       77  WS-BATCH-SUB                PIC 9(4).
       77  WS-BATCH-SOURCE             PIC X(4) VALUE SPACES.
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

       01  WS-REJECT-REC.
           05  REJ-REASON              PIC X(40).
           05  REJ-EVENT               PIC X(200).

      ***** "SOURCE: RAD  DFT SEQ 000123  <DESCRIPTION>" -- LONG
      ***** ENOUGH FOR DALYEDIT'S COMMENT-LENGTH EDIT ON EVERY WARD
       01  WS-SOURCE-STAMP.
           05  FILLER                  PIC X(08) VALUE "SOURCE: ".
           05  STAMP-SOURCE            PIC X(04).
           05  FILLER                  PIC X(10) VALUE " DFT SEQ ".
           05  STAMP-SEQUENCE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  STAMP-DESC              PIC X(30).

       01  WS-OPERATOR-STAMP.
           05  FILLER                  PIC X(04) VALUE "DFT-".
           05  OPR-SOURCE              PIC X(04).

      ***** THE NEXT SEQUENCE NUMBER THE FEED OWES US -- ZERO UNTIL
      ***** THE FIRST STAMPED EVENT ARRIVES
       77  WS-EXPECTED-SEQ             PIC 9(6) VALUE ZERO.

       01  WS-GAP-LINE.
           05  FILLER                PIC X(22)
               VALUE "*** SEQUENCE GAP FROM ".
           05  GAP-FROM              PIC 9(6).
           05  FILLER                PIC X(4) VALUE " TO ".
           05  GAP-TO                PIC 9(6).
           05  FILLER                PIC X(92) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(9) COMP VALUE ZERO.
           05  EQUIP-LINES-BUILT       PIC S9(7) COMP VALUE ZERO.
           05  LAB-LINES-BUILT         PIC S9(7) COMP VALUE ZERO.
           05  LINES-REJECTED          PIC S9(7) COMP VALUE ZERO.
           05  EVENTS-SKIPPED          PIC S9(7) COMP VALUE ZERO.
           05  BATCHES-WRITTEN         PIC S9(5) COMP VALUE ZERO.
           05  NBR-SEQ-GAPS            PIC S9(7) COMP VALUE ZERO.
           05  NBR-EVENTS-LOST         PIC S9(9) COMP VALUE ZERO.
           05  PATD-RECORDS-WRITTEN    PIC S9(9) COMP VALUE ZERO.
           05  TRMT-RECORDS-WRITTEN    PIC S9(9) COMP VALUE ZERO.
           05  PATD-TOTAL-CHARGES      PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 300-CLOSE-BATCH THRU 300-EXIT.
           PERFORM 800-WRITE-TRAILERS THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HL7DFT ********".
           OPEN INPUT HL7DFTIN, EQUIPMENT-FILE, LABTEST-FILE, PATMSTR.
           OPEN OUTPUT DFTPATD, DFTTRMT, DFTREJ, SYSOUT.

           READ EQUIPMENT-FILE
               AT END
               MOVE "N" TO MORE-EQUIPMENT-SW
           END-READ.
           PERFORM 050-LOAD-EQUIPMENT-TABLE THRU 050-EXIT
               UNTIL NO-MORE-EQUIPMENT.

           READ LABTEST-FILE
               AT END
               MOVE "N" TO MORE-LABTEST-SW
           END-READ.
           PERFORM 060-LOAD-LABTEST-TABLE THRU 060-EXIT
               UNTIL NO-MORE-LABTESTS.

           READ HL7DFTIN INTO HL7-DFT-EVENT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-EQUIPMENT-TABLE.
           MOVE "050-LOAD-EQUIPMENT-TABLE" TO PARA-NAME.
           IF WS-EQUIP-ROW-COUNT NOT < WS-CATALOG-ROW-MAX
               MOVE "*** EQUIPMENT TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
           ELSE
               ADD 1 TO WS-EQUIP-ROW-COUNT
               MOVE FD-EQUIPMENT-REC TO EQC-ROW(WS-EQUIP-ROW-COUNT).

           READ EQUIPMENT-FILE
               AT END
               MOVE "N" TO MORE-EQUIPMENT-SW
           END-READ.
       050-EXIT.
           EXIT.

       060-LOAD-LABTEST-TABLE.
           MOVE "060-LOAD-LABTEST-TABLE" TO PARA-NAME.
           IF WS-LAB-ROW-COUNT NOT < WS-CATALOG-ROW-MAX
               MOVE "*** LABTEST TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
           ELSE
               ADD 1 TO WS-LAB-ROW-COUNT
               MOVE FD-LABTEST-REC TO LBC-ROW(WS-LAB-ROW-COUNT).

           READ LABTEST-FILE
               AT END
               MOVE "N" TO MORE-LABTEST-SW
           END-READ.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO RECORDS-READ.

           PERFORM 150-VERIFY-SEQUENCE THRU 150-EXIT.

      ***** ONLY P03 POSTS A CHARGE -- ANYTHING ELSE THE ENGINE
      ***** PASSES ALONG IS COUNTED AND LOGGED, NOT ABENDED
           IF NOT DFT-CHARGE-EVENT
               ADD 1 TO EVENTS-SKIPPED
               MOVE "*** UNRECOGNIZED DFT EVENT TYPE - SKIPPED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-READ-NEXT.

           PERFORM 200-VALIDATE-LINE THRU 200-EXIT.
           IF REJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 100-READ-NEXT.

           IF DFT-EQUIPMENT-CHARGE
               PERFORM 400-BUILD-EQUIP-LINE THRU 400-EXIT
           ELSE
               PERFORM 500-BUILD-LAB-LINE THRU 500-EXIT.

       100-READ-NEXT.
           READ HL7DFTIN INTO HL7-DFT-EVENT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** THE ENGINE STAMPS CONSECUTIVE SEQUENCE NUMBERS -- A JUMP
      ***** FORWARD IS CHARGES LOST IN TRANSIT, AND EVERY ONE OF THEM
      ***** IS REVENUE, SO THE WHOLE MISSING RANGE IS REPORTED
       150-VERIFY-SEQUENCE.
           MOVE "150-VERIFY-SEQUENCE" TO PARA-NAME.
           IF DFT-SEQUENCE-NBR NOT NUMERIC
            OR DFT-SEQUENCE-NBR = ZERO
               GO TO 150-EXIT.

           IF WS-EXPECTED-SEQ = ZERO
               COMPUTE WS-EXPECTED-SEQ = DFT-SEQUENCE-NBR + 1
               GO TO 150-EXIT.

           IF DFT-SEQUENCE-NBR > WS-EXPECTED-SEQ
               ADD 1 TO NBR-SEQ-GAPS
               COMPUTE NBR-EVENTS-LOST = NBR-EVENTS-LOST +
                   DFT-SEQUENCE-NBR - WS-EXPECTED-SEQ
               MOVE WS-EXPECTED-SEQ TO GAP-FROM
               COMPUTE GAP-TO = DFT-SEQUENCE-NBR - 1
               WRITE SYSOUT-REC FROM WS-GAP-LINE
           ELSE
           IF DFT-SEQUENCE-NBR < WS-EXPECTED-SEQ
               MOVE "*** DFT SEQUENCE REPLAYED/OUT OF ORDER"
                    TO ABEND-REASON
               MOVE DFT-SEQUENCE-NBR TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           COMPUTE WS-EXPECTED-SEQ = DFT-SEQUENCE-NBR + 1.
       150-EXIT.
           EXIT.

      ***** ANY REASON LEFT IN REJ-REASON SENDS THE LINE BACK TO THE
      ***** DEPARTMENT.  THE PATIENT IS CHECKED LAST SO THE MASTER
      ***** ROW IS STILL IN PATIENT-MASTER-REC WHEN THE LINE IS BUILT.
       200-VALIDATE-LINE.
           MOVE "200-VALIDATE-LINE" TO PARA-NAME.
           MOVE SPACES TO REJ-REASON.

           IF NOT VALID-DFT-SOURCE
               MOVE "*** UNKNOWN SENDING SYSTEM" TO REJ-REASON
               GO TO 200-EXIT.

           IF DFT-SERVICE-DATE = SPACES
               MOVE "*** NO SERVICE DATE ON FT1" TO REJ-REASON
               GO TO 200-EXIT.

           IF DFT-AMOUNT NOT NUMERIC OR DFT-AMOUNT = ZERO
               MOVE "*** NO CHARGE AMOUNT ON FT1" TO REJ-REASON
               GO TO 200-EXIT.

           MOVE "N" TO ITEM-FOUND-SW.
           IF DFT-EQUIPMENT-CHARGE
               SET EQC-IDX TO 1
               SEARCH EQC-ROW
                   WHEN EQC-ITEM-ID(EQC-IDX) = DFT-ITEM-ID
                       MOVE "Y" TO ITEM-FOUND-SW
               END-SEARCH
               IF NOT ITEM-FOUND
                   MOVE "*** ITEM ID NOT ON EQUIPMENT CATALOG"
                        TO REJ-REASON
                   GO TO 200-EXIT
               END-IF
           ELSE
           IF DFT-LAB-CHARGE
               SET LBC-IDX TO 1
               SEARCH LBC-ROW
                   WHEN LBC-ITEM-ID(LBC-IDX) = DFT-ITEM-ID
                       MOVE "Y" TO ITEM-FOUND-SW
               END-SEARCH
               IF NOT ITEM-FOUND
                   MOVE "*** ITEM ID NOT ON LAB TEST CATALOG"
                        TO REJ-REASON
                   GO TO 200-EXIT
               END-IF
           ELSE
               MOVE "*** CHARGE CLASS MUST BE E OR L" TO REJ-REASON
               GO TO 200-EXIT.

           MOVE DFT-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** PATIENT NOT ON PATMSTR" TO REJ-REASON
               GO TO 200-EXIT.
       200-EXIT.
           EXIT.

      ***** A NEW SENDING DEPARTMENT, OR A FULL HOLD TABLE, CLOSES
      ***** THE BATCH IN FLIGHT
       250-CHECK-BATCH-BREAK.
           MOVE "250-CHECK-BATCH-BREAK" TO PARA-NAME.
           IF DFT-SOURCE-SYSTEM NOT = WS-BATCH-SOURCE
            OR WS-BATCH-ROWS-USED = WS-BATCH-MAX
               PERFORM 300-CLOSE-BATCH THRU 300-EXIT
               MOVE DFT-SOURCE-SYSTEM TO WS-BATCH-SOURCE.
       250-EXIT.
           EXIT.

      ***** HEADER FIRST, THEN THE HELD LINES.  THE DOLLARS ARE
      ***** COUNTED THE WAY BATCHBAL COUNTS THEM -- TOTAL-ROOM-CHARGE
      ***** PLUS THE EQUIPMENT ROWS -- OR EVERY BATCH WOULD COME UP
      ***** OUT OF BALANCE.
       300-CLOSE-BATCH.
           MOVE "300-CLOSE-BATCH" TO PARA-NAME.
           IF WS-BATCH-ROWS-USED = ZERO
               GO TO 300-EXIT.

           MOVE SPACES TO WS-BATCH-HDR-REC.
           MOVE "B" TO BH-RECORD-TYPE.
           MOVE WS-BATCH-SOURCE    TO BH-WARD-NBR.
           MOVE WS-BATCH-ROWS-USED TO BH-RECORD-COUNT.
           MOVE WS-BATCH-AMT       TO BH-TOTAL-CHARGES.
           WRITE DFTPATD-REC FROM WS-BATCH-HDR-REC.
           ADD 1 TO PATD-RECORDS-WRITTEN, BATCHES-WRITTEN.

           PERFORM 350-FLUSH-BATCH-ROW THRU 350-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1 UNTIL
               WS-BATCH-SUB > WS-BATCH-ROWS-USED.

           MOVE ZERO TO WS-BATCH-ROWS-USED, WS-BATCH-AMT.
       300-EXIT.
           EXIT.

       350-FLUSH-BATCH-ROW.
           MOVE "350-FLUSH-BATCH-ROW" TO PARA-NAME.
           WRITE DFTPATD-REC FROM WS-BATCH-ROW(WS-BATCH-SUB).
           ADD 1 TO PATD-RECORDS-WRITTEN.
       350-EXIT.
           EXIT.

      ***** ONE TYPE-A ANCILLARY RECORD: THE PATIENT'S OWN BED, WARD
      ***** AND DIAGNOSIS OFF PATMSTR, THE SERVICE DATE AS EVERY DATE,
      ***** NO ROOM CHARGE, AND THE ITEM IN EQUIPMENT ROW 1
       400-BUILD-EQUIP-LINE.
           MOVE "400-BUILD-EQUIP-LINE" TO PARA-NAME.
           PERFORM 250-CHECK-BATCH-BREAK THRU 250-EXIT.

           MOVE SPACES TO INPATIENT-DAILY-REC.
           MOVE "A" TO PATIENT-RECORD-TYPE.
           MOVE ZERO TO BASE-ROOM-CHARGE, OBS-HOURS.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO PATIENT-ID IN INPATIENT-DAILY-REC.
           MOVE DFT-SERVICE-DATE TO CURR-DTE, ROOM-DATE-FROM,
                ROOM-DATE-TO.
           MOVE BED-IDENTITY-PRIMARY TO BED-IDENTITY
               IN INPATIENT-DAILY-REC.
           MOVE BED-IDENTITY-PRIMARY TO ROOM-IDENTITY.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                TO WARD-NBR IN INPATIENT-DAILY-REC.
           IF DFT-DIAG-CODE = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                    TO PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC
           ELSE
               MOVE DFT-DIAG-CODE
                    TO PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC.
           IF FACILITY-CODE IN PATIENT-MASTER-REC = SPACES
               MOVE "01" TO FACILITY-CDE IN INPATIENT-DAILY-REC
           ELSE
               MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                    TO FACILITY-CDE IN INPATIENT-DAILY-REC.
           MOVE DFT-ENCOUNTER-NBR TO DAILY-ENCOUNTER-NBR.

           MOVE DFT-ITEM-ID       TO EQUIPMENT-ID(1).
           IF DFT-ITEM-CATEGORY = SPACES
               MOVE EQC-CATEGORY(EQC-IDX) TO EQUIPMENT-CATEGORY(1)
           ELSE
               MOVE DFT-ITEM-CATEGORY     TO EQUIPMENT-CATEGORY(1).
           IF DFT-ITEM-DESC = SPACES
               MOVE EQC-SHORT-DESC(EQC-IDX)
                                   TO EQUIPMENT-SHORT-DESC(1)
           ELSE
               MOVE DFT-ITEM-DESC  TO EQUIPMENT-SHORT-DESC(1).
           MOVE DFT-AMOUNT        TO EQUIPMENT-COST(1).
           MOVE DFT-ORDERING-PHYS TO EQUIPMENT-PRES-PHYS(1).
           MOVE DFT-AMOUNT        TO TOTAL-ROOM-CHARGE.

           MOVE DFT-SOURCE-SYSTEM TO STAMP-SOURCE, OPR-SOURCE.
           MOVE DFT-SEQUENCE-NBR  TO STAMP-SEQUENCE.
           MOVE EQUIPMENT-SHORT-DESC(1) TO STAMP-DESC.
           MOVE WS-SOURCE-STAMP   TO DAILY-CHARGES-COMMENTS.
           MOVE WS-OPERATOR-STAMP TO OPERATOR-ID.

           ADD 1 TO WS-BATCH-ROWS-USED.
           MOVE INPATIENT-DAILY-REC
                TO WS-BATCH-ROW(WS-BATCH-ROWS-USED).
           COMPUTE WS-BATCH-AMT = WS-BATCH-AMT
               + TOTAL-ROOM-CHARGE + EQUIPMENT-COST(1).
           ADD TOTAL-ROOM-CHARGE TO PATD-TOTAL-CHARGES.
           ADD 1 TO EQUIP-LINES-BUILT.
       400-EXIT.
           EXIT.

      ***** ONE LAB LINE IN ROW 1 OF A TREATMENT RECORD, BUILT THE WAY
      ***** STNDORDR BUILDS ITS STANDING-ORDER LINES.  TRMTSRCH
      ***** PRICES AND EDITS IT EXACTLY AS IT DOES A KEYED ONE.
       500-BUILD-LAB-LINE.
           MOVE "500-BUILD-LAB-LINE" TO PARA-NAME.
           MOVE SPACES TO INPATIENT-TREATMENT-REC.
           MOVE ZERO TO MEDICATION-COST, PHARMACY-COST,
                ANCILLARY-CHARGE.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATIENT-ID
               IN INPATIENT-TREATMENT-REC.
           MOVE DFT-SERVICE-DATE TO TREATMENT-DATE.
           MOVE DFT-SERVICE-TIME TO TREATMENT-TIME.
           MOVE BED-IDENTITY-PRIMARY TO BED-IDENTITY
               IN INPATIENT-TREATMENT-REC.
           IF DFT-DIAG-CODE = SPACES
               MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                    TO PRIMARY-DIAGNOSTIC-CODE
                    IN INPATIENT-TREATMENT-REC
           ELSE
               MOVE DFT-DIAG-CODE TO PRIMARY-DIAGNOSTIC-CODE
                    IN INPATIENT-TREATMENT-REC.
           MOVE ATTENDING-PHYSICIAN TO ATTENDING-PHYS-ID.
           MOVE DFT-ORDERING-PHYS TO PRESCRIBING-PHYS-ID.
           MOVE "B" TO BILLABLE-TREATMENT-IND.
           IF FACILITY-CODE IN PATIENT-MASTER-REC = SPACES
               MOVE "01" TO TREATMENT-FACILITY-CDE
           ELSE
               MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                    TO TREATMENT-FACILITY-CDE.
           MOVE DFT-ENCOUNTER-NBR TO TRMT-ENCOUNTER-NBR.

           IF DFT-TREATMENT-MODE = SPACES
               MOVE "LAB" TO TREATMENT-MODE
           ELSE
               MOVE DFT-TREATMENT-MODE TO TREATMENT-MODE.
           MOVE DFT-ITEM-ID       TO LAB-TEST-ID(1).
           IF DFT-ITEM-CATEGORY = SPACES
               MOVE LBC-CATEGORY(LBC-IDX) TO TEST-CATEGORY(1)
           ELSE
               MOVE DFT-ITEM-CATEGORY     TO TEST-CATEGORY(1).
           MOVE LBC-SHORT-DESC(LBC-IDX) TO TEST-SHORT-DESC(1).
           MOVE DFT-AMOUNT        TO TEST-COST(1).
           MOVE ZERO              TO VENIPUNCTURE-COST(1).
           MOVE DFT-ORDERING-PHYS TO PRESCRIBING-PHYS(1).
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-TREATMENT-REC
                TO DIAG-CDE(1).

           MOVE DFT-SOURCE-SYSTEM TO STAMP-SOURCE.
           MOVE DFT-SEQUENCE-NBR  TO STAMP-SEQUENCE.
           MOVE LBC-SHORT-DESC(LBC-IDX) TO STAMP-DESC.
           MOVE WS-SOURCE-STAMP   TO TREATMENT-COMMENTS.

           WRITE DFTTRMT-REC FROM INPATIENT-TREATMENT-REC.
           ADD 1 TO TRMT-RECORDS-WRITTEN, LAB-LINES-BUILT.
       500-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE "700-WRITE-REJECT" TO PARA-NAME.
           MOVE HL7-DFT-EVENT-REC TO REJ-EVENT.
           WRITE DFTREJ-REC FROM WS-REJECT-REC.
           ADD 1 TO LINES-REJECTED.
       700-EXIT.
           EXIT.

      ***** SAME TRAILER DISCIPLINE THE HAND-KEYED FILES CARRIED --
      ***** RECORD COUNTS INCLUDE THE TRAILER ITSELF
       800-WRITE-TRAILERS.
           MOVE "800-WRITE-TRAILERS" TO PARA-NAME.
           MOVE SPACES TO WS-PATD-TRAILER-REC.
           MOVE "T" TO WS-PATD-TRAILER-REC(1:1).
           ADD 1 TO PATD-RECORDS-WRITTEN.
           MOVE PATD-RECORDS-WRITTEN TO PTR-RECORD-COUNT.
           MOVE PATD-TOTAL-CHARGES   TO PTR-TOTAL-ROOM-CHARGE,
                                        PTR-EQUIPMENT-CHARGES.
           MOVE ZERO                 TO PTR-BASE-ROOM-CHARGE.
           WRITE DFTPATD-REC FROM WS-PATD-TRAILER-REC.

           MOVE SPACES TO WS-TRMT-TRAILER-REC.
           MOVE "T" TO WS-TRMT-TRAILER-REC(1:1).
           ADD 1 TO TRMT-RECORDS-WRITTEN.
           MOVE TRMT-RECORDS-WRITTEN TO TTR-RECORD-COUNT.
           WRITE DFTTRMT-REC FROM WS-TRMT-TRAILER-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HL7DFTIN, EQUIPMENT-FILE, LABTEST-FILE, PATMSTR,
                 DFTPATD, DFTTRMT, DFTREJ, SYSOUT.
           DISPLAY "HL7DFT EVENTS READ          : " RECORDS-READ.
           DISPLAY "HL7DFT EQUIPMENT LINES BUILT: " EQUIP-LINES-BUILT.
           DISPLAY "HL7DFT LAB LINES BUILT      : " LAB-LINES-BUILT.
           DISPLAY "HL7DFT DEPARTMENT BATCHES   : " BATCHES-WRITTEN.
           DISPLAY "HL7DFT LINES REJECTED       : " LINES-REJECTED.
           DISPLAY "HL7DFT EVENTS SKIPPED       : " EVENTS-SKIPPED.
           DISPLAY "HL7DFT SEQUENCE GAPS        : " NBR-SEQ-GAPS.
           DISPLAY "HL7DFT EVENTS LOST IN GAPS  : " NBR-EVENTS-LOST.
           DISPLAY "******** NORMAL END OF JOB HL7DFT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HL7DFTIN, EQUIPMENT-FILE, LABTEST-FILE, PATMSTR,
                 DFTPATD, DFTTRMT, DFTREJ, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HL7DFT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

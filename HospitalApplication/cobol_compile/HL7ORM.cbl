       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HL7ORM.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HL7 ORM (ORDER MESSAGE) TRANSLATOR.  ORDRECON
      *          RECONCILES CHARGES AGAINST PHYSORD, BUT ORDERS WERE
      *          STILL KEYED BY HAND FROM PAPER AND HALF THE "CHARGE
      *          WITH NO ORDER" HITS WERE ORDERS NOBODY KEYED.  THE
      *          ORDER-ENTRY SYSTEM'S ORM^O01 MESSAGES NOW COME
      *          THROUGH THE INTERFACE ENGINE ONE FLATTENED RECORD PER
      *          MESSAGE (SEE HL7ORM.CPY) AND ARE APPLIED STRAIGHT TO
      *          THE ORDER FILE:
      *            NW - A NEW PHYSICIAN-ORDER-REC ROW
      *            CA - ORDER ENTERED IN ERROR; ITS ROWS ARE REMOVED
      *            DC - ORDER STOPPED; ITS ROWS ON OR AFTER THE STOP
      *                 DATE ARE MARKED DISCONTINUED
      *          CA AND DC FIND THEIR ORDER BY PATIENT AND ORC-2
      *          PLACER ORDER NUMBER.
      *
      *          PHYSORD IS SEQUENTIAL, SO THE RUN TABLES THE CURRENT
      *          FILE, APPLIES THE NIGHT'S MESSAGES, AND WRITES THE
      *          WHOLE FILE BACK OUT TO PHYSORDN, WHICH BECOMES THE
      *          NEXT PHYSORD.
      *
      *          A MESSAGE FOR A PATIENT NOT ON PATMSTR, AN ITEM NOT
      *          ON OUR EQUIPMENT OR LAB CATALOG OR THE MEDICATION
      *          TABLE, AN ORDERING PHYSICIAN WHO IS NOT ACTIVE ON THE
      *          PROVIDER REGISTRY, OR A CA/DC THAT MATCHES NO ORDER
      *          IS NOT APPLIED -- IT PRINTS ON THE ORMREJ REPORT.
      *
      *          SEQUENCE AND HEARTBEAT CHECKS ARE HL7ADT'S: EVERY
      *          SEQUENCE GAP IS REPORTED, AND A FILE WITH NO
      *          HEARTBEATS OR WHOSE LAST HEARTBEAT STOPS SHORT OF THE
      *          23:45 CUTOFF'S FINAL INTERVAL ENDS THE JOB RC=8.
      *
      ******************************************************************

               HL7 ORDER INPUT FILE    -   DDS0001.HL7ORMIN

               CURRENT ORDER FILE      -   DDS0001.PHYSORD

               UPDATED ORDER FILE      -   DDS0001.PHYSORDN

               EQUIPMENT CATALOG       -   DDS0001.EQUIP

               LAB TEST CATALOG        -   DDS0001.LABTEST

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               DB2 TABLE               -   DDS0001.MEDICATION

               REJECT REPORT           -   DDS0001.ORMREJ

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

           SELECT HL7ORMIN
           ASSIGN TO UT-S-HL7ORMIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS HLFCODE.

           SELECT PHYSORD
           ASSIGN TO UT-S-PHYSORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PHYSORDN
           ASSIGN TO UT-S-PHYSORDN
             ORGANIZATION IS SEQUENTIAL.

           SELECT EQUIPMENT-FILE
           ASSIGN TO UT-S-EQUIP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT LABTEST-FILE
           ASSIGN TO UT-S-LABTEST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT ORMREJ
           ASSIGN TO UT-S-ORMREJ
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

      ***** ONE FLATTENED HL7 ORM MESSAGE PER RECORD - SEE HL7ORM.CPY
       FD  HL7ORMIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HL7ORMIN-REC-DATA.
       01  HL7ORMIN-REC-DATA PIC X(200).

       FD  PHYSORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSORD-REC.
       01  PHYSORD-REC PIC X(50).

       FD  PHYSORDN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSORDN-REC.
       01  PHYSORDN-REC PIC X(50).

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

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  ORMREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORMREJ-REC.
       01  ORMREJ-REC PIC X(132).

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
           05  RFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY HL7ORM.

       COPY PHYSORD.

       COPY PROVREG.

       COPY PATMSTR.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-ORDERS-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-ORDERS       VALUE "N".
           05  MORE-EQUIPMENT-SW       PIC X(1) VALUE "Y".
               88 NO-MORE-EQUIPMENT    VALUE "N".
           05  MORE-LABTEST-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-LABTESTS     VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  ITEM-FOUND-SW           PIC X(1).
               88 ITEM-FOUND           VALUE "Y".

      ***** THE ORDER FILE, TABLED AT STARTUP AND WRITTEN BACK AT
      ***** END OF JOB.  A CANCELLED ROW IS FLAGGED, NOT WRITTEN.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-MAX            PIC S9(4) COMP VALUE 5000.
           05  WS-ORDER-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-ORDER-ENTRY OCCURS 5000 TIMES
                             INDEXED BY ORD-IX.
               10  WOT-ORDER-REC       PIC X(50).
               10  WOT-CANCELLED-IND   PIC X(1).
                   88  WOT-CANCELLED   VALUE "Y".
       77  WS-ORDERS-HIT               PIC S9(4) COMP.

      ***** THE CATALOGS ORDERABLE ITEMS ARE CHECKED AGAINST -- THE
      ***** SAME FILES PATSRCH AND TRMTSRCH PRICE FROM
       01  WS-EQUIP-CATALOG.
           05  EQC-ROW OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-EQUIP-ROW-COUNT
                   INDEXED BY EQC-IDX.
               10  EQC-ITEM-ID         PIC X(08).
               10  FILLER              PIC X(92).

       01  WS-LAB-CATALOG.
           05  LBC-ROW OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-LAB-ROW-COUNT
                   INDEXED BY LBC-IDX.
               10  LBC-ITEM-ID         PIC X(08).
               10  FILLER              PIC X(92).

       77  WS-CATALOG-ROW-MAX          PIC 9(3) VALUE 300.
       77  WS-EQUIP-ROW-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-LAB-ROW-COUNT            PIC 9(3) VALUE ZERO.

      ***** ACTIVE PHYSICIANS, TABLED AT STARTUP FROM THE REGISTRY
       01  WS-PREG-TABLE.
           05  WS-PREG-COUNT           PIC 9(4) VALUE ZERO.
           05  PREG-ROW OCCURS 300 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID                 PIC X(8).

      ***** FORMULARY LOOKUP FOR A MEDICATION ORDER
       01  DCLMEDICATION.
           10 MEDICATION-ID                  PIC X(04).
           10 MED-NAME                       PIC X(08).

       01  WS-REJECT-LINE.
           05  REJ-REASON              PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-SEQUENCE            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-CONTROL             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-PLACER-NBR          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-ITEM-TYPE           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  REJ-ITEM-ID             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-SERVICE-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-ORDERING-PHYS       PIC X(8).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-REJECT-HDR.
           05  FILLER                  PIC X(42)
               VALUE "HL7 ORDER MESSAGES NOT APPLIED TO PHYSORD".
           05  FILLER                  PIC X(44)
               VALUE "SEQ     CT  PATNT   PLACER NBR  T ITEM-ID   ".
           05  FILLER                  PIC X(42)
               VALUE "DATE      PHYSICN".

       77  WS-REJECT-TEXT              PIC X(40).

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

      ***** THE ENGINE CUTS THE NIGHTLY EXTRACT AT 23:45 AND
      ***** HEARTBEATS EVERY 15 MINUTES -- THE LAST HEARTBEAT MUST
      ***** FALL INSIDE THE FINAL INTERVAL OR THE FEED DIED EARLY
       77  WS-FEED-CUTOFF-TIME         PIC X(8) VALUE "23:45:00".
       77  WS-HB-FLOOR-TIME            PIC X(8) VALUE "23:30:00".
       77  WS-LAST-HB-TIME             PIC X(8) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(9) COMP VALUE ZERO.
           05  ORDERS-LOADED           PIC S9(7) COMP VALUE ZERO.
           05  ORDERS-WRITTEN          PIC S9(7) COMP VALUE ZERO.
           05  NBR-NEW-ORDERS          PIC S9(7) COMP VALUE ZERO.
           05  NBR-CANCELS             PIC S9(7) COMP VALUE ZERO.
           05  NBR-DISCONTINUES        PIC S9(7) COMP VALUE ZERO.
           05  NBR-REJECTS             PIC S9(7) COMP VALUE ZERO.
           05  NBR-HEARTBEATS          PIC S9(7) COMP VALUE ZERO.
           05  NBR-SEQ-GAPS            PIC S9(7) COMP VALUE ZERO.
           05  NBR-EVENTS-LOST         PIC S9(9) COMP VALUE ZERO.

       COPY ABENDREC.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 800-WRITE-ORDER-FILE THRU 800-EXIT
               VARYING ORD-IX FROM 1 BY 1
               UNTIL ORD-IX > WS-ORDER-COUNT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
      ***** NO HEARTBEATS AT ALL = THE ENGINE NEVER CAME UP.  A LAST
      ***** HEARTBEAT SHORT OF THE CUTOFF'S FINAL INTERVAL = IT DIED
      ***** MID-EVENING.  RC=8 EITHER WAY SO THE SCHEDULER PAGES
      ***** TONIGHT -- THE ORDERS APPLIED SO FAR ARE STILL GOOD.
           IF NBR-HEARTBEATS = ZERO
            OR WS-LAST-HB-TIME < WS-HB-FLOOR-TIME
               DISPLAY "HL7ORM LAST HEARTBEAT AT    : "
                       WS-LAST-HB-TIME
               DISPLAY "HL7ORM FEED CUTOFF EXPECTED : "
                       WS-FEED-CUTOFF-TIME
               DISPLAY "*** HL7 ORDER FEED WENT SILENT - PAGE ENGINE"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HL7ORM ********".
           OPEN INPUT HL7ORMIN, PHYSORD, EQUIPMENT-FILE, LABTEST-FILE,
                      PROVREG, PATMSTR.
           OPEN OUTPUT PHYSORDN, ORMREJ, SYSOUT.
           WRITE ORMREJ-REC FROM WS-REJECT-HDR.

           PERFORM 050-LOAD-ORDERS THRU 050-EXIT
               UNTIL NO-MORE-ORDERS.

           READ EQUIPMENT-FILE
               AT END
               MOVE "N" TO MORE-EQUIPMENT-SW
           END-READ.
           PERFORM 060-LOAD-EQUIPMENT-TABLE THRU 060-EXIT
               UNTIL NO-MORE-EQUIPMENT.

           READ LABTEST-FILE
               AT END
               MOVE "N" TO MORE-LABTEST-SW
           END-READ.
           PERFORM 070-LOAD-LABTEST-TABLE THRU 070-EXIT
               UNTIL NO-MORE-LABTESTS.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
           PERFORM 080-LOAD-PROVREG-TABLE THRU 080-EXIT
               UNTIL NO-MORE-PREG.

           READ HL7ORMIN INTO HL7-ORM-EVENT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-ORDERS.
           MOVE "050-LOAD-ORDERS" TO PARA-NAME.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
                   MOVE "N" TO MORE-ORDERS-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               MOVE "*** HL7ORM ORDER TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-ORDER-COUNT, ORDERS-LOADED.
           SET ORD-IX TO WS-ORDER-COUNT.
           MOVE PHYSICIAN-ORDER-REC TO WOT-ORDER-REC(ORD-IX).
           MOVE "N" TO WOT-CANCELLED-IND(ORD-IX).
       050-EXIT.
           EXIT.

       060-LOAD-EQUIPMENT-TABLE.
           MOVE "060-LOAD-EQUIPMENT-TABLE" TO PARA-NAME.
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
       060-EXIT.
           EXIT.

       070-LOAD-LABTEST-TABLE.
           MOVE "070-LOAD-LABTEST-TABLE" TO PARA-NAME.
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
       070-EXIT.
           EXIT.

      ***** AN INACTIVE PHYSICIAN CANNOT ORDER -- ONLY ACTIVE ROWS
      ***** ARE TABLED
       080-LOAD-PROVREG-TABLE.
           MOVE "080-LOAD-PROVREG-TABLE" TO PARA-NAME.
           IF PRG-ACTIVE
               IF WS-PREG-COUNT < 300
                   ADD 1 TO WS-PREG-COUNT
                   MOVE PRG-PROVIDER-ID TO PREG-ID(WS-PREG-COUNT)
               ELSE
                   MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
       080-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO RECORDS-READ.

           PERFORM 150-VERIFY-SEQUENCE THRU 150-EXIT.

           IF ORM-HEARTBEAT-EVENT
               ADD 1 TO NBR-HEARTBEATS
               MOVE ORM-EVENT-TIME TO WS-LAST-HB-TIME
           ELSE
           IF NOT ORM-ORDER-EVENT
               MOVE "*** UNRECOGNIZED ORM EVENT TYPE" TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
           IF ORM-NEW-ORDER
               PERFORM 200-APPLY-NEW-ORDER THRU 200-EXIT
           ELSE
           IF ORM-CANCEL-ORDER
               PERFORM 300-APPLY-CANCEL THRU 300-EXIT
           ELSE
           IF ORM-DISCONTINUE
               PERFORM 400-APPLY-DISCONTINUE THRU 400-EXIT
           ELSE
               MOVE "*** ORDER CONTROL MUST BE NW, CA OR DC"
                    TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.

           READ HL7ORMIN INTO HL7-ORM-EVENT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** SAME SEQUENCE DISCIPLINE AS HL7ADT -- A JUMP FORWARD IS
      ***** MESSAGES LOST IN TRANSIT, A JUMP BACK IS A REPLAY
       150-VERIFY-SEQUENCE.
           MOVE "150-VERIFY-SEQUENCE" TO PARA-NAME.
           IF ORM-SEQUENCE-NBR NOT NUMERIC
            OR ORM-SEQUENCE-NBR = ZERO
               GO TO 150-EXIT.

           IF WS-EXPECTED-SEQ = ZERO
               COMPUTE WS-EXPECTED-SEQ = ORM-SEQUENCE-NBR + 1
               GO TO 150-EXIT.

           IF ORM-SEQUENCE-NBR > WS-EXPECTED-SEQ
               ADD 1 TO NBR-SEQ-GAPS
               COMPUTE NBR-EVENTS-LOST = NBR-EVENTS-LOST +
                   ORM-SEQUENCE-NBR - WS-EXPECTED-SEQ
               MOVE WS-EXPECTED-SEQ TO GAP-FROM
               COMPUTE GAP-TO = ORM-SEQUENCE-NBR - 1
               WRITE SYSOUT-REC FROM WS-GAP-LINE
           ELSE
           IF ORM-SEQUENCE-NBR < WS-EXPECTED-SEQ
               MOVE "*** ORM SEQUENCE REPLAYED/OUT OF ORDER"
                    TO ABEND-REASON
               MOVE ORM-SEQUENCE-NBR TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           COMPUTE WS-EXPECTED-SEQ = ORM-SEQUENCE-NBR + 1.
       150-EXIT.
           EXIT.

      ***** NW -- EVERYTHING ON THE ROW IS CHECKED BEFORE IT IS ADDED
       200-APPLY-NEW-ORDER.
           MOVE "200-APPLY-NEW-ORDER" TO PARA-NAME.
           PERFORM 500-CHECK-PATIENT THRU 500-EXIT.
           IF WS-REJECT-TEXT NOT = SPACES
               GO TO 200-REJECT.

           PERFORM 520-CHECK-ITEM THRU 520-EXIT.
           IF WS-REJECT-TEXT NOT = SPACES
               GO TO 200-REJECT.

           PERFORM 540-CHECK-PHYSICIAN THRU 540-EXIT.
           IF WS-REJECT-TEXT NOT = SPACES
               GO TO 200-REJECT.

           IF ORM-SERVICE-DATE = SPACES
               MOVE "*** NO START DATE ON NEW ORDER" TO WS-REJECT-TEXT
               GO TO 200-REJECT.

      ***** A PLACER NUMBER ALREADY ON FILE IS A RESENT MESSAGE
           IF ORM-PLACER-ORDER-NBR NOT = SPACES
               MOVE ZERO TO WS-ORDERS-HIT
               PERFORM 250-FIND-PLACER-NBR THRU 250-EXIT
                   VARYING ORD-IX FROM 1 BY 1
                   UNTIL ORD-IX > WS-ORDER-COUNT
               IF WS-ORDERS-HIT > ZERO
                   MOVE "*** PLACER ORDER NBR ALREADY ON FILE"
                        TO WS-REJECT-TEXT
                   GO TO 200-REJECT.

           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               MOVE "*** HL7ORM ORDER TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE SPACES TO PHYSICIAN-ORDER-REC.
           MOVE ORM-PATIENT-ID       TO POR-PATIENT-ID.
           MOVE ORM-ITEM-TYPE        TO POR-ITEM-TYPE.
           MOVE ORM-ITEM-ID          TO POR-ITEM-ID.
           MOVE ORM-SERVICE-DATE     TO POR-SERVICE-DATE.
           MOVE ORM-DEPT-CODE        TO POR-DEPT-CODE.
           MOVE ORM-ORDERING-PHYS    TO POR-ORDERING-PHYS.
           MOVE ORM-PLACER-ORDER-NBR TO POR-PLACER-ORDER-NBR.
           ADD 1 TO WS-ORDER-COUNT.
           SET ORD-IX TO WS-ORDER-COUNT.
           MOVE PHYSICIAN-ORDER-REC TO WOT-ORDER-REC(ORD-IX).
           MOVE "N" TO WOT-CANCELLED-IND(ORD-IX).
           ADD 1 TO NBR-NEW-ORDERS.
           GO TO 200-EXIT.

       200-REJECT.
           PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       200-EXIT.
           EXIT.

       250-FIND-PLACER-NBR.
           IF WOT-CANCELLED(ORD-IX)
               GO TO 250-EXIT.
           MOVE WOT-ORDER-REC(ORD-IX) TO PHYSICIAN-ORDER-REC.
           IF POR-PATIENT-ID = ORM-PATIENT-ID
            AND POR-PLACER-ORDER-NBR = ORM-PLACER-ORDER-NBR
               ADD 1 TO WS-ORDERS-HIT.
       250-EXIT.
           EXIT.

      ***** CA -- THE ORDER WAS ENTERED IN ERROR, SO EVERY ROW IT
      ***** PRODUCED COMES OFF THE FILE
       300-APPLY-CANCEL.
           MOVE "300-APPLY-CANCEL" TO PARA-NAME.
           IF ORM-PLACER-ORDER-NBR = SPACES
               MOVE "*** CANCEL WITHOUT A PLACER ORDER NBR"
                    TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.

           MOVE ZERO TO WS-ORDERS-HIT.
           PERFORM 350-CANCEL-ROW THRU 350-EXIT
               VARYING ORD-IX FROM 1 BY 1
               UNTIL ORD-IX > WS-ORDER-COUNT.
           IF WS-ORDERS-HIT = ZERO
               MOVE "*** CANCEL MATCHES NO ORDER ON FILE"
                    TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           ADD 1 TO NBR-CANCELS.
       300-EXIT.
           EXIT.

       350-CANCEL-ROW.
           PERFORM 250-FIND-PLACER-NBR THRU 250-EXIT.
           IF POR-PATIENT-ID = ORM-PATIENT-ID
            AND POR-PLACER-ORDER-NBR = ORM-PLACER-ORDER-NBR
            AND NOT WOT-CANCELLED(ORD-IX)
               MOVE "Y" TO WOT-CANCELLED-IND(ORD-IX).
       350-EXIT.
           EXIT.

      ***** DC -- THE ORDER STOPS.  ROWS ON OR AFTER THE STOP DATE
      ***** ARE MARKED DISCONTINUED (NO CHARGE OWED); EARLIER ROWS
      ***** STAND.  NO STOP DATE STOPS THE WHOLE ORDER.
       400-APPLY-DISCONTINUE.
           MOVE "400-APPLY-DISCONTINUE" TO PARA-NAME.
           IF ORM-PLACER-ORDER-NBR = SPACES
               MOVE "*** DISCONTINUE WITHOUT A PLACER ORDER NBR"
                    TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.

           MOVE ZERO TO WS-ORDERS-HIT.
           PERFORM 450-DISCONTINUE-ROW THRU 450-EXIT
               VARYING ORD-IX FROM 1 BY 1
               UNTIL ORD-IX > WS-ORDER-COUNT.
           IF WS-ORDERS-HIT = ZERO
               MOVE "*** DISCONTINUE MATCHES NO ORDER ON FILE"
                    TO WS-REJECT-TEXT
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           ADD 1 TO NBR-DISCONTINUES.
       400-EXIT.
           EXIT.

       450-DISCONTINUE-ROW.
           IF WOT-CANCELLED(ORD-IX)
               GO TO 450-EXIT.
           MOVE WOT-ORDER-REC(ORD-IX) TO PHYSICIAN-ORDER-REC.
           IF POR-PATIENT-ID NOT = ORM-PATIENT-ID
            OR POR-PLACER-ORDER-NBR NOT = ORM-PLACER-ORDER-NBR
               GO TO 450-EXIT.
           ADD 1 TO WS-ORDERS-HIT.
           IF ORM-SERVICE-DATE = SPACES
            OR POR-SERVICE-DATE NOT < ORM-SERVICE-DATE
               MOVE "D" TO POR-ORDER-STATUS
               MOVE PHYSICIAN-ORDER-REC TO WOT-ORDER-REC(ORD-IX).
       450-EXIT.
           EXIT.

       500-CHECK-PATIENT.
           MOVE "500-CHECK-PATIENT" TO PARA-NAME.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE ORM-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** PATIENT NOT ON PATMSTR" TO WS-REJECT-TEXT.
       500-EXIT.
           EXIT.

      ***** THE ITEM MUST BE SOMETHING WE CAN CHARGE FOR -- ON THE
      ***** EQUIPMENT OR LAB CATALOG, OR IN THE FORMULARY
       520-CHECK-ITEM.
           MOVE "520-CHECK-ITEM" TO PARA-NAME.
           MOVE "N" TO ITEM-FOUND-SW.
           IF ORM-ITEM-TYPE = "E"
               SET EQC-IDX TO 1
               SEARCH EQC-ROW
                   WHEN EQC-ITEM-ID(EQC-IDX) = ORM-ITEM-ID
                       MOVE "Y" TO ITEM-FOUND-SW
               END-SEARCH
           ELSE
           IF ORM-ITEM-TYPE = "L"
               SET LBC-IDX TO 1
               SEARCH LBC-ROW
                   WHEN LBC-ITEM-ID(LBC-IDX) = ORM-ITEM-ID
                       MOVE "Y" TO ITEM-FOUND-SW
               END-SEARCH
           ELSE
           IF ORM-ITEM-TYPE = "M"
               PERFORM 530-LOOKUP-MEDICATION THRU 530-EXIT
           ELSE
               MOVE "*** ITEM TYPE MUST BE E, L OR M" TO WS-REJECT-TEXT
               GO TO 520-EXIT.

           IF NOT ITEM-FOUND
               MOVE "*** ITEM ID NOT ON CATALOG OR FORMULARY"
                    TO WS-REJECT-TEXT.
       520-EXIT.
           EXIT.

       530-LOOKUP-MEDICATION.
           MOVE "530-LOOKUP-MEDICATION" TO PARA-NAME.
           MOVE ORM-ITEM-ID TO MEDICATION-ID IN DCLMEDICATION.

           EXEC SQL
              SELECT MEDICATION_ID INTO :MEDICATION-ID
              FROM DDS0001.MEDICATION
              WHERE MEDICATION_ID = :MEDICATION-ID
           END-EXEC.

           IF SQLCODE = -811 OR 0
               MOVE "Y" TO ITEM-FOUND-SW
           ELSE
           IF SQLCODE < 0
               MOVE "*** FATAL DB2 ERROR ON MEDICATION LOOKUP"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       530-EXIT.
           EXIT.

       540-CHECK-PHYSICIAN.
           MOVE "540-CHECK-PHYSICIAN" TO PARA-NAME.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   MOVE "*** ORDERING PHYSICIAN NOT ACTIVE ON PROVREG"
                        TO WS-REJECT-TEXT
               WHEN PREG-IDX > WS-PREG-COUNT
                   MOVE "*** ORDERING PHYSICIAN NOT ACTIVE ON PROVREG"
                        TO WS-REJECT-TEXT
               WHEN PREG-ID(PREG-IDX) = ORM-ORDERING-PHYS
                   NEXT SENTENCE
           END-SEARCH.
       540-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE "700-WRITE-REJECT" TO PARA-NAME.
           MOVE WS-REJECT-TEXT       TO REJ-REASON.
           MOVE ORM-SEQUENCE-NBR     TO REJ-SEQUENCE.
           MOVE ORM-ORDER-CONTROL    TO REJ-CONTROL.
           MOVE ORM-PATIENT-ID       TO REJ-PATIENT-ID.
           MOVE ORM-PLACER-ORDER-NBR TO REJ-PLACER-NBR.
           MOVE ORM-ITEM-TYPE        TO REJ-ITEM-TYPE.
           MOVE ORM-ITEM-ID          TO REJ-ITEM-ID.
           MOVE ORM-SERVICE-DATE     TO REJ-SERVICE-DATE.
           MOVE ORM-ORDERING-PHYS    TO REJ-ORDERING-PHYS.
           WRITE ORMREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO NBR-REJECTS.
       700-EXIT.
           EXIT.

       800-WRITE-ORDER-FILE.
           MOVE "800-WRITE-ORDER-FILE" TO PARA-NAME.
           IF WOT-CANCELLED(ORD-IX)
               GO TO 800-EXIT.
           WRITE PHYSORDN-REC FROM WOT-ORDER-REC(ORD-IX).
           ADD 1 TO ORDERS-WRITTEN.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HL7ORMIN, PHYSORD, PHYSORDN, EQUIPMENT-FILE,
                 LABTEST-FILE, PROVREG, PATMSTR, ORMREJ, SYSOUT.
           DISPLAY "HL7ORM MESSAGES READ        : " RECORDS-READ.
           DISPLAY "HL7ORM ORDERS ON FILE BEFORE: " ORDERS-LOADED.
           DISPLAY "HL7ORM NEW ORDERS ADDED     : " NBR-NEW-ORDERS.
           DISPLAY "HL7ORM ORDERS CANCELLED     : " NBR-CANCELS.
           DISPLAY "HL7ORM ORDERS DISCONTINUED  : " NBR-DISCONTINUES.
           DISPLAY "HL7ORM MESSAGES REJECTED    : " NBR-REJECTS.
           DISPLAY "HL7ORM ORDERS ON FILE AFTER : " ORDERS-WRITTEN.
           DISPLAY "HL7ORM HEARTBEATS SEEN      : " NBR-HEARTBEATS.
           DISPLAY "HL7ORM SEQUENCE GAPS        : " NBR-SEQ-GAPS.
           DISPLAY "HL7ORM MESSAGES LOST IN GAPS: " NBR-EVENTS-LOST.
           IF NBR-HEARTBEATS = ZERO
               DISPLAY "**** HL7ORM FEED WENT SILENT - NO HEARTBEATS"
                   UPON CONSOLE.
           DISPLAY "******** END JOB HL7ORM ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           DISPLAY "*** ABNORMAL END OF JOB-HL7ORM ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

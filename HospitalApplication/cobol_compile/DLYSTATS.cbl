      *          OF THE NIGHTLY CYCLE, IT APPENDS ONE HOUSE ROW AND
      *          ONE ROW PER OCCUPIED WARD TO THE PERMANENT DLYHIST
      *          FILE:  ADMISSIONS AND DISCHARGES DATED TODAY AND THE
      *          MIDNIGHT CENSUS FROM THE CENSEXT EXTRACT (THE SAME
      *          ROWS THE REST OF THE MORNING PACKET COUNTS), CHARGE
      *          TOTALS LIFTED FROM THE PATSRCH AND TRMTSRCH TRAILERS
      *          (THE SAME TRAILERS ANCLRECN AND MTHCLSE ALREADY
      *          RE-SUM),
      *          AND CASH FROM THE REMITTANCE AND CASH-RECEIPT
      *          TRAILERS.  STATTRND REPORTS THE 13-MONTH TREND OFF
      *          THE ACCUMULATED ROWS.
      *
      *          THE WARD ROWS CARRY THE NIGHT'S ROOM, EQUIPMENT AND
      *          TREATMENT CHARGES TOO, SO BUDGRPT CAN HOLD EACH WARD
      *          TO ITS REVENUE PLAN.  THE TRAILER TOTALS ARE THE
      *          PRICED FIGURES AND THE DETAIL IS NOT, SO EACH HOUSE
      *          TOTAL IS SPREAD OVER THE WARDS IN PROPORTION TO THE
      *          WARD'S OWN DETAIL DOLLARS -- ROOM AND EQUIPMENT BY THE
      *          WARD ON THE PATSRCH ROW, TREATMENT BY THE WARD THE
      *          PATIENT IS ON IN THE CENSUS EXTRACT.  THE WARD ROWS
      *          ALWAYS FOOT TO THE HOUSE ROW; CASH STAYS HOUSE ONLY.
      *
      *          SWING-BED PATIENTS (SKILLED-NURSING LEVEL IN AN ACUTE
      *          BED) ARE COUNTED IN THEIR OWN SWING CENSUS, HOUSE AND
      *          WARD, AND LEFT OUT OF THE ACUTE CENSUS.
      *
      ******************************************************************

               EQUIP DETAIL INPUT      -   DDS0001.PATSRCH
               REMITTANCE FILE         -   DDS0001.REMITIN
               CASH RECEIPTS FILE      -   DDS0001.CSHRCPT

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               HISTORY FILE (EXTEND)   -   DDS0001.DLYHIST

           ASSIGN TO UT-S-DLYHIST
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS DAILY-STATS-REC.
       01  DLYHIST-REC PIC X(100).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       WORKING-STORAGE SECTION.

           05  TFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       COPY PATDALY.
       COPY TREATMNT.
       COPY REMIT835.
       COPY CENSEXT.
       COPY DLYSTATS.

      ***** SAME TRAILER LAYOUTS ANCLRECN AND MTHCLSE RE-SUM
               10  WS-WARD-ADMITS      PIC S9(5) COMP.
               10  WS-WARD-DISCH       PIC S9(5) COMP.
               10  WS-WARD-CENSUS      PIC S9(5) COMP.
               10  WS-WARD-SWING       PIC S9(5) COMP.
               10  WS-WARD-ROOM-BASE   PIC S9(9)V99 COMP-3.
               10  WS-WARD-EQUIP-BASE  PIC S9(9)V99 COMP-3.
               10  WS-WARD-TRMT-BASE   PIC S9(9)V99 COMP-3.
       01  WS-WARD-ROWS-USED           PIC 9(2) VALUE ZERO.
       77  WS-WARD-MAX                 PIC 9(2) VALUE 20.
       77  WS-WARD-SUB                 PIC 9(2).
       77  WS-FIND-WARD-NBR            PIC X(4).
       77  WS-EQUIP-SUB                PIC 9(2).
       77  WS-LAB-SUB                  PIC 9(2).

      ***** EACH CENSUS PATIENT'S WARD ROW -- TREATMENT DETAIL CARRIES
      ***** NO WARD OF ITS OWN
       01  WS-PAT-WARD-TABLE.
           05  WS-PAT-WARD-ROW OCCURS 3000 TIMES.
               10  WS-PW-PATIENT-ID    PIC X(6).
               10  WS-PW-WARD-SUB      PIC 9(2).
       01  WS-PAT-WARD-USED            PIC 9(4) VALUE ZERO.
       77  WS-PAT-WARD-MAX             PIC 9(4) VALUE 3000.
       77  WS-PW-SUB                   PIC 9(4).
       77  WS-FIND-PATIENT-ID          PIC X(6).
       77  WS-TRMT-DETAIL-AMT          PIC S9(9)V99 COMP-3.

      ***** SPREADING ONE HOUSE TOTAL OVER THE WARD ROWS
       01  WS-ALLOCATION-FIELDS.
           05  ROOM-BASE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  EQUIP-BASE-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TRMT-BASE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  ROOM-ALLOCATED          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  EQUIP-ALLOCATED         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TRMT-ALLOCATED          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ALLOC-HOUSE          PIC S9(9)V99 COMP-3.
           05  WS-ALLOC-BASE           PIC S9(9)V99 COMP-3.
           05  WS-ALLOC-BASE-TOTAL     PIC S9(9)V99 COMP-3.
           05  WS-ALLOC-SO-FAR         PIC S9(9)V99 COMP-3.
           05  WS-ALLOC-AMT            PIC S9(9)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  HOUSE-ADMISSIONS        PIC S9(5) COMP VALUE ZERO.
           05  HOUSE-DISCHARGES        PIC S9(5) COMP VALUE ZERO.
           05  HOUSE-CENSUS            PIC S9(5) COMP VALUE ZERO.
           05  HOUSE-SWING-CENSUS      PIC S9(5) COMP VALUE ZERO.
           05  ROOM-CHARGES            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  EQUIP-CHARGES           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TRMT-CHARGES            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CASH-POSTED             PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  HIST-ROWS-WRITTEN       PIC S9(5) COMP VALUE ZERO.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "DLYSTATS".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATSRCH-HDR-SW          PIC X(1) VALUE "N".
               88 PATSRCH-HDR-CHECKED  VALUE "Y".
           05  TRMTSRCH-HDR-SW         PIC X(1) VALUE "N".
               88 TRMTSRCH-HDR-CHECKED VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 300-CENSUS-BROWSE THRU 300-EXIT
                   UNTIL NO-MORE-MSTR.
           PERFORM 100-SCAN-PATSRCH THRU 100-EXIT
                   UNTIL NO-MORE-PS.
           PERFORM 150-SCAN-TRMTSRCH THRU 150-EXIT
                   UNTIL NO-MORE-RMT.
           PERFORM 250-SCAN-RECEIPTS THRU 250-EXIT
                   UNTIL NO-MORE-RCPT.
           PERFORM 600-WRITE-HISTORY THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
               WS-CURR-DATE-9(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD.
           OPEN INPUT PATSRCH-FILE, TRMTSRCH-FILE, REMITIN,
                CSHRCPT-FILE, CENSEXT.
           OPEN OUTPUT SYSOUT.
           OPEN EXTEND DLYHIST.
           INITIALIZE WS-WARD-TABLE.
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

      ***** THE TRAILER CARRIES THE HOUSE TOTALS; THE DETAIL ONLY
      ***** WEIGHS HOW THEY SPREAD ACROSS THE WARDS
       100-SCAN-PATSRCH.
           MOVE "100-SCAN-PATSRCH" TO PARA-NAME.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
                   MOVE "N" TO MORE-PS-SW
                   GO TO 100-EXIT
           END-READ.
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATSRCH-HDR-CHECKED
               MOVE "Y" TO PATSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-SCAN-PATSRCH.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE INPATIENT-DAILY-REC TO WS-PATSRCH-TRAILER
               MOVE PS-IN-TOTAL-ROOM-CHARGE TO ROOM-CHARGES
               MOVE PS-IN-EQUIPMENT-CHARGES TO EQUIP-CHARGES
               GO TO 100-EXIT.
           IF BATCH-HEADER-REC
               GO TO 100-EXIT.

           MOVE WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 350-FIND-WARD-ROW THRU 350-EXIT.

           IF REVERSAL-REC
               IF REV-EQUIP-ITEM
                   SUBTRACT TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                       FROM WS-WARD-EQUIP-BASE(WS-WARD-SUB)
                   GO TO 100-EXIT
               ELSE
                   SUBTRACT TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                       FROM WS-WARD-TRMT-BASE(WS-WARD-SUB)
                   GO TO 100-EXIT.

           IF NOT ANCILLARY-CHG-REC
               ADD TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                   TO WS-WARD-ROOM-BASE(WS-WARD-SUB).
           PERFORM 120-ADD-EQUIP-COST THRU 120-EXIT
               VARYING WS-EQUIP-SUB FROM 1 BY 1 UNTIL WS-EQUIP-SUB > 12.
       100-EXIT.
           EXIT.

       120-ADD-EQUIP-COST.
           MOVE "120-ADD-EQUIP-COST" TO PARA-NAME.
           IF EQUIPMENT-ID(WS-EQUIP-SUB) NOT = SPACES
               ADD EQUIPMENT-COST(WS-EQUIP-SUB)
                   TO WS-WARD-EQUIP-BASE(WS-WARD-SUB).
       120-EXIT.
           EXIT.

       150-SCAN-TRMTSRCH.
           MOVE "150-SCAN-TRMTSRCH" TO PARA-NAME.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
                   MOVE "N" TO MORE-TS-SW
                   GO TO 150-EXIT
           END-READ.
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMTSRCH-HDR-CHECKED
               MOVE "Y" TO TRMTSRCH-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 150-SCAN-TRMTSRCH.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               MOVE INPATIENT-TREATMENT-REC TO WS-TRMTSRCH-TRAILER
               COMPUTE TRMT-CHARGES =
                   TS-IN-ANCILLARY-CHARGES +
                   TS-IN-LABTEST-CHARGES +
                   TS-IN-LAB-ANCIL-CHARGES +
                   TS-IN-VENIPUNCTURE-CHGS
               GO TO 150-EXIT.

           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
               TO WS-FIND-PATIENT-ID.
           PERFORM 180-FIND-PATIENT-WARD THRU 180-EXIT.
           IF WS-PW-SUB > WS-PAT-WARD-USED
               GO TO 150-EXIT.

           COMPUTE WS-TRMT-DETAIL-AMT =
               MEDICATION-COST + PHARMACY-COST + ANCILLARY-CHARGE.
           PERFORM 160-ADD-LAB-COST THRU 160-EXIT
               VARYING WS-LAB-SUB FROM 1 BY 1 UNTIL WS-LAB-SUB > 12.
           MOVE WS-PW-WARD-SUB(WS-PW-SUB) TO WS-WARD-SUB.
           ADD WS-TRMT-DETAIL-AMT TO WS-WARD-TRMT-BASE(WS-WARD-SUB).
       150-EXIT.
           EXIT.

       160-ADD-LAB-COST.
           MOVE "160-ADD-LAB-COST" TO PARA-NAME.
           IF LAB-TEST-ID(WS-LAB-SUB) NOT = SPACES
               ADD TEST-COST(WS-LAB-SUB), VENIPUNCTURE-COST(WS-LAB-SUB)
                   TO WS-TRMT-DETAIL-AMT.
       160-EXIT.
           EXIT.

      ***** A PATIENT NOT IN TONIGHT'S CENSUS HAS NO WARD -- THE
      ***** CHARGE STAYS IN THE HOUSE TOTAL BUT WEIGHS NO WARD
       180-FIND-PATIENT-WARD.
           MOVE "180-FIND-PATIENT-WARD" TO PARA-NAME.
           MOVE "N" TO WS-WARD-FOUND-SW.
           PERFORM 190-SCAN-PATIENT-WARD THRU 190-EXIT
               VARYING WS-PW-SUB FROM 1 BY 1 UNTIL
               WS-PW-SUB > WS-PAT-WARD-USED OR WARD-ROW-FOUND.
           IF WARD-ROW-FOUND
               SUBTRACT 1 FROM WS-PW-SUB.
       180-EXIT.
           EXIT.

       190-SCAN-PATIENT-WARD.
           MOVE "190-SCAN-PATIENT-WARD" TO PARA-NAME.
           IF WS-PW-PATIENT-ID(WS-PW-SUB) = WS-FIND-PATIENT-ID
               MOVE "Y" TO WS-WARD-FOUND-SW.
       190-EXIT.
           EXIT.

       200-SCAN-REMITS.
           MOVE "200-SCAN-REMITS" TO PARA-NAME.
           READ REMITIN INTO REMITTANCE-PAYMENT-REC
      ***** CENSUS -- HOUSE AND PER WARD
       300-CENSUS-BROWSE.
           MOVE "300-CENSUS-BROWSE" TO PARA-NAME.
           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
                   MOVE "N" TO MORE-MSTR-SW
                   GO TO 300-EXIT
           END-READ.

           IF CEN-DATE-ADMIT = SPACES
               GO TO 300-EXIT.

           MOVE CEN-WARD-NBR TO WS-FIND-WARD-NBR.
           PERFORM 350-FIND-WARD-ROW THRU 350-EXIT.

           IF WS-PAT-WARD-USED < WS-PAT-WARD-MAX
               ADD 1 TO WS-PAT-WARD-USED
               MOVE CEN-PATIENT-ID
                   TO WS-PW-PATIENT-ID(WS-PAT-WARD-USED)
               MOVE WS-WARD-SUB TO WS-PW-WARD-SUB(WS-PAT-WARD-USED).

           IF CEN-DATE-ADMIT = WS-TODAY-YYYYMMDD
               ADD 1 TO HOUSE-ADMISSIONS
               ADD 1 TO WS-WARD-ADMITS(WS-WARD-SUB).
           IF CEN-DATE-DISCHARGE = WS-TODAY-YYYYMMDD
               ADD 1 TO HOUSE-DISCHARGES
               ADD 1 TO WS-WARD-DISCH(WS-WARD-SUB).
           IF CEN-DATE-DISCHARGE = SPACES
               IF CEN-SWING-BED
                   ADD 1 TO HOUSE-SWING-CENSUS
                   ADD 1 TO WS-WARD-SWING(WS-WARD-SUB)
               ELSE
                   ADD 1 TO HOUSE-CENSUS
                   ADD 1 TO WS-WARD-CENSUS(WS-WARD-SUB).
       300-EXIT.
           EXIT.

               ELSE
                   ADD 1 TO WS-WARD-ROWS-USED
                   MOVE WS-WARD-ROWS-USED TO WS-WARD-SUB
                   MOVE WS-FIND-WARD-NBR
                       TO WS-WARD-NBR(WS-WARD-SUB).
       350-EXIT.
           EXIT.

       360-SCAN-WARD-ROW.
           MOVE "360-SCAN-WARD-ROW" TO PARA-NAME.
           IF WS-WARD-NBR(WS-WARD-SUB) = WS-FIND-WARD-NBR
               MOVE "Y" TO WS-WARD-FOUND-SW.
       360-EXIT.
           EXIT.
           MOVE HOUSE-ADMISSIONS TO DST-ADMISSIONS.
           MOVE HOUSE-DISCHARGES TO DST-DISCHARGES.
           MOVE HOUSE-CENSUS     TO DST-CENSUS.
           MOVE HOUSE-SWING-CENSUS TO DST-SWING-CENSUS.
           MOVE ROOM-CHARGES     TO DST-ROOM-CHARGES.
           MOVE EQUIP-CHARGES    TO DST-EQUIP-CHARGES.
           MOVE TRMT-CHARGES     TO DST-TRMT-CHARGES.
           WRITE DLYHIST-REC FROM DAILY-STATS-REC.
           ADD 1 TO HIST-ROWS-WRITTEN.

           PERFORM 610-FOOT-WARD-BASES THRU 610-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-ROWS-USED.
           PERFORM 650-WRITE-WARD-ROW THRU 650-EXIT
               VARYING WS-WARD-SUB FROM 1 BY 1 UNTIL
               WS-WARD-SUB > WS-WARD-ROWS-USED.
       600-EXIT.
           EXIT.

       610-FOOT-WARD-BASES.
           MOVE "610-FOOT-WARD-BASES" TO PARA-NAME.
           ADD WS-WARD-ROOM-BASE(WS-WARD-SUB)  TO ROOM-BASE-TOTAL.
           ADD WS-WARD-EQUIP-BASE(WS-WARD-SUB) TO EQUIP-BASE-TOTAL.
           ADD WS-WARD-TRMT-BASE(WS-WARD-SUB)  TO TRMT-BASE-TOTAL.
       610-EXIT.
           EXIT.

       650-WRITE-WARD-ROW.
           MOVE "650-WRITE-WARD-ROW" TO PARA-NAME.
           MOVE SPACES TO DAILY-STATS-REC.
           MOVE WS-WARD-ADMITS(WS-WARD-SUB) TO DST-ADMISSIONS.
           MOVE WS-WARD-DISCH(WS-WARD-SUB)  TO DST-DISCHARGES.
           MOVE WS-WARD-CENSUS(WS-WARD-SUB) TO DST-CENSUS.
           MOVE WS-WARD-SWING(WS-WARD-SUB)  TO DST-SWING-CENSUS.

           MOVE ROOM-CHARGES                  TO WS-ALLOC-HOUSE.
           MOVE WS-WARD-ROOM-BASE(WS-WARD-SUB) TO WS-ALLOC-BASE.
           MOVE ROOM-BASE-TOTAL               TO WS-ALLOC-BASE-TOTAL.
           MOVE ROOM-ALLOCATED                TO WS-ALLOC-SO-FAR.
           PERFORM 660-ALLOCATE-SHARE THRU 660-EXIT.
           ADD WS-ALLOC-AMT TO ROOM-ALLOCATED.
           MOVE WS-ALLOC-AMT TO DST-ROOM-CHARGES.

           MOVE EQUIP-CHARGES                  TO WS-ALLOC-HOUSE.
           MOVE WS-WARD-EQUIP-BASE(WS-WARD-SUB) TO WS-ALLOC-BASE.
           MOVE EQUIP-BASE-TOTAL               TO WS-ALLOC-BASE-TOTAL.
           MOVE EQUIP-ALLOCATED                TO WS-ALLOC-SO-FAR.
           PERFORM 660-ALLOCATE-SHARE THRU 660-EXIT.
           ADD WS-ALLOC-AMT TO EQUIP-ALLOCATED.
           MOVE WS-ALLOC-AMT TO DST-EQUIP-CHARGES.

           MOVE TRMT-CHARGES                  TO WS-ALLOC-HOUSE.
           MOVE WS-WARD-TRMT-BASE(WS-WARD-SUB) TO WS-ALLOC-BASE.
           MOVE TRMT-BASE-TOTAL               TO WS-ALLOC-BASE-TOTAL.
           MOVE TRMT-ALLOCATED                TO WS-ALLOC-SO-FAR.
           PERFORM 660-ALLOCATE-SHARE THRU 660-EXIT.
           ADD WS-ALLOC-AMT TO TRMT-ALLOCATED.
           MOVE WS-ALLOC-AMT TO DST-TRMT-CHARGES.

           MOVE ZERO TO DST-CASH-POSTED.
           WRITE DLYHIST-REC FROM DAILY-STATS-REC.
           ADD 1 TO HIST-ROWS-WRITTEN.
       650-EXIT.
           EXIT.

      ***** THE WARD'S SHARE OF ONE HOUSE TOTAL -- THE LAST WARD ROW
      ***** TAKES WHATEVER PENNIES THE ROUNDING LEFT, SO THE WARDS
      ***** FOOT TO THE HOUSE ROW EXACTLY.  NO DETAIL TO WEIGH BY
      ***** LEAVES THE TOTAL ON THE HOUSE ROW ALONE.
       660-ALLOCATE-SHARE.
           MOVE "660-ALLOCATE-SHARE" TO PARA-NAME.
           MOVE ZERO TO WS-ALLOC-AMT.
           IF WS-ALLOC-BASE-TOTAL NOT > ZERO
               GO TO 660-EXIT.
           IF WS-WARD-SUB = WS-WARD-ROWS-USED
               COMPUTE WS-ALLOC-AMT = WS-ALLOC-HOUSE - WS-ALLOC-SO-FAR
           ELSE
               COMPUTE WS-ALLOC-AMT ROUNDED =
                   WS-ALLOC-HOUSE * WS-ALLOC-BASE / WS-ALLOC-BASE-TOTAL.
           IF WS-ALLOC-AMT < ZERO
               MOVE ZERO TO WS-ALLOC-AMT.
       660-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATSRCH-FILE, TRMTSRCH-FILE, REMITIN, CSHRCPT-FILE,
                 CENSEXT, DLYHIST, SYSOUT.
           DISPLAY "DLYSTATS ADMISSIONS TODAY   : " HOUSE-ADMISSIONS.
           DISPLAY "DLYSTATS DISCHARGES TODAY   : " HOUSE-DISCHARGES.
           DISPLAY "DLYSTATS MIDNIGHT CENSUS    : " HOUSE-CENSUS.
           DISPLAY "DLYSTATS SWING-BED CENSUS   : " HOUSE-SWING-CENSUS.
           DISPLAY "DLYSTATS ROOM CHARGES       : " ROOM-CHARGES.
           DISPLAY "DLYSTATS EQUIP CHARGES      : " EQUIP-CHARGES.
           DISPLAY "DLYSTATS TREATMENT CHARGES  : " TRMT-CHARGES.
           DISPLAY "DLYSTATS CASH POSTED        : " CASH-POSTED.
           DISPLAY "DLYSTATS HISTORY ROWS ADDED : " HIST-ROWS-WRITTEN.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB DLYSTATS ********".
       900-EXIT.
           EXIT.
       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATSRCH-FILE, TRMTSRCH-FILE, REMITIN, CSHRCPT-FILE,
                 CENSEXT, DLYHIST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-DLYSTATS ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

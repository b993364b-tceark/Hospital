       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGSPLIT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          FRONT STEP OF THE FACILITY-PARTITIONED NIGHTLY CHARGE
      *          CHAIN.  SINCE THE NORTH CAMPUS CAME UP THE SINGLE
      *          PATSRCH -> TRMTSRCH -> PATLIST/DALYEDIT ->
      *          DALYUPDT/TRMTUPDT RUN NO LONGER FITS THE WINDOW, SO
      *          THE CHAIN NOW RUNS ONCE PER CAMPUS, BOTH AT THE SAME
      *          TIME.  THIS STEP CUTS THE THREE HOUSE-WIDE INPUTS --
      *          PATSORT, TRMTSORT AND THE KEYED PATDATA -- INTO ONE
      *          FILE PER CAMPUS, EACH WITH ITS OWN TRAILER, SO EVERY
      *          PROGRAM IN THE CHAIN RUNS UNCHANGED AGAINST ITS
      *          CAMPUS'S DATASETS.  CHGMERGE PUTS THE NIGHT BACK
      *          TOGETHER AT THE END.
      *
      *          ROUTING:  FACILITY-CDE / TREATMENT-FACILITY-CDE OF
      *          "02" GOES TO THE NORTH STREAM; "01", BLANK (RECORDS
      *          FROM BEFORE THE SECOND CAMPUS) AND ANYTHING ELSE GO
      *          TO THE MAIN STREAM, WHERE THE EDITS REJECT A BAD
      *          CODE THE SAME AS THEY ALWAYS HAVE.
      *
      *          PATDATA'S "B" BATCH HEADERS BALANCE A WHOLE KEYING
      *          DEPARTMENT'S BATCH, SO A BATCH IS NEVER CUT IN TWO --
      *          THE HEADER AND ALL ITS DETAILS FOLLOW THE CAMPUS OF
      *          THE BATCH'S FIRST DETAIL.  A DETAIL WHOSE OWN CODE
      *          DISAGREES WITH ITS BATCH IS COUNTED AND SHOWN ON
      *          SYSOUT.
      *
      *          TRAILERS:  EACH CAMPUS FILE GETS A TRAILER WHOSE
      *          RECORD COUNT IS ITS OWN DETAILS PLUS THE TRAILER --
      *          THE FIGURE THE CHAIN BALANCES ON.  THE DOLLAR FIELDS
      *          HAVE NO PER-CAMPUS SOURCE ON THE INCOMING TRAILER, SO
      *          THEY RIDE WHOLE ON THE MAIN-CAMPUS TRAILER AND THE
      *          NORTH TRAILER CARRIES ZERO; CHGMERGE'S SUM OF THE TWO
      *          IS THEREFORE ALWAYS THE HOUSE FIGURE.
      *
      ******************************************************************

               HOUSE-WIDE INPUT        -   DDS0001.PATSORT
                                            DDS0001.TRMTSORT
                                            DDS0001.PATDATA

               MAIN CAMPUS (01)        -   DDS0001.PATSORT.F01
                                            DDS0001.TRMTSORT.F01
                                            DDS0001.PATDATA.F01

               NORTH CAMPUS (02)       -   DDS0001.PATSORT.F02
                                            DDS0001.TRMTSORT.F02
                                            DDS0001.PATDATA.F02

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

           SELECT PATSORT
           ASSIGN TO UT-S-PATSORT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PATSRT01
           ASSIGN TO UT-S-PATSRT01
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATSRT02
           ASSIGN TO UT-S-PATSRT02
             ORGANIZATION IS SEQUENTIAL.

           SELECT TRMTSORT
           ASSIGN TO UT-S-TRMTSORT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT TRMSRT01
           ASSIGN TO UT-S-TRMSRT01
             ORGANIZATION IS SEQUENTIAL.

           SELECT TRMSRT02
           ASSIGN TO UT-S-TRMSRT02
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATDATA
           ASSIGN TO UT-S-PATDATA
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DFCODE.

           SELECT PATDAT01
           ASSIGN TO UT-S-PATDAT01
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATDAT02
           ASSIGN TO UT-S-PATDAT02
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  PATSORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSORT-REC.
       01  PATSORT-REC PIC X(1084).

       FD  PATSRT01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRT01-REC.
       01  PATSRT01-REC PIC X(1084).

       FD  PATSRT02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRT02-REC.
       01  PATSRT02-REC PIC X(1084).

       FD  TRMTSORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTSORT-REC.
       01  TRMTSORT-REC PIC X(1150).

       FD  TRMSRT01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMSRT01-REC.
       01  TRMSRT01-REC PIC X(1150).

       FD  TRMSRT02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMSRT02-REC.
       01  TRMSRT02-REC PIC X(1150).

       FD  PATDATA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDATA-REC.
       01  PATDATA-REC PIC X(1084).

       FD  PATDAT01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDAT01-REC.
       01  PATDAT01-REC PIC X(1084).

       FD  PATDAT02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDAT02-REC.
       01  PATDAT02-REC PIC X(1084).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  TFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).

       COPY PATDALY.
       COPY TREATMNT.

      ***** SAME TRAILER SHAPE PATSRCH AND DALYEDIT BALANCE AGAINST
       01  WS-PATD-TRAILER.
           05  FILLER                  PIC X(1).
           05  PD-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  PD-TOTAL-ROOM-CHARGE    PIC S9(9)V99.
           05  PD-BASE-ROOM-CHARGE     PIC S9(9)V99.
           05  PD-EQUIPMENT-CHARGES    PIC S9(9)V99.
           05  PD-ANCILLARY-CHARGES    PIC S9(9)V99.
           05  FILLER                  PIC X(1029).

      ***** SAME TRAILER SHAPE TRMTSRCH BALANCES AGAINST
       01  WS-TRMT-TRAILER.
           05  FILLER                  PIC X(1).
           05  TT-RECORD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(1).
           05  TT-MEDICATION-CHARGES   PIC S9(9)V99.
           05  TT-PHARMACY-CHARGES     PIC S9(7)V99.
           05  TT-ANCILLARY-CHARGES    PIC S9(5)V99.
           05  TT-LABTEST-CHARGES      PIC S9(9)V99.
           05  TT-LAB-ANCIL-CHARGES    PIC S9(7)V99.
           05  TT-VENIPUNCTURE-CHGS    PIC S9(7)V99.
           05  FILLER                  PIC X(1083).

      ***** A PATDATA BATCH HEADER IS HELD UNTIL ITS FIRST DETAIL
      ***** SAYS WHICH CAMPUS THE BATCH BELONGS TO
       01  WS-HELD-BATCH-HDR           PIC X(1084).

       01  WS-SWITCHES.
           05  MORE-PATSORT-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-PATSORT      VALUE "N".
           05  MORE-TRMTSORT-SW        PIC X(1) VALUE "Y".
               88 NO-MORE-TRMTSORT     VALUE "N".
           05  MORE-PATDATA-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-PATDATA      VALUE "N".
           05  HDR-PENDING-SW          PIC X(1) VALUE "N".
               88 HDR-PENDING          VALUE "Y".
           05  BATCH-OPEN-SW           PIC X(1) VALUE "N".
               88 BATCH-OPEN           VALUE "Y".

       01  WS-ROUTING.
           05  WS-ROUTE-CAMPUS         PIC X(2).
               88 ROUTE-NORTH          VALUE "02".
           05  WS-BATCH-CAMPUS         PIC X(2).
               88 BATCH-NORTH          VALUE "02".

       01  COUNTERS-AND-ACCUMULATORS.
           05  PATSORT-READ            PIC S9(9) COMP VALUE ZERO.
           05  PATSORT-TO-01           PIC S9(9) COMP VALUE ZERO.
           05  PATSORT-TO-02           PIC S9(9) COMP VALUE ZERO.
           05  TRMTSORT-READ           PIC S9(9) COMP VALUE ZERO.
           05  TRMTSORT-TO-01          PIC S9(9) COMP VALUE ZERO.
           05  TRMTSORT-TO-02          PIC S9(9) COMP VALUE ZERO.
           05  PATDATA-READ            PIC S9(9) COMP VALUE ZERO.
           05  PATDATA-TO-01           PIC S9(9) COMP VALUE ZERO.
           05  PATDATA-TO-02           PIC S9(9) COMP VALUE ZERO.
           05  BATCHES-TO-01           PIC S9(5) COMP VALUE ZERO.
           05  BATCHES-TO-02           PIC S9(5) COMP VALUE ZERO.
           05  CROSS-CAMPUS-DETAILS    PIC S9(9) COMP VALUE ZERO.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "CHGSPLIT".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SPLIT-PATSORT THRU 100-EXIT
                   UNTIL NO-MORE-PATSORT
                      OR TRAILER-REC IN INPATIENT-DAILY-REC.
           PERFORM 150-PATSORT-TRAILERS THRU 150-EXIT.
           PERFORM 200-SPLIT-TRMTSORT THRU 200-EXIT
                   UNTIL NO-MORE-TRMTSORT
                      OR TRAILER-REC IN INPATIENT-TREATMENT-REC.
           PERFORM 250-TRMTSORT-TRAILERS THRU 250-EXIT.
           PERFORM 300-READ-PATDATA THRU 300-EXIT.
           PERFORM 310-SPLIT-PATDATA THRU 310-EXIT
                   UNTIL NO-MORE-PATDATA
                      OR TRAILER-REC IN INPATIENT-DAILY-REC.
           PERFORM 350-PATDATA-TRAILERS THRU 350-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CHGSPLIT ********".
           OPEN INPUT PATSORT, TRMTSORT, PATDATA.
           OPEN OUTPUT PATSRT01, PATSRT02, TRMSRT01, TRMSRT02,
                       PATDAT01, PATDAT02, SYSOUT.

           READ PATSORT INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSORT-SW
           END-READ.
           READ TRMTSORT INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSORT-SW
           END-READ.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    PATSORT -- EACH DETAIL GOES TO ITS OWN CAMPUS
      ******************************************************************
       100-SPLIT-PATSORT.
           MOVE "100-SPLIT-PATSORT" TO PARA-NAME.
           ADD 1 TO PATSORT-READ.
           IF NORTH-CAMPUS-CHG
               WRITE PATSRT02-REC FROM INPATIENT-DAILY-REC
               ADD 1 TO PATSORT-TO-02
           ELSE
               WRITE PATSRT01-REC FROM INPATIENT-DAILY-REC
               ADD 1 TO PATSORT-TO-01.

           READ PATSORT INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSORT-SW
           END-READ.
       100-EXIT.
           EXIT.

       150-PATSORT-TRAILERS.
           MOVE "150-PATSORT-TRAILERS" TO PARA-NAME.
           IF NOT TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE "** INVALID PATSORT - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE INPATIENT-DAILY-REC TO WS-PATD-TRAILER.
           IF PATSORT-READ + 1 NOT = PD-RECORD-COUNT
               MOVE "** PATSORT # RECORDS OUT OF BALANCE"
                    TO ABEND-REASON
               COMPUTE ACTUAL-VAL = PATSORT-READ + 1
               MOVE PD-RECORD-COUNT  TO EXPECTED-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           COMPUTE PD-RECORD-COUNT = PATSORT-TO-01 + 1.
           WRITE PATSRT01-REC FROM WS-PATD-TRAILER.

           COMPUTE PD-RECORD-COUNT = PATSORT-TO-02 + 1.
           MOVE ZERO TO PD-TOTAL-ROOM-CHARGE, PD-BASE-ROOM-CHARGE,
                        PD-EQUIPMENT-CHARGES, PD-ANCILLARY-CHARGES.
           WRITE PATSRT02-REC FROM WS-PATD-TRAILER.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    TRMTSORT -- EACH TREATMENT GOES TO ITS OWN CAMPUS
      ******************************************************************
       200-SPLIT-TRMTSORT.
           MOVE "200-SPLIT-TRMTSORT" TO PARA-NAME.
           ADD 1 TO TRMTSORT-READ.
           IF TREATMENT-FACILITY-CDE = "02"
               WRITE TRMSRT02-REC FROM INPATIENT-TREATMENT-REC
               ADD 1 TO TRMTSORT-TO-02
           ELSE
               WRITE TRMSRT01-REC FROM INPATIENT-TREATMENT-REC
               ADD 1 TO TRMTSORT-TO-01.

           READ TRMTSORT INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSORT-SW
           END-READ.
       200-EXIT.
           EXIT.

       250-TRMTSORT-TRAILERS.
           MOVE "250-TRMTSORT-TRAILERS" TO PARA-NAME.
           IF NOT TRAILER-REC IN INPATIENT-TREATMENT-REC
               MOVE "** INVALID TRMTSORT - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE INPATIENT-TREATMENT-REC TO WS-TRMT-TRAILER.
           IF TRMTSORT-READ + 1 NOT = TT-RECORD-COUNT
               MOVE "** TRMTSORT # RECORDS OUT OF BALANCE"
                    TO ABEND-REASON
               COMPUTE ACTUAL-VAL = TRMTSORT-READ + 1
               MOVE TT-RECORD-COUNT  TO EXPECTED-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           COMPUTE TT-RECORD-COUNT = TRMTSORT-TO-01 + 1.
           WRITE TRMSRT01-REC FROM WS-TRMT-TRAILER.

           COMPUTE TT-RECORD-COUNT = TRMTSORT-TO-02 + 1.
           MOVE ZERO TO TT-MEDICATION-CHARGES, TT-PHARMACY-CHARGES,
                        TT-ANCILLARY-CHARGES, TT-LABTEST-CHARGES,
                        TT-LAB-ANCIL-CHARGES, TT-VENIPUNCTURE-CHGS.
           WRITE TRMSRT02-REC FROM WS-TRMT-TRAILER.
       250-EXIT.
           EXIT.

      ******************************************************************
      *    PATDATA -- BATCHES STAY WHOLE
      ******************************************************************
       300-READ-PATDATA.
           READ PATDATA INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATDATA-SW
               GO TO 300-EXIT
           END-READ.
           IF NOT TRAILER-REC IN INPATIENT-DAILY-REC
               ADD 1 TO PATDATA-READ.
       300-EXIT.
           EXIT.

       310-SPLIT-PATDATA.
           MOVE "310-SPLIT-PATDATA" TO PARA-NAME.
           IF BATCH-HEADER-REC
               PERFORM 320-FLUSH-EMPTY-HDR THRU 320-EXIT
               MOVE INPATIENT-DAILY-REC TO WS-HELD-BATCH-HDR
               MOVE "Y" TO HDR-PENDING-SW
               MOVE "N" TO BATCH-OPEN-SW
               PERFORM 300-READ-PATDATA THRU 300-EXIT
               GO TO 310-EXIT.

           MOVE FACILITY-CDE TO WS-ROUTE-CAMPUS.
           IF HDR-PENDING
               MOVE WS-ROUTE-CAMPUS TO WS-BATCH-CAMPUS
               PERFORM 330-WRITE-HDR THRU 330-EXIT.

      ***** A DETAIL AHEAD OF ANY HEADER HAS NO BATCH -- IT GOES BY
      ***** ITS OWN CODE, THE SAME WAY BATCHBAL PASSES IT THROUGH
           IF BATCH-OPEN
               IF WS-ROUTE-CAMPUS NOT = WS-BATCH-CAMPUS
                  AND (ROUTE-NORTH OR BATCH-NORTH)
                   ADD 1 TO CROSS-CAMPUS-DETAILS
               END-IF
               MOVE WS-BATCH-CAMPUS TO WS-ROUTE-CAMPUS.

           IF ROUTE-NORTH
               WRITE PATDAT02-REC FROM INPATIENT-DAILY-REC
               ADD 1 TO PATDATA-TO-02
           ELSE
               WRITE PATDAT01-REC FROM INPATIENT-DAILY-REC
               ADD 1 TO PATDATA-TO-01.

           PERFORM 300-READ-PATDATA THRU 300-EXIT.
       310-EXIT.
           EXIT.

      ***** A HEADER WITH NO DETAILS BEHIND IT STILL GOES THROUGH, SO
      ***** BATCHBAL REPORTS THE EMPTY BATCH ON THE MAIN-CAMPUS LIST
       320-FLUSH-EMPTY-HDR.
           MOVE "320-FLUSH-EMPTY-HDR" TO PARA-NAME.
           IF NOT HDR-PENDING
               GO TO 320-EXIT.
           MOVE "01" TO WS-BATCH-CAMPUS.
           PERFORM 330-WRITE-HDR THRU 330-EXIT.
       320-EXIT.
           EXIT.

       330-WRITE-HDR.
           MOVE "330-WRITE-HDR" TO PARA-NAME.
           IF BATCH-NORTH
               WRITE PATDAT02-REC FROM WS-HELD-BATCH-HDR
               ADD 1 TO PATDATA-TO-02, BATCHES-TO-02
           ELSE
               WRITE PATDAT01-REC FROM WS-HELD-BATCH-HDR
               ADD 1 TO PATDATA-TO-01, BATCHES-TO-01.
           MOVE "N" TO HDR-PENDING-SW.
           MOVE "Y" TO BATCH-OPEN-SW.
       330-EXIT.
           EXIT.

       350-PATDATA-TRAILERS.
           MOVE "350-PATDATA-TRAILERS" TO PARA-NAME.
           IF NOT TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE "** INVALID PATDATA - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           PERFORM 320-FLUSH-EMPTY-HDR THRU 320-EXIT.

           MOVE INPATIENT-DAILY-REC TO WS-PATD-TRAILER.
           COMPUTE PD-RECORD-COUNT = PATDATA-TO-01 + 1.
           WRITE PATDAT01-REC FROM WS-PATD-TRAILER.

           COMPUTE PD-RECORD-COUNT = PATDATA-TO-02 + 1.
           MOVE ZERO TO PD-TOTAL-ROOM-CHARGE, PD-BASE-ROOM-CHARGE,
                        PD-EQUIPMENT-CHARGES, PD-ANCILLARY-CHARGES.
           WRITE PATDAT02-REC FROM WS-PATD-TRAILER.
       350-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATSORT, PATSRT01, PATSRT02, TRMTSORT, TRMSRT01,
                 TRMSRT02, PATDATA, PATDAT01, PATDAT02, SYSOUT.
           DISPLAY "CHGSPLIT PATSORT  DETAILS READ : " PATSORT-READ.
           DISPLAY "CHGSPLIT PATSORT  TO CAMPUS 01 : " PATSORT-TO-01.
           DISPLAY "CHGSPLIT PATSORT  TO CAMPUS 02 : " PATSORT-TO-02.
           DISPLAY "CHGSPLIT TRMTSORT DETAILS READ : " TRMTSORT-READ.
           DISPLAY "CHGSPLIT TRMTSORT TO CAMPUS 01 : " TRMTSORT-TO-01.
           DISPLAY "CHGSPLIT TRMTSORT TO CAMPUS 02 : " TRMTSORT-TO-02.
           DISPLAY "CHGSPLIT PATDATA  RECORDS READ : " PATDATA-READ.
           DISPLAY "CHGSPLIT PATDATA  TO CAMPUS 01 : " PATDATA-TO-01.
           DISPLAY "CHGSPLIT PATDATA  TO CAMPUS 02 : " PATDATA-TO-02.
           DISPLAY "CHGSPLIT BATCHES  TO CAMPUS 01 : " BATCHES-TO-01.
           DISPLAY "CHGSPLIT BATCHES  TO CAMPUS 02 : " BATCHES-TO-02.
           DISPLAY "CHGSPLIT DETAILS OFF-CAMPUS IN BATCH : "
                   CROSS-CAMPUS-DETAILS.
           COMPUTE SCT-CALLER-COUNT = PATSORT-READ
               + TRMTSORT-READ + PATDATA-READ.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

           DISPLAY "******** NORMAL END OF JOB CHGSPLIT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATSORT, PATSRT01, PATSRT02, TRMTSORT, TRMSRT01,
                 TRMSRT02, PATDATA, PATDAT01, PATDAT02, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CHGSPLIT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

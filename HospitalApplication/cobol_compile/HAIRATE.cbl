       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HAIRATE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY HOSPITAL-ACQUIRED INFECTION RATE SUMMARY IN
      *          THE NHSN LAYOUT.  THE NUMERATORS ARE THE MONTH'S "E"
      *          ROWS ON HAIHIST (WRITTEN NIGHTLY BY HAISURV); THE
      *          DEVICE-DAY DENOMINATORS ARE ITS "D" ROWS; THE
      *          PATIENT DAYS ARE THE MIDNIGHT CENSUS DLYSTATS WROTE
      *          ON THE WARD ROWS OF DLYHIST, SWING CENSUS INCLUDED.
      *
      *          A REPEAT CULTURE -- SAME PATIENT, SITE AND ORGANISM
      *          WITHIN 14 DAYS OF ONE ALREADY COUNTED -- IS THE SAME
      *          INFECTION AND IS NOT COUNTED AGAIN.
      *
      *          PER WARD THE REPORT SHOWS PATIENT DAYS, DRIP (CENTRAL
      *          LINE) AND SHNT DEVICE DAYS WITH THEIR UTILIZATION
      *          RATIOS, INFECTIONS AND THE RATE PER 1,000 PATIENT
      *          DAYS, AND DEVICE-ASSOCIATED INFECTIONS AND THE RATE
      *          PER 1,000 DEVICE DAYS; THEN EACH WARD'S INFECTIONS BY
      *          HAICULT SITE, THEN THE MONTH'S ORGANISMS.  THE MONTH
      *          IS THE REPORT-MONTH (CCYYMM) RUNPARM ROW, DEFAULT
      *          LAST MONTH.
      *
      ******************************************************************

               CULTURE CATEGORY TABLE  -   DDS0001.HAICULT

               SURVEILLANCE HISTORY    -   DDS0001.HAIHIST

               DAILY STATS HISTORY     -   DDS0001.DLYHIST

               OUTPUT FILE PRODUCED    -   DDS0001.HAIRPT

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

           SELECT HAIRPT
           ASSIGN TO UT-S-HAIRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT HAICULT
           ASSIGN TO UT-S-HAICULT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT HAIHIST
           ASSIGN TO UT-S-HAIHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT DLYHIST
           ASSIGN TO UT-S-DLYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  HAIRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAIRPT-REC.
       01  HAIRPT-REC PIC X(132).

       FD  HAICULT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAICULT-REC.
       01  HAICULT-REC PIC X(40).

       FD  HAIHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAIHIST-REC.
       01  HAIHIST-REC PIC X(80).

       FD  DLYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DLYHIST-REC.
       01  DLYHIST-REC PIC X(100).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).

       COPY HAICULT.

       COPY HAIHIST.

       COPY DLYSTATS.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-CULT-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CULT         VALUE "N".
           05  MORE-HAIHIST-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-HAIHIST      VALUE "N".
           05  MORE-DLYHIST-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-DLYHIST      VALUE "N".
           05  WS-FOUND-SW             PIC X(1).
               88 WS-FOUND             VALUE "Y".
           05  WS-REPEAT-SW            PIC X(1).
               88 WS-REPEAT            VALUE "Y".

      ***** THE DISTINCT INFECTION SITES ON HAICULT, IN TABLE ORDER
       01  WS-SITE-TABLE.
           05  SITE-ROW OCCURS 10 TIMES INDEXED BY SITE-IDX.
               10  SITE-CODE           PIC X(4).
               10  SITE-NAME           PIC X(20).
       77  WS-SITE-COUNT               PIC 9(2) VALUE ZERO.

      ***** ONE ROW PER WARD -- DENOMINATORS AND NUMERATORS
       01  WS-WARD-TABLE.
           05  WRD-ROW OCCURS 50 TIMES INDEXED BY WRD-IDX.
               10  WRD-WARD-NBR        PIC X(4).
               10  WRD-PATIENT-DAYS    PIC S9(7) COMP.
               10  WRD-DRIP-DAYS       PIC S9(7) COMP.
               10  WRD-SHUNT-DAYS      PIC S9(7) COMP.
               10  WRD-INFECTIONS      PIC S9(5) COMP.
               10  WRD-DRIP-ASSOC      PIC S9(5) COMP.
               10  WRD-SHUNT-ASSOC     PIC S9(5) COMP.
               10  WRD-SITE-INFECTIONS PIC S9(5) COMP
                                       OCCURS 10 TIMES.
               10  WRD-PRINTED-SW      PIC X(1).
                   88 WRD-PRINTED      VALUE "Y".
       77  WS-WRD-COUNT                PIC 9(3) VALUE ZERO.

      ***** INFECTIONS COUNTED SO FAR, FOR THE 14-DAY REPEAT TEST
       01  WS-COUNTED-TABLE.
           05  CNT-ROW OCCURS 2000 TIMES INDEXED BY CNT-IDX.
               10  CNT-PATIENT-ID      PIC X(6).
               10  CNT-SITE-CODE       PIC X(4).
               10  CNT-ORGANISM        PIC X(10).
               10  CNT-DATE-INT        PIC S9(9) COMP.
       77  WS-CNT-COUNT                PIC 9(4) VALUE ZERO.
       77  WS-CNT-MAX                  PIC 9(4) VALUE 2000.
       77  WS-REPEAT-WINDOW            PIC 9(2) VALUE 14.

      ***** THE MONTH'S ORGANISMS AND HOW MANY INFECTIONS EACH CAUSED
       01  WS-ORGANISM-TABLE.
           05  ORG-ROW OCCURS 200 TIMES INDEXED BY ORG-IDX.
               10  ORG-ORGANISM        PIC X(10).
               10  ORG-INFECTIONS      PIC S9(5) COMP.
               10  ORG-PRINTED-SW      PIC X(1).
                   88 ORG-PRINTED      VALUE "Y".
       77  WS-ORG-COUNT                PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-CCYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH PIC X(6).

       01  WS-WORK-FIELDS.
           05  WS-WARD-NBR             PIC X(4).
           05  WS-HOLD-WARD-NBR        PIC X(4).
           05  WS-HOLD-ORGANISM        PIC X(10).
           05  WS-SITE-CODE            PIC X(4).
           05  WS-SITE-SUB             PIC S9(4) COMP.
           05  WS-EVENT-DATE-X         PIC X(8).
           05  WS-EVENT-DATE-9 REDEFINES WS-EVENT-DATE-X
                                       PIC 9(8).
           05  WS-EVENT-DATE-INT       PIC S9(9) COMP.
           05  WS-DAYS-APART           PIC S9(9) COMP.
           05  WS-RATE                 PIC S9(5)V99 COMP-3.
           05  WS-PATIENT-DAYS         PIC S9(7) COMP.
           05  WS-DRIP-DAYS            PIC S9(7) COMP.
           05  WS-SHUNT-DAYS           PIC S9(7) COMP.
           05  WS-INFECTIONS           PIC S9(5) COMP.
           05  WS-DRIP-ASSOC           PIC S9(5) COMP.
           05  WS-SHUNT-ASSOC          PIC S9(5) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  HAIHIST-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  MONTH-EVENT-ROWS        PIC S9(7) COMP VALUE ZERO.
           05  REPEAT-ROWS             PIC S9(7) COMP VALUE ZERO.
           05  MONTH-DEVICE-DAYS       PIC S9(7) COMP VALUE ZERO.
           05  DLYHIST-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  HOUSE-INFECTIONS        PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "HOSPITAL-ACQUIRED INFECTION RATES -- NHS".
           05  FILLER   PIC X(25)
               VALUE "N SUMMARY FOR MONTH     ".
           05  HDR-MONTH PIC X(6).
           05  FILLER   PIC X(61) VALUE SPACES.

       01  WS-RPT-SECTION-REC.
           05  SEC-TITLE PIC X(60).
           05  FILLER   PIC X(72) VALUE SPACES.

       01  WS-RPT-RATE-COLHDR1.
           05  FILLER   PIC X(40)
               VALUE "       PATIENT    DRIP  DRIP    SHNT  SH".
           05  FILLER   PIC X(40)
               VALUE "NT               RATE   DRIP     RATE   ".
           05  FILLER   PIC X(40)
               VALUE "SHNT     RATE                           ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-RATE-COLHDR2.
           05  FILLER   PIC X(40)
               VALUE "WARD      DAYS    DAYS   DUR    DAYS   D".
           05  FILLER   PIC X(40)
               VALUE "UR     HAIS   /1000PD  ASSOC  /1000DD  A".
           05  FILLER   PIC X(40)
               VALUE "SSOC  /1000SD                           ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-RATE-REC.
           05  RTE-WARD-NBR     PIC X(5).
           05  RTE-PATIENT-DAYS PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  RTE-DRIP-DAYS    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  RTE-DRIP-DUR     PIC Z9.99.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  RTE-SHUNT-DAYS   PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  RTE-SHUNT-DUR    PIC Z9.99.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  RTE-INFECTIONS   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  RTE-RATE-PD      PIC ZZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RTE-DRIP-ASSOC   PIC ZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RTE-RATE-DRIP    PIC ZZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RTE-SHUNT-ASSOC  PIC ZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RTE-RATE-SHUNT   PIC ZZZ9.99.
           05  FILLER           PIC X(39) VALUE SPACES.

       01  WS-RPT-SITE-COLHDR.
           05  FILLER   PIC X(40)
               VALUE "WARD  SITE  SITE NAME           INFECTIO".
           05  FILLER   PIC X(40)
               VALUE "NS  /1000PD                             ".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-SITE-REC.
           05  STE-WARD-NBR     PIC X(6).
           05  STE-SITE-CODE    PIC X(6).
           05  STE-SITE-NAME    PIC X(20).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  STE-INFECTIONS   PIC ZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  STE-RATE-PD      PIC ZZZ9.99.
           05  FILLER           PIC X(81) VALUE SPACES.

       01  WS-RPT-ORG-COLHDR.
           05  FILLER   PIC X(40)
               VALUE "ORGANISM  INFECTIONS                    ".
           05  FILLER   PIC X(92) VALUE SPACES.

       01  WS-RPT-ORG-REC.
           05  OGR-ORGANISM     PIC X(10).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  OGR-INFECTIONS   PIC ZZ,ZZ9.
           05  FILLER           PIC X(112) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-SITE-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-CULT.
           PERFORM 100-READ-DLYHIST THRU 100-EXIT
                   UNTIL NO-MORE-DLYHIST.
           PERFORM 200-READ-HAIHIST THRU 200-EXIT
                   UNTIL NO-MORE-HAIHIST.
           PERFORM 500-PRINT-RATES THRU 500-EXIT.
           PERFORM 600-PRINT-SITES THRU 600-EXIT.
           PERFORM 700-PRINT-ORGANISMS THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HAIRATE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT HAICULT, HAIHIST, DLYHIST.
           OPEN OUTPUT HAIRPT, SYSOUT.

           PERFORM 020-GET-REPORT-MONTH THRU 020-EXIT.
           MOVE WS-REPORT-MONTH-X TO HDR-MONTH.
           WRITE HAIRPT-REC FROM WS-RPT-HDR-REC.

           READ HAICULT INTO HAI-CULTURE-REC
               AT END
               MOVE "N" TO MORE-CULT-SW
           END-READ.
           READ DLYHIST INTO DAILY-STATS-REC
               AT END
               MOVE "N" TO MORE-DLYHIST-SW
           END-READ.
           READ HAIHIST INTO HAI-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HAIHIST-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** RUNPARM REPORT-MONTH (CCYYMM); NO ROW MEANS LAST MONTH
       020-GET-REPORT-MONTH.
           MOVE "020-GET-REPORT-MONTH" TO PARA-NAME.
           MOVE WS-CURR-DATE-9(1:4) TO WS-REPORT-CCYY.
           MOVE WS-CURR-DATE-9(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-REPORT-CCYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM.

           MOVE "HAIRATE"           TO PGT-PROGRAM-ID.
           MOVE "REPORT-MONTH"      TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               GO TO 020-EXIT.
           IF PGT-VALUE(1:6) NOT NUMERIC
            OR PGT-VALUE(5:2) < "01" OR PGT-VALUE(5:2) > "12"
               MOVE "** RUNPARM REPORT-MONTH NOT CCYYMM"
                    TO ABEND-REASON
               MOVE PGT-VALUE TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           MOVE PGT-VALUE(1:6) TO WS-REPORT-MONTH-X.
       020-EXIT.
           EXIT.

      ***** ONE SITE ROW PER DISTINCT HAICULT SITE CODE -- SEVERAL
      ***** CATEGORIES (PULM AND LUNG) CAN FEED THE SAME SITE
       050-LOAD-SITE-TABLE.
           MOVE "050-LOAD-SITE-TABLE" TO PARA-NAME.
           MOVE HCU-SITE-CODE TO WS-SITE-CODE.
           PERFORM 250-FIND-SITE THRU 250-EXIT.
           IF WS-FOUND
               GO TO 050-READ.
           IF WS-SITE-COUNT < 10
               ADD 1 TO WS-SITE-COUNT
               MOVE HCU-SITE-CODE TO SITE-CODE(WS-SITE-COUNT)
               MOVE HCU-SITE-NAME TO SITE-NAME(WS-SITE-COUNT)
           ELSE
               MOVE "*** HAICULT SITE TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

       050-READ.
           READ HAICULT INTO HAI-CULTURE-REC
               AT END
               MOVE "N" TO MORE-CULT-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** THE WARD ROWS FOR THE MONTH ARE THE PATIENT DAYS
       100-READ-DLYHIST.
           MOVE "100-READ-DLYHIST" TO PARA-NAME.
           ADD 1 TO DLYHIST-ROWS-READ.
           IF NOT DST-WARD-ROW
            OR DST-DATE NOT NUMERIC
            OR DST-CENSUS NOT NUMERIC
               GO TO 100-READ.
           IF DST-DATE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 100-READ.

           MOVE DST-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           IF NOT WS-FOUND
               GO TO 100-READ.
           ADD DST-CENSUS TO WRD-PATIENT-DAYS(WRD-IDX).
           IF DST-SWING-CENSUS-X NUMERIC
               ADD DST-SWING-CENSUS TO WRD-PATIENT-DAYS(WRD-IDX).

       100-READ.
           READ DLYHIST INTO DAILY-STATS-REC
               AT END
               MOVE "N" TO MORE-DLYHIST-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** FINDS OR ADDS THE WARD IN WS-WARD-NBR, LEAVES WRD-IDX ON IT
       150-FIND-WARD.
           MOVE "150-FIND-WARD" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           SET WRD-IDX TO 1.
           SEARCH WRD-ROW
               AT END
                   CONTINUE
               WHEN WRD-IDX > WS-WRD-COUNT
                   CONTINUE
               WHEN WRD-WARD-NBR(WRD-IDX) = WS-WARD-NBR
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.
           IF WS-FOUND
               GO TO 150-EXIT.

           IF WS-WRD-COUNT = 50
               MOVE "*** HAIRATE WARD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 150-EXIT.
           ADD 1 TO WS-WRD-COUNT.
           SET WRD-IDX TO WS-WRD-COUNT.
           INITIALIZE WRD-ROW(WRD-IDX).
           MOVE WS-WARD-NBR TO WRD-WARD-NBR(WRD-IDX).
           MOVE "N" TO WRD-PRINTED-SW(WRD-IDX).
           MOVE "Y" TO WS-FOUND-SW.
       150-EXIT.
           EXIT.

       200-READ-HAIHIST.
           MOVE "200-READ-HAIHIST" TO PARA-NAME.
           ADD 1 TO HAIHIST-ROWS-READ.
           IF HAI-DATE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 200-READ.

           MOVE HAI-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           IF NOT WS-FOUND
               GO TO 200-READ.

           IF HAI-DEVICE-DAY-ROW
               ADD 1 TO MONTH-DEVICE-DAYS
               IF HAI-DEV-DRIP
                   ADD 1 TO WRD-DRIP-DAYS(WRD-IDX)
               ELSE
                   ADD 1 TO WRD-SHUNT-DAYS(WRD-IDX)
               END-IF
               GO TO 200-READ.

           IF HAI-EVENT-ROW
               ADD 1 TO MONTH-EVENT-ROWS
               PERFORM 220-COUNT-INFECTION THRU 220-EXIT.

       200-READ.
           READ HAIHIST INTO HAI-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HAIHIST-SW
           END-READ.
       200-EXIT.
           EXIT.

      ***** AN EVENT IS A NEW INFECTION UNLESS THE SAME PATIENT, SITE
      ***** AND ORGANISM WAS COUNTED WITHIN THE REPEAT WINDOW
       220-COUNT-INFECTION.
           MOVE "220-COUNT-INFECTION" TO PARA-NAME.
           MOVE HAI-DATE TO WS-EVENT-DATE-X.
           IF WS-EVENT-DATE-X NOT NUMERIC
               GO TO 220-EXIT.
           COMPUTE WS-EVENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-9).

           MOVE "N" TO WS-REPEAT-SW.
           PERFORM 230-CHECK-REPEAT THRU 230-EXIT
                   VARYING CNT-IDX FROM 1 BY 1
                   UNTIL CNT-IDX > WS-CNT-COUNT
                      OR WS-REPEAT.
           IF WS-REPEAT
               ADD 1 TO REPEAT-ROWS
               GO TO 220-EXIT.

           IF WS-CNT-COUNT = WS-CNT-MAX
               MOVE "*** HAIRATE INFECTION TABLE FULL"
                    TO ABEND-REASON
               MOVE HAI-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
           ELSE
               ADD 1 TO WS-CNT-COUNT
               SET CNT-IDX TO WS-CNT-COUNT
               MOVE HAI-PATIENT-ID    TO CNT-PATIENT-ID(CNT-IDX)
               MOVE HAI-SITE-CODE     TO CNT-SITE-CODE(CNT-IDX)
               MOVE HAI-ORGANISM      TO CNT-ORGANISM(CNT-IDX)
               MOVE WS-EVENT-DATE-INT TO CNT-DATE-INT(CNT-IDX).

           ADD 1 TO WRD-INFECTIONS(WRD-IDX), HOUSE-INFECTIONS.
           IF HAI-DEVICE-ASSOCIATED
               IF HAI-DEVICE-CATEGORY = "DRIP"
                   ADD 1 TO WRD-DRIP-ASSOC(WRD-IDX)
               ELSE
                   ADD 1 TO WRD-SHUNT-ASSOC(WRD-IDX).

           MOVE HAI-SITE-CODE TO WS-SITE-CODE.
           PERFORM 250-FIND-SITE THRU 250-EXIT.
           IF WS-FOUND
               SET WS-SITE-SUB TO SITE-IDX
               ADD 1 TO WRD-SITE-INFECTIONS(WRD-IDX, WS-SITE-SUB).

           MOVE "N" TO WS-FOUND-SW.
           SET ORG-IDX TO 1.
           SEARCH ORG-ROW
               AT END
                   CONTINUE
               WHEN ORG-IDX > WS-ORG-COUNT
                   CONTINUE
               WHEN ORG-ORGANISM(ORG-IDX) = HAI-ORGANISM
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.
           IF NOT WS-FOUND
               IF WS-ORG-COUNT < 200
                   ADD 1 TO WS-ORG-COUNT
                   SET ORG-IDX TO WS-ORG-COUNT
                   MOVE HAI-ORGANISM TO ORG-ORGANISM(ORG-IDX)
                   MOVE ZERO TO ORG-INFECTIONS(ORG-IDX)
                   MOVE "N" TO ORG-PRINTED-SW(ORG-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "*** HAIRATE ORGANISM TABLE FULL"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC.
           IF WS-FOUND
               ADD 1 TO ORG-INFECTIONS(ORG-IDX).
       220-EXIT.
           EXIT.

       230-CHECK-REPEAT.
           IF CNT-PATIENT-ID(CNT-IDX) = HAI-PATIENT-ID
            AND CNT-SITE-CODE(CNT-IDX) = HAI-SITE-CODE
            AND CNT-ORGANISM(CNT-IDX) = HAI-ORGANISM
               COMPUTE WS-DAYS-APART =
                   WS-EVENT-DATE-INT - CNT-DATE-INT(CNT-IDX)
               IF WS-DAYS-APART < WS-REPEAT-WINDOW
                AND WS-DAYS-APART > - WS-REPEAT-WINDOW
                   MOVE "Y" TO WS-REPEAT-SW.
       230-EXIT.
           EXIT.

      ***** SITE CODE IN WS-SITE-CODE; LEAVES SITE-IDX ON THE ROW
       250-FIND-SITE.
           MOVE "N" TO WS-FOUND-SW.
           SET SITE-IDX TO 1.
           SEARCH SITE-ROW
               AT END
                   CONTINUE
               WHEN SITE-IDX > WS-SITE-COUNT
                   CONTINUE
               WHEN SITE-CODE(SITE-IDX) = WS-SITE-CODE
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.
       250-EXIT.
           EXIT.

      ***** WARD LINES LOWEST WARD FIRST, THEN THE HOUSE LINE
       500-PRINT-RATES.
           MOVE "500-PRINT-RATES" TO PARA-NAME.
           MOVE SPACES TO HAIRPT-REC.
           WRITE HAIRPT-REC.
           MOVE "RATES BY WARD -- DUR = DEVICE DAYS / PATIENT DAYS"
                TO SEC-TITLE.
           WRITE HAIRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE HAIRPT-REC FROM WS-RPT-RATE-COLHDR1.
           WRITE HAIRPT-REC FROM WS-RPT-RATE-COLHDR2.
       500-NEXT-WARD.
           MOVE HIGH-VALUES TO WS-HOLD-WARD-NBR.
           PERFORM 510-LOWEST-WARD THRU 510-EXIT
                   VARYING WRD-IDX FROM 1 BY 1
                   UNTIL WRD-IDX > WS-WRD-COUNT.
           IF WS-HOLD-WARD-NBR = HIGH-VALUES
               GO TO 500-HOUSE.

           MOVE WS-HOLD-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           MOVE "Y" TO WRD-PRINTED-SW(WRD-IDX).
           MOVE WRD-WARD-NBR(WRD-IDX)    TO RTE-WARD-NBR.
           MOVE WRD-PATIENT-DAYS(WRD-IDX) TO WS-PATIENT-DAYS.
           MOVE WRD-DRIP-DAYS(WRD-IDX)   TO WS-DRIP-DAYS.
           MOVE WRD-SHUNT-DAYS(WRD-IDX)  TO WS-SHUNT-DAYS.
           MOVE WRD-INFECTIONS(WRD-IDX)  TO WS-INFECTIONS.
           MOVE WRD-DRIP-ASSOC(WRD-IDX)  TO WS-DRIP-ASSOC.
           MOVE WRD-SHUNT-ASSOC(WRD-IDX) TO WS-SHUNT-ASSOC.
           PERFORM 550-FORMAT-RATE-LINE THRU 550-EXIT.
           GO TO 500-NEXT-WARD.

       500-HOUSE.
           MOVE ZERO TO WS-PATIENT-DAYS, WS-DRIP-DAYS, WS-SHUNT-DAYS,
                        WS-INFECTIONS, WS-DRIP-ASSOC, WS-SHUNT-ASSOC.
           PERFORM 520-ADD-TO-HOUSE THRU 520-EXIT
                   VARYING WRD-IDX FROM 1 BY 1
                   UNTIL WRD-IDX > WS-WRD-COUNT.
           MOVE SPACES TO HAIRPT-REC.
           WRITE HAIRPT-REC.
           MOVE "HOUSE" TO RTE-WARD-NBR.
           PERFORM 550-FORMAT-RATE-LINE THRU 550-EXIT.
       500-EXIT.
           EXIT.

       510-LOWEST-WARD.
           IF NOT WRD-PRINTED(WRD-IDX)
            AND WRD-WARD-NBR(WRD-IDX) < WS-HOLD-WARD-NBR
               MOVE WRD-WARD-NBR(WRD-IDX) TO WS-HOLD-WARD-NBR.
       510-EXIT.
           EXIT.

       520-ADD-TO-HOUSE.
           ADD WRD-PATIENT-DAYS(WRD-IDX) TO WS-PATIENT-DAYS.
           ADD WRD-DRIP-DAYS(WRD-IDX)    TO WS-DRIP-DAYS.
           ADD WRD-SHUNT-DAYS(WRD-IDX)   TO WS-SHUNT-DAYS.
           ADD WRD-INFECTIONS(WRD-IDX)   TO WS-INFECTIONS.
           ADD WRD-DRIP-ASSOC(WRD-IDX)   TO WS-DRIP-ASSOC.
           ADD WRD-SHUNT-ASSOC(WRD-IDX)  TO WS-SHUNT-ASSOC.
       520-EXIT.
           EXIT.

      ***** A ZERO DENOMINATOR PRINTS A ZERO RATE
       550-FORMAT-RATE-LINE.
           MOVE "550-FORMAT-RATE-LINE" TO PARA-NAME.
           MOVE WS-PATIENT-DAYS TO RTE-PATIENT-DAYS.
           MOVE WS-DRIP-DAYS    TO RTE-DRIP-DAYS.
           MOVE WS-SHUNT-DAYS   TO RTE-SHUNT-DAYS.
           MOVE WS-INFECTIONS   TO RTE-INFECTIONS.
           MOVE WS-DRIP-ASSOC   TO RTE-DRIP-ASSOC.
           MOVE WS-SHUNT-ASSOC  TO RTE-SHUNT-ASSOC.
           MOVE ZERO TO RTE-DRIP-DUR, RTE-SHUNT-DUR, RTE-RATE-PD,
                        RTE-RATE-DRIP, RTE-RATE-SHUNT.
           IF WS-PATIENT-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-DRIP-DAYS / WS-PATIENT-DAYS
               MOVE WS-RATE TO RTE-DRIP-DUR
               COMPUTE WS-RATE ROUNDED =
                   WS-SHUNT-DAYS / WS-PATIENT-DAYS
               MOVE WS-RATE TO RTE-SHUNT-DUR
               COMPUTE WS-RATE ROUNDED =
                   WS-INFECTIONS * 1000 / WS-PATIENT-DAYS
               MOVE WS-RATE TO RTE-RATE-PD.
           IF WS-DRIP-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-DRIP-ASSOC * 1000 / WS-DRIP-DAYS
               MOVE WS-RATE TO RTE-RATE-DRIP.
           IF WS-SHUNT-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-SHUNT-ASSOC * 1000 / WS-SHUNT-DAYS
               MOVE WS-RATE TO RTE-RATE-SHUNT.
           WRITE HAIRPT-REC FROM WS-RPT-RATE-REC.
       550-EXIT.
           EXIT.

      ***** EACH WARD'S INFECTIONS BY SITE, SAME WARD ORDER
       600-PRINT-SITES.
           MOVE "600-PRINT-SITES" TO PARA-NAME.
           MOVE SPACES TO HAIRPT-REC.
           WRITE HAIRPT-REC.
           MOVE "INFECTIONS BY WARD AND SITE" TO SEC-TITLE.
           WRITE HAIRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE HAIRPT-REC FROM WS-RPT-SITE-COLHDR.
           PERFORM 610-RESET-PRINTED THRU 610-EXIT
                   VARYING WRD-IDX FROM 1 BY 1
                   UNTIL WRD-IDX > WS-WRD-COUNT.
       600-NEXT-WARD.
           MOVE HIGH-VALUES TO WS-HOLD-WARD-NBR.
           PERFORM 510-LOWEST-WARD THRU 510-EXIT
                   VARYING WRD-IDX FROM 1 BY 1
                   UNTIL WRD-IDX > WS-WRD-COUNT.
           IF WS-HOLD-WARD-NBR = HIGH-VALUES
               GO TO 600-EXIT.

           MOVE WS-HOLD-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           MOVE "Y" TO WRD-PRINTED-SW(WRD-IDX).
           PERFORM 620-PRINT-ONE-SITE THRU 620-EXIT
                   VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT.
           GO TO 600-NEXT-WARD.
       600-EXIT.
           EXIT.

       610-RESET-PRINTED.
           MOVE "N" TO WRD-PRINTED-SW(WRD-IDX).
       610-EXIT.
           EXIT.

       620-PRINT-ONE-SITE.
           IF WRD-SITE-INFECTIONS(WRD-IDX, WS-SITE-SUB) = ZERO
               GO TO 620-EXIT.
           MOVE WRD-WARD-NBR(WRD-IDX)       TO STE-WARD-NBR.
           MOVE SITE-CODE(WS-SITE-SUB)      TO STE-SITE-CODE.
           MOVE SITE-NAME(WS-SITE-SUB)      TO STE-SITE-NAME.
           MOVE WRD-SITE-INFECTIONS(WRD-IDX, WS-SITE-SUB)
                TO STE-INFECTIONS.
           MOVE ZERO TO STE-RATE-PD.
           IF WRD-PATIENT-DAYS(WRD-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WRD-SITE-INFECTIONS(WRD-IDX, WS-SITE-SUB) * 1000
                   / WRD-PATIENT-DAYS(WRD-IDX)
               MOVE WS-RATE TO STE-RATE-PD.
           WRITE HAIRPT-REC FROM WS-RPT-SITE-REC.
       620-EXIT.
           EXIT.

      ***** THE MONTH'S ORGANISMS, MOST INFECTIONS FIRST
       700-PRINT-ORGANISMS.
           MOVE "700-PRINT-ORGANISMS" TO PARA-NAME.
           MOVE SPACES TO HAIRPT-REC.
           WRITE HAIRPT-REC.
           MOVE "INFECTIONS BY ORGANISM" TO SEC-TITLE.
           WRITE HAIRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE HAIRPT-REC FROM WS-RPT-ORG-COLHDR.
       700-NEXT-ORGANISM.
           MOVE ZERO TO WS-INFECTIONS.
           PERFORM 710-MOST-INFECTIONS THRU 710-EXIT
                   VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > WS-ORG-COUNT.
           IF WS-INFECTIONS = ZERO
               GO TO 700-EXIT.

           MOVE "N" TO WS-FOUND-SW.
           SET ORG-IDX TO 1.
           SEARCH ORG-ROW
               AT END
                   GO TO 700-EXIT
               WHEN ORG-IDX > WS-ORG-COUNT
                   GO TO 700-EXIT
               WHEN ORG-ORGANISM(ORG-IDX) = WS-HOLD-ORGANISM
                   MOVE "Y" TO ORG-PRINTED-SW(ORG-IDX)
           END-SEARCH.
           MOVE WS-HOLD-ORGANISM TO OGR-ORGANISM.
           MOVE WS-INFECTIONS    TO OGR-INFECTIONS.
           WRITE HAIRPT-REC FROM WS-RPT-ORG-REC.
           GO TO 700-NEXT-ORGANISM.
       700-EXIT.
           EXIT.

       710-MOST-INFECTIONS.
           IF NOT ORG-PRINTED(ORG-IDX)
            AND ORG-INFECTIONS(ORG-IDX) > WS-INFECTIONS
               MOVE ORG-INFECTIONS(ORG-IDX) TO WS-INFECTIONS
               MOVE ORG-ORGANISM(ORG-IDX)   TO WS-HOLD-ORGANISM.
       710-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HAICULT, HAIHIST, DLYHIST, HAIRPT, SYSOUT.
           DISPLAY "HAIRATE REPORT MONTH        : " WS-REPORT-MONTH-X.
           DISPLAY "HAIRATE DLYHIST ROWS READ   : " DLYHIST-ROWS-READ.
           DISPLAY "HAIRATE HAIHIST ROWS READ   : " HAIHIST-ROWS-READ.
           DISPLAY "HAIRATE MONTH DEVICE DAYS   : " MONTH-DEVICE-DAYS.
           DISPLAY "HAIRATE MONTH EVENT ROWS    : " MONTH-EVENT-ROWS.
           DISPLAY "HAIRATE REPEATS NOT COUNTED : " REPEAT-ROWS.
           DISPLAY "HAIRATE INFECTIONS COUNTED  : " HOUSE-INFECTIONS.
           DISPLAY "******** NORMAL END OF JOB HAIRATE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HAICULT, HAIHIST, DLYHIST, HAIRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HAIRATE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

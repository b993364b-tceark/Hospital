       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INCDRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY RISK REPORT FOR RISK MANAGEMENT.  THE
      *          OCCURRENCES ARE THE INCIDENT FILE ROWS (MAINTAINED BY
      *          INCDMNT) WHOSE EVENT DATE FALLS IN THE MONTH; THE
      *          PATIENT DAYS ARE THE MIDNIGHT CENSUS DLYSTATS WROTE
      *          ON THE WARD ROWS OF DLYHIST, SWING CENSUS INCLUDED --
      *          THE SAME DENOMINATOR HAIRATE USES.
      *
      *          PER WARD THE REPORT SHOWS PATIENT DAYS, OCCURRENCES
      *          BY EVENT TYPE, THE TOTAL AND THE RATE PER 1,000
      *          PATIENT DAYS, THEN A HOUSE LINE; THEN EACH EVENT TYPE
      *          HOUSE-WIDE WITH ITS RATE, ITS SEVERITY SPREAD AND HOW
      *          MANY ARE STILL OPEN; THEN EVERY TRANSFUSION REACTION
      *          WITH THE TRANLOG ROW INCDMNT MATCHED TO ITS UNIT.
      *          THE MONTH IS THE REPORT-MONTH (CCYYMM) RUNPARM ROW,
      *          DEFAULT LAST MONTH.
      *
      ******************************************************************

               OCCURRENCE FILE         -   DDS0001.INCIDENT

               DAILY STATS HISTORY     -   DDS0001.DLYHIST

               OUTPUT FILE PRODUCED    -   DDS0001.INCDRPT

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

           SELECT INCDRPT
           ASSIGN TO UT-S-INCDRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT INCIDENT
           ASSIGN TO UT-S-INCIDENT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

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

       FD  INCDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCDRPT-REC.
       01  INCDRPT-REC PIC X(132).

       FD  INCIDENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INCIDENT-FILE-REC.
       01  INCIDENT-FILE-REC PIC X(300).

       FD  DLYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DLYHIST-REC.
       01  DLYHIST-REC PIC X(100).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).

       COPY INCIDENT.

       COPY DLYSTATS.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-INCIDENT-SW        PIC X(1) VALUE "Y".
               88 NO-MORE-INCIDENT     VALUE "N".
           05  MORE-DLYHIST-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-DLYHIST      VALUE "N".
           05  WS-FOUND-SW             PIC X(1).
               88 WS-FOUND             VALUE "Y".

      ***** THE EVENT TYPES, IN PRINT ORDER -- SAME CODES AS THE
      ***** INC-EVENT-TYPE 88-LEVELS
       01  WS-TYPE-VALUES.
           05  FILLER   PIC X(24) VALUE "FALLPATIENT FALL        ".
           05  FILLER   PIC X(24) VALUE "MEDEMEDICATION ERROR    ".
           05  FILLER   PIC X(24) VALUE "WRPTWRONG PATIENT       ".
           05  FILLER   PIC X(24) VALUE "TRXNTRANSFUSION REACTION".
           05  FILLER   PIC X(24) VALUE "EQIPEQUIPMENT FAILURE   ".
           05  FILLER   PIC X(24) VALUE "OTHROTHER OCCURRENCE    ".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  TYP-ROW OCCURS 6 TIMES INDEXED BY TYP-IDX.
               10  TYP-CODE            PIC X(4).
               10  TYP-NAME            PIC X(20).
       77  WS-TYPE-COUNT               PIC 9(1) VALUE 6.

      ***** HOUSE-WIDE COUNTS PER TYPE -- SEVERITY AND STATUS SPREAD
       01  WS-TYPE-TOTALS.
           05  TTL-ROW OCCURS 6 TIMES.
               10  TTL-OCCURRENCES     PIC S9(5) COMP.
               10  TTL-SEVERITY        PIC S9(5) COMP
                                       OCCURS 5 TIMES.
               10  TTL-OPEN            PIC S9(5) COMP.
               10  TTL-FOLLOW-UP       PIC S9(5) COMP.
               10  TTL-CLOSED          PIC S9(5) COMP.

      ***** ONE ROW PER WARD -- PATIENT DAYS AND OCCURRENCES BY TYPE
       01  WS-WARD-TABLE.
           05  WRD-ROW OCCURS 50 TIMES INDEXED BY WRD-IDX.
               10  WRD-WARD-NBR        PIC X(4).
               10  WRD-PATIENT-DAYS    PIC S9(7) COMP.
               10  WRD-TYPE-COUNT      PIC S9(5) COMP
                                       OCCURS 6 TIMES.
               10  WRD-PRINTED-SW      PIC X(1).
                   88 WRD-PRINTED      VALUE "Y".
       77  WS-WRD-COUNT                PIC 9(3) VALUE ZERO.

      ***** THE MONTH'S TRANSFUSION REACTIONS, FOR THE LAST SECTION
       01  WS-TRXN-TABLE.
           05  TRX-ROW OCCURS 200 TIMES.
               10  TRX-INCIDENT-IMAGE  PIC X(300).
       77  WS-TRXN-COUNT               PIC 9(3) VALUE ZERO.
       77  WS-TRXN-MAX                 PIC 9(3) VALUE 200.
       77  WS-TRXN-SUB                 PIC 9(3).

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
           05  WS-TYPE-SUB             PIC S9(4) COMP.
           05  WS-SEV-SUB              PIC S9(4) COMP.
           05  WS-RATE                 PIC S9(5)V99 COMP-3.
           05  WS-PATIENT-DAYS         PIC S9(7) COMP.
           05  WS-OCCURRENCES          PIC S9(5) COMP.
           05  WS-HOUSE-TYPE-COUNT     PIC S9(5) COMP
                                       OCCURS 6 TIMES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  INCIDENT-ROWS-READ      PIC S9(7) COMP VALUE ZERO.
           05  DLYHIST-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  HOUSE-PATIENT-DAYS      PIC S9(7) COMP VALUE ZERO.
           05  HOUSE-OCCURRENCES       PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "OCCURRENCE RISK REPORT -- OCCURRENCES PE".
           05  FILLER   PIC X(36)
               VALUE "R 1,000 PATIENT DAYS FOR MONTH     ".
           05  HDR-MONTH PIC X(6).
           05  FILLER   PIC X(50) VALUE SPACES.

       01  WS-RPT-SECTION-REC.
           05  SEC-TITLE PIC X(60).
           05  FILLER   PIC X(72) VALUE SPACES.

       01  WS-RPT-WARD-COLHDR1.
           05  FILLER   PIC X(40)
               VALUE "       PATIENT                          ".
           05  FILLER   PIC X(40)
               VALUE "                           RATE         ".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-WARD-COLHDR2.
           05  FILLER   PIC X(40)
               VALUE "WARD      DAYS    FALL  MEDE  WRPT  TRXN".
           05  FILLER   PIC X(40)
               VALUE "  EQIP  OTHR    TOTAL   /1000PD         ".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-WARD-REC.
           05  RTE-WARD-NBR     PIC X(5).
           05  RTE-PATIENT-DAYS PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RTE-TYPE OCCURS 6 TIMES.
               10  FILLER       PIC X(2) VALUE SPACES.
               10  RTE-TYPE-COUNT PIC ZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  RTE-TOTAL        PIC ZZ,ZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  RTE-RATE-PD      PIC ZZZ9.99.
           05  FILLER           PIC X(61) VALUE SPACES.

       01  WS-RPT-TYPE-COLHDR1.
           05  FILLER   PIC X(40)
               VALUE "                                       R".
           05  FILLER   PIC X(40)
               VALUE "ATE    SEV1  SEV2  SEV3  SEV4  SEV5     ".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-TYPE-COLHDR2.
           05  FILLER   PIC X(40)
               VALUE "TYPE  EVENT                 OCCURS  /100".
           05  FILLER   PIC X(40)
               VALUE "0PD                                  OPE".
           05  FILLER   PIC X(40)
               VALUE "N   F/U  CLSD                           ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-TYPE-REC.
           05  TYR-TYPE-CODE    PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-TYPE-NAME    PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-OCCURRENCES  PIC ZZ,ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-RATE-PD      PIC ZZZ9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-SEV OCCURS 5 TIMES.
               10  FILLER       PIC X(2) VALUE SPACES.
               10  TYR-SEV-COUNT PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-OPEN         PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-FOLLOW-UP    PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TYR-CLOSED       PIC ZZZ9.
           05  FILLER           PIC X(39) VALUE SPACES.

       01  WS-RPT-TRXN-COLHDR.
           05  FILLER   PIC X(40)
               VALUE "OCCURNBR  EVENT     PATNT   WARD  BLD UN".
           05  FILLER   PIC X(40)
               VALUE "IT  S   TRANLOG               LOG DATE  ".
           05  FILLER   PIC X(40)
               VALUE "LOG TIME  NURSE                         ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-TRXN-REC.
           05  TXR-INCIDENT-NBR PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-EVENT-DATE   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-WARD-NBR     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-BLOOD-UNIT   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-SEVERITY     PIC X(1).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  TXR-MATCH-TEXT   PIC X(20).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-LOG-DATE     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-LOG-TIME     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  TXR-LOG-NURSE    PIC X(8).
           05  FILLER           PIC X(34) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-READ-DLYHIST THRU 100-EXIT
                   UNTIL NO-MORE-DLYHIST.
           PERFORM 200-READ-INCIDENT THRU 200-EXIT
                   UNTIL NO-MORE-INCIDENT.
           PERFORM 500-PRINT-WARDS THRU 500-EXIT.
           PERFORM 600-PRINT-TYPES THRU 600-EXIT.
           PERFORM 700-PRINT-TRANSFUSIONS THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB INCDRPT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT INCIDENT, DLYHIST.
           OPEN OUTPUT INCDRPT, SYSOUT.
           INITIALIZE WS-TYPE-TOTALS.

           PERFORM 020-GET-REPORT-MONTH THRU 020-EXIT.
           MOVE WS-REPORT-MONTH-X TO HDR-MONTH.
           WRITE INCDRPT-REC FROM WS-RPT-HDR-REC.

           READ DLYHIST INTO DAILY-STATS-REC
               AT END
               MOVE "N" TO MORE-DLYHIST-SW
           END-READ.
           READ INCIDENT INTO INCIDENT-REC
               AT END
               MOVE "N" TO MORE-INCIDENT-SW
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

           MOVE "INCDRPT"           TO PGT-PROGRAM-ID.
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
               GO TO 1000-ABEND-RTN.
           MOVE PGT-VALUE(1:6) TO WS-REPORT-MONTH-X.
       020-EXIT.
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
               MOVE "*** INCDRPT WARD TABLE FULL" TO ABEND-REASON
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

      ***** AN OCCURRENCE COUNTS IN THE MONTH OF ITS EVENT DATE, ON
      ***** THE WARD WHERE IT HAPPENED
       200-READ-INCIDENT.
           MOVE "200-READ-INCIDENT" TO PARA-NAME.
           ADD 1 TO INCIDENT-ROWS-READ.
           IF INC-EVENT-DATE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 200-READ.

           SET TYP-IDX TO 1.
           SEARCH TYP-ROW
               AT END
                   GO TO 200-READ
               WHEN TYP-CODE(TYP-IDX) = INC-EVENT-TYPE
                   SET WS-TYPE-SUB TO TYP-IDX
           END-SEARCH.

           MOVE INC-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           IF NOT WS-FOUND
               GO TO 200-READ.
           ADD 1 TO WRD-TYPE-COUNT(WRD-IDX, WS-TYPE-SUB).
           ADD 1 TO HOUSE-OCCURRENCES.

           ADD 1 TO TTL-OCCURRENCES(WS-TYPE-SUB).
           IF INC-VALID-SEVERITY
               MOVE INC-SEVERITY TO WS-SEV-SUB
               ADD 1 TO TTL-SEVERITY(WS-TYPE-SUB, WS-SEV-SUB).
           IF INC-CLOSED
               ADD 1 TO TTL-CLOSED(WS-TYPE-SUB)
           ELSE
               IF INC-IN-FOLLOW-UP
                   ADD 1 TO TTL-FOLLOW-UP(WS-TYPE-SUB)
               ELSE
                   ADD 1 TO TTL-OPEN(WS-TYPE-SUB).

           IF NOT INC-TRANSFUSION-RXN
               GO TO 200-READ.
           IF WS-TRXN-COUNT = WS-TRXN-MAX
               MOVE "*** INCDRPT TRANSFUSION TABLE FULL"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-READ.
           ADD 1 TO WS-TRXN-COUNT.
           MOVE INCIDENT-REC TO TRX-INCIDENT-IMAGE(WS-TRXN-COUNT).

       200-READ.
           READ INCIDENT INTO INCIDENT-REC
               AT END
               MOVE "N" TO MORE-INCIDENT-SW
           END-READ.
       200-EXIT.
           EXIT.

      ***** WARD LINES LOWEST WARD FIRST, THEN THE HOUSE LINE
       500-PRINT-WARDS.
           MOVE "500-PRINT-WARDS" TO PARA-NAME.
           MOVE SPACES TO INCDRPT-REC.
           WRITE INCDRPT-REC.
           MOVE "OCCURRENCES BY WARD AND EVENT TYPE" TO SEC-TITLE.
           WRITE INCDRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE INCDRPT-REC FROM WS-RPT-WARD-COLHDR1.
           WRITE INCDRPT-REC FROM WS-RPT-WARD-COLHDR2.
           MOVE ZERO TO WS-HOUSE-TYPE-COUNT(1), WS-HOUSE-TYPE-COUNT(2),
                        WS-HOUSE-TYPE-COUNT(3), WS-HOUSE-TYPE-COUNT(4),
                        WS-HOUSE-TYPE-COUNT(5), WS-HOUSE-TYPE-COUNT(6).
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
           MOVE WRD-WARD-NBR(WRD-IDX)     TO RTE-WARD-NBR.
           MOVE WRD-PATIENT-DAYS(WRD-IDX) TO WS-PATIENT-DAYS.
           ADD WRD-PATIENT-DAYS(WRD-IDX)  TO HOUSE-PATIENT-DAYS.
           MOVE ZERO TO WS-OCCURRENCES.
           PERFORM 520-WARD-TYPE-COUNT THRU 520-EXIT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           PERFORM 550-FORMAT-WARD-LINE THRU 550-EXIT.
           GO TO 500-NEXT-WARD.

       500-HOUSE.
           MOVE SPACES TO INCDRPT-REC.
           WRITE INCDRPT-REC.
           MOVE "HOUSE" TO RTE-WARD-NBR.
           MOVE HOUSE-PATIENT-DAYS TO WS-PATIENT-DAYS.
           MOVE ZERO TO WS-OCCURRENCES.
           PERFORM 530-HOUSE-TYPE-COUNT THRU 530-EXIT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
           PERFORM 550-FORMAT-WARD-LINE THRU 550-EXIT.
       500-EXIT.
           EXIT.

       510-LOWEST-WARD.
           IF NOT WRD-PRINTED(WRD-IDX)
            AND WRD-WARD-NBR(WRD-IDX) < WS-HOLD-WARD-NBR
               MOVE WRD-WARD-NBR(WRD-IDX) TO WS-HOLD-WARD-NBR.
       510-EXIT.
           EXIT.

       520-WARD-TYPE-COUNT.
           MOVE WRD-TYPE-COUNT(WRD-IDX, WS-TYPE-SUB)
                TO RTE-TYPE-COUNT(WS-TYPE-SUB).
           ADD WRD-TYPE-COUNT(WRD-IDX, WS-TYPE-SUB) TO WS-OCCURRENCES,
               WS-HOUSE-TYPE-COUNT(WS-TYPE-SUB).
       520-EXIT.
           EXIT.

       530-HOUSE-TYPE-COUNT.
           MOVE WS-HOUSE-TYPE-COUNT(WS-TYPE-SUB)
                TO RTE-TYPE-COUNT(WS-TYPE-SUB).
           ADD WS-HOUSE-TYPE-COUNT(WS-TYPE-SUB) TO WS-OCCURRENCES.
       530-EXIT.
           EXIT.

      ***** A ZERO DENOMINATOR PRINTS A ZERO RATE
       550-FORMAT-WARD-LINE.
           MOVE "550-FORMAT-WARD-LINE" TO PARA-NAME.
           MOVE WS-PATIENT-DAYS TO RTE-PATIENT-DAYS.
           MOVE WS-OCCURRENCES  TO RTE-TOTAL.
           MOVE ZERO TO RTE-RATE-PD.
           IF WS-PATIENT-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-OCCURRENCES * 1000 / WS-PATIENT-DAYS
               MOVE WS-RATE TO RTE-RATE-PD.
           WRITE INCDRPT-REC FROM WS-RPT-WARD-REC.
       550-EXIT.
           EXIT.

      ***** EACH EVENT TYPE HOUSE-WIDE, IN TYPE-TABLE ORDER
       600-PRINT-TYPES.
           MOVE "600-PRINT-TYPES" TO PARA-NAME.
           MOVE SPACES TO INCDRPT-REC.
           WRITE INCDRPT-REC.
           MOVE "OCCURRENCES BY EVENT TYPE -- SEVERITY AND STATUS"
                TO SEC-TITLE.
           WRITE INCDRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE INCDRPT-REC FROM WS-RPT-TYPE-COLHDR1.
           WRITE INCDRPT-REC FROM WS-RPT-TYPE-COLHDR2.
           PERFORM 610-PRINT-ONE-TYPE THRU 610-EXIT
                   VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.
       600-EXIT.
           EXIT.

       610-PRINT-ONE-TYPE.
           MOVE "610-PRINT-ONE-TYPE" TO PARA-NAME.
           MOVE TYP-CODE(WS-TYPE-SUB)        TO TYR-TYPE-CODE.
           MOVE TYP-NAME(WS-TYPE-SUB)        TO TYR-TYPE-NAME.
           MOVE TTL-OCCURRENCES(WS-TYPE-SUB) TO TYR-OCCURRENCES.
           MOVE ZERO TO TYR-RATE-PD.
           IF HOUSE-PATIENT-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   TTL-OCCURRENCES(WS-TYPE-SUB) * 1000
                   / HOUSE-PATIENT-DAYS
               MOVE WS-RATE TO TYR-RATE-PD.
           PERFORM 620-SEVERITY-COUNT THRU 620-EXIT
                   VARYING WS-SEV-SUB FROM 1 BY 1
                   UNTIL WS-SEV-SUB > 5.
           MOVE TTL-OPEN(WS-TYPE-SUB)      TO TYR-OPEN.
           MOVE TTL-FOLLOW-UP(WS-TYPE-SUB) TO TYR-FOLLOW-UP.
           MOVE TTL-CLOSED(WS-TYPE-SUB)    TO TYR-CLOSED.
           WRITE INCDRPT-REC FROM WS-RPT-TYPE-REC.
       610-EXIT.
           EXIT.

       620-SEVERITY-COUNT.
           MOVE TTL-SEVERITY(WS-TYPE-SUB, WS-SEV-SUB)
                TO TYR-SEV-COUNT(WS-SEV-SUB).
       620-EXIT.
           EXIT.

      ***** EVERY TRANSFUSION REACTION AND WHAT THE TRANSFUSION LOG
      ***** SAYS ABOUT ITS UNIT
       700-PRINT-TRANSFUSIONS.
           MOVE "700-PRINT-TRANSFUSIONS" TO PARA-NAME.
           MOVE SPACES TO INCDRPT-REC.
           WRITE INCDRPT-REC.
           MOVE "TRANSFUSION REACTIONS -- TRANLOG CROSS-REFERENCE"
                TO SEC-TITLE.
           WRITE INCDRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE INCDRPT-REC FROM WS-RPT-TRXN-COLHDR.
           PERFORM 710-PRINT-ONE-TRXN THRU 710-EXIT
                   VARYING WS-TRXN-SUB FROM 1 BY 1
                   UNTIL WS-TRXN-SUB > WS-TRXN-COUNT.
       700-EXIT.
           EXIT.

       710-PRINT-ONE-TRXN.
           MOVE "710-PRINT-ONE-TRXN" TO PARA-NAME.
           MOVE TRX-INCIDENT-IMAGE(WS-TRXN-SUB) TO INCIDENT-REC.
           MOVE INC-INCIDENT-NBR   TO TXR-INCIDENT-NBR.
           MOVE INC-EVENT-DATE     TO TXR-EVENT-DATE.
           MOVE INC-PATIENT-ID     TO TXR-PATIENT-ID.
           MOVE INC-WARD-NBR       TO TXR-WARD-NBR.
           MOVE INC-BLOOD-UNIT-ID  TO TXR-BLOOD-UNIT.
           MOVE INC-SEVERITY       TO TXR-SEVERITY.
           MOVE INC-TRANLOG-DATE   TO TXR-LOG-DATE.
           MOVE INC-TRANLOG-TIME   TO TXR-LOG-TIME.
           MOVE INC-TRANLOG-NURSE  TO TXR-LOG-NURSE.
           IF INC-TRANLOG-MATCHED
               MOVE "UNIT LOGGED TO PAT" TO TXR-MATCH-TEXT
           ELSE
               IF INC-TRANLOG-OTHER-PAT
                   MOVE "*LOGGED TO OTHER PAT" TO TXR-MATCH-TEXT
               ELSE
                   MOVE "*UNIT NOT ON TRANLOG" TO TXR-MATCH-TEXT.
           WRITE INCDRPT-REC FROM WS-RPT-TRXN-REC.
       710-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE INCIDENT, DLYHIST, INCDRPT, SYSOUT.
           DISPLAY "INCDRPT REPORT MONTH        : " WS-REPORT-MONTH-X.
           DISPLAY "INCDRPT DLYHIST ROWS READ   : " DLYHIST-ROWS-READ.
           DISPLAY "INCDRPT INCIDENT ROWS READ  : " INCIDENT-ROWS-READ.
           DISPLAY "INCDRPT MONTH OCCURRENCES   : " HOUSE-OCCURRENCES.
           DISPLAY "INCDRPT TRANSFUSION RXNS    : " WS-TRXN-COUNT.
           DISPLAY "******** NORMAL END OF JOB INCDRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE INCIDENT, DLYHIST, INCDRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-INCDRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EDTHRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          EMERGENCY DEPARTMENT THROUGHPUT REPORT FOR THE BOARD.
      *          READS THE EDVISIT FILE HL7ADT BUILDS FROM THE ED
      *          REGISTRATION AND TRACKING-BOARD EVENTS AND PRINTS TWO
      *          SECTIONS -- THE REPORT DAY, AND THE MONTH TO DATE
      *          THROUGH THE REPORT DAY (SO THE RUN ON THE FIRST OF A
      *          MONTH CARRIES THE WHOLE PRIOR MONTH).  EACH SECTION
      *          BREAKS THE VISITS THAT ARRIVED IN IT DOWN BY TRIAGE
      *          LEVEL (ESI 1-5, AND ANY NEVER TRIAGED) AND BY HOUR OF
      *          ARRIVAL, WITH A TOTAL LINE:
      *
      *            VISITS           ARRIVALS
      *            LWBS             LEFT WITHOUT BEING SEEN -- A
      *                             DISPOSITION OF "LW", OR GONE WITH
      *                             NO PROVIDER AND NO DISPOSITION
      *            MEDIAN D-PROV    DOOR TO PROVIDER, MINUTES
      *            MEDIAN D-ADMT    DOOR TO INPATIENT ADMIT, MINUTES
      *            ADMIT COUNT      VISITS THAT BECAME A STAY
      *            BOARDED HOURS    ADMITTED PATIENTS' DECISION TO
      *                             DEPARTURE, ADDED UP
      *            MEDIAN BOARD     THE SAME, MEDIAN MINUTES
      *            STILL OPEN       NO DEPARTURE YET
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM EDTHRPT):
      *            REPORT-DATE      CCYYMMDD TO REPORT (DEFAULT:
      *                             YESTERDAY)
      *
      ******************************************************************

               ED VISIT FILE (VSAM)    -   DDS0001.EDVISIT

               REPORT FILE PRODUCED    -   DDS0001.EDTHRPT

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

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

           SELECT EDVISIT
                  ASSIGN       to EDVISIT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is EDVISIT-KEY
                  FILE STATUS  is EDVISIT-STATUS.

           SELECT EDTHRPT
           ASSIGN TO UT-S-EDTHRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  EDVISIT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ED-VISIT-REC.
       01  EDVISIT-REC.
           05 EDVISIT-KEY      PIC X(18).
           05 FILLER           PIC X(102).

       FD  EDTHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDTHRPT-REC.
       01  EDTHRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  EDVISIT-STATUS          PIC X(2).
               88 EDVISIT-OK           VALUE "00".

       COPY EDVISIT.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  WS-QUALIFY-SW           PIC X(1).
               88 VISIT-QUALIFIES      VALUE "Y".
           05  WS-SLOT-FOUND-SW        PIC X(1).
               88 SLOT-FOUND           VALUE "Y".

      ***** REPORT DAY AND THE FIRST OF ITS MONTH, CCYYMMDD
       01  WS-REPORT-DATE              PIC 9(8).
       01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
           05  WS-REPORT-CCYYMM        PIC X(6).
           05  WS-REPORT-DD            PIC X(2).
       01  WS-MONTH-START              PIC X(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       77  WS-DATE-INT                 PIC S9(9) COMP.

      ***** ONE DATE/TIME PAIR TURNED INTO MINUTES SINCE DAY ZERO --
      ***** -1 WHEN THE MILESTONE WAS NEVER REACHED
       01  WS-CONVERT-FIELDS.
           05  WS-CNV-DATE             PIC X(8).
           05  WS-CNV-DATE-9 REDEFINES WS-CNV-DATE PIC 9(8).
           05  WS-CNV-TIME.
               10  WS-CNV-HH           PIC 9(2).
               10  WS-CNV-MI           PIC 9(2).
           05  WS-CNV-MINUTES          PIC S9(11) COMP.
       77  WS-ARRIVAL-MIN              PIC S9(11) COMP.
       77  WS-PROVIDER-MIN             PIC S9(11) COMP.
       77  WS-ADMIT-MIN                PIC S9(11) COMP.
       77  WS-DECISION-MIN             PIC S9(11) COMP.
       77  WS-DEPART-MIN               PIC S9(11) COMP.

      ***** EVERY VISIT THAT ARRIVED IN THE MONTH TO DATE, REDUCED
      ***** TO WHAT THE REPORT NEEDS.  INTERVALS ARE MINUTES, -1
      ***** WHERE THE VISIT NEVER GOT THAT FAR.
       01  WS-VISIT-TABLE.
           05  VT-ROW OCCURS 6000 TIMES.
               10  VT-REPORT-DAY-SW    PIC X(1).
                   88 VT-REPORT-DAY    VALUE "Y".
               10  VT-ESI              PIC 9(1).
               10  VT-HOUR             PIC 9(2).
               10  VT-LWBS-SW          PIC X(1).
                   88 VT-LWBS          VALUE "Y".
               10  VT-ADMIT-SW         PIC X(1).
                   88 VT-ADMITTED      VALUE "Y".
               10  VT-OPEN-SW          PIC X(1).
                   88 VT-OPEN          VALUE "Y".
               10  VT-DOOR-PROVIDER    PIC S9(7) COMP.
               10  VT-DOOR-ADMIT       PIC S9(7) COMP.
               10  VT-BOARDING         PIC S9(7) COMP.
       77  WS-VISIT-USED               PIC 9(5) COMP VALUE ZERO.
       77  WS-VISIT-MAX                PIC 9(5) COMP VALUE 6000.
       77  VT-SUB                      PIC 9(5) COMP.

      ***** ONE REPORT LINE'S SELECTION:  SECTION "D" (REPORT DAY)
      ***** OR "M" (MONTH TO DATE); KIND "E" (ESI LEVEL), "H" (HOUR)
      ***** OR "T" (TOTAL); AND THE LEVEL OR HOUR
       01  WS-SELECTION.
           05  WS-SEL-SECTION          PIC X(1).
               88 SEL-REPORT-DAY       VALUE "D".
           05  WS-SEL-KIND             PIC X(1).
               88 SEL-BY-ESI           VALUE "E".
               88 SEL-BY-HOUR          VALUE "H".
           05  WS-SEL-VALUE            PIC 9(2).
           05  WS-SEL-MEASURE          PIC 9(1).
               88 SEL-DOOR-PROVIDER    VALUE 1.
               88 SEL-DOOR-ADMIT       VALUE 2.
               88 SEL-BOARDING         VALUE 3.
       77  WS-ESI-SUB                  PIC 9(2).
       77  WS-HOUR-SUB                 PIC 9(2).

      ***** THE QUALIFYING INTERVALS FOR ONE MEASURE, KEPT IN
      ***** ASCENDING ORDER AS THEY GO IN, SO THE MEDIAN IS THE
      ***** MIDDLE ENTRY (OR THE MEAN OF THE MIDDLE TWO)
       01  WS-MEDIAN-LIST.
           05  ML-VALUE OCCURS 6000 TIMES PIC S9(7) COMP.
       77  WS-ML-USED                  PIC 9(5) COMP.
       77  ML-SUB                      PIC 9(5) COMP.
       77  ML-SLOT                     PIC 9(5) COMP.
       77  WS-CANDIDATE                PIC S9(7) COMP.
       77  WS-MEDIAN                   PIC S9(7) COMP.
       77  WS-MID                      PIC 9(5) COMP.

       01  WS-LINE-TOTALS.
           05  LT-VISITS               PIC S9(5) COMP.
           05  LT-LWBS                 PIC S9(5) COMP.
           05  LT-ADMITS               PIC S9(5) COMP.
           05  LT-OPEN                 PIC S9(5) COMP.
           05  LT-BOARD-MINUTES        PIC S9(9) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  ROWS-READ               PIC S9(7) COMP VALUE ZERO.
           05  VISITS-TABLED           PIC S9(7) COMP VALUE ZERO.
           05  VISITS-DROPPED          PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "EMERGENCY DEPARTMENT THROUGHPUT -- ".
           05  RPT-HDR-PERIOD        PIC X(11).
           05  RPT-HDR-FROM          PIC X(8).
           05  RPT-HDR-THRU-LIT      PIC X(6).
           05  RPT-HDR-THRU          PIC X(8).
           05  FILLER                PIC X(59) VALUE SPACES.

       01  WS-RPT-COLHDR1-REC.
           05  FILLER   PIC X(40)
               VALUE "GROUP        VISITS   LWBS  MEDIAN   MED".
           05  FILLER   PIC X(40)
               VALUE "IAN   ADMIT  BOARDED   MEDIAN  STILL".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-COLHDR2-REC.
           05  FILLER   PIC X(40)
               VALUE "                            D-PROV   D-A".
           05  FILLER   PIC X(40)
               VALUE "DMT   COUNT    HOURS    BOARD   OPEN".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-GROUP             PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-VISITS            PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-LWBS              PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-MED-DOOR-PROV-X   PIC X(6).
           05  RPT-MED-DOOR-PROV REDEFINES RPT-MED-DOOR-PROV-X
                                     PIC ZZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  RPT-MED-DOOR-ADMIT-X  PIC X(6).
           05  RPT-MED-DOOR-ADMIT REDEFINES RPT-MED-DOOR-ADMIT-X
                                     PIC ZZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  RPT-ADMITS            PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-BOARD-HOURS       PIC ZZZZ9.9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  RPT-MED-BOARD-X       PIC X(6).
           05  RPT-MED-BOARD REDEFINES RPT-MED-BOARD-X
                                     PIC ZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-OPEN              PIC ZZZZ9.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-RPT-GROUP-NAMES.
           05  WS-ESI-NAME.
               10  FILLER            PIC X(4) VALUE "ESI ".
               10  WS-ESI-NAME-LVL   PIC 9(1).
               10  FILLER            PIC X(7) VALUE SPACES.
           05  WS-HOUR-NAME.
               10  FILLER            PIC X(5) VALUE "HOUR ".
               10  WS-HOUR-NAME-HH   PIC 9(2).
               10  FILLER            PIC X(5) VALUE SPACES.

       01  WS-RPT-FOOTER-REC.
           05  FILLER   PIC X(40)
               VALUE "MEDIANS IN MINUTES FROM ARRIVAL; BOARDIN".
           05  FILLER   PIC X(40)
               VALUE "G IS DECISION TO DEPARTURE FOR ADMITTED ".
           05  FILLER   PIC X(52) VALUE "PATIENTS".

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           MOVE "D" TO WS-SEL-SECTION.
           PERFORM 600-PRINT-SECTION THRU 600-EXIT.
           MOVE "M" TO WS-SEL-SECTION.
           PERFORM 600-PRINT-SECTION THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB EDTHRPT ********".
           OPEN INPUT EDVISIT.
           OPEN OUTPUT EDTHRPT, SYSOUT.

      ***** YESTERDAY UNLESS THE RUNPARM NAMES A DAY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9) - 1.
           COMPUTE WS-REPORT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE "EDTHRPT"           TO PGT-PROGRAM-ID.
           MOVE "REPORT-DATE"       TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
                        AND PGT-NUMBER < 99991232
               MOVE PGT-NUMBER TO WS-REPORT-DATE.

           MOVE WS-REPORT-CCYYMM TO WS-MONTH-START(1:6).
           MOVE "01"             TO WS-MONTH-START(7:2).

           READ EDVISIT INTO ED-VISIT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO ROWS-READ.
           IF EDV-ARRIVAL-DATE NOT < WS-MONTH-START
              AND EDV-ARRIVAL-DATE NOT > WS-REPORT-DATE-X
               PERFORM 200-TABLE-VISIT THRU 200-EXIT.

           READ EDVISIT INTO ED-VISIT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-TABLE-VISIT.
           MOVE "200-TABLE-VISIT" TO PARA-NAME.
           IF WS-VISIT-USED NOT < WS-VISIT-MAX
               ADD 1 TO VISITS-DROPPED
               MOVE "*** ED VISIT TABLE FULL - VISIT NOT REPORTED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           ADD 1 TO WS-VISIT-USED.
           ADD 1 TO VISITS-TABLED.
           MOVE WS-VISIT-USED TO VT-SUB.

           IF EDV-ARRIVAL-DATE = WS-REPORT-DATE-X
               MOVE "Y" TO VT-REPORT-DAY-SW(VT-SUB)
           ELSE
               MOVE "N" TO VT-REPORT-DAY-SW(VT-SUB).
           IF EDV-VALID-ESI
               MOVE EDV-ESI-LEVEL TO VT-ESI(VT-SUB)
           ELSE
               MOVE ZERO TO VT-ESI(VT-SUB).
           IF EDV-ARRIVAL-TIME(1:2) NUMERIC
              AND EDV-ARRIVAL-TIME(1:2) < "24"
               MOVE EDV-ARRIVAL-TIME(1:2) TO VT-HOUR(VT-SUB)
           ELSE
               MOVE ZERO TO VT-HOUR(VT-SUB).

           MOVE EDV-ARRIVAL-DATE  TO WS-CNV-DATE.
           MOVE EDV-ARRIVAL-TIME  TO WS-CNV-TIME.
           PERFORM 250-STAMP-TO-MINUTES THRU 250-EXIT.
           MOVE WS-CNV-MINUTES    TO WS-ARRIVAL-MIN.
           MOVE EDV-PROVIDER-DATE TO WS-CNV-DATE.
           MOVE EDV-PROVIDER-TIME TO WS-CNV-TIME.
           PERFORM 250-STAMP-TO-MINUTES THRU 250-EXIT.
           MOVE WS-CNV-MINUTES    TO WS-PROVIDER-MIN.
           MOVE EDV-ADMIT-DATE    TO WS-CNV-DATE.
           MOVE EDV-ADMIT-TIME    TO WS-CNV-TIME.
           PERFORM 250-STAMP-TO-MINUTES THRU 250-EXIT.
           MOVE WS-CNV-MINUTES    TO WS-ADMIT-MIN.
           MOVE EDV-DECISION-DATE TO WS-CNV-DATE.
           MOVE EDV-DECISION-TIME TO WS-CNV-TIME.
           PERFORM 250-STAMP-TO-MINUTES THRU 250-EXIT.
           MOVE WS-CNV-MINUTES    TO WS-DECISION-MIN.
           MOVE EDV-DEPART-DATE   TO WS-CNV-DATE.
           MOVE EDV-DEPART-TIME   TO WS-CNV-TIME.
           PERFORM 250-STAMP-TO-MINUTES THRU 250-EXIT.
           MOVE WS-CNV-MINUTES    TO WS-DEPART-MIN.

           MOVE -1 TO VT-DOOR-PROVIDER(VT-SUB), VT-DOOR-ADMIT(VT-SUB),
                      VT-BOARDING(VT-SUB).
           IF WS-ARRIVAL-MIN NOT < ZERO
              AND WS-PROVIDER-MIN NOT < WS-ARRIVAL-MIN
               COMPUTE VT-DOOR-PROVIDER(VT-SUB) =
                   WS-PROVIDER-MIN - WS-ARRIVAL-MIN.
           IF WS-ARRIVAL-MIN NOT < ZERO
              AND WS-ADMIT-MIN NOT < WS-ARRIVAL-MIN
               COMPUTE VT-DOOR-ADMIT(VT-SUB) =
                   WS-ADMIT-MIN - WS-ARRIVAL-MIN.

           IF EDV-DISP-ADMITTED OR EDV-ENCOUNTER-NBR NOT = SPACES
               MOVE "Y" TO VT-ADMIT-SW(VT-SUB)
               IF WS-DECISION-MIN NOT < ZERO
                  AND WS-DEPART-MIN NOT < WS-DECISION-MIN
                   COMPUTE VT-BOARDING(VT-SUB) =
                       WS-DEPART-MIN - WS-DECISION-MIN
               ELSE
                   NEXT SENTENCE
           ELSE
               MOVE "N" TO VT-ADMIT-SW(VT-SUB).

           MOVE "N" TO VT-LWBS-SW(VT-SUB).
           IF EDV-DISP-LWBS
               MOVE "Y" TO VT-LWBS-SW(VT-SUB).
           IF EDV-CLOSED
              AND EDV-PROVIDER-DATE = SPACES
              AND EDV-DISPOSITION = SPACES
               MOVE "Y" TO VT-LWBS-SW(VT-SUB).

           IF EDV-OPEN
               MOVE "Y" TO VT-OPEN-SW(VT-SUB)
           ELSE
               MOVE "N" TO VT-OPEN-SW(VT-SUB).
       200-EXIT.
           EXIT.

       250-STAMP-TO-MINUTES.
           MOVE -1 TO WS-CNV-MINUTES.
           IF WS-CNV-DATE NOT NUMERIC
            OR WS-CNV-TIME NOT NUMERIC
               GO TO 250-EXIT.
           COMPUTE WS-CNV-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CNV-DATE-9) * 1440
               + WS-CNV-HH * 60 + WS-CNV-MI.
       250-EXIT.
           EXIT.

      ***** ONE SECTION:  HEADINGS, A LINE PER TRIAGE LEVEL (LEVEL 0
      ***** IS "NEVER TRIAGED"), A LINE PER ARRIVAL HOUR, THE TOTAL
       600-PRINT-SECTION.
           MOVE "600-PRINT-SECTION" TO PARA-NAME.
           IF SEL-REPORT-DAY
               MOVE "DAY        " TO RPT-HDR-PERIOD
               MOVE WS-REPORT-DATE-X TO RPT-HDR-FROM
               MOVE SPACES TO RPT-HDR-THRU-LIT, RPT-HDR-THRU
           ELSE
               MOVE "MONTH FROM " TO RPT-HDR-PERIOD
               MOVE WS-MONTH-START TO RPT-HDR-FROM
               MOVE " THRU " TO RPT-HDR-THRU-LIT
               MOVE WS-REPORT-DATE-X TO RPT-HDR-THRU.
           WRITE EDTHRPT-REC FROM WS-BLANK-LINE.
           WRITE EDTHRPT-REC FROM WS-RPT-HDR-REC.
           WRITE EDTHRPT-REC FROM WS-RPT-COLHDR1-REC.
           WRITE EDTHRPT-REC FROM WS-RPT-COLHDR2-REC.

           MOVE "E" TO WS-SEL-KIND.
           PERFORM 610-PRINT-ESI-LINE THRU 610-EXIT
               VARYING WS-ESI-SUB FROM 1 BY 1 UNTIL WS-ESI-SUB > 5.
           MOVE ZERO TO WS-SEL-VALUE.
           MOVE "NOT TRIAGED " TO RPT-GROUP.
           PERFORM 650-PRINT-LINE THRU 650-EXIT.

           WRITE EDTHRPT-REC FROM WS-BLANK-LINE.
           MOVE "H" TO WS-SEL-KIND.
           PERFORM 620-PRINT-HOUR-LINE THRU 620-EXIT
               VARYING WS-HOUR-SUB FROM 0 BY 1 UNTIL WS-HOUR-SUB > 23.

           WRITE EDTHRPT-REC FROM WS-BLANK-LINE.
           MOVE "T" TO WS-SEL-KIND.
           MOVE ZERO TO WS-SEL-VALUE.
           MOVE "ALL VISITS  " TO RPT-GROUP.
           PERFORM 650-PRINT-LINE THRU 650-EXIT.
           WRITE EDTHRPT-REC FROM WS-RPT-FOOTER-REC.
       600-EXIT.
           EXIT.

       610-PRINT-ESI-LINE.
           MOVE WS-ESI-SUB TO WS-SEL-VALUE, WS-ESI-NAME-LVL.
           MOVE WS-ESI-NAME TO RPT-GROUP.
           PERFORM 650-PRINT-LINE THRU 650-EXIT.
       610-EXIT.
           EXIT.

       620-PRINT-HOUR-LINE.
           MOVE WS-HOUR-SUB TO WS-SEL-VALUE, WS-HOUR-NAME-HH.
           MOVE WS-HOUR-NAME TO RPT-GROUP.
           PERFORM 650-PRINT-LINE THRU 650-EXIT.
       620-EXIT.
           EXIT.

      ***** COUNTS FOR THE LINE, THEN ONE MEDIAN PER MEASURE
       650-PRINT-LINE.
           MOVE "650-PRINT-LINE" TO PARA-NAME.
           INITIALIZE WS-LINE-TOTALS.
           PERFORM 660-COUNT-VISIT THRU 660-EXIT
               VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > WS-VISIT-USED.

           MOVE LT-VISITS TO RPT-VISITS.
           MOVE LT-LWBS   TO RPT-LWBS.
           MOVE LT-ADMITS TO RPT-ADMITS.
           MOVE LT-OPEN   TO RPT-OPEN.
           COMPUTE RPT-BOARD-HOURS ROUNDED = LT-BOARD-MINUTES / 60.

           MOVE 1 TO WS-SEL-MEASURE.
           PERFORM 700-FIND-MEDIAN THRU 700-EXIT.
           IF WS-ML-USED = ZERO
               MOVE "     -" TO RPT-MED-DOOR-PROV-X
           ELSE
               MOVE WS-MEDIAN TO RPT-MED-DOOR-PROV.
           MOVE 2 TO WS-SEL-MEASURE.
           PERFORM 700-FIND-MEDIAN THRU 700-EXIT.
           IF WS-ML-USED = ZERO
               MOVE "     -" TO RPT-MED-DOOR-ADMIT-X
           ELSE
               MOVE WS-MEDIAN TO RPT-MED-DOOR-ADMIT.
           MOVE 3 TO WS-SEL-MEASURE.
           PERFORM 700-FIND-MEDIAN THRU 700-EXIT.
           IF WS-ML-USED = ZERO
               MOVE "     -" TO RPT-MED-BOARD-X
           ELSE
               MOVE WS-MEDIAN TO RPT-MED-BOARD.

           WRITE EDTHRPT-REC FROM WS-RPT-DETAIL-REC.
       650-EXIT.
           EXIT.

       660-COUNT-VISIT.
           PERFORM 680-CHECK-QUALIFY THRU 680-EXIT.
           IF NOT VISIT-QUALIFIES
               GO TO 660-EXIT.
           ADD 1 TO LT-VISITS.
           IF VT-LWBS(VT-SUB)
               ADD 1 TO LT-LWBS.
           IF VT-ADMITTED(VT-SUB)
               ADD 1 TO LT-ADMITS.
           IF VT-OPEN(VT-SUB)
               ADD 1 TO LT-OPEN.
           IF VT-BOARDING(VT-SUB) > ZERO
               ADD VT-BOARDING(VT-SUB) TO LT-BOARD-MINUTES.
       660-EXIT.
           EXIT.

       680-CHECK-QUALIFY.
           MOVE "N" TO WS-QUALIFY-SW.
           IF SEL-REPORT-DAY
              AND NOT VT-REPORT-DAY(VT-SUB)
               GO TO 680-EXIT.
           IF SEL-BY-ESI
              AND VT-ESI(VT-SUB) NOT = WS-SEL-VALUE
               GO TO 680-EXIT.
           IF SEL-BY-HOUR
              AND VT-HOUR(VT-SUB) NOT = WS-SEL-VALUE
               GO TO 680-EXIT.
           MOVE "Y" TO WS-QUALIFY-SW.
       680-EXIT.
           EXIT.

      ***** GATHER THE LINE'S INTERVALS FOR THE MEASURE IN ORDER,
      ***** THEN TAKE THE MIDDLE
       700-FIND-MEDIAN.
           MOVE "700-FIND-MEDIAN" TO PARA-NAME.
           MOVE ZERO TO WS-ML-USED, WS-MEDIAN.
           PERFORM 710-GATHER-INTERVAL THRU 710-EXIT
               VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > WS-VISIT-USED.
           IF WS-ML-USED = ZERO
               GO TO 700-EXIT.

           DIVIDE WS-ML-USED BY 2 GIVING WS-MID.
           IF WS-MID * 2 = WS-ML-USED
               COMPUTE WS-MEDIAN ROUNDED =
                   (ML-VALUE(WS-MID) + ML-VALUE(WS-MID + 1)) / 2
           ELSE
               MOVE ML-VALUE(WS-MID + 1) TO WS-MEDIAN.
       700-EXIT.
           EXIT.

       710-GATHER-INTERVAL.
           PERFORM 680-CHECK-QUALIFY THRU 680-EXIT.
           IF NOT VISIT-QUALIFIES
               GO TO 710-EXIT.
           IF SEL-DOOR-PROVIDER
               MOVE VT-DOOR-PROVIDER(VT-SUB) TO WS-CANDIDATE
           ELSE
           IF SEL-DOOR-ADMIT
               MOVE VT-DOOR-ADMIT(VT-SUB) TO WS-CANDIDATE
           ELSE
               MOVE VT-BOARDING(VT-SUB) TO WS-CANDIDATE.
           IF WS-CANDIDATE < ZERO
               GO TO 710-EXIT.

      ***** FIRST ENTRY LARGER THAN THE CANDIDATE TAKES IT; THE
      ***** REST SHIFT DOWN ONE
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM 720-FIND-SLOT THRU 720-EXIT
               VARYING ML-SUB FROM 1 BY 1 UNTIL
               ML-SUB > WS-ML-USED OR SLOT-FOUND.
           IF SLOT-FOUND
               SUBTRACT 1 FROM ML-SUB GIVING ML-SLOT
           ELSE
               COMPUTE ML-SLOT = WS-ML-USED + 1.
           ADD 1 TO WS-ML-USED.
           PERFORM 730-SHIFT-DOWN THRU 730-EXIT
               VARYING ML-SUB FROM WS-ML-USED BY -1 UNTIL
               ML-SUB NOT > ML-SLOT.
           MOVE WS-CANDIDATE TO ML-VALUE(ML-SLOT).
       710-EXIT.
           EXIT.

       720-FIND-SLOT.
           IF ML-VALUE(ML-SUB) > WS-CANDIDATE
               MOVE "Y" TO WS-SLOT-FOUND-SW.
       720-EXIT.
           EXIT.

       730-SHIFT-DOWN.
           MOVE ML-VALUE(ML-SUB - 1) TO ML-VALUE(ML-SUB).
       730-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE EDVISIT, EDTHRPT, SYSOUT.
           DISPLAY "EDTHRPT REPORT DATE         : " WS-REPORT-DATE.
           DISPLAY "EDTHRPT ED VISITS READ      : " ROWS-READ.
           DISPLAY "EDTHRPT VISITS IN MONTH     : " VISITS-TABLED.
           DISPLAY "EDTHRPT VISITS NOT REPORTED : " VISITS-DROPPED.
           DISPLAY "******** NORMAL END OF JOB EDTHRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE EDVISIT, EDTHRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-EDTHRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

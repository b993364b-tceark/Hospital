       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HAISURV.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY HOSPITAL-ACQUIRED INFECTION SURVEILLANCE.
      *          PUBHLTH REPORTS COMMUNITY DISEASE AND ISOLMNT RECORDS
      *          ISOLATION ONCE SOMEONE NOTICES; THIS JOB LOOKS FOR
      *          INFECTIONS PICKED UP IN THE BUILDING.  IT FIRST WALKS
      *          THE NIGHT'S POSTED PATSRCH-FILE FOR DRIP AND SHNT
      *          EQUIPMENT CHARGES -- ONE DEVICE DAY PER PATIENT,
      *          SERVICE DATE AND DEVICE -- NOTING EACH PATIENT'S WARD
      *          AND DEVICES.  IT THEN WALKS THE PRICED TRMTSRCH-FILE
      *          FOR LAB LINES WHOSE TEST-CATEGORY IS ON THE HAICULT
      *          CULTURE TABLE AND WHOSE ABNORMAL FLAG IS SET (A
      *          POSITIVE CULTURE).  ONE COLLECTED ON OR AFTER HOSPITAL
      *          DAY 3, COUNTING THE PATMSTR DATE-ADMIT AS DAY 1, IS A
      *          POSSIBLE HOSPITAL-ACQUIRED INFECTION.
      *
      *          THE LINE LIST PRINTS BY WARD, AND WITHIN THE WARD BY
      *          ORGANISM (THE RESULT VALUE ON THE CULTURE LINE), WITH
      *          THE WARD'S DEVICE DAYS FOR THE NIGHT.  EVERY EVENT
      *          AND DEVICE DAY IS ALSO APPENDED TO HAIHIST, WHICH
      *          HAIRATE TURNS INTO THE MONTHLY RATE SUMMARY.  RUNS
      *          AFTER DALYUPDT AND TRMTUPDT, SAME READ-BOTH-STREAMS
      *          SHAPE AS CAPAUDIT.
      *
      ******************************************************************

               CULTURE CATEGORY TABLE  -   DDS0001.HAICULT

               SORTED DAILY INPUT      -   DDS0001.PATSRCH

               SORTED TREATMENT INPUT  -   DDS0001.TRMTSRCH

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               SURVEILLANCE HISTORY    -   DDS0001.HAIHIST

               OUTPUT FILE PRODUCED    -   DDS0001.HAILIST

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

           SELECT HAILIST
           ASSIGN TO UT-S-HAILIST
             ORGANIZATION IS SEQUENTIAL.

           SELECT HAICULT
           ASSIGN TO UT-S-HAICULT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT PATSRCH-FILE
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PFCODE.

           SELECT TRMTSRCH-FILE
           ASSIGN TO UT-S-TRMTSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT HAIHIST
           ASSIGN TO UT-S-HAIHIST
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
       01  SYSOUT-REC PIC X(130).

       FD  HAILIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAILIST-REC.
       01  HAILIST-REC PIC X(132).

       FD  HAICULT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAICULT-REC.
       01  HAICULT-REC PIC X(40).

      ****** SAME FILE DALYEDIT PRODUCES AND DALYUPDT CONSUMES
       FD  PATSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-DAILY-REC-SRCH.
       01  INPATIENT-DAILY-REC-SRCH PIC X(1084).

      ****** SAME FILE TRMTSRCH PRODUCES AND TRMTUPDT CONSUMES
       FD  TRMTSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-SRCH.
       01  INPATIENT-TREATMENT-REC-SRCH PIC X(1150).

       FD  HAIHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAIHIST-REC.
       01  HAIHIST-REC PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  PFCODE                  PIC X(2).
           05  TFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".

       01  MISC-WS-FLDS.
           05  MORE-CULT-SW            PIC X(1) VALUE "Y".
               88  NO-MORE-CULT        VALUE "N".
           05  MORE-PATSRCH-SW         PIC X(1) VALUE "Y".
               88  NO-MORE-PATSRCH-RECS VALUE "N".
           05  MORE-TRMTSRCH-SW        PIC X(1) VALUE "Y".
               88  NO-MORE-TRMTSRCH-RECS VALUE "N".

       COPY HAICULT.

       COPY PATDALY.

       COPY TREATMNT.

       COPY HAIHIST.

       COPY PATMSTR.

      ***** THE CULTURE CATEGORIES, TABLED AT STARTUP
       01  WS-CULTURE-TABLE.
           05  CULT-ROW OCCURS 50 TIMES INDEXED BY CULT-IDX.
               10  CULT-TEST-CATEGORY  PIC X(4).
               10  CULT-SITE-CODE      PIC X(4).
               10  CULT-DEVICE-CATEGORY PIC X(4).
       77  WS-CULT-COUNT               PIC 9(3) VALUE ZERO.

      ***** EVERY PATIENT ON TONIGHT'S DAILY FILE -- THE WARD THE
      ***** ROOM CHARGE PUT THEM ON, AND WHICH DEVICES WERE CHARGED
       01  WS-PATIENT-TABLE.
           05  PTN-ROW OCCURS 2000 TIMES INDEXED BY PTN-IDX.
               10  PTN-PATIENT-ID      PIC X(6).
               10  PTN-WARD-NBR        PIC X(4).
               10  PTN-DRIP-SW         PIC X(1).
                   88 PTN-HAS-DRIP     VALUE "Y".
               10  PTN-SHUNT-SW        PIC X(1).
                   88 PTN-HAS-SHUNT    VALUE "Y".
       77  WS-PTN-COUNT                PIC 9(4) VALUE ZERO.
       77  WS-PTN-MAX                  PIC 9(4) VALUE 2000.

      ***** DEVICE DAYS ALREADY COUNTED TONIGHT -- A SECOND DRIP
      ***** CHARGE FOR THE SAME PATIENT AND DATE IS NOT A SECOND DAY
       01  WS-DEVICE-DAY-TABLE.
           05  DVD-ROW OCCURS 4000 TIMES INDEXED BY DVD-IDX.
               10  DVD-PATIENT-ID      PIC X(6).
               10  DVD-DATE            PIC X(8).
               10  DVD-CATEGORY        PIC X(4).
       77  WS-DVD-COUNT                PIC 9(4) VALUE ZERO.
       77  WS-DVD-MAX                  PIC 9(4) VALUE 4000.

      ***** ONE ROW PER WARD SEEN TONIGHT, FOR THE LIST'S WARD BREAKS
       01  WS-WARD-TABLE.
           05  WRD-ROW OCCURS 50 TIMES INDEXED BY WRD-IDX.
               10  WRD-WARD-NBR        PIC X(4).
               10  WRD-DRIP-DAYS       PIC S9(5) COMP.
               10  WRD-SHUNT-DAYS      PIC S9(5) COMP.
               10  WRD-EVENTS          PIC S9(5) COMP.
               10  WRD-PRINTED-SW      PIC X(1).
                   88 WRD-PRINTED      VALUE "Y".
       77  WS-WRD-COUNT                PIC 9(3) VALUE ZERO.

      ***** TONIGHT'S POSSIBLE HAIS, TABLED SO THEY COME BACK OUT BY
      ***** WARD AND ORGANISM WITHOUT A SORT STEP
       01  WS-EVENT-TABLE.
           05  EVT-ROW OCCURS 1000 TIMES INDEXED BY EVT-IDX.
               10  EVT-WARD-NBR        PIC X(4).
               10  EVT-PATIENT-ID      PIC X(6).
               10  EVT-ENCOUNTER-NBR   PIC X(10).
               10  EVT-ADMIT-DATE      PIC X(8).
               10  EVT-COLLECT-DATE    PIC X(8).
               10  EVT-HOSPITAL-DAY    PIC 9(3).
               10  EVT-TEST-CATEGORY   PIC X(4).
               10  EVT-SITE-CODE       PIC X(4).
               10  EVT-TEST-ID         PIC X(8).
               10  EVT-ORGANISM        PIC X(10).
               10  EVT-FLAG            PIC X(1).
               10  EVT-DEVICE-CATEGORY PIC X(4).
               10  EVT-DEVICE-ASSOC    PIC X(1).
               10  EVT-PRINTED-SW      PIC X(1).
                   88 EVT-PRINTED      VALUE "Y".
       77  WS-EVT-COUNT                PIC 9(4) VALUE ZERO.
       77  WS-EVT-MAX                  PIC 9(4) VALUE 1000.

       01  WS-HOLD-FIELDS.
           05  WS-SUB                  PIC S9(4) COMP.
           05  WS-DATE                 PIC 9(6).
           05  WS-PATIENT-ID-X         PIC X(6).
           05  WS-WARD-NBR             PIC X(4).
           05  WS-DEVICE-CATEGORY      PIC X(4).
           05  WS-HOLD-WARD-NBR        PIC X(4).
           05  WS-HOLD-ORGANISM        PIC X(10).
           05  WS-ORGANISM-COUNT       PIC S9(5) COMP.
           05  WS-FOUND-SW             PIC X(1).
               88 WS-FOUND             VALUE "Y".
           05  WS-ADMIT-DATE-X         PIC X(8).
           05  WS-ADMIT-DATE-9 REDEFINES WS-ADMIT-DATE-X
                                       PIC 9(8).
           05  WS-COLLECT-DATE-X       PIC X(8).
           05  WS-COLLECT-DATE-9 REDEFINES WS-COLLECT-DATE-X
                                       PIC 9(8).
           05  WS-HOSPITAL-DAY         PIC S9(5) COMP.
       77  WS-FIRST-HAI-DAY            PIC 9(1) VALUE 3.

       01  COUNTERS-AND-ACCUMULATORS.
           05  DAILY-RECS-READ         PIC S9(7) COMP VALUE ZERO.
           05  DEVICE-DAYS-WRITTEN     PIC S9(7) COMP VALUE ZERO.
           05  TRMT-RECS-READ          PIC S9(7) COMP VALUE ZERO.
           05  POSITIVE-CULTURES       PIC S9(5) COMP VALUE ZERO.
           05  BEFORE-DAY-THREE        PIC S9(5) COMP VALUE ZERO.
           05  NO-ADMIT-DATE           PIC S9(5) COMP VALUE ZERO.
           05  NOT-ON-FILE             PIC S9(5) COMP VALUE ZERO.
           05  POSSIBLE-HAIS           PIC S9(5) COMP VALUE ZERO.
           05  DEVICE-ASSOC-HAIS       PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "POSSIBLE HOSPITAL-ACQUIRED INFECTIONS --".
           05  FILLER   PIC X(28)
               VALUE " DAILY LINE LIST -- RUN OF ".
           05  HDR-DATE PIC X(8).
           05  FILLER   PIC X(56) VALUE SPACES.

       01  WS-RPT-WARD-REC.
           05  FILLER           PIC X(5) VALUE "WARD ".
           05  WRD-RPT-WARD-NBR PIC X(4).
           05  FILLER           PIC X(30)
               VALUE "    DEVICE DAYS TONIGHT: DRIP ".
           05  WRD-RPT-DRIP     PIC ZZZZ9.
           05  FILLER           PIC X(7) VALUE "  SHNT ".
           05  WRD-RPT-SHUNT    PIC ZZZZ9.
           05  FILLER           PIC X(18)
               VALUE "   POSSIBLE HAIS: ".
           05  WRD-RPT-EVENTS   PIC ZZZZ9.
           05  FILLER           PIC X(53) VALUE SPACES.

       01  WS-RPT-COLHDR-REC.
           05  FILLER   PIC X(41)
               VALUE "    PATIENT ENCOUNTER  ADMITTED COLLECTED".
           05  FILLER   PIC X(40)
               VALUE " DAY CULT SITE TEST-ID  ORGANISM   FLAG ".
           05  FILLER   PIC X(16)
               VALUE "DEVICE DEV-ASSOC".
           05  FILLER   PIC X(35) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DET-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-ADMIT-DATE   PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-COLLECT-DATE PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-HOSPITAL-DAY PIC ZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-CATEGORY     PIC X(4).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-SITE-CODE    PIC X(4).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-TEST-ID      PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  DET-ORGANISM     PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-FLAG         PIC X(1).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  DET-DEVICE       PIC X(4).
           05  FILLER           PIC X(6) VALUE SPACES.
           05  DET-DEVICE-ASSOC PIC X(1).
           05  FILLER           PIC X(40) VALUE SPACES.

       01  WS-RPT-ORGANISM-REC.
           05  FILLER           PIC X(17) VALUE SPACES.
           05  FILLER           PIC X(9) VALUE "ORGANISM ".
           05  ORG-RPT-ORGANISM PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  ORG-RPT-COUNT    PIC ZZZZ9.
           05  FILLER           PIC X(20)
               VALUE " POSSIBLE HAI(S)".
           05  FILLER           PIC X(69) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER           PIC X(30)
               VALUE "HOUSE TOTAL  POSSIBLE HAIS:  ".
           05  TOT-RPT-EVENTS   PIC ZZZZ9.
           05  FILLER           PIC X(27)
               VALUE "   DEVICE-ASSOCIATED:     ".
           05  TOT-RPT-DEVICE   PIC ZZZZ9.
           05  FILLER           PIC X(65) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "HAISURV".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-CULTURE-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-CULT.
           PERFORM 100-SCAN-PATSRCH THRU 100-EXIT
                   UNTIL NO-MORE-PATSRCH-RECS.
           PERFORM 200-SCAN-TRMTSRCH THRU 200-EXIT
                   UNTIL NO-MORE-TRMTSRCH-RECS.
           PERFORM 500-PRINT-BY-WARD THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HAISURV ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT HAICULT, PATSRCH-FILE, TRMTSRCH-FILE, PATMSTR.
           OPEN OUTPUT HAILIST, SYSOUT.
           OPEN EXTEND HAIHIST.
           MOVE WS-DATE TO HDR-DATE.
           WRITE HAILIST-REC FROM WS-RPT-HDR-REC.

           READ HAICULT INTO HAI-CULTURE-REC
               AT END
               MOVE "N" TO MORE-CULT-SW
           END-READ.

           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
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

       050-LOAD-CULTURE-TABLE.
           MOVE "050-LOAD-CULTURE-TABLE" TO PARA-NAME.
           IF WS-CULT-COUNT < 50
               ADD 1 TO WS-CULT-COUNT
               MOVE HCU-TEST-CATEGORY
                    TO CULT-TEST-CATEGORY(WS-CULT-COUNT)
               MOVE HCU-SITE-CODE   TO CULT-SITE-CODE(WS-CULT-COUNT)
               MOVE HCU-DEVICE-CATEGORY
                    TO CULT-DEVICE-CATEGORY(WS-CULT-COUNT)
           ELSE
               MOVE "*** HAICULT TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ HAICULT INTO HAI-CULTURE-REC
               AT END
               MOVE "N" TO MORE-CULT-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** EVERY DETAIL ROW NAMES THE PATIENT'S WARD; EACH DRIP OR
      ***** SHNT EQUIPMENT LINE IS A DEVICE DAY ON ITS CURR-DTE.  A
      ***** REVERSAL BACKS OUT MONEY, NOT THE DAY THE DEVICE WAS IN
       100-SCAN-PATSRCH.
           MOVE "100-SCAN-PATSRCH" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
            OR REVERSAL-REC IN INPATIENT-DAILY-REC
            OR BATCH-HEADER-REC IN INPATIENT-DAILY-REC
               GO TO 100-READ.
           ADD 1 TO DAILY-RECS-READ.

           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO WS-PATIENT-ID-X.
           PERFORM 110-FIND-PATIENT THRU 110-EXIT.
           IF NOT WS-FOUND
               GO TO 100-READ.

           PERFORM 120-ONE-EQUIP-LINE THRU 120-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.

       100-READ.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** FINDS OR ADDS THE PATIENT'S ROW AND LEAVES PTN-IDX ON IT;
      ***** A ROOM-CHARGE ROW'S WARD WINS OVER AN ANCILLARY ROW'S
       110-FIND-PATIENT.
           MOVE "110-FIND-PATIENT" TO PARA-NAME.
           MOVE "N" TO WS-FOUND-SW.
           SET PTN-IDX TO 1.
           SEARCH PTN-ROW
               AT END
                   CONTINUE
               WHEN PTN-IDX > WS-PTN-COUNT
                   CONTINUE
               WHEN PTN-PATIENT-ID(PTN-IDX) = WS-PATIENT-ID-X
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.
           IF WS-FOUND
               IF NOT ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
                   MOVE WARD-NBR IN INPATIENT-DAILY-REC
                        TO PTN-WARD-NBR(PTN-IDX)
               END-IF
               GO TO 110-EXIT.

           IF WS-PTN-COUNT = WS-PTN-MAX
               MOVE "*** HAISURV PATIENT TABLE FULL" TO ABEND-REASON
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 110-EXIT.

           ADD 1 TO WS-PTN-COUNT.
           SET PTN-IDX TO WS-PTN-COUNT.
           MOVE WS-PATIENT-ID-X TO PTN-PATIENT-ID(PTN-IDX).
           MOVE WARD-NBR IN INPATIENT-DAILY-REC
                TO PTN-WARD-NBR(PTN-IDX).
           MOVE "N" TO PTN-DRIP-SW(PTN-IDX), PTN-SHUNT-SW(PTN-IDX).
           MOVE "Y" TO WS-FOUND-SW.
       110-EXIT.
           EXIT.

       120-ONE-EQUIP-LINE.
           IF EQUIPMENT-ID IN ADDITIONAL-EQUIP-CHARGES(WS-SUB)
              = SPACES
               GO TO 120-EXIT.
           IF NOT DRIP(WS-SUB) AND NOT SHUNT(WS-SUB)
               GO TO 120-EXIT.

           MOVE EQUIPMENT-CATEGORY(WS-SUB) TO WS-DEVICE-CATEGORY.
           IF DRIP(WS-SUB)
               MOVE "Y" TO PTN-DRIP-SW(PTN-IDX)
           ELSE
               MOVE "Y" TO PTN-SHUNT-SW(PTN-IDX).

           SET DVD-IDX TO 1.
           SEARCH DVD-ROW
               AT END
                   CONTINUE
               WHEN DVD-IDX > WS-DVD-COUNT
                   CONTINUE
               WHEN DVD-PATIENT-ID(DVD-IDX) = WS-PATIENT-ID-X
                AND DVD-DATE(DVD-IDX) = CURR-DTE
                AND DVD-CATEGORY(DVD-IDX) = WS-DEVICE-CATEGORY
                   GO TO 120-EXIT
           END-SEARCH.

           IF WS-DVD-COUNT = WS-DVD-MAX
               MOVE "*** HAISURV DEVICE-DAY TABLE FULL"
                    TO ABEND-REASON
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 120-EXIT.
           ADD 1 TO WS-DVD-COUNT.
           SET DVD-IDX TO WS-DVD-COUNT.
           MOVE WS-PATIENT-ID-X    TO DVD-PATIENT-ID(DVD-IDX).
           MOVE CURR-DTE           TO DVD-DATE(DVD-IDX).
           MOVE WS-DEVICE-CATEGORY TO DVD-CATEGORY(DVD-IDX).

           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           IF WS-FOUND
               IF DRIP(WS-SUB)
                   ADD 1 TO WRD-DRIP-DAYS(WRD-IDX)
               ELSE
                   ADD 1 TO WRD-SHUNT-DAYS(WRD-IDX).

           MOVE SPACES TO HAI-HISTORY-REC.
           MOVE "D"                TO HAI-REC-TYPE.
           MOVE CURR-DTE           TO HAI-DATE.
           MOVE WS-WARD-NBR        TO HAI-WARD-NBR.
           MOVE WS-PATIENT-ID-X    TO HAI-PATIENT-ID.
           MOVE FACILITY-CDE IN INPATIENT-DAILY-REC
                TO HAI-FACILITY-CODE.
           MOVE WS-DEVICE-CATEGORY TO HAI-DEV-CATEGORY.
           WRITE HAIHIST-REC FROM HAI-HISTORY-REC.
           ADD 1 TO DEVICE-DAYS-WRITTEN.
       120-EXIT.
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
               MOVE "*** HAISURV WARD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 150-EXIT.
           ADD 1 TO WS-WRD-COUNT.
           SET WRD-IDX TO WS-WRD-COUNT.
           MOVE WS-WARD-NBR TO WRD-WARD-NBR(WRD-IDX).
           MOVE ZERO TO WRD-DRIP-DAYS(WRD-IDX), WRD-SHUNT-DAYS(WRD-IDX),
                        WRD-EVENTS(WRD-IDX).
           MOVE "N" TO WRD-PRINTED-SW(WRD-IDX).
           MOVE "Y" TO WS-FOUND-SW.
       150-EXIT.
           EXIT.

       200-SCAN-TRMTSRCH.
           MOVE "200-SCAN-TRMTSRCH" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 200-READ.
           ADD 1 TO TRMT-RECS-READ.

           PERFORM 210-ONE-LAB-LINE THRU 210-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.

       200-READ.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       200-EXIT.
           EXIT.

      ***** A POSITIVE CULTURE IS AN ABNORMAL-FLAGGED LAB LINE WHOSE
      ***** CATEGORY IS ON HAICULT
       210-ONE-LAB-LINE.
           IF LAB-TEST-ID IN LAB-CHARGES(WS-SUB) = SPACES
            OR NOT RESULT-ABNORMAL(WS-SUB)
               GO TO 210-EXIT.

           MOVE "N" TO WS-FOUND-SW.
           SET CULT-IDX TO 1.
           SEARCH CULT-ROW
               AT END
                   CONTINUE
               WHEN CULT-IDX > WS-CULT-COUNT
                   CONTINUE
               WHEN CULT-TEST-CATEGORY(CULT-IDX)
                    = TEST-CATEGORY IN LAB-CHARGES(WS-SUB)
                   MOVE "Y" TO WS-FOUND-SW
           END-SEARCH.
           IF NOT WS-FOUND
               GO TO 210-EXIT.
           ADD 1 TO POSITIVE-CULTURES.

           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               ADD 1 TO NOT-ON-FILE
               MOVE "*** CULTURE PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                    TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 210-EXIT.

      ***** HOSPITAL DAY -- THE ADMIT DATE IS DAY 1
           MOVE DATE-ADMIT(1:4) TO WS-ADMIT-DATE-X(1:4).
           MOVE DATE-ADMIT(6:2) TO WS-ADMIT-DATE-X(5:2).
           MOVE DATE-ADMIT(9:2) TO WS-ADMIT-DATE-X(7:2).
           MOVE TREATMENT-DATE IN INPATIENT-TREATMENT-REC
                TO WS-COLLECT-DATE-X.
           IF WS-ADMIT-DATE-X NOT NUMERIC
            OR WS-COLLECT-DATE-X NOT NUMERIC
               ADD 1 TO NO-ADMIT-DATE
               GO TO 210-EXIT.
           COMPUTE WS-HOSPITAL-DAY =
               FUNCTION INTEGER-OF-DATE(WS-COLLECT-DATE-9)
             - FUNCTION INTEGER-OF-DATE(WS-ADMIT-DATE-9) + 1.
           IF WS-HOSPITAL-DAY < WS-FIRST-HAI-DAY
               ADD 1 TO BEFORE-DAY-THREE
               GO TO 210-EXIT.

           PERFORM 300-TABLE-ONE-EVENT THRU 300-EXIT.
       210-EXIT.
           EXIT.

      ***** THE WARD IS WHERE TONIGHT'S ROOM CHARGE PUT THE PATIENT,
      ***** ELSE THE MASTER'S PRIMARY-STAY WARD
       300-TABLE-ONE-EVENT.
           MOVE "300-TABLE-ONE-EVENT" TO PARA-NAME.
           IF WS-EVT-COUNT = WS-EVT-MAX
               MOVE "*** HAISURV EVENT TABLE FULL" TO ABEND-REASON
               MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                    TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 300-EXIT.
           ADD 1 TO WS-EVT-COUNT, POSSIBLE-HAIS.
           SET EVT-IDX TO WS-EVT-COUNT.

           MOVE PATIENT-KEY TO WS-PATIENT-ID-X.
           MOVE PRIMARY-STAY-WARD-NBR TO WS-WARD-NBR.
           MOVE "N" TO EVT-DEVICE-ASSOC(EVT-IDX).
           MOVE CULT-DEVICE-CATEGORY(CULT-IDX)
                TO EVT-DEVICE-CATEGORY(EVT-IDX).
           SET PTN-IDX TO 1.
           SEARCH PTN-ROW
               AT END
                   CONTINUE
               WHEN PTN-IDX > WS-PTN-COUNT
                   CONTINUE
               WHEN PTN-PATIENT-ID(PTN-IDX) = WS-PATIENT-ID-X
                   MOVE PTN-WARD-NBR(PTN-IDX) TO WS-WARD-NBR
                   IF (CULT-DEVICE-CATEGORY(CULT-IDX) = "DRIP"
                       AND PTN-HAS-DRIP(PTN-IDX))
                    OR (CULT-DEVICE-CATEGORY(CULT-IDX) = "SHNT"
                       AND PTN-HAS-SHUNT(PTN-IDX))
                       MOVE "Y" TO EVT-DEVICE-ASSOC(EVT-IDX)
                   END-IF
           END-SEARCH.
           IF EVT-DEVICE-ASSOC(EVT-IDX) = "Y"
               ADD 1 TO DEVICE-ASSOC-HAIS.

           PERFORM 150-FIND-WARD THRU 150-EXIT.
           IF WS-FOUND
               ADD 1 TO WRD-EVENTS(WRD-IDX).

           MOVE WS-WARD-NBR        TO EVT-WARD-NBR(EVT-IDX).
           MOVE WS-PATIENT-ID-X    TO EVT-PATIENT-ID(EVT-IDX).
           MOVE TRMT-ENCOUNTER-NBR TO EVT-ENCOUNTER-NBR(EVT-IDX).
           MOVE WS-ADMIT-DATE-X    TO EVT-ADMIT-DATE(EVT-IDX).
           MOVE WS-COLLECT-DATE-X  TO EVT-COLLECT-DATE(EVT-IDX).
           MOVE WS-HOSPITAL-DAY    TO EVT-HOSPITAL-DAY(EVT-IDX).
           MOVE TEST-CATEGORY IN LAB-CHARGES(WS-SUB)
                TO EVT-TEST-CATEGORY(EVT-IDX).
           MOVE CULT-SITE-CODE(CULT-IDX) TO EVT-SITE-CODE(EVT-IDX).
           MOVE LAB-TEST-ID IN LAB-CHARGES(WS-SUB)
                TO EVT-TEST-ID(EVT-IDX).
           IF LAB-RESULT-VALUE(WS-SUB) = SPACES
               MOVE "UNREPORTED" TO EVT-ORGANISM(EVT-IDX)
           ELSE
               MOVE LAB-RESULT-VALUE(WS-SUB) TO EVT-ORGANISM(EVT-IDX).
           MOVE LAB-ABNORMAL-FLAG(WS-SUB) TO EVT-FLAG(EVT-IDX).
           MOVE "N" TO EVT-PRINTED-SW(EVT-IDX).

           MOVE SPACES TO HAI-HISTORY-REC.
           MOVE "E"                         TO HAI-REC-TYPE.
           MOVE EVT-COLLECT-DATE(EVT-IDX)   TO HAI-DATE.
           MOVE EVT-WARD-NBR(EVT-IDX)       TO HAI-WARD-NBR.
           MOVE EVT-PATIENT-ID(EVT-IDX)     TO HAI-PATIENT-ID.
           MOVE TREATMENT-FACILITY-CDE      TO HAI-FACILITY-CODE.
           MOVE EVT-ENCOUNTER-NBR(EVT-IDX)  TO HAI-ENCOUNTER-NBR.
           MOVE EVT-ADMIT-DATE(EVT-IDX)     TO HAI-ADMIT-DATE.
           MOVE EVT-HOSPITAL-DAY(EVT-IDX)   TO HAI-HOSPITAL-DAY.
           MOVE EVT-TEST-CATEGORY(EVT-IDX)  TO HAI-TEST-CATEGORY.
           MOVE EVT-SITE-CODE(EVT-IDX)      TO HAI-SITE-CODE.
           MOVE EVT-TEST-ID(EVT-IDX)        TO HAI-LAB-TEST-ID.
           MOVE EVT-ORGANISM(EVT-IDX)       TO HAI-ORGANISM.
           MOVE EVT-FLAG(EVT-IDX)           TO HAI-ABNORMAL-FLAG.
           MOVE EVT-DEVICE-CATEGORY(EVT-IDX) TO HAI-DEVICE-CATEGORY.
           MOVE EVT-DEVICE-ASSOC(EVT-IDX)   TO HAI-DEVICE-ASSOC-IND.
           WRITE HAIHIST-REC FROM HAI-HISTORY-REC.
       300-EXIT.
           EXIT.

      ***** EACH PASS TAKES THE LOWEST UNPRINTED WARD, PRINTS ITS
      ***** DEVICE DAYS, THEN DRAINS ITS EVENTS ORGANISM BY ORGANISM
       500-PRINT-BY-WARD.
           MOVE "500-PRINT-BY-WARD" TO PARA-NAME.
       500-NEXT-WARD.
           MOVE HIGH-VALUES TO WS-HOLD-WARD-NBR.
           PERFORM 510-LOWEST-WARD THRU 510-EXIT
                   VARYING WRD-IDX FROM 1 BY 1
                   UNTIL WRD-IDX > WS-WRD-COUNT.
           IF WS-HOLD-WARD-NBR = HIGH-VALUES
               GO TO 500-TOTALS.

           MOVE WS-HOLD-WARD-NBR TO WS-WARD-NBR.
           PERFORM 150-FIND-WARD THRU 150-EXIT.
           MOVE "Y" TO WRD-PRINTED-SW(WRD-IDX).
           MOVE SPACES TO HAILIST-REC.
           WRITE HAILIST-REC.
           MOVE WRD-WARD-NBR(WRD-IDX)   TO WRD-RPT-WARD-NBR.
           MOVE WRD-DRIP-DAYS(WRD-IDX)  TO WRD-RPT-DRIP.
           MOVE WRD-SHUNT-DAYS(WRD-IDX) TO WRD-RPT-SHUNT.
           MOVE WRD-EVENTS(WRD-IDX)     TO WRD-RPT-EVENTS.
           WRITE HAILIST-REC FROM WS-RPT-WARD-REC.
           IF WRD-EVENTS(WRD-IDX) > ZERO
               WRITE HAILIST-REC FROM WS-RPT-COLHDR-REC
               PERFORM 520-PRINT-ORGANISMS THRU 520-EXIT.
           GO TO 500-NEXT-WARD.

       500-TOTALS.
           MOVE SPACES TO HAILIST-REC.
           WRITE HAILIST-REC.
           MOVE POSSIBLE-HAIS     TO TOT-RPT-EVENTS.
           MOVE DEVICE-ASSOC-HAIS TO TOT-RPT-DEVICE.
           WRITE HAILIST-REC FROM WS-RPT-TOTAL-REC.
       500-EXIT.
           EXIT.

       510-LOWEST-WARD.
           IF NOT WRD-PRINTED(WRD-IDX)
            AND WRD-WARD-NBR(WRD-IDX) < WS-HOLD-WARD-NBR
               MOVE WRD-WARD-NBR(WRD-IDX) TO WS-HOLD-WARD-NBR.
       510-EXIT.
           EXIT.

      ***** THE WARD'S EVENTS, LOWEST ORGANISM FIRST, EACH ORGANISM
      ***** CLOSED WITH ITS COUNT
       520-PRINT-ORGANISMS.
           MOVE "520-PRINT-ORGANISMS" TO PARA-NAME.
       520-NEXT-ORGANISM.
           MOVE HIGH-VALUES TO WS-HOLD-ORGANISM.
           PERFORM 530-LOWEST-ORGANISM THRU 530-EXIT
                   VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-COUNT.
           IF WS-HOLD-ORGANISM = HIGH-VALUES
               GO TO 520-EXIT.

           MOVE ZERO TO WS-ORGANISM-COUNT.
           PERFORM 540-PRINT-ONE-EVENT THRU 540-EXIT
                   VARYING EVT-IDX FROM 1 BY 1
                   UNTIL EVT-IDX > WS-EVT-COUNT.
           MOVE WS-HOLD-ORGANISM  TO ORG-RPT-ORGANISM.
           MOVE WS-ORGANISM-COUNT TO ORG-RPT-COUNT.
           WRITE HAILIST-REC FROM WS-RPT-ORGANISM-REC.
           GO TO 520-NEXT-ORGANISM.
       520-EXIT.
           EXIT.

       530-LOWEST-ORGANISM.
           IF NOT EVT-PRINTED(EVT-IDX)
            AND EVT-WARD-NBR(EVT-IDX) = WS-HOLD-WARD-NBR
            AND EVT-ORGANISM(EVT-IDX) < WS-HOLD-ORGANISM
               MOVE EVT-ORGANISM(EVT-IDX) TO WS-HOLD-ORGANISM.
       530-EXIT.
           EXIT.

       540-PRINT-ONE-EVENT.
           IF EVT-PRINTED(EVT-IDX)
            OR EVT-WARD-NBR(EVT-IDX) NOT = WS-HOLD-WARD-NBR
            OR EVT-ORGANISM(EVT-IDX) NOT = WS-HOLD-ORGANISM
               GO TO 540-EXIT.
           MOVE "Y" TO EVT-PRINTED-SW(EVT-IDX).
           ADD 1 TO WS-ORGANISM-COUNT.
           MOVE EVT-PATIENT-ID(EVT-IDX)      TO DET-PATIENT-ID.
           MOVE EVT-ENCOUNTER-NBR(EVT-IDX)   TO DET-ENCOUNTER.
           MOVE EVT-ADMIT-DATE(EVT-IDX)      TO DET-ADMIT-DATE.
           MOVE EVT-COLLECT-DATE(EVT-IDX)    TO DET-COLLECT-DATE.
           MOVE EVT-HOSPITAL-DAY(EVT-IDX)    TO DET-HOSPITAL-DAY.
           MOVE EVT-TEST-CATEGORY(EVT-IDX)   TO DET-CATEGORY.
           MOVE EVT-SITE-CODE(EVT-IDX)       TO DET-SITE-CODE.
           MOVE EVT-TEST-ID(EVT-IDX)         TO DET-TEST-ID.
           MOVE EVT-ORGANISM(EVT-IDX)        TO DET-ORGANISM.
           MOVE EVT-FLAG(EVT-IDX)            TO DET-FLAG.
           MOVE EVT-DEVICE-CATEGORY(EVT-IDX) TO DET-DEVICE.
           MOVE EVT-DEVICE-ASSOC(EVT-IDX)    TO DET-DEVICE-ASSOC.
           WRITE HAILIST-REC FROM WS-RPT-DETAIL-REC.
       540-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HAICULT, PATSRCH-FILE, TRMTSRCH-FILE, PATMSTR,
                 HAIHIST, HAILIST, SYSOUT.
           DISPLAY "HAISURV DAILY RECORDS READ  : " DAILY-RECS-READ.
           DISPLAY "HAISURV DEVICE DAYS WRITTEN : " DEVICE-DAYS-WRITTEN.
           DISPLAY "HAISURV TREATMENTS READ     : " TRMT-RECS-READ.
           DISPLAY "HAISURV POSITIVE CULTURES   : " POSITIVE-CULTURES.
           DISPLAY "HAISURV BEFORE DAY 3        : " BEFORE-DAY-THREE.
           DISPLAY "HAISURV NO USABLE DATES     : " NO-ADMIT-DATE.
           DISPLAY "HAISURV NOT ON PATMSTR      : " NOT-ON-FILE.
           DISPLAY "HAISURV POSSIBLE HAIS       : " POSSIBLE-HAIS.
           DISPLAY "HAISURV DEVICE-ASSOCIATED   : " DEVICE-ASSOC-HAIS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB HAISURV ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HAICULT, PATSRCH-FILE, TRMTSRCH-FILE, PATMSTR,
                 HAIHIST, HAILIST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HAISURV ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

      *          INPATIENT'S DAILY ROOM CHARGE HAS BEEN KEYED BY HAND
      *          -- WHICH IS WHY THE ERROR FILE IS MOSTLY ROOM-CHARGE
      *          TYPOS AND AN UNKEYED PATIENT SIMPLY ISN'T BILLED.
      *          THIS JOB READS THE CENSUS EXTRACT CENSXTR TOOK FROM
      *          PATMSTR AFTER THE LAST POSTING AND BUILDS ONE
      *          INPATIENT-DAILY-REC PER STILL-ADMITTED INPATIENT:
      *          THE ROOM RATE COMES FROM THE BED'S OWN HOSP_BED ROW
      *          (WARD BASE PLUS THE BED'S PREMIUM), A PATIENT OUT ON
      *          OUTPUT FEEDS THE EXISTING DALYEDIT STEP UNCHANGED --
      *          DATA ENTRY NOW KEYS ONLY THE EXCEPTIONS.
      *          OBSERVATION (TYPE B) STAYS STILL KEY THEIR HOURS.
      *          A SWING-BED PATIENT (TYPE S) STAYS IN AN ACUTE BED
      *          BUT IS CHARGED THE FLAT SKILLED-NURSING SWING RATE,
      *          NOT THE BED'S ACUTE RATE.
      *          A PATIENT WHO ASKED FOR A PRIVATE ROOM (NOT ONE ON
      *          ISOLATION) STILL GETS THE BED'S FULL RATE, BUT THE
      *          BED'S PREMIUM IS CARRIED SEPARATELY ON THE CHARGE AS
      *          THE ROOM DIFFERENTIAL -- THE PATIENT'S SHARE, NOT THE
      *          PAYER'S.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               DB2 TABLES              -   DDS0001.HOSP_BED
                                            DDS0001.WARD_CODES
           ASSIGN TO UT-S-CENSDATA
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS CENSDATA-REC.
       01  CENSDATA-REC PIC X(1084).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY CENSEXT.

       COPY PATDALY.

       77  WS-WARD-BASE-RATE           PIC S9(5)V99 COMP-3.
       77  WS-BED-RATE                 PIC S9(7)V99 COMP-3.
       77  WS-BED-HOLD-RATE            PIC 9(5)V99 VALUE 75.00.
       77  WS-SWING-DAILY-RATE         PIC 9(5)V99 VALUE 425.00.
       77  WS-BED-ID-X                 PIC X(4).
      ***** CAMPUS QUALIFIER -- BED AND WARD NUMBERS REPEAT ACROSS
      ***** CAMPUSES, SO EVERY LOOKUP CARRIES THE PATIENT'S FACILITY
           05  MSTR-ROWS-READ          PIC S9(9) COMP VALUE ZERO.
           05  CHARGES-GENERATED       PIC S9(7) COMP VALUE ZERO.
           05  HOLDS-GENERATED         PIC S9(7) COMP VALUE ZERO.
           05  SWING-DAYS-GENERATED    PIC S9(7) COMP VALUE ZERO.
           05  BEDS-UNKNOWN            PIC S9(5) COMP VALUE ZERO.
           05  DIFFERENTIALS-SPLIT     PIC S9(7) COMP VALUE ZERO.
           05  RECORDS-WRITTEN         PIC S9(9) COMP VALUE ZERO.

       01  WS-OUT-TRAILER-REC.
           05  OUT-RECORD-COUNT           PIC 9(9).
           05  FILLER                     PIC X(1074).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "CENSGEN".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.

       COPY DB2ERR.
           DISPLAY "******** BEGIN JOB CENSGEN ********".
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE TO WS-DATE-X8.
           OPEN INPUT CENSEXT.
           OPEN OUTPUT CENSDATA, SYSOUT.
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.

           MOVE LOW-VALUES TO CENSEXT-KEY.
           START CENSEXT KEY IS NOT LESS THAN CENSEXT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DATA-SW
           END-START.
       000-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       030-WRITE-RUN-HEADER.
           MOVE "030-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE CENSDATA-REC FROM RHP-HEADER.
       030-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ CENSEXT NEXT INTO CENSUS-EXTRACT-REC
               AT END
                   MOVE "N" TO MORE-DATA-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO MSTR-ROWS-READ.

      ***** STILL-ADMITTED INPATIENTS AND SWING-BED PATIENTS ONLY --
      ***** OUTPATIENTS DON'T OCCUPY BEDS AND OBSERVATION STAYS KEY
      ***** THEIR HOURS
           IF CEN-DATE-DISCHARGE NOT = SPACES
            OR NOT (CEN-INPATIENT OR CEN-SWING-BED)
               GO TO 100-EXIT.

           PERFORM 200-GENERATE-ROOM-CHARGE THRU 200-EXIT.
           MOVE "200-GENERATE-ROOM-CHARGE" TO PARA-NAME.
           MOVE SPACES TO INPATIENT-DAILY-REC.
           MOVE ZERO TO TOTAL-ROOM-CHARGE, BASE-ROOM-CHARGE,
                OBS-HOURS, ROOM-DIFFERENTIAL-CHG.
           MOVE CEN-PATIENT-ID TO PATIENT-ID IN INPATIENT-DAILY-REC.
           MOVE WS-DATE-X8 TO CURR-DTE, ROOM-DATE-FROM, ROOM-DATE-TO.
           MOVE CEN-BED-IDENTITY TO BED-IDENTITY
               IN INPATIENT-DAILY-REC.
           MOVE CEN-BED-IDENTITY TO ROOM-IDENTITY.
           MOVE CEN-DIAG-CODE-PRIMARY
                TO PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC.
           MOVE CEN-WARD-NBR TO WARD-NBR IN INPATIENT-DAILY-REC.
      ***** THE GENERATED CHARGE BELONGS TO THE PATIENT'S CAMPUS --
      ***** BLANK ON OLDER MASTER ROWS STILL MEANS THE MAIN CAMPUS
           IF CEN-FACILITY-CODE = SPACES
               MOVE "01" TO WS-FACILITY-X
           ELSE
               MOVE CEN-FACILITY-CODE TO WS-FACILITY-X.
           MOVE WS-FACILITY-X
                TO FACILITY-CDE IN INPATIENT-DAILY-REC.

      ***** A PATIENT OUT ON LEAVE HOLDS THE BED AT THE HOLD RATE
           IF CEN-ON-LEAVE
               MOVE "H" TO PATIENT-RECORD-TYPE
                   IN INPATIENT-DAILY-REC
               MOVE WS-BED-HOLD-RATE TO BASE-ROOM-CHARGE,
               PERFORM 400-WRITE-CHARGE THRU 400-EXIT
               GO TO 200-EXIT.

      ***** A SWING-BED DAY IS SKILLED-NURSING CARE, WHATEVER BED
      ***** IT IS SPENT IN
           IF CEN-SWING-BED
               MOVE WS-SWING-DAILY-RATE TO BASE-ROOM-CHARGE,
                   TOTAL-ROOM-CHARGE
               ADD 1 TO SWING-DAYS-GENERATED
               PERFORM 400-WRITE-CHARGE THRU 400-EXIT
               GO TO 200-EXIT.

           PERFORM 300-PRICE-THE-BED THRU 300-EXIT.
           MOVE WS-BED-RATE TO BASE-ROOM-CHARGE, TOTAL-ROOM-CHARGE.
      ***** A PRIVATE ROOM BY REQUEST -- THE PAYER COVERS THE WARD'S
      ***** SEMI-PRIVATE BASE, THE BED'S PREMIUM IS THE PATIENT'S
           IF CEN-PRIVATE-REQUESTED
              AND NOT CEN-ON-ISOLATION
              AND SPECIAL-CHARGES > ZERO
               MOVE SPECIAL-CHARGES TO ROOM-DIFFERENTIAL-CHG
               ADD 1 TO DIFFERENTIALS-SPLIT.
           ADD 1 TO CHARGES-GENERATED.
           PERFORM 400-WRITE-CHARGE THRU 400-EXIT.
       200-EXIT.

       300-PRICE-THE-BED.
           MOVE "300-PRICE-THE-BED" TO PARA-NAME.
           MOVE CEN-BED-IDENTITY TO WS-BED-ID-X.
           MOVE ZERO TO SPECIAL-CHARGES, WS-WARD-BASE-RATE.

           EXEC SQL
               ADD 1 TO BEDS-UNKNOWN
               MOVE "*** PATIENT'S BED NOT ON HOSP_BED"
                    TO ABEND-REASON
               MOVE CEN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.
           IF SQLCODE < 0
               MOVE "*** FATAL DB2 ERROR ON HOSP_BED" TO ABEND-REASON

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CENSEXT, CENSDATA, SYSOUT.
           DISPLAY "CENSGEN CENSUS ROWS READ    : " MSTR-ROWS-READ.
           DISPLAY "CENSGEN ROOM CHARGES BUILT  : " CHARGES-GENERATED.
           DISPLAY "CENSGEN BED HOLDS BUILT     : " HOLDS-GENERATED.
           DISPLAY "CENSGEN SWING-BED DAYS BUILT: "
               SWING-DAYS-GENERATED.
           DISPLAY "CENSGEN BEDS NOT ON FILE    : " BEDS-UNKNOWN.
           DISPLAY "CENSGEN PRIVATE DIFFERENTIAL: "
               DIFFERENTIALS-SPLIT.
           DISPLAY "******** NORMAL END OF JOB CENSGEN ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CENSEXT, CENSDATA, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CENSGEN ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

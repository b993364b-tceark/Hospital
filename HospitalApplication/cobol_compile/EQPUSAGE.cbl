       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EQPUSAGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY BIOMEDICAL EQUIPMENT USAGE COUNT AND
      *          MAINTENANCE-DUE WORKLIST.  EVERY EQUIPMENT ROW ON THE
      *          EDITED DAILY FILE DALYUPDT POSTED THAT CARRIES A
      *          DEVICE SERIAL (SEE PATDALY) IS ONE USE OF THAT DEVICE:
      *          THE USE IS ADDED TO THE DEVICE'S COUNT SINCE ITS LAST
      *          PASSED INSPECTION AND ITS LIFETIME COUNT ON THE ASSET
      *          REGISTER (SEE EQPASSET), AND A USE-LOG ROW NAMING THE
      *          PATIENT AND STAY IS APPENDED FOR EQPTRACE.  REVERSALS
      *          NEITHER ADD NOR TAKE AWAY A USE -- BACKING OUT A
      *          MISKEYED CHARGE DOES NOT UN-USE THE DEVICE.
      *
      *          A SERIAL NOT ON THE REGISTER, A SERIAL CHARGED UNDER
      *          ANOTHER CATALOG ITEM, AND A DEVICE CHARGED WHILE
      *          FAULTY OR RETIRED ARE EACH LISTED ON SYSOUT FOR
      *          CLINICAL ENGINEERING; THE USE IS STILL LOGGED.
      *
      *          THE WORKLIST THEN LISTS EVERY DEVICE IN SERVICE WHOSE
      *          PREVENTIVE MAINTENANCE IS OVERDUE OR FALLS DUE WITHIN
      *          WARN-DAYS DAYS (DAY-BASED INTERVALS) OR WARN-USES USES
      *          (USAGE-BASED INTERVALS) -- RUNPARM EQPUSAGE, 14 AND 10
      *          WHEN NOT SET -- PLUS EVERY DEVICE REPORTED FAULTY AND
      *          STILL AWAITING A PASSED INSPECTION.
      *
      ******************************************************************

               ROOM/EQUIP CHARGES      -   DDS0001.PATEDIT

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               OLD ASSET REGISTER      -   DDS0001.EQPASSET

               NEW ASSET REGISTER      -   (NEW GENERATION)

               DEVICE USE LOG          -   DDS0001.EQPUSE

               MAINTENANCE WORKLIST    -   DDS0001.EQPWORK

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

           SELECT PATEDIT
           ASSIGN TO UT-S-PATEDIT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PFCODE.

           SELECT EQPOLD
           ASSIGN TO UT-S-EQPOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT EQPNEW
           ASSIGN TO UT-S-EQPNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT EQPUSE
           ASSIGN TO UT-S-EQPUSE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS UFCODE.

           SELECT EQPWORK
           ASSIGN TO UT-S-EQPWORK
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

       FD  PATEDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-DAILY-REC-EDIT.
       01  INPATIENT-DAILY-REC-EDIT PIC X(1084).

       FD  EQPOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPOLD-REC.
       01  EQPOLD-REC PIC X(200).

       FD  EQPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPNEW-REC.
       01  EQPNEW-REC PIC X(200).

      ***** APPENDED TO EVERY NIGHT -- EQPTRACE READS THE WHOLE FILE
       FD  EQPUSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPUSE-REC.
       01  EQPUSE-REC PIC X(80).

       FD  EQPWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPWORK-REC.
       01  EQPWORK-REC PIC X(132).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  UFCODE                  PIC X(2).

       COPY PATDALY.

       COPY EQPASSET.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-DALY-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DALY         VALUE "N".
           05  MORE-OLD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-OLD          VALUE "N".
           05  WS-EQP-FOUND-SW         PIC X(1).
               88 EQP-ROW-FOUND        VALUE "Y".

      ***** THE WHOLE REGISTER, TABLED AT STARTUP -- THE CHARGES
      ***** ARRIVE IN PATIENT ORDER, NOT SERIAL ORDER
       01  WS-EQP-TABLE.
           05  WS-EQP-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-EQP-ROW OCCURS 3000 TIMES.
               10  WS-EQP-SERIAL       PIC X(10).
               10  WS-EQP-IMAGE        PIC X(200).
       77  WS-EQP-SUB                  PIC S9(4) COMP.
       77  WS-EQP-MAX                  PIC S9(4) COMP VALUE 3000.
       77  ROW-SUB                     PIC 9(2).

      ***** RUN PARAMETERS -- RUNPARM OVERRIDES THESE DEFAULTS
       01  WS-EQP-PARMS.
           05  WS-WARN-DAYS            PIC 9(3)    VALUE 14.
           05  WS-WARN-USES            PIC 9(5)    VALUE 10.

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-DUE-INT                  PIC S9(9) COMP.
       77  WS-LEFT                     PIC S9(7) COMP.
       77  WS-DUE-DATE-9               PIC 9(8).

       01  WS-PM-DATE-X                PIC X(8).
       01  WS-PM-DATE-9 REDEFINES WS-PM-DATE-X
                                       PIC 9(8).

      ***** CCYYMMDD IN, CCYY-MM-DD OUT -- SEE 650-FORMAT-DATE
       01  WS-FMT-DATE-IN              PIC X(8).
       01  WS-FMT-DATE-OUT             PIC X(10).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(7) COMP VALUE ZERO.
           05  DEVICES-ON-FILE         PIC S9(5) COMP VALUE ZERO.
           05  USES-COUNTED            PIC S9(7) COMP VALUE ZERO.
           05  USES-LOGGED             PIC S9(7) COMP VALUE ZERO.
           05  UNKNOWN-SERIALS         PIC S9(5) COMP VALUE ZERO.
           05  ITEM-MISMATCHES         PIC S9(5) COMP VALUE ZERO.
           05  OUT-OF-SERVICE-USES     PIC S9(5) COMP VALUE ZERO.
           05  DEVICES-OVERDUE         PIC S9(5) COMP VALUE ZERO.
           05  DEVICES-DUE-SOON        PIC S9(5) COMP VALUE ZERO.
           05  DEVICES-FAULTY          PIC S9(5) COMP VALUE ZERO.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "EQPUSAGE".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE THE FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATEDIT-HDR-SW          PIC X(1) VALUE "N".
               88 PATEDIT-HDR-CHECKED  VALUE "Y".

       COPY RUNHDR.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "EQPUSAGE".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "BIOMEDICAL EQUIPMENT MAINTENANCE-DUE WOR".
           05  FILLER   PIC X(6)  VALUE "KLIST ".
           05  FILLER   PIC X(9)  VALUE "  AS OF: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(14) VALUE "   WARN DAYS: ".
           05  RPT-HDR-WARN-DAYS     PIC ZZ9.
           05  FILLER   PIC X(14) VALUE "   WARN USES: ".
           05  RPT-HDR-WARN-USES     PIC ZZZZ9.
           05  FILLER   PIC X(31) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(10) VALUE "SERIAL".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(8)  VALUE "ITEM".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(4)  VALUE "CATG".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(25) VALUE "DESCRIPTION".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(4)  VALUE "WARD".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(4)  VALUE "PER".
           05  FILLER   PIC X(1)  VALUE SPACES.
           05  FILLER   PIC X(5)  VALUE "INTVL".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(10) VALUE "LAST PM".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(7)  VALUE "SINCEPM".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(10) VALUE "DUE DATE".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(6)  VALUE "  LEFT".
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  FILLER   PIC X(16) VALUE "STATUS".

       01  WS-RPT-DETAIL-REC.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SERIAL            PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITEM              PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CATEGORY          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DESC              PIC X(25).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-WARD              PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BASIS             PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-INTERVAL          PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LAST-PM           PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-USES              PIC ZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DUE-DATE          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LEFT              PIC -ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FLAG              PIC X(16).

       01  WS-RPT-TOTAL-REC.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(19)
                                     VALUE "DEVICES ON FILE:   ".
           05  RPT-TOTAL-DEVICES     PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE "   OVERDUE:  ".
           05  RPT-TOTAL-OVERDUE     PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE "   DUE SOON:  ".
           05  RPT-TOTAL-DUE-SOON    PIC ZZZZ9.
           05  FILLER                PIC X(21)
                                     VALUE "   FAULT REPORTED:   ".
           05  RPT-TOTAL-FAULTY      PIC ZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-BLANK-REC          PIC X(132) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-REGISTER THRU 050-EXIT
                   UNTIL NO-MORE-OLD.
           PERFORM 100-PROCESS-DAILY THRU 100-EXIT
                   UNTIL NO-MORE-DALY.
           PERFORM 500-PRINT-HEADINGS THRU 500-EXIT.
           PERFORM 550-WRITE-DEVICE THRU 550-EXIT
                   VARYING WS-EQP-SUB FROM 1 BY 1 UNTIL
                   WS-EQP-SUB > WS-EQP-COUNT.
           PERFORM 600-PRINT-TOTALS THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB EQPUSAGE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           PERFORM 020-GET-RUN-PARMS THRU 020-EXIT.
           OPEN INPUT PATEDIT, EQPOLD.
           OPEN OUTPUT EQPNEW, EQPWORK, SYSOUT.
           OPEN EXTEND EQPUSE.
       000-EXIT.
           EXIT.

       020-GET-RUN-PARMS.
           MOVE "020-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "EQPUSAGE"          TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-NUMBER TO WS-WARN-DAYS.

           MOVE "WARN-USES"         TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-NUMBER TO WS-WARN-USES.
       020-EXIT.
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

       050-LOAD-REGISTER.
           MOVE "050-LOAD-REGISTER" TO PARA-NAME.
           READ EQPOLD INTO EQUIPMENT-ASSET-REC
               AT END
                   MOVE "N" TO MORE-OLD-SW
                   GO TO 050-EXIT
           END-READ.

           IF WS-EQP-COUNT = WS-EQP-MAX
               MOVE "** ASSET TABLE FULL - RAISE WS-EQP-MAX"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           ADD 1 TO WS-EQP-COUNT.
           MOVE EQA-SERIAL-NBR      TO WS-EQP-SERIAL(WS-EQP-COUNT).
           MOVE EQUIPMENT-ASSET-REC TO WS-EQP-IMAGE(WS-EQP-COUNT).
       050-EXIT.
           EXIT.

       100-PROCESS-DAILY.
           MOVE "100-PROCESS-DAILY" TO PARA-NAME.
           READ PATEDIT INTO INPATIENT-DAILY-REC
               AT END
                   MOVE "N" TO MORE-DALY-SW
                   GO TO 100-EXIT
           END-READ.

           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDIT-HDR-CHECKED
               MOVE "Y" TO PATEDIT-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-PROCESS-DAILY.

           IF TRAILER-REC IN INPATIENT-DAILY-REC
            OR REVERSAL-REC IN INPATIENT-DAILY-REC
               GO TO 100-EXIT.
           ADD 1 TO RECORDS-READ.

           PERFORM 150-COUNT-DEVICE-USE THRU 150-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
       100-EXIT.
           EXIT.

      ***** ONE USE PER CHARGED ROW CARRYING A SERIAL.  THE USE IS
      ***** LOGGED WHETHER OR NOT THE REGISTER KNOWS THE DEVICE, SO A
      ***** LATE-REGISTERED DEVICE CAN STILL BE TRACED.
       150-COUNT-DEVICE-USE.
           MOVE "150-COUNT-DEVICE-USE" TO PARA-NAME.
           IF EQUIPMENT-ID IN INPATIENT-DAILY-REC(ROW-SUB) = SPACES
            OR EQUIPMENT-SERIAL-NBR(ROW-SUB) = SPACES
               GO TO 150-EXIT.

           PERFORM 200-LOG-USE THRU 200-EXIT.
           PERFORM 300-FIND-DEVICE THRU 300-EXIT.
           IF NOT EQP-ROW-FOUND
               ADD 1 TO UNKNOWN-SERIALS
               MOVE SPACES TO ABEND-REASON
               STRING "** SERIAL NOT ON REGISTER "
                      EQUIPMENT-SERIAL-NBR(ROW-SUB)
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 150-EXIT.

           MOVE WS-EQP-IMAGE(WS-EQP-SUB) TO EQUIPMENT-ASSET-REC.
           IF EQA-EQUIPMENT-ID NOT =
              EQUIPMENT-ID IN INPATIENT-DAILY-REC(ROW-SUB)
               ADD 1 TO ITEM-MISMATCHES
               MOVE SPACES TO ABEND-REASON
               STRING "** SERIAL " EQA-SERIAL-NBR " IS ITEM "
                      EQA-EQUIPMENT-ID
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
           IF NOT EQA-IN-SERVICE
               ADD 1 TO OUT-OF-SERVICE-USES
               MOVE SPACES TO ABEND-REASON
               STRING "** OUT OF SERVICE, CHARGED " EQA-SERIAL-NBR
                      DELIMITED BY SIZE INTO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           ADD 1 TO EQA-USES-SINCE-PM, EQA-TOTAL-USES.
           IF EQA-LAST-USED-DATE = SPACES
            OR CURR-DTE IN INPATIENT-DAILY-REC > EQA-LAST-USED-DATE
               MOVE CURR-DTE IN INPATIENT-DAILY-REC
                    TO EQA-LAST-USED-DATE.
           MOVE EQUIPMENT-ASSET-REC TO WS-EQP-IMAGE(WS-EQP-SUB).
           ADD 1 TO USES-COUNTED.
       150-EXIT.
           EXIT.

       200-LOG-USE.
           MOVE "200-LOG-USE" TO PARA-NAME.
           MOVE SPACES TO EQUIPMENT-USE-REC.
           MOVE EQUIPMENT-SERIAL-NBR(ROW-SUB) TO EQU-SERIAL-NBR.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC TO EQU-USE-DATE.
           MOVE INPATIENT-DAILY-REC(2:6)  TO EQU-PATIENT-ID.
           MOVE DAILY-ENCOUNTER-NBR       TO EQU-ENCOUNTER-NBR.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO EQU-WARD-NBR.
           MOVE EQUIPMENT-ID IN INPATIENT-DAILY-REC(ROW-SUB)
                                          TO EQU-EQUIPMENT-ID.
           MOVE EQUIPMENT-PRES-PHYS IN INPATIENT-DAILY-REC(ROW-SUB)
                                          TO EQU-PRES-PHYS.
           MOVE WS-CURR-DATE-9            TO EQU-POSTED-DATE.
           WRITE EQPUSE-REC FROM EQUIPMENT-USE-REC.
           ADD 1 TO USES-LOGGED.
       200-EXIT.
           EXIT.

       300-FIND-DEVICE.
           MOVE "300-FIND-DEVICE" TO PARA-NAME.
           MOVE "N" TO WS-EQP-FOUND-SW.
           PERFORM 320-SCAN-DEVICE-ROW THRU 320-EXIT
               VARYING WS-EQP-SUB FROM 1 BY 1 UNTIL
               WS-EQP-SUB > WS-EQP-COUNT OR EQP-ROW-FOUND.
           IF EQP-ROW-FOUND
               SUBTRACT 1 FROM WS-EQP-SUB.
       300-EXIT.
           EXIT.

       320-SCAN-DEVICE-ROW.
           MOVE "320-SCAN-DEVICE-ROW" TO PARA-NAME.
           IF WS-EQP-SERIAL(WS-EQP-SUB) =
              EQUIPMENT-SERIAL-NBR(ROW-SUB)
               MOVE "Y" TO WS-EQP-FOUND-SW.
       320-EXIT.
           EXIT.

       500-PRINT-HEADINGS.
           MOVE "500-PRINT-HEADINGS" TO PARA-NAME.
           MOVE WS-CURRENT-DATE-FIELDS(1:8) TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT TO RPT-HDR-DATE.
           MOVE WS-WARN-DAYS    TO RPT-HDR-WARN-DAYS.
           MOVE WS-WARN-USES    TO RPT-HDR-WARN-USES.
           WRITE EQPWORK-REC FROM WS-RPT-HDR-REC.
           WRITE EQPWORK-REC FROM WS-RPT-BLANK-REC.
           WRITE EQPWORK-REC FROM WS-RPT-COLM-HDR-REC.
           WRITE EQPWORK-REC FROM WS-RPT-BLANK-REC.
       500-EXIT.
           EXIT.

      ***** EVERY DEVICE GOES TO THE NEW REGISTER WITH ITS NEW COUNTS;
      ***** ONLY THOSE DUE, OVERDUE OR FAULTY GO ON THE WORKLIST
       550-WRITE-DEVICE.
           MOVE "550-WRITE-DEVICE" TO PARA-NAME.
           MOVE WS-EQP-IMAGE(WS-EQP-SUB) TO EQUIPMENT-ASSET-REC.
           WRITE EQPNEW-REC FROM EQUIPMENT-ASSET-REC.
           ADD 1 TO DEVICES-ON-FILE.
           IF EQA-RETIRED
               GO TO 550-EXIT.

           MOVE SPACES TO WS-RPT-DETAIL-REC.
           MOVE SPACES TO RPT-DUE-DATE.
           MOVE ZERO   TO WS-LEFT.

           IF EQA-PM-BY-USES
               MOVE "USES" TO RPT-BASIS
               COMPUTE WS-LEFT = EQA-PM-INTERVAL - EQA-USES-SINCE-PM
           ELSE
               MOVE "DAYS" TO RPT-BASIS
               PERFORM 560-DAYS-TO-DUE THRU 560-EXIT.

           IF EQA-FAULTY
               MOVE "FAULT REPORTED" TO RPT-FLAG
               ADD 1 TO DEVICES-FAULTY
           ELSE IF WS-LEFT < ZERO
               MOVE "OVERDUE"        TO RPT-FLAG
               ADD 1 TO DEVICES-OVERDUE
           ELSE IF EQA-PM-BY-USES AND WS-LEFT NOT > WS-WARN-USES
               MOVE "DUE SOON"       TO RPT-FLAG
               ADD 1 TO DEVICES-DUE-SOON
           ELSE IF EQA-PM-BY-DAYS AND WS-LEFT NOT > WS-WARN-DAYS
               MOVE "DUE SOON"       TO RPT-FLAG
               ADD 1 TO DEVICES-DUE-SOON
           ELSE
               GO TO 550-EXIT.

           MOVE EQA-SERIAL-NBR      TO RPT-SERIAL.
           MOVE EQA-EQUIPMENT-ID    TO RPT-ITEM.
           MOVE EQA-CATEGORY        TO RPT-CATEGORY.
           MOVE EQA-DESCRIPTION     TO RPT-DESC.
           MOVE EQA-WARD-NBR        TO RPT-WARD.
           MOVE EQA-PM-INTERVAL     TO RPT-INTERVAL.
           MOVE EQA-LAST-PM-DATE    TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT     TO RPT-LAST-PM.
           MOVE EQA-USES-SINCE-PM   TO RPT-USES.
           MOVE WS-LEFT             TO RPT-LEFT.
           WRITE EQPWORK-REC FROM WS-RPT-DETAIL-REC.
       550-EXIT.
           EXIT.

      ***** A DAY-BASED DEVICE IS DUE EQA-PM-INTERVAL DAYS AFTER ITS
      ***** LAST PASSED INSPECTION.  A DATE THE REGISTER SHOULD NEVER
      ***** HOLD COUNTS AS OVERDUE SO SOMEONE LOOKS AT IT.
       560-DAYS-TO-DUE.
           MOVE "560-DAYS-TO-DUE" TO PARA-NAME.
           MOVE EQA-LAST-PM-DATE TO WS-PM-DATE-X.
           IF WS-PM-DATE-X NOT NUMERIC
               MOVE -1 TO WS-LEFT
               GO TO 560-EXIT.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PM-DATE-9)
             + EQA-PM-INTERVAL.
           COMPUTE WS-LEFT = WS-DUE-INT - WS-TODAY-INT.
           COMPUTE WS-DUE-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-DATE-9 TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT TO RPT-DUE-DATE.
       560-EXIT.
           EXIT.

       600-PRINT-TOTALS.
           MOVE "600-PRINT-TOTALS" TO PARA-NAME.
           MOVE DEVICES-ON-FILE  TO RPT-TOTAL-DEVICES.
           MOVE DEVICES-OVERDUE  TO RPT-TOTAL-OVERDUE.
           MOVE DEVICES-DUE-SOON TO RPT-TOTAL-DUE-SOON.
           MOVE DEVICES-FAULTY   TO RPT-TOTAL-FAULTY.
           WRITE EQPWORK-REC FROM WS-RPT-BLANK-REC.
           WRITE EQPWORK-REC FROM WS-RPT-TOTAL-REC.
       600-EXIT.
           EXIT.

       650-FORMAT-DATE.
           MOVE WS-FMT-DATE-IN(1:4)  TO WS-FMT-DATE-OUT(1:4).
           MOVE "-"                  TO WS-FMT-DATE-OUT(5:1).
           MOVE WS-FMT-DATE-IN(5:2)  TO WS-FMT-DATE-OUT(6:2).
           MOVE "-"                  TO WS-FMT-DATE-OUT(8:1).
           MOVE WS-FMT-DATE-IN(7:2)  TO WS-FMT-DATE-OUT(9:2).
       650-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATEDIT, EQPOLD, EQPNEW, EQPUSE, EQPWORK, SYSOUT.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "EQPUSAGE CHARGE RECORDS READ : " RECORDS-READ.
           DISPLAY "EQPUSAGE DEVICES ON FILE     : " DEVICES-ON-FILE.
           DISPLAY "EQPUSAGE USES COUNTED        : " USES-COUNTED.
           DISPLAY "EQPUSAGE USES LOGGED         : " USES-LOGGED.
           DISPLAY "EQPUSAGE UNKNOWN SERIALS     : " UNKNOWN-SERIALS.
           DISPLAY "EQPUSAGE ITEM MISMATCHES     : " ITEM-MISMATCHES.
           DISPLAY "EQPUSAGE OUT-OF-SERVICE USES : "
                   OUT-OF-SERVICE-USES.
           DISPLAY "EQPUSAGE DEVICES OVERDUE     : " DEVICES-OVERDUE.
           DISPLAY "EQPUSAGE DEVICES DUE SOON    : " DEVICES-DUE-SOON.
           DISPLAY "EQPUSAGE DEVICES FAULTY      : " DEVICES-FAULTY.
           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB EQPUSAGE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-EQPUSAGE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATTDRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MORNING DEFAULT-ATTENDING REPORT.  EVERY ADMISSION
      *          ADMDISCH TOOK IN WITHOUT A VALID ATTENDING PHYSICIAN
      *          -- BLANK, NOT ACTIVE ON THE PROVREG REGISTRY, OR THE
      *          EMERGENCY DEPARTMENT DOCTOR -- LEFT A ROW ON ATTDFLT
      *          NAMING THE ON-CALL PHYSICIAN IT ASSIGNED FROM THE
      *          ONCALL SCHEDULE.  THIS JOB LISTS THEM ALL, WITH THE
      *          PHYSICIAN NAMES OFF PROVREG, SO THE ASSIGNED
      *          PHYSICIAN AND HIM CAN CONFIRM OR CORRECT EACH ONE.
      *          ADMISSIONS THE SCHEDULE HAD NOBODY ON CALL FOR ARE
      *          FLAGGED -- THOSE STAYS STILL HAVE NO VALID ATTENDING.
      *
      ******************************************************************

               DEFAULTED ADMISSIONS    -   DDS0001.ATTDFLT

               REGISTRY INPUT FILE     -   DDS0001.PROVREG

               REPORT FILE PRODUCED    -   DDS0001.ATTDRPT

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

           SELECT ATTDFLT
           ASSIGN TO UT-S-ATTDFLT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT ATTDRPT
           ASSIGN TO UT-S-ATTDRPT
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

       FD  ATTDFLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ATTDFLT-REC.
       01  ATTDFLT-REC PIC X(80).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  ATTDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ATTDRPT-REC.
       01  ATTDRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).

       COPY ATTDFLT.

       COPY PROVREG.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-PROV-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PROV         VALUE "N".
           05  WS-PROV-FOUND-SW        PIC X(1).
               88 PROV-FOUND           VALUE "Y".

      ***** REGISTRY NAMES, LOADED AT STARTUP
       01  WS-PROV-TABLE.
           05  WS-PROV-ROW OCCURS 2000 TIMES.
               10  WS-PROV-ID          PIC X(8).
               10  WS-PROV-NAME        PIC X(30).
       01  WS-PROV-ROWS-USED           PIC 9(4) VALUE ZERO.
       77  WS-PROV-MAX                 PIC 9(4) VALUE 2000.
       77  WS-PROV-SUB                 PIC 9(4).

       01  COUNTERS-AND-ACCUMULATORS.
           05  ROWS-READ               PIC S9(5) COMP VALUE ZERO.
           05  NBR-ASSIGNED            PIC S9(5) COMP VALUE ZERO.
           05  NBR-NO-COVERAGE         PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "ADMISSIONS ASSIGNED AN ON-CALL ATTENDING".
           05  FILLER   PIC X(40)
               VALUE " -- PHYSICIAN AND HIM TO CONFIRM".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-COLHDR-REC.
           05  FILLER   PIC X(41)
               VALUE "PATIENT ENCOUNTER  ADMITTED        T WARD".
           05  FILLER   PIC X(40)
               VALUE " SPEC RECEIVED WHY          ASSIGNED".
           05  FILLER   PIC X(51) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-ENCOUNTER-NBR     PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ADMIT-DATE        PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ADMIT-TIME        PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-TXN-TYPE          PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-WARD-NBR          PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-SPECIALTY-CDE     PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-RECEIVED          PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-REASON            PIC X(12).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ASSIGNED          PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-ASSIGNED-NAME     PIC X(30).
           05  FILLER                PIC X(24) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-PROV-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PROV.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ATTDRPT ********".
           OPEN INPUT ATTDFLT, PROVREG.
           OPEN OUTPUT ATTDRPT, SYSOUT.
           WRITE ATTDRPT-REC FROM WS-RPT-HDR-REC.
           WRITE ATTDRPT-REC FROM WS-RPT-COLHDR-REC.

           READ ATTDFLT INTO DEFAULTED-ATTENDING-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-PROV-TABLE.
           MOVE "050-LOAD-PROV-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PROV-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-PROV-ROWS-USED = WS-PROV-MAX
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PROV-ROWS-USED.
           MOVE PRG-PROVIDER-ID   TO WS-PROV-ID(WS-PROV-ROWS-USED).
           MOVE PRG-PROVIDER-NAME TO WS-PROV-NAME(WS-PROV-ROWS-USED).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO ROWS-READ.
           PERFORM 200-PRINT-ADMISSION THRU 200-EXIT.

           READ ATTDFLT INTO DEFAULTED-ATTENDING-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-PRINT-ADMISSION.
           MOVE "200-PRINT-ADMISSION" TO PARA-NAME.
           MOVE ADF-PATIENT-ID         TO RPT-PATIENT-ID.
           MOVE ADF-ENCOUNTER-NBR      TO RPT-ENCOUNTER-NBR.
           MOVE ADF-ADMIT-DATE         TO RPT-ADMIT-DATE.
           MOVE ADF-ADMIT-TIME         TO RPT-ADMIT-TIME.
           MOVE ADF-TXN-TYPE           TO RPT-TXN-TYPE.
           MOVE ADF-WARD-NBR           TO RPT-WARD-NBR.
           MOVE ADF-SPECIALTY-CDE      TO RPT-SPECIALTY-CDE.
           MOVE ADF-RECEIVED-PHYSICIAN TO RPT-RECEIVED.

           IF ADF-ATTENDING-BLANK
               MOVE "NONE GIVEN"       TO RPT-REASON
           ELSE
           IF ADF-ED-PHYSICIAN
               MOVE "ED PHYSICIAN"     TO RPT-REASON
           ELSE
               MOVE "NOT ACTIVE"       TO RPT-REASON.

      ***** NOBODY ON CALL -- THE STAY STILL NEEDS AN ATTENDING
           IF ADF-NO-COVERAGE
               MOVE SPACES             TO RPT-ASSIGNED
               MOVE "*** NO ON-CALL COVERAGE ***"
                                       TO RPT-ASSIGNED-NAME
               ADD 1 TO NBR-NO-COVERAGE
               WRITE ATTDRPT-REC FROM WS-RPT-DETAIL-REC
               GO TO 200-EXIT.

           MOVE ADF-ONCALL-PHYSICIAN   TO RPT-ASSIGNED.
           MOVE "N" TO WS-PROV-FOUND-SW.
           PERFORM 210-FIND-NAME THRU 210-EXIT
               VARYING WS-PROV-SUB FROM 1 BY 1 UNTIL
               WS-PROV-SUB > WS-PROV-ROWS-USED OR PROV-FOUND.
           IF NOT PROV-FOUND
               MOVE "*** NOT ON PROVREG ***" TO RPT-ASSIGNED-NAME.
           WRITE ATTDRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO NBR-ASSIGNED.
       200-EXIT.
           EXIT.

       210-FIND-NAME.
           IF WS-PROV-ID(WS-PROV-SUB) = ADF-ONCALL-PHYSICIAN
               MOVE WS-PROV-NAME(WS-PROV-SUB) TO RPT-ASSIGNED-NAME
               MOVE "Y" TO WS-PROV-FOUND-SW.
       210-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ATTDFLT, PROVREG, ATTDRPT, SYSOUT.
           DISPLAY "ATTDRPT ADMISSIONS READ     : " ROWS-READ.
           DISPLAY "ATTDRPT ON-CALL ASSIGNED    : " NBR-ASSIGNED.
           DISPLAY "ATTDRPT NO ON-CALL COVERAGE : " NBR-NO-COVERAGE.
           DISPLAY "******** NORMAL END OF JOB ATTDRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ATTDFLT, PROVREG, ATTDRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ATTDRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CENSXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          ONE-PASS IN-HOUSE CENSUS EXTRACT.  THE MORNING PACKET
      *          USED TO BE NINE PROGRAMS EACH BROWSING PATMSTR ON ITS
      *          OWN SCHEDULE, SO AN ADMISSION OR DISCHARGE KEYED
      *          BETWEEN TWO OF THEM MADE THE WARD CENSUS, THE BED
      *          BOARD AND THE DAILY STATISTICS DISAGREE ON HOW MANY
      *          PATIENTS WERE IN HOUSE.  THIS JOB RUNS ONCE, RIGHT
      *          AFTER THE NIGHT'S POSTING, AND WRITES THE COMPACT
      *          KEYED CENSEXT FILE -- EVERY STAY WITH NO DISCHARGE
      *          DATE, PLUS EVERY STAY DISCHARGED ON THE RUN DATE SO
      *          DLYSTATS STILL COUNTS THE DAY'S DISCHARGES.  WARDCENS,
      *          LOSRPT, HIPAACHK, BEDBOARD, DSCHPLAN, NIGHTAUD,
      *          CENSGEN, DIETLIST AND DLYSTATS READ CENSEXT INSTEAD OF
      *          PATMSTR, AND EACH STILL APPLIES ITS OWN PATIENT-TYPE
      *          AND DISCHARGE TESTS TO THE ROWS IT FINDS THERE.
      *
      ******************************************************************

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

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

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  CENSEXT-STATUS          PIC X(2).
               88 CENSEXT-OK           VALUE "00".

       COPY PATMSTR.

       COPY CENSEXT.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 MORE-DATA            VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** RUN DATE IN PATMSTR'S YYYY-MM-DD FORM
       77  WS-TODAY-YYYYMMDD           PIC X(10).

       01  COUNTERS-AND-ACCUMULATORS.
           05  MSTR-ROWS-READ          PIC S9(9) COMP VALUE ZERO.
           05  IN-HOUSE-WRITTEN        PIC S9(7) COMP VALUE ZERO.
           05  DISCH-TODAY-WRITTEN     PIC S9(7) COMP VALUE ZERO.
           05  RECORDS-WRITTEN         PIC S9(9) COMP VALUE ZERO.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "CENSXTR".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NOT MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CENSXTR ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO WS-TODAY-YYYYMMDD.
           STRING WS-CURR-DATE-9(1:4) "-" WS-CURR-DATE-9(5:2) "-"
               WS-CURR-DATE-9(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT CENSEXT, SYSOUT.
           IF NOT CENSEXT-OK
               MOVE "*** CENSEXT WOULD NOT OPEN FOR OUTPUT"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE LOW-VALUES TO PATIENT-KEY.
           START PATMSTR KEY IS NOT LESS THAN PATIENT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DATA-SW
           END-START.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ PATMSTR NEXT INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-DATA-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO MSTR-ROWS-READ.

      ***** A ROW THAT WAS NEVER ADMITTED IS NOT A STAY
           IF DATE-ADMIT = SPACES
               GO TO 100-EXIT.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               ADD 1 TO IN-HOUSE-WRITTEN
           ELSE
               IF DATE-DISCHARGE IN PATIENT-MASTER-REC
                       = WS-TODAY-YYYYMMDD
                   ADD 1 TO DISCH-TODAY-WRITTEN
               ELSE
                   GO TO 100-EXIT.

           PERFORM 200-BUILD-EXTRACT-ROW THRU 200-EXIT.
       100-EXIT.
           EXIT.

       200-BUILD-EXTRACT-ROW.
           MOVE "200-BUILD-EXTRACT-ROW" TO PARA-NAME.
           MOVE SPACES TO CENSUS-EXTRACT-REC.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO CEN-PATIENT-ID.
           MOVE PATIENT-TYPE IN PATIENT-MASTER-REC
                TO CEN-PATIENT-TYPE.
           MOVE FACILITY-CODE IN PATIENT-MASTER-REC
                TO CEN-FACILITY-CODE.
           MOVE PRIMARY-STAY-WARD-NBR IN PATIENT-MASTER-REC
                TO CEN-WARD-NBR.
           MOVE BED-IDENTITY-PRIMARY TO CEN-BED-IDENTITY.
           MOVE DATE-ADMIT TO CEN-DATE-ADMIT.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                TO CEN-DATE-DISCHARGE.
           MOVE EXPECTED-DISCHARGE-DATE TO CEN-EXPECTED-DISCH-DATE.
           MOVE ATTENDING-PHYSICIAN IN PATIENT-MASTER-REC
                TO CEN-ATTENDING-PHYSICIAN.
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
                TO CEN-DIAG-CODE-PRIMARY.
           MOVE HOSPITAL-STAY-LTH IN PATIENT-MASTER-REC
                TO CEN-HOSPITAL-STAY-LTH.
           MOVE HIPAA-FORM-SIGNED-IND TO CEN-HIPAA-SIGNED-IND.
           MOVE ISOLATION-STATUS-IND TO CEN-ISOLATION-STATUS-IND.
           MOVE ISOLATION-CONDITION-CDE
                TO CEN-ISOLATION-CONDITION-CDE.
           MOVE LOA-STATUS-IND TO CEN-LOA-STATUS-IND.
           MOVE ACCOM-REQUEST-IND TO CEN-ACCOM-REQUEST-IND.
           IF OBSERVATION-HOURS IN PATIENT-MASTER-REC NUMERIC
               MOVE OBSERVATION-HOURS IN PATIENT-MASTER-REC
                    TO CEN-OBSERVATION-HOURS
           ELSE
               MOVE ZERO TO CEN-OBSERVATION-HOURS.
           IF PATIENT-TOT-AMT NUMERIC
               MOVE PATIENT-TOT-AMT TO CEN-PATIENT-BALANCE
           ELSE
               MOVE ZERO TO CEN-PATIENT-BALANCE.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                TO CEN-ENCOUNTER-NBR.

           WRITE CENSEXT-REC FROM CENSUS-EXTRACT-REC.
           IF NOT CENSEXT-OK
               MOVE "*** WRITE TO CENSEXT FAILED" TO ABEND-REASON
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           ADD 1 TO RECORDS-WRITTEN.
       200-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATMSTR, CENSEXT, SYSOUT.
           DISPLAY "CENSXTR PATMSTR ROWS READ   : " MSTR-ROWS-READ.
           DISPLAY "CENSXTR IN-HOUSE STAYS      : " IN-HOUSE-WRITTEN.
           DISPLAY "CENSXTR DISCHARGED TODAY    : "
                   DISCH-TODAY-WRITTEN.
           DISPLAY "CENSXTR EXTRACT ROWS WRITTEN: " RECORDS-WRITTEN.
           MOVE MSTR-ROWS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

           DISPLAY "******** NORMAL END OF JOB CENSXTR ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATMSTR, CENSEXT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CENSXTR ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

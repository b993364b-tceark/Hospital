       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HCAHPEXT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY PATIENT-EXPERIENCE (HCAHPS) SURVEY VENDOR
      *          EXTRACT.  THE MONTH'S INPATIENT DISCHARGES COME OFF
      *          PATHIST -- A "C" CANCELLATION ROW VOIDS THE
      *          DISCHARGE IT BACKS OUT -- AND EVERY ELIGIBLE ONE IS
      *          WRITTEN TO THE VENDOR'S FIXED LAYOUT (COPY HCAHPS)
      *          WITH NAME, ADDRESS, PHONE, DOB AND GENDER FROM
      *          PATPERSN, WARD AND ATTENDING FROM PATMSTR, AND THE
      *          ATTENDING'S PROVREG SPECIALTY AS THE SERVICE LINE.
      *
      *          NOT SURVEYED: PATIENTS UNDER 18 AT DISCHARGE, AND
      *          DISCHARGES TO HOSPICE (HS), EXPIRED (EX) OR AGAINST
      *          MEDICAL ADVICE (AM), AND ANY PATIENT CARRYING THE
      *          NO-PUBLICITY FLAG.  A PATIENT WITH NO USABLE DOB IS
      *          LEFT OUT TOO -- AGE CANNOT BE SHOWN TO BE 18.
      *
      *          EVERY ROW SENT IS LOGGED TO THE COMMON DISCLOSURE
      *          FILE, THE WAY PUBHLTH DOES.  THE SURVEY MONTH IS THE
      *          REPORT-MONTH (CCYYMM) RUNPARM ROW, DEFAULT LAST MONTH.
      *
      ******************************************************************

               HISTORY INPUT FILE      -   DDS0001.PATHIST

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATPERSN

               SURVEY VENDOR EXTRACT   -   DDS0001.HCAHPS

               DISCLOSURE LOG          -   DDS0001.DISCLOG

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

           SELECT PATHIST
           ASSIGN TO UT-S-PATHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PRCODE.

           SELECT HCAHPS
           ASSIGN TO UT-S-HCAHPS
             ORGANIZATION IS SEQUENTIAL.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  HCAHPS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HCAHPS-REC.
       01  HCAHPS-REC PIC X(250).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC PIC X(70).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY    PIC X(06).
           05 FILLER          PIC X(792).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  PRCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  PATPERSN-STATUS        PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".

       COPY PATHIST.

       COPY PROVREG.

       COPY HCAHPS.

       COPY DISCLOSE.

       COPY PATMSTR.

       COPY PATPERSN.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HISTORY      VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  WS-VOID-FOUND-SW        PIC X(1).
               88 VOID-FOUND           VALUE "Y".

      ***** THE SURVEY MONTH'S DISCHARGES, NETTED OF CANCELLATIONS
       01  WS-DISCH-TABLE.
           05  HX-ROW OCCURS 3000 TIMES.
               10  HX-PATIENT-ID       PIC X(6).
               10  HX-DATE-ADMIT       PIC X(10).
               10  HX-DATE-DISCHARGE   PIC X(10).
               10  HX-DISPOSITION      PIC X(2).
               10  HX-WARD-NBR         PIC X(4).
               10  HX-FACILITY-CODE    PIC X(2).
               10  HX-ENCOUNTER-NBR    PIC X(10).
               10  HX-VOID-SW          PIC X(1).
                   88 HX-VOIDED        VALUE "Y".
       01  WS-DISCH-ROWS-USED          PIC 9(4) VALUE ZERO.
       77  WS-DISCH-MAX                PIC 9(4) VALUE 3000.
       77  WS-DISCH-SUB                PIC 9(4).
       77  WS-VOID-SUB                 PIC 9(4).

      ***** PROVIDER REGISTRY -- NAME AND SPECIALTY BY PROVIDER-ID
       01  WS-PREG-TABLE.
           05  PREG-ROW OCCURS 300 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID             PIC X(8).
               10  PREG-NAME           PIC X(30).
               10  PREG-SPECIALTY      PIC X(4).
       77  WS-PREG-COUNT               PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-SURVEY-MONTH.
           05  WS-SURVEY-CCYY          PIC 9(4).
           05  WS-SURVEY-MM            PIC 9(2).
       01  WS-SURVEY-MONTH-X REDEFINES WS-SURVEY-MONTH PIC X(6).
       01  WS-DATE-10                  PIC X(10).
       01  WS-CCYYMMDD-WORK            PIC X(8).

      ***** AGE AT DISCHARGE -- WHOLE YEARS, BIRTHDAY-EXACT
       01  WS-AGE-WORK.
           05  WS-DOB-CCYY             PIC 9(4).
           05  WS-DOB-MMDD             PIC 9(4).
           05  WS-DSC-CCYY             PIC 9(4).
           05  WS-DSC-MMDD             PIC 9(4).
           05  WS-AGE-YEARS            PIC S9(3) COMP.
       77  WS-MIN-SURVEY-AGE           PIC 9(2) VALUE 18.

       01  COUNTERS-AND-ACCUMULATORS.
           05  HISTORY-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  MONTH-DISCHARGES        PIC S9(7) COMP VALUE ZERO.
           05  CANCEL-ROWS-NETTED      PIC S9(7) COMP VALUE ZERO.
           05  EXCL-DISPOSITION        PIC S9(7) COMP VALUE ZERO.
           05  EXCL-NO-PUBLICITY       PIC S9(7) COMP VALUE ZERO.
           05  EXCL-UNDER-AGE          PIC S9(7) COMP VALUE ZERO.
           05  EXCL-NO-DOB             PIC S9(7) COMP VALUE ZERO.
           05  EXCL-NOT-ON-FILE        PIC S9(7) COMP VALUE ZERO.
           05  SURVEY-ROWS-SENT        PIC S9(7) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-PROVREG-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PREG.
           PERFORM 100-LOAD-DISCHARGES THRU 100-EXIT
                   UNTIL NO-MORE-HISTORY.
           PERFORM 300-EXTRACT-ONE THRU 300-EXIT
                   VARYING WS-DISCH-SUB FROM 1 BY 1
                   UNTIL WS-DISCH-SUB > WS-DISCH-ROWS-USED.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HCAHPEXT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT PATHIST, PROVREG, PATMSTR, PATPERSN.
           OPEN OUTPUT HCAHPS, SYSOUT.
           OPEN EXTEND DISCLOG.

           PERFORM 020-GET-SURVEY-MONTH THRU 020-EXIT.

           MOVE SPACES TO HCAHPS-SURVEY-REC.
           MOVE "H" TO HCA-REC-TYPE.
           MOVE "DDS0001"          TO HCA-HDR-SENDER-ID.
           MOVE WS-SURVEY-MONTH-X  TO HCA-HDR-SURVEY-MONTH.
           MOVE WS-CURR-DATE-9     TO HCA-HDR-CREATED-DATE.
           WRITE HCAHPS-REC FROM HCAHPS-SURVEY-REC.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
           READ PATHIST INTO PATIENT-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HIST-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** RUNPARM REPORT-MONTH (CCYYMM); NO ROW MEANS LAST MONTH
       020-GET-SURVEY-MONTH.
           MOVE "020-GET-SURVEY-MONTH" TO PARA-NAME.
           MOVE WS-CURR-DATE-9(1:4) TO WS-SURVEY-CCYY.
           MOVE WS-CURR-DATE-9(5:2) TO WS-SURVEY-MM.
           IF WS-SURVEY-MM = 1
               SUBTRACT 1 FROM WS-SURVEY-CCYY
               MOVE 12 TO WS-SURVEY-MM
           ELSE
               SUBTRACT 1 FROM WS-SURVEY-MM.

           MOVE "HCAHPEXT"          TO PGT-PROGRAM-ID.
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
           MOVE PGT-VALUE(1:6) TO WS-SURVEY-MONTH-X.
       020-EXIT.
           EXIT.

      ***** SAME STARTUP TABLE-LOAD SHAPE PHYSRPT USES, PLUS THE
      ***** SPECIALTY FOR THE SERVICE LINE
       050-LOAD-PROVREG-TABLE.
           MOVE "050-LOAD-PROVREG-TABLE" TO PARA-NAME.
           IF WS-PREG-COUNT < 300
               ADD 1 TO WS-PREG-COUNT
               MOVE PRG-PROVIDER-ID   TO PREG-ID(WS-PREG-COUNT)
               MOVE PRG-PROVIDER-NAME TO PREG-NAME(WS-PREG-COUNT)
               MOVE PRG-SPECIALTY-CDE
                    TO PREG-SPECIALTY(WS-PREG-COUNT)
           ELSE
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** INPATIENT DISCHARGES IN THE SURVEY MONTH GO TO THE TABLE;
      ***** A CANCELLATION ROW VOIDS THE DISCHARGE IT BACKS OUT
       100-LOAD-DISCHARGES.
           MOVE "100-LOAD-DISCHARGES" TO PARA-NAME.
           ADD 1 TO HISTORY-ROWS-READ.

           IF HIST-DATE-DISCHARGE(1:4) NOT = WS-SURVEY-MONTH-X(1:4)
            OR HIST-DATE-DISCHARGE(6:2) NOT = WS-SURVEY-MONTH-X(5:2)
            OR HIST-PATIENT-TYPE NOT = "I"
               GO TO 100-READ.

           IF HIST-CANCELED
               MOVE "N" TO WS-VOID-FOUND-SW
               PERFORM 150-VOID-MATCHING-ROW THRU 150-EXIT
                   VARYING WS-VOID-SUB FROM 1 BY 1
                   UNTIL WS-VOID-SUB > WS-DISCH-ROWS-USED
                      OR VOID-FOUND
               GO TO 100-READ.

           IF WS-DISCH-ROWS-USED = WS-DISCH-MAX
               MOVE "*** DISCHARGE TABLE FULL" TO ABEND-REASON
               MOVE HIST-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-READ.

           ADD 1 TO WS-DISCH-ROWS-USED, MONTH-DISCHARGES.
           MOVE HIST-PATIENT-ID
                TO HX-PATIENT-ID(WS-DISCH-ROWS-USED).
           MOVE HIST-DATE-ADMIT
                TO HX-DATE-ADMIT(WS-DISCH-ROWS-USED).
           MOVE HIST-DATE-DISCHARGE
                TO HX-DATE-DISCHARGE(WS-DISCH-ROWS-USED).
           MOVE HIST-DISPOSITION
                TO HX-DISPOSITION(WS-DISCH-ROWS-USED).
           MOVE HIST-WARD-NBR       TO HX-WARD-NBR(WS-DISCH-ROWS-USED).
           MOVE HIST-FACILITY-CODE
                TO HX-FACILITY-CODE(WS-DISCH-ROWS-USED).
           MOVE HIST-ENCOUNTER-NBR
                TO HX-ENCOUNTER-NBR(WS-DISCH-ROWS-USED).
           MOVE "N"                 TO HX-VOID-SW(WS-DISCH-ROWS-USED).

       100-READ.
           READ PATHIST INTO PATIENT-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HIST-SW
           END-READ.
       100-EXIT.
           EXIT.

       150-VOID-MATCHING-ROW.
           MOVE "150-VOID-MATCHING-ROW" TO PARA-NAME.
           IF HX-PATIENT-ID(WS-VOID-SUB) = HIST-PATIENT-ID
            AND HX-DATE-ADMIT(WS-VOID-SUB) = HIST-DATE-ADMIT
            AND HX-DATE-DISCHARGE(WS-VOID-SUB) = HIST-DATE-DISCHARGE
            AND NOT HX-VOIDED(WS-VOID-SUB)
               MOVE "Y" TO HX-VOID-SW(WS-VOID-SUB)
               MOVE "Y" TO WS-VOID-FOUND-SW
               ADD 1 TO CANCEL-ROWS-NETTED.
       150-EXIT.
           EXIT.

      ***** ONE TABLED DISCHARGE -- SCREEN IT, THEN SEND IT
       300-EXTRACT-ONE.
           MOVE "300-EXTRACT-ONE" TO PARA-NAME.
           IF HX-VOIDED(WS-DISCH-SUB)
               GO TO 300-EXIT.

           IF HX-DISPOSITION(WS-DISCH-SUB) = "HS" OR "EX" OR "AM"
               ADD 1 TO EXCL-DISPOSITION
               GO TO 300-EXIT.

           MOVE HX-PATIENT-ID(WS-DISCH-SUB) TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               ADD 1 TO EXCL-NOT-ON-FILE
               MOVE "*** DISCHARGE PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE HX-PATIENT-ID(WS-DISCH-SUB) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 300-EXIT.

           IF NO-PUBLICITY-PATIENT
               ADD 1 TO EXCL-NO-PUBLICITY
               GO TO 300-EXIT.

           MOVE HX-PATIENT-ID(WS-DISCH-SUB) TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               ADD 1 TO EXCL-NOT-ON-FILE
               MOVE "*** DISCHARGE PATIENT NOT ON PATPERSN"
                    TO ABEND-REASON
               MOVE HX-PATIENT-ID(WS-DISCH-SUB) TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 300-EXIT.

           PERFORM 350-DERIVE-AGE THRU 350-EXIT.
           IF WS-AGE-YEARS < ZERO
               ADD 1 TO EXCL-NO-DOB
               GO TO 300-EXIT.
           IF WS-AGE-YEARS < WS-MIN-SURVEY-AGE
               ADD 1 TO EXCL-UNDER-AGE
               GO TO 300-EXIT.

           PERFORM 400-WRITE-SURVEY-ROW THRU 400-EXIT.
       300-EXIT.
           EXIT.

      ***** WHOLE YEARS FROM DOB TO THE DISCHARGE DATE; -1 WHEN THE
      ***** DOB IS MISSING OR NOT A DATE
       350-DERIVE-AGE.
           MOVE "350-DERIVE-AGE" TO PARA-NAME.
           MOVE -1 TO WS-AGE-YEARS.
           IF DOB(1:4) NOT NUMERIC OR DOB(6:2) NOT NUMERIC
            OR DOB(9:2) NOT NUMERIC
               GO TO 350-EXIT.

           MOVE DOB(1:4) TO WS-DOB-CCYY.
           MOVE DOB(6:2) TO WS-DOB-MMDD(1:2).
           MOVE DOB(9:2) TO WS-DOB-MMDD(3:2).
           MOVE HX-DATE-DISCHARGE(WS-DISCH-SUB)(1:4) TO WS-DSC-CCYY.
           MOVE HX-DATE-DISCHARGE(WS-DISCH-SUB)(6:2)
                TO WS-DSC-MMDD(1:2).
           MOVE HX-DATE-DISCHARGE(WS-DISCH-SUB)(9:2)
                TO WS-DSC-MMDD(3:2).
           IF WS-DOB-CCYY > WS-DSC-CCYY
               GO TO 350-EXIT.

           COMPUTE WS-AGE-YEARS = WS-DSC-CCYY - WS-DOB-CCYY.
           IF WS-DSC-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-AGE-YEARS.
       350-EXIT.
           EXIT.

       400-WRITE-SURVEY-ROW.
           MOVE "400-WRITE-SURVEY-ROW" TO PARA-NAME.
           MOVE SPACES TO HCAHPS-SURVEY-REC.
           MOVE "D" TO HCA-REC-TYPE.
           MOVE HX-PATIENT-ID(WS-DISCH-SUB)     TO HCA-PATIENT-ID.
           MOVE HX-ENCOUNTER-NBR(WS-DISCH-SUB)  TO HCA-ENCOUNTER-NBR.
           MOVE HX-FACILITY-CODE(WS-DISCH-SUB)  TO HCA-FACILITY-CODE.
           MOVE LAST-NAME                       TO HCA-LAST-NAME.
           MOVE FIRST-NAME                      TO HCA-FIRST-NAME.
           MOVE MIDINIT                         TO HCA-MIDINIT.
           MOVE STREET IN HOME-ADDRESS          TO HCA-STREET.
           MOVE APARTMENT-NBR IN HOME-ADDRESS   TO HCA-APARTMENT-NBR.
           MOVE CITY IN HOME-ADDRESS            TO HCA-CITY.
           MOVE STATE IN HOME-ADDRESS           TO HCA-STATE.
           MOVE POSTAL-CODE IN HOME-ADDRESS     TO HCA-POSTAL-CODE.
           MOVE PHONE-HOME                      TO HCA-PHONE.
           MOVE GENDER                          TO HCA-GENDER.
           MOVE HX-DISPOSITION(WS-DISCH-SUB)    TO HCA-DISPOSITION.

           MOVE DOB TO WS-DATE-10.
           PERFORM 450-CCYYMMDD THRU 450-EXIT.
           MOVE WS-CCYYMMDD-WORK TO HCA-DOB.
           MOVE HX-DATE-ADMIT(WS-DISCH-SUB) TO WS-DATE-10.
           PERFORM 450-CCYYMMDD THRU 450-EXIT.
           MOVE WS-CCYYMMDD-WORK TO HCA-ADMIT-DATE.
           MOVE HX-DATE-DISCHARGE(WS-DISCH-SUB) TO WS-DATE-10.
           PERFORM 450-CCYYMMDD THRU 450-EXIT.
           MOVE WS-CCYYMMDD-WORK TO HCA-DISCHARGE-DATE.

      ***** THE WARD THE STAY ENDED ON; ROWS FROM BEFORE THAT WAS
      ***** STAMPED FALL BACK TO THE MASTER'S PRIMARY-STAY WARD
           IF HX-WARD-NBR(WS-DISCH-SUB) NOT = SPACES
               MOVE HX-WARD-NBR(WS-DISCH-SUB) TO HCA-WARD-NBR
           ELSE
               MOVE PRIMARY-STAY-WARD-NBR TO HCA-WARD-NBR.

           MOVE ATTENDING-PHYSICIAN TO HCA-ATTENDING-ID.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   MOVE SPACES TO HCA-SERVICE-LINE
               WHEN PREG-IDX > WS-PREG-COUNT
                   CONTINUE
               WHEN PREG-ID(PREG-IDX) = ATTENDING-PHYSICIAN
                   MOVE PREG-NAME(PREG-IDX) TO HCA-ATTENDING-NAME
                   MOVE PREG-SPECIALTY(PREG-IDX) TO HCA-SERVICE-LINE
           END-SEARCH.

           WRITE HCAHPS-REC FROM HCAHPS-SURVEY-REC.
           ADD 1 TO SURVEY-ROWS-SENT.

      ***** THE DISCLOSURE GOES ON THE RECORD THE MOMENT IT GOES
      ***** OUT THE DOOR
           MOVE HX-PATIENT-ID(WS-DISCH-SUB) TO DSC-PATIENT-ID.
           MOVE WS-CURR-DATE-9              TO DSC-DATE.
           MOVE "HCAHPS SURVEY VENDOR"      TO DSC-DESTINATION.
           MOVE "PATIENT EXPERIENCE"        TO DSC-PURPOSE.
           MOVE "HCAHPEXT"                  TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
       400-EXIT.
           EXIT.

      ***** CCYY-MM-DD IN WS-DATE-10 TO CCYYMMDD IN WS-CCYYMMDD-WORK
       450-CCYYMMDD.
           MOVE "450-CCYYMMDD" TO PARA-NAME.
           MOVE WS-DATE-10(1:4) TO WS-CCYYMMDD-WORK(1:4).
           MOVE WS-DATE-10(6:2) TO WS-CCYYMMDD-WORK(5:2).
           MOVE WS-DATE-10(9:2) TO WS-CCYYMMDD-WORK(7:2).
       450-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO HCAHPS-SURVEY-REC.
           MOVE "T" TO HCA-REC-TYPE.
           MOVE SURVEY-ROWS-SENT TO HCA-TRL-DETAIL-COUNT.
           WRITE HCAHPS-REC FROM HCAHPS-SURVEY-REC.

           CLOSE PATHIST, PROVREG, PATMSTR, PATPERSN, HCAHPS,
                 DISCLOG, SYSOUT.
           DISPLAY "HCAHPEXT SURVEY MONTH       : " WS-SURVEY-MONTH-X.
           DISPLAY "HCAHPEXT HISTORY ROWS READ  : " HISTORY-ROWS-READ.
           DISPLAY "HCAHPEXT MONTH DISCHARGES   : " MONTH-DISCHARGES.
           DISPLAY "HCAHPEXT CANCEL ROWS NETTED : " CANCEL-ROWS-NETTED.
           DISPLAY "HCAHPEXT EXCL HS/EX/AM      : " EXCL-DISPOSITION.
           DISPLAY "HCAHPEXT EXCL NO-PUBLICITY  : " EXCL-NO-PUBLICITY.
           DISPLAY "HCAHPEXT EXCL UNDER 18      : " EXCL-UNDER-AGE.
           DISPLAY "HCAHPEXT EXCL NO VALID DOB  : " EXCL-NO-DOB.
           DISPLAY "HCAHPEXT EXCL NOT ON FILE   : " EXCL-NOT-ON-FILE.
           DISPLAY "HCAHPEXT SURVEY ROWS SENT   : " SURVEY-ROWS-SENT.
           DISPLAY "******** NORMAL END OF JOB HCAHPEXT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATHIST, PROVREG, PATMSTR, PATPERSN, HCAHPS,
                 DISCLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HCAHPEXT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNCRXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          STATE CANCER REGISTRY SUBMISSION.  THE TUMOR
      *          REGISTRAR WORKS THE CASEFINDING LIST CNCRFIND PRINTS
      *          AND KEYS A CONFIRMATION (COPY CNCRCONF) FOR EVERY
      *          CASE FOUND REPORTABLE, WITH THE ACCESSION NUMBER AND
      *          THE ABSTRACTED SITE, HISTOLOGY, BEHAVIOR AND DATE OF
      *          DIAGNOSIS.  THIS JOB MATCHES EACH CONFIRMATION TO ITS
      *          CNCRCAND CANDIDATE ROW AND WRITES THE CASE IN THE
      *          STATE REGISTRY'S LAYOUT (COPY CNCRSTAT) WITH
      *          DEMOGRAPHICS FROM PATPERSN AND THE PHYSICIAN'S NAME
      *          FROM PROVREG.
      *
      *          EVERY CASE SENT IS LOGGED TO THE COMMON DISCLOSURE
      *          FILE, THE WAY PUBHLTH DOES, AND ADDED TO THE
      *          REGISTRY'S ACCESSION FILE SO CNCRFIND DOES NOT FIND
      *          THE PATIENT AGAIN.  A CONFIRMATION THAT IS NOT ON
      *          THE CANDIDATE FILE, OR IS MISSING ITS ACCESSION
      *          NUMBER, SITE, A VALID BEHAVIOR OR A CCYYMMDD DATE OF
      *          DIAGNOSIS, IS REJECTED TO SYSOUT AND NOT SENT.
      *
      ******************************************************************

               CANDIDATE FILE          -   DDS0001.CNCRCAND

               CONFIRMATIONS           -   DDS0001.CNCRCONF

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               VSAM MASTER FILE        -   DDS0001.PATPERSN

               STATE REGISTRY EXTRACT  -   DDS0001.CNCRSTAT

               REGISTRY ACCESSIONS     -   DDS0001.ACCESSN

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

           SELECT CNCRCAND
           ASSIGN TO UT-S-CNCRCAND
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CDCODE.

           SELECT CNCRCONF
           ASSIGN TO UT-S-CNCRCONF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PRCODE.

           SELECT CNCRSTAT
           ASSIGN TO UT-S-CNCRSTAT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ACCESSN
           ASSIGN TO UT-S-ACCESSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ORGANIZATION IS SEQUENTIAL.

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

       FD  CNCRCAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRCAND-REC.
       01  CNCRCAND-REC PIC X(80).

       FD  CNCRCONF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRCONF-REC.
       01  CNCRCONF-REC PIC X(80).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  CNCRSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRSTAT-REC.
       01  CNCRSTAT-REC PIC X(300).

       FD  ACCESSN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCESSN-REC.
       01  ACCESSN-REC PIC X(40).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC PIC X(70).

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
           05  CDCODE                  PIC X(2).
           05  PRCODE                  PIC X(2).
           05  ACCODE                  PIC X(2).
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".

       COPY CNCRCASE.

       COPY CNCRCONF.

       COPY CNCRSTAT.

       COPY ACCESSN.

       COPY PROVREG.

       COPY DISCLOSE.

       COPY PATPERSN.

       01  WS-SWITCHES.
           05  MORE-CAND-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CANDIDATES   VALUE "N".
           05  MORE-CONF-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CONFIRMS     VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  WS-CAND-FOUND-SW        PIC X(1).
               88 CAND-FOUND           VALUE "Y".

      ***** THE CASEFINDING RUN'S CANDIDATES, AS CNCRCASE LAYS THEM
       01  WS-CAND-TABLE.
           05  CN-ROW OCCURS 2000 TIMES INDEXED BY CN-IDX.
               10  CN-PATIENT-ID       PIC X(6).
               10  CN-IMAGE            PIC X(80).
       77  WS-CAND-COUNT               PIC 9(4) VALUE ZERO.

      ***** PROVIDER REGISTRY -- NAME BY PROVIDER-ID
       01  WS-PREG-TABLE.
           05  PREG-ROW OCCURS 300 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID             PIC X(8).
               10  PREG-NAME           PIC X(30).
       77  WS-PREG-COUNT               PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CANDIDATES-LOADED       PIC S9(7) COMP VALUE ZERO.
           05  CONFIRMS-READ           PIC S9(7) COMP VALUE ZERO.
           05  CASES-SENT              PIC S9(7) COMP VALUE ZERO.
           05  CONFIRMS-REJECTED       PIC S9(7) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-CAND-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-CANDIDATES.
           PERFORM 060-LOAD-PROVREG-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-PREG.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CONFIRMS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CNCRXTR ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT CNCRCAND, CNCRCONF, PROVREG, PATPERSN.
           OPEN OUTPUT CNCRSTAT, SYSOUT.
           OPEN EXTEND ACCESSN, DISCLOG.

           MOVE SPACES TO CANCER-STATE-REC.
           MOVE "H" TO CST-REC-TYPE.
           MOVE "DDS0001"          TO CST-HDR-SENDER-ID.
           MOVE WS-CURR-DATE-9     TO CST-HDR-CREATED-DATE.
           WRITE CNCRSTAT-REC FROM CANCER-STATE-REC.

           READ CNCRCAND INTO CANCER-CANDIDATE-REC
               AT END
               MOVE "N" TO MORE-CAND-SW
           END-READ.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
           READ CNCRCONF INTO CANCER-CONFIRM-REC
               AT END
               MOVE "N" TO MORE-CONF-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-CAND-TABLE.
           MOVE "050-LOAD-CAND-TABLE" TO PARA-NAME.
           IF WS-CAND-COUNT < 2000
               ADD 1 TO WS-CAND-COUNT, CANDIDATES-LOADED
               MOVE CNC-PATIENT-ID TO CN-PATIENT-ID(WS-CAND-COUNT)
               MOVE CANCER-CANDIDATE-REC TO CN-IMAGE(WS-CAND-COUNT)
           ELSE
               MOVE "*** CANDIDATE TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ CNCRCAND INTO CANCER-CANDIDATE-REC
               AT END
               MOVE "N" TO MORE-CAND-SW
           END-READ.
       050-EXIT.
           EXIT.

      ***** SAME STARTUP TABLE-LOAD SHAPE PHYSRPT USES
       060-LOAD-PROVREG-TABLE.
           MOVE "060-LOAD-PROVREG-TABLE" TO PARA-NAME.
           IF WS-PREG-COUNT < 300
               ADD 1 TO WS-PREG-COUNT
               MOVE PRG-PROVIDER-ID   TO PREG-ID(WS-PREG-COUNT)
               MOVE PRG-PROVIDER-NAME TO PREG-NAME(WS-PREG-COUNT)
           ELSE
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
               MOVE "N" TO MORE-PREG-SW
           END-READ.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO CONFIRMS-READ.
           PERFORM 200-EDIT-CONFIRM THRU 200-EXIT.
           IF CAND-FOUND
               PERFORM 300-SEND-CASE THRU 300-EXIT.

           READ CNCRCONF INTO CANCER-CONFIRM-REC
               AT END
               MOVE "N" TO MORE-CONF-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** A CONFIRMATION MUST NAME A CANDIDATE AND CARRY WHAT THE
      ***** STATE REQUIRES -- CAND-FOUND IS LEFT "N" ON A REJECT
       200-EDIT-CONFIRM.
           MOVE "200-EDIT-CONFIRM" TO PARA-NAME.
           MOVE "N" TO WS-CAND-FOUND-SW.
           MOVE CCF-PATIENT-ID TO ACTUAL-VAL.

           IF CCF-ACCESSION-NBR = SPACES
               MOVE "*** CONFIRMATION HAS NO ACCESSION NBR"
                    TO ABEND-REASON
               GO TO 200-REJECT.
           IF CCF-PRIMARY-SITE = SPACES
               MOVE "*** CONFIRMATION HAS NO PRIMARY SITE"
                    TO ABEND-REASON
               GO TO 200-REJECT.
           IF NOT CCF-VALID-BEHAVIOR
               MOVE "*** CONFIRMATION BEHAVIOR NOT 0-3"
                    TO ABEND-REASON
               GO TO 200-REJECT.
           IF CCF-DIAGNOSIS-DATE NOT NUMERIC
               MOVE "*** CONFIRMATION DIAG DATE NOT CCYYMMDD"
                    TO ABEND-REASON
               GO TO 200-REJECT.

           SET CN-IDX TO 1.
           SEARCH CN-ROW
               AT END
                   CONTINUE
               WHEN CN-IDX > WS-CAND-COUNT
                   CONTINUE
               WHEN CN-PATIENT-ID(CN-IDX) = CCF-PATIENT-ID
                   MOVE CN-IMAGE(CN-IDX) TO CANCER-CANDIDATE-REC
                   MOVE "Y" TO WS-CAND-FOUND-SW
           END-SEARCH.
           IF NOT CAND-FOUND
               MOVE "*** CONFIRMED PATIENT NOT A CANDIDATE"
                    TO ABEND-REASON
               GO TO 200-REJECT.

           MOVE CCF-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               MOVE "N" TO WS-CAND-FOUND-SW
               MOVE "*** CONFIRMED PATIENT NOT ON PATPERSN"
                    TO ABEND-REASON
               GO TO 200-REJECT.
           GO TO 200-EXIT.

       200-REJECT.
           ADD 1 TO CONFIRMS-REJECTED.
           WRITE SYSOUT-REC FROM ABEND-REC.
       200-EXIT.
           EXIT.

       300-SEND-CASE.
           MOVE "300-SEND-CASE" TO PARA-NAME.
           MOVE SPACES TO CANCER-STATE-REC.
           MOVE "D" TO CST-REC-TYPE.
           MOVE "DDS0001"                TO CST-REPORTING-FACILITY.
           MOVE CCF-ACCESSION-NBR        TO CST-ACCESSION-NBR.
           MOVE CCF-SEQUENCE             TO CST-SEQUENCE.
           MOVE LAST-NAME                TO CST-LAST-NAME.
           MOVE FIRST-NAME               TO CST-FIRST-NAME.
           MOVE MIDINIT                  TO CST-MIDINIT.
           MOVE SSNBR                    TO CST-SSN.
           MOVE DOB(1:4)                 TO CST-DOB(1:4).
           MOVE DOB(6:2)                 TO CST-DOB(5:2).
           MOVE DOB(9:2)                 TO CST-DOB(7:2).
           MOVE GENDER                   TO CST-SEX.
           MOVE STREET IN HOME-ADDRESS   TO CST-STREET.
           MOVE APARTMENT-NBR IN HOME-ADDRESS TO CST-APARTMENT-NBR.
           MOVE CITY IN HOME-ADDRESS     TO CST-CITY.
           MOVE STATE IN HOME-ADDRESS    TO CST-STATE.
           MOVE POSTAL-CODE IN HOME-ADDRESS TO CST-POSTAL-CODE.
           MOVE CNC-FIRST-CONTACT-DATE   TO CST-FIRST-CONTACT-DATE.
           MOVE CCF-DIAGNOSIS-DATE       TO CST-DIAGNOSIS-DATE.
           MOVE CCF-PRIMARY-SITE         TO CST-PRIMARY-SITE.
           MOVE CCF-HISTOLOGY            TO CST-HISTOLOGY.
           MOVE CCF-BEHAVIOR             TO CST-BEHAVIOR.
           MOVE CCF-CLASS-OF-CASE        TO CST-CLASS-OF-CASE.
           MOVE CNC-DIAG-CODE            TO CST-ICD10-CODE.
           MOVE CNC-CHEMO-IND            TO CST-CHEMO-IND.
           MOVE CNC-RADIATION-IND        TO CST-RADIATION-IND.
           MOVE CNC-PHYS-ID              TO CST-PHYSICIAN-ID.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   CONTINUE
               WHEN PREG-IDX > WS-PREG-COUNT
                   CONTINUE
               WHEN PREG-ID(PREG-IDX) = CNC-PHYS-ID
                   MOVE PREG-NAME(PREG-IDX) TO CST-PHYSICIAN-NAME
           END-SEARCH.
           WRITE CNCRSTAT-REC FROM CANCER-STATE-REC.
           ADD 1 TO CASES-SENT.

      ***** THE DISCLOSURE GOES ON THE RECORD THE MOMENT IT GOES
      ***** OUT THE DOOR
           MOVE CCF-PATIENT-ID              TO DSC-PATIENT-ID.
           MOVE WS-CURR-DATE-9              TO DSC-DATE.
           MOVE "STATE TUMOR REGISTRY"      TO DSC-DESTINATION.
           MOVE "CANCER REPORTING"          TO DSC-PURPOSE.
           MOVE "CNCRXTR "                  TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.

      ***** ON THE ACCESSION FILE NOW -- CNCRFIND WILL NOT PICK THE
      ***** PATIENT AGAIN
           MOVE SPACES                      TO ACCESSION-REC.
           MOVE CCF-PATIENT-ID              TO ACC-PATIENT-ID.
           MOVE CCF-ACCESSION-NBR           TO ACC-ACCESSION-NBR.
           MOVE CCF-SEQUENCE                TO ACC-SEQUENCE.
           MOVE CCF-PRIMARY-SITE            TO ACC-PRIMARY-SITE.
           MOVE CCF-DIAGNOSIS-DATE          TO ACC-DIAGNOSIS-DATE.
           MOVE WS-CURR-DATE-9              TO ACC-ADDED-DATE.
           WRITE ACCESSN-REC FROM ACCESSION-REC.
       300-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           MOVE SPACES TO CANCER-STATE-REC.
           MOVE "T" TO CST-REC-TYPE.
           MOVE CASES-SENT TO CST-TRL-DETAIL-COUNT.
           WRITE CNCRSTAT-REC FROM CANCER-STATE-REC.

           CLOSE CNCRCAND, CNCRCONF, PROVREG, PATPERSN, CNCRSTAT,
                 ACCESSN, DISCLOG, SYSOUT.
           DISPLAY "CNCRXTR CANDIDATES LOADED   : " CANDIDATES-LOADED.
           DISPLAY "CNCRXTR CONFIRMATIONS READ  : " CONFIRMS-READ.
           DISPLAY "CNCRXTR CASES SENT TO STATE : " CASES-SENT.
           DISPLAY "CNCRXTR CONFIRMS REJECTED   : " CONFIRMS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB CNCRXTR ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CNCRCAND, CNCRCONF, PROVREG, PATPERSN, CNCRSTAT,
                 ACCESSN, DISCLOG, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CNCRXTR ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

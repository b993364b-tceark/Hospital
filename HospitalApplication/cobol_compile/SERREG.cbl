       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERREG.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RECURRING OUTPATIENT SERIES REGISTRATION.  A COURSE OF
      *          THERAPY, RADIATION OR CHEMOTHERAPY IS BILLED AS ITS
      *          OWN ACCOUNT RATHER THAN VISIT BY VISIT.  REGISTRATION
      *          KEYS ONE CARD PER CHANGE (SERTXN):
      *            O = OPEN A SERIES FOR A PATIENT ON PATMSTR.  ENCNEXT
      *                ISSUES THE SERIES' ENCOUNTER NUMBER, WHICH EVERY
      *                VISIT IN THE SERIES IS THEN KEYED WITH.
      *            A = AMEND THE AUTHORIZATION -- A NEW AUTH NUMBER,
      *                VISIT COUNT, END DATE, PHYSICIAN OR DIAGNOSIS
      *                REPLACES WHAT IS ON FILE; BLANKS LEAVE IT BE.
      *            C = CLOSE THE SERIES.  OUTEDIT REJECTS ANY LATER
      *                VISIT KEYED AGAINST IT.
      *
      *          OUTUPDT COUNTS EACH POSTED VISIT AGAINST THE VISITS
      *          AUTHORIZED; SERBILL CLAIMS THE VISITS MONTHLY.  AFTER
      *          THE CARDS ARE APPLIED THE REPORT LISTS EVERY OPEN
      *          SERIES WITHIN ITS WARNING MARGIN OF THE AUTHORIZED
      *          VISITS, OR PAST THEM, OR PAST ITS AUTHORIZED END DATE,
      *          SO REGISTRATION CAN ASK THE PAYER FOR MORE BEFORE THE
      *          AUTHORIZATION RUNS OUT.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM SERREG):
      *            AUTH-WARN-VISITS VISITS LEFT THAT PUT A NEWLY OPENED
      *                             SERIES ON THE WATCH LIST
      *                             (DEFAULT 3)
      *
      ******************************************************************

               SERIES TXN INPUT FILE   -   DDS0001.SERTXN

               VSAM SERIES ACCOUNTS    -   DDS0001.SERIES
               VSAM MASTER FILE        -   DDS0001.PATMASTR

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               SERIES REPORT           -   DDS0001.SERRPT

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

           SELECT SERTXN
           ASSIGN TO UT-S-SERTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT SERRPT
           ASSIGN TO UT-S-SERRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT SERIES
                  ASSIGN       to SERIES
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is SERIES-KEY
                  FILE STATUS  is SERIES-STATUS.

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
       01  SYSOUT-REC  PIC X(130).

       FD  SERTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SER-TXN-REC.
       01  SERTXN-REC PIC X(100).

       FD  SERRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SERRPT-REC.
       01  SERRPT-REC PIC X(100).

       FD  SERIES
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SERIES-ACCOUNT-REC.
       01  SERIES-REC.
           05 SERIES-KEY      PIC X(10).
           05 FILLER          PIC X(110).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY     PIC X(06).
           05 FILLER          PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  SERIES-STATUS           PIC X(2).
               88 SERIES-FOUND         VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY SERIES.
       COPY PATMSTR.
       COPY PARMGPRM.

      ***** ONE CARD PER SERIES CHANGE.  AN OPEN CARD LEAVES THE
      ***** ENCOUNTER BLANK -- ENCNEXT ISSUES IT
       01  SER-TXN-REC.
           05  STX-ACTION              PIC X(1).
               88 STX-OPEN             VALUE "O".
               88 STX-AMEND            VALUE "A".
               88 STX-CLOSE            VALUE "C".
               88 STX-VALID-ACTION     VALUES "O", "A", "C".
           05  STX-ENCOUNTER-NBR       PIC X(10).
           05  STX-PATIENT-ID          PIC X(6).
           05  STX-TREATMENT-TYPE      PIC X(2).
           05  STX-ORDERING-PHYS       PIC X(8).
           05  STX-DIAG-CODE           PIC X(7).
           05  STX-AUTH-NUMBER         PIC X(15).
           05  STX-VISITS-AUTHORIZED   PIC X(3).
           05  STX-VISITS-9 REDEFINES STX-VISITS-AUTHORIZED
                                       PIC 9(3).
      ***** CCYYMMDD -- A BLANK START ON AN OPEN TAKES TODAY
           05  STX-START-DATE          PIC X(8).
           05  STX-END-DATE            PIC X(8).
           05  STX-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(24).

      ***** NEW SERIES NUMBERS -- SEE ENCNEXT
       01  WS-ENCNEXT-PARMS.
           05  ENC-CALLER-ID           PIC X(8) VALUE "SERREG".
           05  ENC-NEW-NBR             PIC X(10).
           05  ENC-RESULT              PIC X(1).
               88 ENC-ISSUED           VALUE "Y".

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-SERIES-SW          PIC X(1) VALUE "Y".
               88 NO-MORE-SERIES       VALUE "N".

       77  WS-TODAY-CCYYMMDD           PIC X(8).
       77  WS-AUTH-WARN-VISITS         PIC 9(2) VALUE 3.
       77  WS-VISITS-REMAINING         PIC S9(4) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  SERIES-OPENED           PIC S9(5) COMP VALUE ZERO.
           05  SERIES-AMENDED          PIC S9(5) COMP VALUE ZERO.
           05  SERIES-CLOSED           PIC S9(5) COMP VALUE ZERO.
           05  SERIES-WATCHED          PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(50)
               VALUE "RECURRING SERIES REGISTRATION".
           05  FILLER   PIC X(10) VALUE "RUN DATE: ".
           05  RPT-HDR-DATE          PIC X(8).
           05  FILLER   PIC X(32) VALUE SPACES.

       01  WS-RPT-TXN-COLHDR-REC.
           05  FILLER   PIC X(47) VALUE
               "A  ENCOUNTER  PATIENT  TY AUTH NUMBER     VIS  ".
           05  FILLER   PIC X(53) VALUE
               "START    END      RESULT".

       01  WS-RPT-TXN-REC.
           05  RPT-TXN-ACTION        PIC X(1).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TXN-ENCOUNTER-NBR PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TXN-PATIENT-ID    PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-TXN-TYPE          PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TXN-AUTH-NUMBER   PIC X(15).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TXN-VISITS        PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TXN-START-DATE    PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TXN-END-DATE      PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TXN-RESULT        PIC X(30).
           05  FILLER                PIC X(5)  VALUE SPACES.

       01  WS-RPT-WATCH-HDR-REC.
           05  FILLER   PIC X(50)
               VALUE "AUTHORIZATION WATCH LIST -- OPEN SERIES".
           05  FILLER   PIC X(50) VALUE SPACES.

       01  WS-RPT-WATCH-COLHDR-REC.
           05  FILLER   PIC X(50) VALUE
               "ENCOUNTER  PATIENT  TY AUTH NUMBER     AUTH  USED ".
           05  FILLER   PIC X(50) VALUE
               "LEFT LAST VST END DATE PROBLEM                    ".

       01  WS-RPT-WATCH-REC.
           05  RPT-WCH-ENCOUNTER-NBR PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-PATIENT-ID    PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-WCH-TYPE          PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-AUTH-NUMBER   PIC X(15).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-AUTHORIZED    PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-WCH-USED          PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-WCH-REMAINING     PIC -ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-LAST-VISIT    PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-END-DATE      PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WCH-PROBLEM       PIC X(25).
           05  FILLER                PIC X(2)  VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER                PIC X(30)
               VALUE "SERIES ON THE WATCH LIST    : ".
           05  RPT-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXNS THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 300-LIST-WATCH THRU 300-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB SERREG ********".
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO ABEND-REASON.
           OPEN INPUT SERTXN, PATMSTR.
           OPEN I-O SERIES.
           OPEN OUTPUT SERRPT, SYSOUT.
           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.
           MOVE WS-TODAY-CCYYMMDD TO RPT-HDR-DATE.
           WRITE SERRPT-REC FROM WS-RPT-HDR-REC.
           WRITE SERRPT-REC FROM SPACES.
           WRITE SERRPT-REC FROM WS-RPT-TXN-COLHDR-REC.
       000-EXIT.
           EXIT.

      ***** NO AUTH-WARN-VISITS ROW IN FORCE KEEPS THE DEFAULT OF 3.
      ***** THE MARGIN IS STAMPED ON EACH SERIES AS IT OPENS, SO A
      ***** CHANGE DOES NOT MOVE SERIES ALREADY UNDER WAY
       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "SERREG"            TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           MOVE "AUTH-WARN-VISITS"  TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               IF PGT-NUMBER > 99
                   MOVE "** AUTH-WARN-VISITS PARM MUST BE 1-99"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE PGT-NUMBER TO WS-AUTH-WARN-VISITS.
       050-EXIT.
           EXIT.

       100-APPLY-TXNS.
           MOVE "100-APPLY-TXNS" TO PARA-NAME.
           READ SERTXN INTO SER-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           MOVE SPACES TO RPT-TXN-RESULT.
           IF NOT STX-VALID-ACTION
               MOVE "*** SERIES ACTION MUST BE O, A OR C"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.
           IF STX-END-DATE NOT = SPACES
              AND STX-END-DATE NOT NUMERIC
               MOVE "*** SERIES END DATE NOT CCYYMMDD"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.
           IF STX-VISITS-AUTHORIZED NOT = SPACES
              AND STX-VISITS-AUTHORIZED NOT NUMERIC
               MOVE "*** SERIES VISIT COUNT NOT NUMERIC"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           IF STX-OPEN
               PERFORM 200-OPEN-SERIES THRU 200-EXIT
           ELSE
               PERFORM 250-CHANGE-SERIES THRU 250-EXIT.
           IF ABEND-REASON NOT = SPACES
               GO TO 150-REJECT-TXN.
           PERFORM 190-PRINT-TXN THRU 190-EXIT.
           GO TO 100-EXIT.

       150-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE STX-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE "REJECTED - SEE SYSOUT" TO RPT-TXN-RESULT.
           PERFORM 190-PRINT-TXN THRU 190-EXIT.
       100-EXIT.
           EXIT.

      ***** THE CARD AS KEYED, WITH THE ENCOUNTER ENCNEXT ISSUED ON AN
      ***** OPEN, AND WHAT BECAME OF IT
       190-PRINT-TXN.
           MOVE STX-ACTION            TO RPT-TXN-ACTION.
           MOVE STX-ENCOUNTER-NBR     TO RPT-TXN-ENCOUNTER-NBR.
           MOVE STX-PATIENT-ID        TO RPT-TXN-PATIENT-ID.
           MOVE STX-TREATMENT-TYPE    TO RPT-TXN-TYPE.
           MOVE STX-AUTH-NUMBER       TO RPT-TXN-AUTH-NUMBER.
           IF STX-VISITS-AUTHORIZED NUMERIC
               MOVE STX-VISITS-9      TO RPT-TXN-VISITS
           ELSE
               MOVE ZERO              TO RPT-TXN-VISITS.
           MOVE STX-START-DATE        TO RPT-TXN-START-DATE.
           MOVE STX-END-DATE          TO RPT-TXN-END-DATE.
           WRITE SERRPT-REC FROM WS-RPT-TXN-REC.
           MOVE SPACES TO ABEND-REASON.
       190-EXIT.
           EXIT.

      ***** A SERIES OPENS AGAINST A PATIENT ALREADY REGISTERED, FOR
      ***** A KNOWN TREATMENT TYPE AND A PAYER-AUTHORIZED VISIT COUNT
       200-OPEN-SERIES.
           MOVE "200-OPEN-SERIES" TO PARA-NAME.
           MOVE STX-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** SERIES PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               GO TO 200-EXIT.
           MOVE STX-TREATMENT-TYPE TO SER-TREATMENT-TYPE.
           IF NOT SER-VALID-TYPE
               MOVE "*** SERIES TYPE MUST BE PT, OT, RT OR CH"
                    TO ABEND-REASON
               GO TO 200-EXIT.
           IF STX-VISITS-AUTHORIZED NOT NUMERIC
            OR STX-VISITS-9 = ZERO
               MOVE "*** SERIES NEEDS AUTHORIZED VISITS"
                    TO ABEND-REASON
               GO TO 200-EXIT.
           IF STX-START-DATE = SPACES
               MOVE WS-TODAY-CCYYMMDD TO STX-START-DATE.
           IF STX-START-DATE NOT NUMERIC
               MOVE "*** SERIES START DATE NOT CCYYMMDD"
                    TO ABEND-REASON
               GO TO 200-EXIT.
           IF STX-END-DATE NOT = SPACES
              AND STX-END-DATE < STX-START-DATE
               MOVE "*** SERIES ENDS BEFORE IT STARTS"
                    TO ABEND-REASON
               GO TO 200-EXIT.

           CALL 'ENCNEXT' USING WS-ENCNEXT-PARMS.
           IF NOT ENC-ISSUED
               MOVE "** ENCNEXT DID NOT ISSUE A NUMBER"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE ENC-NEW-NBR           TO STX-ENCOUNTER-NBR.

           MOVE SPACES                TO SERIES-ACCOUNT-REC.
           MOVE ENC-NEW-NBR           TO SER-ENCOUNTER-NBR.
           MOVE STX-PATIENT-ID        TO SER-PATIENT-ID.
           MOVE STX-TREATMENT-TYPE    TO SER-TREATMENT-TYPE.
           MOVE "A"                   TO SER-STATUS.
           MOVE STX-ORDERING-PHYS     TO SER-ORDERING-PHYS.
           MOVE STX-DIAG-CODE         TO SER-DIAG-CODE.
           MOVE STX-AUTH-NUMBER       TO SER-AUTH-NUMBER.
           MOVE STX-VISITS-9          TO SER-VISITS-AUTHORIZED.
           MOVE ZERO                  TO SER-VISITS-USED.
           MOVE WS-AUTH-WARN-VISITS   TO SER-WARN-REMAINING.
           MOVE STX-START-DATE        TO SER-START-DATE.
           MOVE STX-END-DATE          TO SER-END-DATE.
           MOVE WS-TODAY-CCYYMMDD     TO SER-OPENED-DATE.
           MOVE STX-OPERATOR-ID       TO SER-LAST-MAINT-BY.
           MOVE SER-ENCOUNTER-NBR     TO SERIES-KEY.
           WRITE SERIES-REC FROM SERIES-ACCOUNT-REC
             INVALID KEY
                 MOVE "** PROBLEM WRITING SERIES" TO ABEND-REASON
                 MOVE SERIES-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-WRITE.
           MOVE "SERIES OPENED" TO RPT-TXN-RESULT.
           ADD 1 TO SERIES-OPENED.
       200-EXIT.
           EXIT.

      ***** AMEND AND CLOSE WORK ON AN OPEN SERIES OF THE PATIENT'S
       250-CHANGE-SERIES.
           MOVE "250-CHANGE-SERIES" TO PARA-NAME.
           MOVE STX-ENCOUNTER-NBR TO SERIES-KEY.
           READ SERIES INTO SERIES-ACCOUNT-REC.
           IF NOT SERIES-FOUND
               MOVE "*** SERIES ENCOUNTER NOT ON FILE"
                    TO ABEND-REASON
               GO TO 250-EXIT.
           IF SER-PATIENT-ID NOT = STX-PATIENT-ID
               MOVE "*** SERIES BELONGS TO ANOTHER PATIENT"
                    TO ABEND-REASON
               GO TO 250-EXIT.
           IF NOT SER-ACTIVE
               MOVE "*** SERIES IS ALREADY CLOSED" TO ABEND-REASON
               GO TO 250-EXIT.

           IF STX-CLOSE
               MOVE "C"               TO SER-STATUS
               MOVE "SERIES CLOSED"   TO RPT-TXN-RESULT
               ADD 1 TO SERIES-CLOSED
           ELSE
               PERFORM 260-AMEND-SERIES THRU 260-EXIT
               IF ABEND-REASON NOT = SPACES
                   GO TO 250-EXIT
               END-IF
               MOVE "AUTHORIZATION AMENDED" TO RPT-TXN-RESULT
               ADD 1 TO SERIES-AMENDED.
           MOVE STX-OPERATOR-ID       TO SER-LAST-MAINT-BY.
           REWRITE SERIES-REC FROM SERIES-ACCOUNT-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING SERIES" TO ABEND-REASON
                 MOVE SERIES-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
       250-EXIT.
           EXIT.

      ***** ONLY WHAT IS KEYED CHANGES.  A COUNT BELOW THE VISITS
      ***** ALREADY USED IS REFUSED -- CLOSE THE SERIES INSTEAD
       260-AMEND-SERIES.
           MOVE "260-AMEND-SERIES" TO PARA-NAME.
           IF STX-VISITS-AUTHORIZED NOT = SPACES
               IF STX-VISITS-9 < SER-VISITS-USED
                   MOVE "*** AUTHORIZED VISITS BELOW VISITS USED"
                        TO ABEND-REASON
                   GO TO 260-EXIT
               ELSE
                   MOVE STX-VISITS-9 TO SER-VISITS-AUTHORIZED.
           IF STX-END-DATE NOT = SPACES
               IF STX-END-DATE < SER-START-DATE
                   MOVE "*** SERIES ENDS BEFORE IT STARTS"
                        TO ABEND-REASON
                   GO TO 260-EXIT
               ELSE
                   MOVE STX-END-DATE TO SER-END-DATE.
           IF STX-AUTH-NUMBER NOT = SPACES
               MOVE STX-AUTH-NUMBER   TO SER-AUTH-NUMBER.
           IF STX-ORDERING-PHYS NOT = SPACES
               MOVE STX-ORDERING-PHYS TO SER-ORDERING-PHYS.
           IF STX-DIAG-CODE NOT = SPACES
               MOVE STX-DIAG-CODE     TO SER-DIAG-CODE.
       260-EXIT.
           EXIT.

       300-LIST-WATCH.
           MOVE "300-LIST-WATCH" TO PARA-NAME.
           WRITE SERRPT-REC FROM SPACES.
           WRITE SERRPT-REC FROM WS-RPT-WATCH-HDR-REC.
           WRITE SERRPT-REC FROM SPACES.
           WRITE SERRPT-REC FROM WS-RPT-WATCH-COLHDR-REC.
           MOVE LOW-VALUES TO SERIES-KEY.
           START SERIES KEY NOT LESS THAN SERIES-KEY
               INVALID KEY
                   MOVE "N" TO MORE-SERIES-SW
           END-START.
           PERFORM 310-CHECK-ONE-SERIES THRU 310-EXIT
                   UNTIL NO-MORE-SERIES.
           WRITE SERRPT-REC FROM SPACES.
           MOVE SERIES-WATCHED TO RPT-TOT-COUNT.
           WRITE SERRPT-REC FROM WS-RPT-TOTAL-REC.
       300-EXIT.
           EXIT.

      ***** AN OPEN SERIES IS WATCHED ONCE ITS VISITS LEFT FALL TO
      ***** ITS WARNING MARGIN, OR ONCE ITS AUTHORIZED END DATE HAS
      ***** PASSED WITH THE SERIES STILL OPEN
       310-CHECK-ONE-SERIES.
           MOVE "310-CHECK-ONE-SERIES" TO PARA-NAME.
           READ SERIES NEXT RECORD INTO SERIES-ACCOUNT-REC
               AT END
                   MOVE "N" TO MORE-SERIES-SW
                   GO TO 310-EXIT
           END-READ.
           IF NOT SER-ACTIVE
               GO TO 310-EXIT.

           COMPUTE WS-VISITS-REMAINING =
                   SER-VISITS-AUTHORIZED - SER-VISITS-USED.
           IF WS-VISITS-REMAINING < ZERO
               MOVE "OVER AUTHORIZED VISITS" TO RPT-WCH-PROBLEM
           ELSE
           IF WS-VISITS-REMAINING = ZERO
               MOVE "AUTHORIZATION USED UP" TO RPT-WCH-PROBLEM
           ELSE
           IF WS-VISITS-REMAINING NOT > SER-WARN-REMAINING
               MOVE "AUTHORIZATION RUNNING OUT" TO RPT-WCH-PROBLEM
           ELSE
           IF SER-END-DATE NOT = SPACES
              AND SER-END-DATE < WS-TODAY-CCYYMMDD
               MOVE "PAST AUTHORIZED END DATE" TO RPT-WCH-PROBLEM
           ELSE
               GO TO 310-EXIT.

           MOVE SER-ENCOUNTER-NBR     TO RPT-WCH-ENCOUNTER-NBR.
           MOVE SER-PATIENT-ID        TO RPT-WCH-PATIENT-ID.
           MOVE SER-TREATMENT-TYPE    TO RPT-WCH-TYPE.
           MOVE SER-AUTH-NUMBER       TO RPT-WCH-AUTH-NUMBER.
           MOVE SER-VISITS-AUTHORIZED TO RPT-WCH-AUTHORIZED.
           MOVE SER-VISITS-USED       TO RPT-WCH-USED.
           MOVE WS-VISITS-REMAINING   TO RPT-WCH-REMAINING.
           MOVE SER-LAST-VISIT-DATE   TO RPT-WCH-LAST-VISIT.
           MOVE SER-END-DATE          TO RPT-WCH-END-DATE.
           WRITE SERRPT-REC FROM WS-RPT-WATCH-REC.
           ADD 1 TO SERIES-WATCHED.
       310-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE SERTXN, SERIES, PATMSTR, SERRPT, SYSOUT.
           DISPLAY "SERREG TXNS READ            : " TXNS-READ.
           DISPLAY "SERREG TXNS REJECTED        : " TXNS-REJECTED.
           DISPLAY "SERREG SERIES OPENED        : " SERIES-OPENED.
           DISPLAY "SERREG SERIES AMENDED       : " SERIES-AMENDED.
           DISPLAY "SERREG SERIES CLOSED        : " SERIES-CLOSED.
           DISPLAY "SERREG ON WATCH LIST        : " SERIES-WATCHED.
           DISPLAY "******** NORMAL END OF JOB SERREG ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE SERTXN, SERIES, PATMSTR, SERRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-SERREG ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

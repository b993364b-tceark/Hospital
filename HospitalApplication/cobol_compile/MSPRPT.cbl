       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSPRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MEDICARE SECONDARY PAYER QUESTIONNAIRE FOLLOW-UP.
      *          ADMDISCH FILES THE MSP ANSWERS FOR EVERY MEDICARE
      *          ADMISSION ON MSPQUEST; AN ADMIT THAT CAME OFF THE HL7
      *          FEED, OR ONE KEYED WITH QUESTIONS UNANSWERED, FILES
      *          AS INCOMPLETE AND EDICLAIM HOLDS ITS CLAIM.
      *
      *          THIS DAILY RUN FIRST APPLIES THE ANSWERS PATIENT
      *          ACCESS COLLECTED SINCE (MSPTXN, ONE CARD PER STAY --
      *          ALL FIVE ANSWERS AND THE PRIMARY PAYER, AS AT
      *          ADMISSION).  A QUESTIONNAIRE THAT COMPLETES WITH
      *          ANOTHER PAYER PRIMARY PUTS MEDICARE ON PATINS AS THE
      *          SECONDARY CARRIER, AS ADMDISCH WOULD HAVE.  IT THEN
      *          LISTS EVERY MEDICARE STAY STILL ON PATMSTR WHOSE
      *          QUESTIONNAIRE IS NOT COMPLETE, WITH DAYS SINCE ADMIT.
      *
      ******************************************************************

               ANSWER TXN INPUT FILE   -   DDS0001.MSPTXN

               VSAM MSP QUESTIONNAIRE  -   DDS0001.MSPQUEST
               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATINS
               VSAM ACCIDENT COVERAGE  -   DDS0001.ACCDCOV

               EXCEPTION REPORT        -   DDS0001.MSPRPT

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

           SELECT MSPTXN
           ASSIGN TO UT-S-MSPTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT MSPRPT
           ASSIGN TO UT-S-MSPRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT MSPQUEST
                  ASSIGN       to MSPQUEST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is MSPQUEST-KEY
                  FILE STATUS  is MSPQUEST-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT ACCDCOV
                  ASSIGN       to ACCDCOV
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ACCDCOV-KEY
                  FILE STATUS  is ACCDCOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  MSPTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSP-TXN-REC.
       01  MSPTXN-REC PIC X(60).

       FD  MSPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSPRPT-REC.
       01  MSPRPT-REC PIC X(100).

       FD  MSPQUEST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MSP-QUESTIONNAIRE-REC.
       01  MSPQUEST-REC.
           05 MSPQUEST-KEY    PIC X(06).
           05 FILLER          PIC X(74).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY     PIC X(06).
           05 FILLER          PIC X(3127).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-KEY      PIC X(06).
           05 FILLER          PIC X(696).

       FD  ACCDCOV
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCIDENT-COVERAGE-REC.
       01  ACCDCOV-REC.
           05 ACCDCOV-KEY     PIC X(06).
           05 FILLER          PIC X(94).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  MSPQUEST-STATUS         PIC X(2).
               88 MSP-FOUND            VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  ACCDCOV-STATUS          PIC X(2).
               88 ACCIDENT-FOUND       VALUE "00".

       COPY MSPQUEST.
       COPY PATMSTR.
       COPY PATINS.
       COPY ACCDCOV.

      ***** THE FULL QUESTIONNAIRE FOR ONE STAY -- IT REPLACES
      ***** WHATEVER WAS FILED AT ADMISSION
       01  MSP-TXN-REC.
           05  MST-PATIENT-ID          PIC X(6).
           05  MST-ENCOUNTER-NBR       PIC X(10).
           05  MST-ANSWERS             PIC X(5).
           05  MST-PRIMARY-PAYER-ID    PIC X(8).
           05  MST-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(23).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  MORE-MSP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MSP          VALUE "N".
           05  WS-MSP-YES-SW           PIC X(1).
               88 MSP-ANY-YES          VALUE "Y".

       77  MSQ-SUB                     PIC S9(4) COMP.
       77  WS-TODAY-YYYYMMDD           PIC X(10).
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-ADMIT-INT                PIC S9(9) COMP.
       77  WS-DATE-9                   PIC 9(8).
       77  WS-DAYS-SINCE-ADMIT         PIC S9(5) COMP.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY            PIC X(4).
           05  WS-CURR-MM              PIC X(2).
           05  WS-CURR-DD              PIC X(2).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  TXNS-APPLIED            PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.
           05  QUESTIONNAIRES-COMPLETED PIC S9(5) COMP VALUE ZERO.
           05  MEDICARE-MADE-SECONDARY PIC S9(5) COMP VALUE ZERO.
           05  STAYS-LISTED            PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(50)
               VALUE "MEDICARE ADMISSIONS WITHOUT A COMPLETE MSP FORM".
           05  FILLER   PIC X(10) VALUE "RUN DATE: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(30) VALUE SPACES.

      ***** ANSWERS PRINT IN QUESTION ORDER: EMPLOYED GHP, SPOUSE GHP,
      ***** ACCIDENT, ESRD, BLACK LUNG -- A BLANK IS UNANSWERED
       01  WS-RPT-COLHDR-REC.
           05  FILLER   PIC X(50) VALUE
               "PATIENT ENCOUNTER  WARD ADMITTED   DAYS DISCHARGED".
           05  FILLER   PIC X(50) VALUE
               "ESABL PRIMARY  PROBLEM                            ".

       01  WS-RPT-DETAIL-REC.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ENCOUNTER-NBR     PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WARD-NBR          PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ADMIT-DATE        PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DISCH-DATE        PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ANSWERS           PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PRIMARY-PAYER-ID  PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PROBLEM           PIC X(30).
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER                PIC X(30)
               VALUE "STAYS AWAITING MSP ANSWERS : ".
           05  RPT-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXNS THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 300-LIST-INCOMPLETE THRU 300-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB MSPRPT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO WS-TODAY-YYYYMMDD.
           STRING WS-CURR-CCYY "-" WS-CURR-MM "-" WS-CURR-DD
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD.
           MOVE WS-CURR-CCYY TO WS-DATE-9(1:4).
           MOVE WS-CURR-MM   TO WS-DATE-9(5:2).
           MOVE WS-CURR-DD   TO WS-DATE-9(7:2).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-9).
           OPEN INPUT MSPTXN, PATMSTR, ACCDCOV.
           OPEN I-O MSPQUEST, PATINS.
           OPEN OUTPUT MSPRPT, SYSOUT.
           MOVE WS-TODAY-YYYYMMDD TO RPT-HDR-DATE.
           WRITE MSPRPT-REC FROM WS-RPT-HDR-REC.
           WRITE MSPRPT-REC FROM WS-RPT-COLHDR-REC.
       000-EXIT.
           EXIT.

       100-APPLY-TXNS.
           MOVE "100-APPLY-TXNS" TO PARA-NAME.
           READ MSPTXN INTO MSP-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           MOVE MST-PATIENT-ID TO MSPQUEST-KEY.
           READ MSPQUEST INTO MSP-QUESTIONNAIRE-REC.
           IF NOT MSP-FOUND
               MOVE "*** NO MSP QUESTIONNAIRE FOR PATIENT"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

      ***** THE ANSWERS BELONG TO ONE STAY -- A CARD FOR A STAY THE
      ***** PATIENT HAS SINCE BEEN READMITTED OVER IS STALE
           IF MST-ENCOUNTER-NBR NOT = MSQ-ENCOUNTER-NBR
               MOVE "*** MSP CARD IS NOT FOR THE CURRENT STAY"
                    TO ABEND-REASON
               GO TO 150-REJECT-TXN.

           MOVE MST-ANSWERS          TO MSQ-ANSWERS.
           MOVE MST-PRIMARY-PAYER-ID TO MSQ-PRIMARY-PAYER-ID.
           MOVE WS-TODAY-YYYYMMDD    TO MSQ-CAPTURE-DATE.
           MOVE MST-OPERATOR-ID      TO MSQ-LAST-MAINT-BY.
           IF MSQ-PRIMARY-PAYER-ID = SPACES
              AND MSQ-ACCIDENT = "Y"
               PERFORM 160-LIABLE-PAYER THRU 160-EXIT.

           MOVE "C" TO MSQ-STATUS.
           MOVE "N" TO WS-MSP-YES-SW.
           PERFORM 170-CHECK-MSP-ANSWER THRU 170-EXIT
                   VARYING MSQ-SUB FROM 1 BY 1
                   UNTIL MSQ-SUB > 5.
           IF NOT MSP-ANY-YES
               MOVE SPACES TO MSQ-PRIMARY-PAYER-ID
           ELSE
           IF MSQ-PRIMARY-PAYER-ID = SPACES
               MOVE "I" TO MSQ-STATUS.

           REWRITE MSPQUEST-REC FROM MSP-QUESTIONNAIRE-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING MSPQUEST" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO TXNS-APPLIED.

           IF MSQ-COMPLETE
               ADD 1 TO QUESTIONNAIRES-COMPLETED
               IF MSQ-PRIMARY-PAYER-ID NOT = SPACES
                   PERFORM 180-SET-MEDICARE-SECONDARY THRU 180-EXIT
               END-IF
           END-IF.
           GO TO 100-EXIT.

       150-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE MST-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       100-EXIT.
           EXIT.

      ***** AN ACCIDENT WITH NO PAYER NAMED IS PRIMARY TO THE LIABLE
      ***** CARRIER ADMDISCH FILED FOR THE SAME STAY, IF ANY
       160-LIABLE-PAYER.
           MOVE "160-LIABLE-PAYER" TO PARA-NAME.
           MOVE MSQ-PATIENT-ID TO ACCDCOV-KEY.
           READ ACCDCOV INTO ACCIDENT-COVERAGE-REC.
           IF ACCIDENT-FOUND
              AND ACC-ENCOUNTER-NBR = MSQ-ENCOUNTER-NBR
               MOVE ACC-LIAB-PAYER-ID TO MSQ-PRIMARY-PAYER-ID.
       160-EXIT.
           EXIT.

       170-CHECK-MSP-ANSWER.
           IF NOT MSQ-ANSWER-VALID(MSQ-SUB)
               MOVE "I" TO MSQ-STATUS.
           IF MSQ-ANSWER-YES(MSQ-SUB)
               MOVE "Y" TO WS-MSP-YES-SW.
       170-EXIT.
           EXIT.

      ***** SAME RULE AS ADMDISCH -- MEDICARE BECOMES THE SECONDARY
      ***** CARRIER UNLESS SOME OTHER SECONDARY IS ALREADY ON FILE
       180-SET-MEDICARE-SECONDARY.
           MOVE "180-SET-MEDICARE-SECONDARY" TO PARA-NAME.
           MOVE MSQ-PATIENT-ID TO PATINS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE "*** MSP - PATIENT NOT ON PATINS"
                    TO ABEND-REASON
               MOVE MSQ-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 180-EXIT.
           IF CARRIER-ID IN INS-COMPANY-SECONDARY NOT = SPACES
              AND CARRIER-ID IN INS-COMPANY-SECONDARY
                  NOT = "MEDICARE"
               MOVE "*** MSP - OTHER SECONDARY ON PATINS"
                    TO ABEND-REASON
               MOVE MSQ-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 180-EXIT.

           MOVE "MEDICARE"  TO CARRIER-ID IN INS-COMPANY-SECONDARY.
           MOVE "MEDICARE"  TO CARRIER-NAME IN INS-COMPANY-SECONDARY.
           MOVE MEDICARE-BENEFICIARY
                            TO INSUREDS-NAME IN INS-COMPANY-SECONDARY.
           MOVE "SE"        TO PATIENT-RELATIONSHIP
                                    IN INS-COMPANY-SECONDARY.
           MOVE MEDICARE-CLAIM-NBR
                            TO INS-IDENT-NBR IN INS-COMPANY-SECONDARY.
           MOVE SPACES      TO GROUP-NBR IN INS-COMPANY-SECONDARY.
           REWRITE PATINS-REC FROM PATIENT-INSURANCE
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATINS FOR MSP"
                      TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
           ADD 1 TO MEDICARE-MADE-SECONDARY.
       180-EXIT.
           EXIT.

       300-LIST-INCOMPLETE.
           MOVE "300-LIST-INCOMPLETE" TO PARA-NAME.
           MOVE LOW-VALUES TO MSPQUEST-KEY.
           START MSPQUEST KEY NOT LESS THAN MSPQUEST-KEY
               INVALID KEY
                   MOVE "N" TO MORE-MSP-SW
           END-START.
           PERFORM 310-LIST-ONE-STAY THRU 310-EXIT
                   UNTIL NO-MORE-MSP.
           WRITE MSPRPT-REC FROM SPACES.
           MOVE STAYS-LISTED TO RPT-TOT-COUNT.
           WRITE MSPRPT-REC FROM WS-RPT-TOTAL-REC.
       300-EXIT.
           EXIT.

      ***** ONLY THE STAY STILL ON PATMSTR MATTERS -- A ROW WHOSE
      ***** PATIENT HAS BEEN ARCHIVED OR READMITTED UNDER ANOTHER
      ***** ENCOUNTER HAS NOTHING LEFT TO BILL
       310-LIST-ONE-STAY.
           MOVE "310-LIST-ONE-STAY" TO PARA-NAME.
           READ MSPQUEST NEXT RECORD INTO MSP-QUESTIONNAIRE-REC
               AT END
                   MOVE "N" TO MORE-MSP-SW
                   GO TO 310-EXIT
           END-READ.
           IF MSQ-COMPLETE
               GO TO 310-EXIT.

           MOVE MSQ-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
            OR ENCOUNTER-NBR NOT = MSQ-ENCOUNTER-NBR
               GO TO 310-EXIT.

           MOVE ZERO TO WS-DAYS-SINCE-ADMIT.
           MOVE MSQ-ADMIT-DATE(1:4) TO WS-DATE-9(1:4).
           MOVE MSQ-ADMIT-DATE(6:2) TO WS-DATE-9(5:2).
           MOVE MSQ-ADMIT-DATE(9:2) TO WS-DATE-9(7:2).
           IF WS-DATE-9 NUMERIC
              AND WS-DATE-9 NOT = ZERO
               COMPUTE WS-ADMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-9)
               COMPUTE WS-DAYS-SINCE-ADMIT =
                   WS-TODAY-INT - WS-ADMIT-INT.

           MOVE MSQ-PATIENT-ID        TO RPT-PATIENT-ID.
           MOVE MSQ-ENCOUNTER-NBR     TO RPT-ENCOUNTER-NBR.
           MOVE PRIMARY-STAY-WARD-NBR TO RPT-WARD-NBR.
           MOVE MSQ-ADMIT-DATE        TO RPT-ADMIT-DATE.
           MOVE WS-DAYS-SINCE-ADMIT   TO RPT-DAYS.
           MOVE DATE-DISCHARGE        TO RPT-DISCH-DATE.
           MOVE MSQ-ANSWERS           TO RPT-ANSWERS.
           MOVE MSQ-PRIMARY-PAYER-ID  TO RPT-PRIMARY-PAYER-ID.
      ***** ALL FIVE ANSWERED BUT STILL INCOMPLETE MEANS A "Y" WITH
      ***** NO PRIMARY PAYER NAMED
           MOVE "C" TO MSQ-STATUS.
           PERFORM 170-CHECK-MSP-ANSWER THRU 170-EXIT
                   VARYING MSQ-SUB FROM 1 BY 1
                   UNTIL MSQ-SUB > 5.
           IF MSQ-ANSWERS = SPACES
               MOVE "QUESTIONNAIRE NOT TAKEN" TO RPT-PROBLEM
           ELSE
           IF MSQ-COMPLETE
               MOVE "PRIMARY PAYER NOT NAMED" TO RPT-PROBLEM
           ELSE
               MOVE "QUESTIONS LEFT UNANSWERED" TO RPT-PROBLEM.
           WRITE MSPRPT-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO STAYS-LISTED.
       310-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE MSPTXN, MSPQUEST, PATMSTR, PATINS, ACCDCOV,
                 MSPRPT, SYSOUT.
           DISPLAY "MSPRPT TXNS READ            : " TXNS-READ.
           DISPLAY "MSPRPT TXNS APPLIED         : " TXNS-APPLIED.
           DISPLAY "MSPRPT TXNS REJECTED        : " TXNS-REJECTED.
           DISPLAY "MSPRPT QUESTIONNAIRES DONE  : "
               QUESTIONNAIRES-COMPLETED.
           DISPLAY "MSPRPT MEDICARE SECONDARY   : "
               MEDICARE-MADE-SECONDARY.
           DISPLAY "MSPRPT STAYS LISTED         : " STAYS-LISTED.
           DISPLAY "******** NORMAL END OF JOB MSPRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE MSPTXN, MSPQUEST, PATMSTR, PATINS, ACCDCOV,
                 MSPRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-MSPRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

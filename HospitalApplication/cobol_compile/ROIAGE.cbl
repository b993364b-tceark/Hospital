       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROIAGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY RELEASE-OF-INFORMATION DEADLINE REPORT.  EVERY
      *          REQUEST STILL OPEN OR HELD FOR AN AUTHORIZATION ON THE
      *          ROI REQUEST FILE (SEE ROIREQ.CPY) IS MEASURED AGAINST
      *          ITS DUE DATE.  REQUESTS ALREADY PAST DUE PRINT FIRST
      *          WITH THE DAYS OVERDUE; REQUESTS DUE WITHIN WARN-DAYS
      *          (RUNPARM, 7 WHEN NOT SET) PRINT NEXT WITH THE DAYS
      *          LEFT.  A HELD REQUEST IS FLAGGED SO HIM CHASES THE
      *          AUTHORIZATION RATHER THAN THE COPIES.
      *
      ******************************************************************

               ROI REQUEST FILE         -   DDS0001.ROIREQ

               RUN PARAMETERS           -   DDS0001.RUNPARM (PARMGET)

               DEADLINE REPORT          -   DDS0001.ROIAGE

               DUMP FILE                -   SYSOUT

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

           SELECT ROIREQ
           ASSIGN TO UT-S-ROIREQ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT ROIAGE
           ASSIGN TO UT-S-ROIAGE
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

       FD  ROIREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIREQ-REC.
       01  ROIREQ-REC PIC X(300).

       FD  ROIAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROIAGE-REC.
       01  ROIAGE-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).

       COPY ROIREQ.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-ROI-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-ROI          VALUE "N".

      ***** EVERY PENDING REQUEST INSIDE THE WARNING WINDOW OR PAST
      ***** IT, HELD SO THE OVERDUE ONES CAN PRINT FIRST
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-DUE-ROW OCCURS 2000 TIMES.
               10  WS-DUE-REQUEST-NBR  PIC X(8).
               10  WS-DUE-PATIENT-ID   PIC X(6).
               10  WS-DUE-REQ-TYPE     PIC X(1).
               10  WS-DUE-REQ-NAME     PIC X(30).
               10  WS-DUE-RECEIVED     PIC X(8).
               10  WS-DUE-DUE-DATE     PIC X(8).
               10  WS-DUE-DAYS-LEFT    PIC S9(5) COMP.
               10  WS-DUE-STATUS       PIC X(1).
       77  WS-DUE-SUB                  PIC S9(4) COMP.
       77  WS-DUE-MAX                  PIC S9(4) COMP VALUE 2000.

      ***** WARNING WINDOW IN DAYS -- RUNPARM ROIAGE WARN-DAYS
       77  WS-WARN-DAYS                PIC 9(3) VALUE 7.

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-DUE-INT                  PIC S9(9) COMP.
       77  WS-DAYS-LEFT                PIC S9(5) COMP.

       01  WS-DUE-DATE-N.
           05  DUE-N-CCYY              PIC 9(4).
           05  DUE-N-MM                PIC 9(2).
           05  DUE-N-DD                PIC 9(2).
       01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-N PIC 9(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-CCYY          PIC 9(4).
           05  WS-CURR-MM            PIC 9(2).
           05  WS-CURR-DD            PIC 9(2).
           05  FILLER                PIC X(13).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9        PIC 9(8).
           05  FILLER                PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(7) COMP VALUE ZERO.
           05  PENDING-REQUESTS        PIC S9(7) COMP VALUE ZERO.
           05  HELD-REQUESTS           PIC S9(7) COMP VALUE ZERO.
           05  PAST-DUE-REQUESTS       PIC S9(7) COMP VALUE ZERO.
           05  DUE-SOON-REQUESTS       PIC S9(7) COMP VALUE ZERO.
           05  BAD-DATE-COUNT          PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "RELEASE OF INFORMATION REQUESTS - DEADL".
           05  FILLER   PIC X(9)  VALUE "INES     ".
           05  FILLER   PIC X(9)  VALUE "  AS OF: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(16) VALUE "   WARNING AT   ".
           05  RPT-HDR-WARN          PIC ZZ9.
           05  FILLER   PIC X(5)  VALUE " DAYS".
           05  FILLER   PIC X(40) VALUE SPACES.

       01  WS-RPT-SECTION-REC.
           05  RPT-SECTION-TITLE     PIC X(40).
           05  FILLER                PIC X(92) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "    REQUEST  PATIENT T REQUESTER        ".
           05  FILLER   PIC X(40)
               VALUE "              RECEIVED   DUE         DAY".
           05  FILLER   PIC X(12) VALUE "S STATUS    ".
           05  FILLER   PIC X(40) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-REQUEST-NBR       PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-REQ-TYPE          PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-REQ-NAME          PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-RECEIVED          PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DUE-DATE          PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DAYS              PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-STATUS            PIC X(20).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-TOTAL-LABEL       PIC X(24).
           05  RPT-TOTAL-COUNT       PIC ZZZZ9.
           05  FILLER                PIC X(99) VALUE SPACES.

       01  WS-RPT-BLANK-REC          PIC X(132) VALUE SPACES.

       01  WS-EDIT-DATE-IN           PIC X(8).
       01  WS-EDIT-DATE-OUT          PIC X(10).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MEASURE-REQUEST THRU 100-EXIT
                   UNTIL NO-MORE-ROI.
           PERFORM 500-PRINT-REPORT THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ROIAGE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           PERFORM 020-GET-RUN-PARMS THRU 020-EXIT.

           OPEN INPUT ROIREQ.
           OPEN OUTPUT ROIAGE, SYSOUT.
       000-EXIT.
           EXIT.

       020-GET-RUN-PARMS.
           MOVE "020-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "ROIAGE"            TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-WARN-DAYS.
       020-EXIT.
           EXIT.

      ***** ONLY PENDING REQUESTS COUNT; FULFILLED AND DENIED ONES
      ***** ARE FINISHED WHATEVER THEIR DATES
       100-MEASURE-REQUEST.
           MOVE "100-MEASURE-REQUEST" TO PARA-NAME.
           READ ROIREQ INTO ROI-REQUEST-REC
               AT END
                   MOVE "N" TO MORE-ROI-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO RECORDS-READ.

           IF NOT ROI-PENDING
               GO TO 100-EXIT.
           ADD 1 TO PENDING-REQUESTS.
           IF ROI-HELD-FOR-AUTH
               ADD 1 TO HELD-REQUESTS.

      ***** A DUE DATE THAT WILL NOT PARSE IS TREATED AS OVERDUE
      ***** TODAY -- HIM HAS TO LOOK AT IT EITHER WAY
           MOVE ROI-DUE-DATE TO WS-DUE-DATE-N.
           IF WS-DUE-DATE-NUM NOT NUMERIC
               GO TO 100-BAD-DATE.
           IF DUE-N-MM < 1 OR DUE-N-MM > 12
            OR DUE-N-DD < 1 OR DUE-N-DD > 31
               GO TO 100-BAD-DATE.

           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 100-EXIT.
           GO TO 100-TABLE-ROW.

       100-BAD-DATE.
           ADD 1 TO BAD-DATE-COUNT.
           MOVE -1 TO WS-DAYS-LEFT.

       100-TABLE-ROW.
           IF WS-DUE-COUNT = WS-DUE-MAX
               MOVE "*** DUE TABLE FULL - ROW DROPPED" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.

           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-DUE-COUNT          TO WS-DUE-SUB.
           MOVE ROI-REQUEST-NBR       TO WS-DUE-REQUEST-NBR(WS-DUE-SUB).
           MOVE ROI-PATIENT-ID        TO WS-DUE-PATIENT-ID(WS-DUE-SUB).
           MOVE ROI-REQUESTER-TYPE    TO WS-DUE-REQ-TYPE(WS-DUE-SUB).
           MOVE ROI-REQUESTER-NAME    TO WS-DUE-REQ-NAME(WS-DUE-SUB).
           MOVE ROI-RECEIVED-DATE     TO WS-DUE-RECEIVED(WS-DUE-SUB).
           MOVE ROI-DUE-DATE          TO WS-DUE-DUE-DATE(WS-DUE-SUB).
           MOVE WS-DAYS-LEFT          TO WS-DUE-DAYS-LEFT(WS-DUE-SUB).
           MOVE ROI-STATUS            TO WS-DUE-STATUS(WS-DUE-SUB).
           IF WS-DAYS-LEFT < ZERO
               ADD 1 TO PAST-DUE-REQUESTS
           ELSE
               ADD 1 TO DUE-SOON-REQUESTS.
       100-EXIT.
           EXIT.

      ***** OVERDUE REQUESTS FIRST, THEN THOSE COMING DUE, EACH IN
      ***** REQUEST-FILE ORDER
       500-PRINT-REPORT.
           MOVE "500-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-CURRENT-DATE-FIELDS(1:8) TO WS-EDIT-DATE-IN.
           PERFORM 590-EDIT-DATE THRU 590-EXIT.
           MOVE WS-EDIT-DATE-OUT TO RPT-HDR-DATE.
           MOVE WS-WARN-DAYS TO RPT-HDR-WARN.
           WRITE ROIAGE-REC FROM WS-RPT-HDR-REC.
           WRITE ROIAGE-REC FROM WS-RPT-BLANK-REC.

           MOVE "PAST DUE -- DAYS OVERDUE" TO RPT-SECTION-TITLE.
           WRITE ROIAGE-REC FROM WS-RPT-SECTION-REC.
           WRITE ROIAGE-REC FROM WS-RPT-COLM-HDR-REC.
           PERFORM 510-PRINT-PAST-DUE THRU 510-EXIT
                   VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-BLANK-REC.

           MOVE "COMING DUE -- DAYS LEFT" TO RPT-SECTION-TITLE.
           WRITE ROIAGE-REC FROM WS-RPT-SECTION-REC.
           WRITE ROIAGE-REC FROM WS-RPT-COLM-HDR-REC.
           PERFORM 520-PRINT-DUE-SOON THRU 520-EXIT
                   VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-BLANK-REC.

           MOVE "PENDING REQUESTS:       " TO RPT-TOTAL-LABEL.
           MOVE PENDING-REQUESTS TO RPT-TOTAL-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-TOTAL-REC.
           MOVE "HELD FOR AUTHORIZATION: " TO RPT-TOTAL-LABEL.
           MOVE HELD-REQUESTS TO RPT-TOTAL-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-TOTAL-REC.
           MOVE "PAST DUE:               " TO RPT-TOTAL-LABEL.
           MOVE PAST-DUE-REQUESTS TO RPT-TOTAL-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-TOTAL-REC.
           MOVE "COMING DUE:             " TO RPT-TOTAL-LABEL.
           MOVE DUE-SOON-REQUESTS TO RPT-TOTAL-COUNT.
           WRITE ROIAGE-REC FROM WS-RPT-TOTAL-REC.
       500-EXIT.
           EXIT.

       510-PRINT-PAST-DUE.
           MOVE "510-PRINT-PAST-DUE" TO PARA-NAME.
           IF WS-DUE-DAYS-LEFT(WS-DUE-SUB) NOT < ZERO
               GO TO 510-EXIT.
           PERFORM 580-FORMAT-DETAIL THRU 580-EXIT.
           COMPUTE RPT-DAYS = ZERO - WS-DUE-DAYS-LEFT(WS-DUE-SUB).
           WRITE ROIAGE-REC FROM WS-RPT-DETAIL-REC.
       510-EXIT.
           EXIT.

       520-PRINT-DUE-SOON.
           MOVE "520-PRINT-DUE-SOON" TO PARA-NAME.
           IF WS-DUE-DAYS-LEFT(WS-DUE-SUB) < ZERO
               GO TO 520-EXIT.
           PERFORM 580-FORMAT-DETAIL THRU 580-EXIT.
           MOVE WS-DUE-DAYS-LEFT(WS-DUE-SUB) TO RPT-DAYS.
           WRITE ROIAGE-REC FROM WS-RPT-DETAIL-REC.
       520-EXIT.
           EXIT.

       580-FORMAT-DETAIL.
           MOVE "580-FORMAT-DETAIL" TO PARA-NAME.
           MOVE WS-DUE-REQUEST-NBR(WS-DUE-SUB) TO RPT-REQUEST-NBR.
           MOVE WS-DUE-PATIENT-ID(WS-DUE-SUB)  TO RPT-PATIENT-ID.
           MOVE WS-DUE-REQ-TYPE(WS-DUE-SUB)    TO RPT-REQ-TYPE.
           MOVE WS-DUE-REQ-NAME(WS-DUE-SUB)    TO RPT-REQ-NAME.
           MOVE WS-DUE-RECEIVED(WS-DUE-SUB)    TO WS-EDIT-DATE-IN.
           PERFORM 590-EDIT-DATE THRU 590-EXIT.
           MOVE WS-EDIT-DATE-OUT               TO RPT-RECEIVED.
           MOVE WS-DUE-DUE-DATE(WS-DUE-SUB)    TO WS-EDIT-DATE-IN.
           PERFORM 590-EDIT-DATE THRU 590-EXIT.
           MOVE WS-EDIT-DATE-OUT               TO RPT-DUE-DATE.
           IF WS-DUE-STATUS(WS-DUE-SUB) = "H"
               MOVE "HELD - NEEDS AUTH" TO RPT-STATUS
           ELSE
               MOVE "OPEN"              TO RPT-STATUS.
       580-EXIT.
           EXIT.

       590-EDIT-DATE.
           MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-DATE-OUT(1:4).
           MOVE "-"                  TO WS-EDIT-DATE-OUT(5:1).
           MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-DATE-OUT(6:2).
           MOVE "-"                  TO WS-EDIT-DATE-OUT(8:1).
           MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DATE-OUT(9:2).
       590-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ROIREQ, ROIAGE, SYSOUT.
           DISPLAY "ROIAGE REQUEST ROWS READ    : " RECORDS-READ.
           DISPLAY "ROIAGE PENDING REQUESTS     : " PENDING-REQUESTS.
           DISPLAY "ROIAGE HELD FOR AUTH        : " HELD-REQUESTS.
           DISPLAY "ROIAGE PAST DUE             : " PAST-DUE-REQUESTS.
           DISPLAY "ROIAGE COMING DUE           : " DUE-SOON-REQUESTS.
           DISPLAY "ROIAGE UNPARSEABLE DATES    : " BAD-DATE-COUNT.
           DISPLAY "******** NORMAL END OF JOB ROIAGE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ROIREQ, ROIAGE, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ROIAGE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

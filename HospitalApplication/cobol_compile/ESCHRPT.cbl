       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESCHRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          YEARLY UNCLAIMED-PROPERTY (ESCHEAT) HOLDER REPORT,
      *          SECOND OF TWO STEPS.  ESCHLTR MARKED EVERY DORMANT
      *          PATIENT CREDIT "L" (LETTER SENT) OR "W" (LETTER
      *          WAIVED).  THIS JOB TABLES THE LETTER RESPONSES THE
      *          MAILROOM KEYED, THEN PASSES THE CREDIT FILE:
      *
      *          - A CLAIMED CREDIT GOES BACK TO OPEN, MARKED "R", SO
      *            THE NEXT CREDBAL RUN QUEUES THE REFUND AGAIN.
      *          - AN UNCLAIMED CREDIT -- LETTER RETURNED, RESPONSE
      *            WINDOW RUN OUT, OR LETTER WAIVED -- IS REPORTED ON
      *            THE STATE HOLDER FILE, LOGGED AS A DISCLOSURE, LEFT
      *            ON THE PATAUDIT TRAIL, AND DROPPED FROM THE CARRIED
      *            CREDIT FILE.
      *          - A LETTER STILL INSIDE ITS RESPONSE WINDOW CARRIES.
      *
      *          THE REPORTED TOTAL MOVES OUT OF THE PATIENT CREDIT
      *          LIABILITY ON ONE BALANCED JOURNAL PAIR, MAPPED BY THE
      *          GLMAP "ESCH" ROW.  A QUEUED CREDIT'S REFUND CHECK WAS
      *          NEVER CASHED -- THE CONTROL REPORT FLAGS IT SO
      *          ACCOUNTING VOIDS THE CHECK BEFORE THE STATE IS PAID.
      *
      *          HOLDER-ID, HOLDER-NAME AND PROPERTY-TYPE ARE RUNPARM
      *          ROWS UNDER ESCHRPT; THE RESPONSE WINDOW IS ESCHLTR'S
      *          RESPONSE-DAYS ROW, SO BOTH STEPS AGREE ON IT.
      *
      ******************************************************************

               CREDIT INPUT FILE       -   DDS0001.CREDBAL

               LETTER RESPONSE FILE    -   DDS0001.ESCHRSP

               GL MAPPING TABLE        -   DDS0001.GLMAP

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATPERSN

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               HOLDER REPORT FILE      -   DDS0001.ESCHHLD

               JOURNAL FILE PRODUCED   -   DDS0001.ESCHGL

               CONTROL REPORT          -   DDS0001.ESCHCTL

               CARRIED CREDIT FILE     -   DDS0001.CREDBAL (NEW)

               AUDIT FILE              -   DDS0001.PATAUDIT

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

           SELECT CREDIN
           ASSIGN TO UT-S-CREDIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT ESCHRSP
           ASSIGN TO UT-S-ESCHRSP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFCODE.

           SELECT CREDOUT
           ASSIGN TO UT-S-CREDOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ESCHHLD
           ASSIGN TO UT-S-ESCHHLD
             ORGANIZATION IS SEQUENTIAL.

           SELECT ESCHGL
           ASSIGN TO UT-S-ESCHGL
             ORGANIZATION IS SEQUENTIAL.

           SELECT ESCHCTL
           ASSIGN TO UT-S-ESCHCTL
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

           SELECT PATAUDIT
           ASSIGN TO UT-S-PATAUDIT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUDCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DLCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-Rec.
       01  SYSOUT-REC  PIC X(130).

       FD  CREDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDIN-REC.
       01  CREDIN-REC PIC X(50).

       FD  ESCHRSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHRSP-REC.
       01  ESCHRSP-REC PIC X(30).

       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC PIC X(30).

       FD  CREDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDOUT-REC.
       01  CREDOUT-REC PIC X(50).

      ***** THE STATE'S HOLDER REPORT -- HEADER, DETAILS, TRAILER
       FD  ESCHHLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHHLD-REC.
       01  ESCHHLD-REC PIC X(250).

       FD  ESCHGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHGL-REC.
       01  ESCHGL-REC PIC X(40).

       FD  ESCHCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHCTL-REC.
       01  ESCHCTL-REC PIC X(100).

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
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(792).

      ***** BEFORE/AFTER IMAGE -- REPORTED CREDITS LEAVE A TRAIL
       FD  PATAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6286 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATAUDIT-REC.
       01  PATAUDIT-REC PIC X(6286).

      ***** THE HOLDER REPORT SHIPS NAME, SSN AND ADDRESS TO THE STATE
       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC PIC X(70).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
               88 NO-MORE-DATA  VALUE "10".
           05  RFCODE                  PIC X(2).
           05  MFCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  DLCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".

       COPY CREDBAL.

       COPY ESCHEAT.

       COPY PATMSTR.

       COPY PATPERSN.

       COPY PATAUDIT.

       COPY GLMAP.

       COPY GLJRNL.

       COPY DISCLOSE.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-CRED-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CREDITS      VALUE "N".
           05  MORE-RSP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-RESPONSES    VALUE "N".
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  WS-RSP-FOUND-SW         PIC X(1).
               88 RESPONSE-FOUND       VALUE "Y".
           05  WS-MAP-FOUND-SW         PIC X(1) VALUE "N".
               88 MAP-ROW-FOUND        VALUE "Y".
           05  WS-REPORT-SW            PIC X(1).
               88 CREDIT-IS-REPORTABLE VALUE "Y".

      ***** LETTER RESPONSES, TABLED ONCE AT STARTUP
       01  WS-RSP-TABLE.
           05  WS-RSP-ROW OCCURS 500 TIMES.
               10  WS-RSP-PATIENT-ID   PIC X(6).
               10  WS-RSP-AMT          PIC 9(7)V99.
               10  WS-RSP-RESPONSE     PIC X(1).
                   88 WS-RSP-CLAIMED       VALUE "C".
                   88 WS-RSP-UNDELIVERABLE VALUE "U".
               10  WS-RSP-DATE         PIC X(8).
       01  WS-RSP-ROWS-USED            PIC 9(3) VALUE ZERO.
       77  WS-RSP-MAX                  PIC 9(3) VALUE 500.
       77  WS-RSP-SUB                  PIC 9(3).

      ***** ONLY THE "ESCH" ROWS OF THE MAP ARE KEPT
       01  WS-MAP-DEBIT-ACCT           PIC X(8).
       01  WS-MAP-CREDIT-ACCT          PIC X(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** RUN PARAMETERS -- RUNPARM OVERRIDES THESE DEFAULTS
       01  WS-ESCHEAT-PARMS.
           05  WS-HOLDER-ID            PIC X(10).
           05  WS-HOLDER-NAME          PIC X(40).
           05  WS-PROPERTY-TYPE        PIC X(4)     VALUE "CRBL".
           05  WS-RESPONSE-DAYS        PIC 9(3)     VALUE 60.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC 9(8).
           05  WS-RESPONSE-CUTOFF      PIC 9(8).
           05  WS-LETTER-DATE-X        PIC X(8).
           05  WS-LETTER-DATE REDEFINES WS-LETTER-DATE-X
                                       PIC 9(8).
           05  WS-ACTIVITY-DATE-X      PIC X(8).
           05  WS-ACTIVITY-DATE REDEFINES WS-ACTIVITY-DATE-X
                                       PIC 9(8).
           05  WS-ACTIVITY-YYMMDD      PIC X(6).

      ***** CONTROL REPORT
       01  WS-CTL-HDR-REC.
           05  FILLER              PIC X(40) VALUE
               "UNCLAIMED PROPERTY HOLDER REPORT CONTROL".
           05  FILLER              PIC X(10) VALUE "  RUN OF  ".
           05  CTL-HDR-DATE        PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  HOLDER   ".
           05  CTL-HDR-HOLDER      PIC X(10).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-CTL-COL-REC.
           05  FILLER              PIC X(50) VALUE
               "PATIENT  NAME                            AMOUNT  ".
           05  FILLER              PIC X(50) VALUE
               "  ACTIVITY DD ACTION                              ".

       01  WS-CTL-DETAIL-REC.
           05  CTL-PATIENT         PIC X(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CTL-NAME            PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  CTL-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-ACTIVITY        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  CTL-DILIGENCE       PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  CTL-ACTION          PIC X(32).

       01  WS-CTL-TOTAL-REC.
           05  CTL-TOTAL-LABEL     PIC X(30).
           05  CTL-TOTAL-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  CTL-TOTAL-AMT       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  CREDITS-READ            PIC S9(7) COMP VALUE ZERO.
           05  CREDITS-CLAIMED         PIC S9(7) COMP VALUE ZERO.
           05  CREDITS-REPORTED        PIC S9(7) COMP VALUE ZERO.
           05  CHECKS-TO-VOID          PIC S9(7) COMP VALUE ZERO.
           05  CREDITS-CARRIED         PIC S9(7) COMP VALUE ZERO.
           05  CLAIMED-DOLLARS         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  REPORTED-DOLLARS        PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 030-LOAD-GL-MAP THRU 030-EXIT
                   UNTIL NO-MORE-MAP.
           PERFORM 060-LOAD-RESPONSES THRU 060-EXIT
                   UNTIL NO-MORE-RESPONSES.
           PERFORM 080-START-REPORTS THRU 080-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CREDITS.
           PERFORM 800-WRITE-JOURNAL THRU 800-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ESCHRPT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT CREDIN, ESCHRSP, GLMAP, PATMSTR, PATPERSN.
           OPEN OUTPUT CREDOUT, ESCHHLD, ESCHGL, ESCHCTL, PATAUDIT,
                       SYSOUT.
           OPEN EXTEND DISCLOG.

           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-RESPONSE-CUTOFF =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-RESPONSE-DAYS).
       000-EXIT.
           EXIT.

      ***** ONE MAP ROW GOVERNS THE WHOLE RUN -- THE PROPERTY HAS NO
      ***** WARD, SO ONLY THE "****" ROW APPLIES
       030-LOAD-GL-MAP.
           MOVE "030-LOAD-GL-MAP" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 030-EXIT
           END-READ.

           IF GLM-CHARGE-CATEGORY = "ESCH" AND GLM-WARD-NBR = "****"
               MOVE "Y" TO WS-MAP-FOUND-SW
               MOVE GLM-DEBIT-ACCT  TO WS-MAP-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-MAP-CREDIT-ACCT.
       030-EXIT.
           EXIT.

       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "ESCHRPT"           TO PGT-PROGRAM-ID.
           MOVE "HOLDER-ID"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF NOT PGT-FOUND OR PGT-VALUE = SPACES
               MOVE "** NO HOLDER-ID ON RUNPARM - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE PGT-VALUE TO WS-HOLDER-ID.

           MOVE "HOLDER-NAME"       TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND
               MOVE PGT-VALUE TO WS-HOLDER-NAME.

           MOVE "PROPERTY-TYPE"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-VALUE NOT = SPACES
               MOVE PGT-VALUE TO WS-PROPERTY-TYPE.

           MOVE "ESCHLTR"           TO PGT-PROGRAM-ID.
           MOVE "RESPONSE-DAYS"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-RESPONSE-DAYS.
       050-EXIT.
           EXIT.

       060-LOAD-RESPONSES.
           MOVE "060-LOAD-RESPONSES" TO PARA-NAME.
           READ ESCHRSP INTO ESCHEAT-RESPONSE-REC
               AT END
                   MOVE "N" TO MORE-RSP-SW
                   GO TO 060-EXIT
           END-READ.

           IF WS-RSP-ROWS-USED = WS-RSP-MAX
               MOVE "*** RESPONSE TABLE FULL - ROW DROPPED"
                    TO ABEND-REASON
               MOVE ERS-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 060-EXIT.

           ADD 1 TO WS-RSP-ROWS-USED.
           MOVE ERS-PATIENT-ID  TO WS-RSP-PATIENT-ID(WS-RSP-ROWS-USED).
           MOVE ERS-CREDIT-AMT  TO WS-RSP-AMT(WS-RSP-ROWS-USED).
           MOVE ERS-RESPONSE    TO WS-RSP-RESPONSE(WS-RSP-ROWS-USED).
           MOVE ERS-RESPONSE-DATE TO WS-RSP-DATE(WS-RSP-ROWS-USED).
       060-EXIT.
           EXIT.

      ***** NO MAP ROW, NO RUN -- A CREDIT DROPPED FROM THE FILE
      ***** WITHOUT ITS JOURNAL WOULD LEAVE THE LIABILITY OVERSTATED
       080-START-REPORTS.
           MOVE "080-START-REPORTS" TO PARA-NAME.
           IF NOT MAP-ROW-FOUND
               MOVE "** NO GLMAP ESCH/**** ROW - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE SPACES          TO ESCHEAT-HOLDER-REC.
           MOVE "H"             TO EHR-REC-TYPE.
           MOVE WS-HOLDER-ID    TO EHR-HOLDER-ID.
           MOVE WS-CURR-DATE-9  TO EHR-REPORT-DATE.
           MOVE WS-HOLDER-NAME  TO EHR-HOLDER-NAME.
           WRITE ESCHHLD-REC FROM ESCHEAT-HOLDER-REC.

           MOVE WS-CURR-DATE-9  TO CTL-HDR-DATE.
           MOVE WS-HOLDER-ID    TO CTL-HDR-HOLDER.
           WRITE ESCHCTL-REC FROM WS-CTL-HDR-REC.
           WRITE ESCHCTL-REC FROM WS-CTL-COL-REC.
       080-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ CREDIN INTO CREDIT-BALANCE-REC
               AT END
                   MOVE "N" TO MORE-CRED-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CREDITS-READ.

           IF CRB-ESCH-IN-DILIGENCE
               PERFORM 200-CHECK-RESPONSE THRU 200-EXIT
               IF CREDIT-IS-REPORTABLE
                   PERFORM 300-REPORT-CREDIT THRU 300-EXIT
                   GO TO 100-EXIT.

           WRITE CREDOUT-REC FROM CREDIT-BALANCE-REC.
           ADD 1 TO CREDITS-CARRIED.
       100-EXIT.
           EXIT.

      ***** CLAIMED GOES BACK TO THE REFUND CYCLE; RETURNED MAIL,
      ***** A WAIVED LETTER OR A LAPSED WINDOW GOES TO THE STATE
       200-CHECK-RESPONSE.
           MOVE "200-CHECK-RESPONSE" TO PARA-NAME.
           MOVE "N" TO WS-REPORT-SW.
           MOVE "N" TO WS-RSP-FOUND-SW.
           PERFORM 250-MATCH-RESPONSE THRU 250-EXIT
               VARYING WS-RSP-SUB FROM 1 BY 1 UNTIL
               WS-RSP-SUB > WS-RSP-ROWS-USED OR RESPONSE-FOUND.
           IF RESPONSE-FOUND
               SUBTRACT 1 FROM WS-RSP-SUB.

           IF RESPONSE-FOUND AND WS-RSP-CLAIMED(WS-RSP-SUB)
               PERFORM 400-RETURN-TO-OWNER THRU 400-EXIT
               GO TO 200-EXIT.

           IF CRB-ESCH-LETTER-WAIVED
               MOVE "Y" TO WS-REPORT-SW
               GO TO 200-EXIT.

           IF RESPONSE-FOUND AND WS-RSP-UNDELIVERABLE(WS-RSP-SUB)
               MOVE "Y" TO WS-REPORT-SW
               GO TO 200-EXIT.

           MOVE CRB-ESCHEAT-DATE TO WS-LETTER-DATE-X.
           IF WS-LETTER-DATE-X NOT NUMERIC
               MOVE "*** LETTER DATE NOT VALID - CARRIED"
                    TO ABEND-REASON
               MOVE CRB-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           IF WS-LETTER-DATE NOT > WS-RESPONSE-CUTOFF
               MOVE "Y" TO WS-REPORT-SW.
       200-EXIT.
           EXIT.

       250-MATCH-RESPONSE.
           MOVE "250-MATCH-RESPONSE" TO PARA-NAME.
           IF WS-RSP-PATIENT-ID(WS-RSP-SUB) = CRB-PATIENT-ID AND
              WS-RSP-AMT(WS-RSP-SUB) = CRB-CREDIT-AMT
               MOVE "Y" TO WS-RSP-FOUND-SW.
       250-EXIT.
           EXIT.

      ***** HOLDER DETAIL, DISCLOSURE ROW, AUDIT IMAGE, CONTROL LINE;
      ***** THE CALLER DROPS THE ROW FROM THE CARRIED FILE
       300-REPORT-CREDIT.
           MOVE "300-REPORT-CREDIT" TO PARA-NAME.
           MOVE CRB-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               MOVE SPACES TO PATIENT-PERSONAL-MASTER-REC
               MOVE "*** REPORTED PATIENT NOT ON PATPERSN"
                    TO ABEND-REASON
               MOVE CRB-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

      ***** THE OLDER REMITTANCE RUNS POSTED A 6-DIGIT YYMMDD DATE
           MOVE CRB-DATE-POSTED TO WS-ACTIVITY-DATE-X.
           IF WS-ACTIVITY-DATE-X(7:2) = SPACES
               MOVE WS-ACTIVITY-DATE-X(1:6) TO WS-ACTIVITY-YYMMDD
               MOVE SPACES TO WS-ACTIVITY-DATE-X
               STRING "20" WS-ACTIVITY-YYMMDD DELIMITED BY SIZE
                      INTO WS-ACTIVITY-DATE-X.
           IF WS-ACTIVITY-DATE-X NOT NUMERIC
               MOVE ZERO TO WS-ACTIVITY-DATE.

           MOVE SPACES            TO ESCHEAT-HOLDER-REC.
           MOVE "D"               TO EHR-REC-TYPE.
           MOVE WS-HOLDER-ID      TO EHR-HOLDER-ID.
           MOVE WS-CURR-DATE-9    TO EHR-REPORT-DATE.
           MOVE CRB-PATIENT-ID    TO EHR-OWNER-ACCOUNT.
           MOVE LAST-NAME         TO EHR-OWNER-LAST-NAME.
           MOVE FIRST-NAME        TO EHR-OWNER-FIRST-NAME.
           MOVE MIDINIT           TO EHR-OWNER-MIDINIT.
           MOVE SSNBR             TO EHR-OWNER-SSN.
           MOVE APARTMENT-NBR IN HOME-ADDRESS TO EHR-OWNER-APT.
           MOVE STREET IN HOME-ADDRESS      TO EHR-OWNER-STREET.
           MOVE CITY IN HOME-ADDRESS        TO EHR-OWNER-CITY.
           MOVE STATE IN HOME-ADDRESS       TO EHR-OWNER-STATE.
           MOVE POSTAL-CODE IN HOME-ADDRESS TO EHR-OWNER-ZIP.
           MOVE WS-PROPERTY-TYPE  TO EHR-PROPERTY-TYPE.
           MOVE CRB-CREDIT-AMT    TO EHR-PROPERTY-AMT.
           MOVE WS-ACTIVITY-DATE  TO EHR-LAST-ACTIVITY-DATE.
           MOVE CRB-ESCHEAT-STATUS TO EHR-DUE-DILIGENCE.
           WRITE ESCHHLD-REC FROM ESCHEAT-HOLDER-REC.

           MOVE CRB-PATIENT-ID         TO DSC-PATIENT-ID.
           MOVE WS-CURR-DATE-9         TO DSC-DATE.
           MOVE "STATE UNCLAIMED PROP" TO DSC-DESTINATION.
           MOVE "ESCHEAT HOLDER RPT"   TO DSC-PURPOSE.
           MOVE "ESCHRPT"              TO DSC-PROGRAM-ID.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.

           PERFORM 500-AUDIT-REPORTED-CREDIT THRU 500-EXIT.

           MOVE CRB-PATIENT-ID    TO CTL-PATIENT.
           MOVE PATIENT-NAME      TO CTL-NAME.
           MOVE CRB-CREDIT-AMT    TO CTL-AMOUNT.
           MOVE WS-ACTIVITY-DATE  TO CTL-ACTIVITY.
           MOVE CRB-ESCHEAT-STATUS TO CTL-DILIGENCE.
           IF CRB-QUEUED
               MOVE "REPORTED - VOID OUTSTANDING CHK" TO CTL-ACTION
               ADD 1 TO CHECKS-TO-VOID
           ELSE
               MOVE "REPORTED TO STATE"              TO CTL-ACTION.
           WRITE ESCHCTL-REC FROM WS-CTL-DETAIL-REC.

           ADD 1 TO CREDITS-REPORTED.
           ADD CRB-CREDIT-AMT TO REPORTED-DOLLARS.
       300-EXIT.
           EXIT.

      ***** THE OWNER CAME FORWARD -- BACK TO OPEN SO CREDBAL QUEUES
      ***** THE REFUND AGAIN; A CHECK ALREADY OUT IS VOIDED FIRST
       400-RETURN-TO-OWNER.
           MOVE "400-RETURN-TO-OWNER" TO PARA-NAME.
           MOVE CRB-PATIENT-ID    TO CTL-PATIENT.
           MOVE SPACES            TO CTL-NAME.
           MOVE CRB-CREDIT-AMT    TO CTL-AMOUNT.
           MOVE ZERO              TO CTL-ACTIVITY.
           MOVE CRB-ESCHEAT-STATUS TO CTL-DILIGENCE.
           IF CRB-QUEUED
               MOVE "CLAIMED - VOID CHK, REISSUE" TO CTL-ACTION
               ADD 1 TO CHECKS-TO-VOID
           ELSE
               MOVE "CLAIMED - REFUND REQUEUED"   TO CTL-ACTION.
           WRITE ESCHCTL-REC FROM WS-CTL-DETAIL-REC.

           MOVE "R" TO CRB-ESCHEAT-STATUS.
           MOVE WS-RSP-DATE(WS-RSP-SUB) TO CRB-ESCHEAT-DATE.
           MOVE "O" TO CRB-STATUS.
           ADD 1 TO CREDITS-CLAIMED.
           ADD CRB-CREDIT-AMT TO CLAIMED-DOLLARS.
       400-EXIT.
           EXIT.

      ***** SAME BEFORE=AFTER IMAGE CREDBAL WRITES ON A CLEARED
      ***** REFUND -- THE CREDIT LIVED ON THE CREDIT FILE, NOT PATMSTR
       500-AUDIT-REPORTED-CREDIT.
           MOVE "500-AUDIT-REPORTED-CREDIT" TO PARA-NAME.
           MOVE CRB-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** REPORTED PATIENT NOT ON PATMSTR"
                    TO ABEND-REASON
               MOVE CRB-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 500-EXIT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           MOVE PATIENT-MASTER-REC TO AUDIT-AFTER-IMAGE.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUDIT-PATIENT-KEY.
           MOVE WS-CURR-DATE-9     TO AUDIT-DATE.
           MOVE "ESCHRPT "         TO AUDIT-PROGRAM-ID.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.
       500-EXIT.
           EXIT.

      ***** ONE BALANCED PAIR FOR THE RUN -- DEBIT THE PATIENT CREDIT
      ***** LIABILITY, CREDIT THE UNCLAIMED-PROPERTY PAYABLE
       800-WRITE-JOURNAL.
           MOVE "800-WRITE-JOURNAL" TO PARA-NAME.
           IF REPORTED-DOLLARS = ZERO
               GO TO 800-EXIT.

           MOVE WS-CURR-DATE-9    TO JRN-DATE.
           MOVE "ESCH"            TO JRN-CHARGE-CATEGORY.
           MOVE "****"            TO JRN-WARD-NBR.
           MOVE REPORTED-DOLLARS  TO JRN-AMT.

           MOVE WS-MAP-DEBIT-ACCT TO JRN-ACCOUNT.
           MOVE "D" TO JRN-DR-CR.
           WRITE ESCHGL-REC FROM GL-JOURNAL-REC.

           MOVE WS-MAP-CREDIT-ACCT TO JRN-ACCOUNT.
           MOVE "C" TO JRN-DR-CR.
           WRITE ESCHGL-REC FROM GL-JOURNAL-REC.
       800-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CREDIN, ESCHRSP, GLMAP, CREDOUT, ESCHHLD, ESCHGL,
                 ESCHCTL, PATMSTR, PATPERSN, PATAUDIT, DISCLOG, SYSOUT.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           MOVE SPACES             TO ESCHEAT-HOLDER-REC.
           MOVE "T"                TO EHR-REC-TYPE.
           MOVE WS-HOLDER-ID       TO EHR-HOLDER-ID.
           MOVE WS-CURR-DATE-9     TO EHR-REPORT-DATE.
           MOVE CREDITS-REPORTED   TO EHR-PROPERTY-COUNT.
           MOVE REPORTED-DOLLARS   TO EHR-PROPERTY-TOTAL.
           WRITE ESCHHLD-REC FROM ESCHEAT-HOLDER-REC.

           MOVE "REPORTED TO STATE"  TO CTL-TOTAL-LABEL.
           MOVE CREDITS-REPORTED     TO CTL-TOTAL-COUNT.
           MOVE REPORTED-DOLLARS     TO CTL-TOTAL-AMT.
           WRITE ESCHCTL-REC FROM WS-CTL-TOTAL-REC.
           MOVE "CLAIMED BY OWNER"   TO CTL-TOTAL-LABEL.
           MOVE CREDITS-CLAIMED      TO CTL-TOTAL-COUNT.
           MOVE CLAIMED-DOLLARS      TO CTL-TOTAL-AMT.
           WRITE ESCHCTL-REC FROM WS-CTL-TOTAL-REC.

           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "ESCHRPT CREDITS READ        : " CREDITS-READ.
           DISPLAY "ESCHRPT CREDITS CLAIMED     : " CREDITS-CLAIMED.
           DISPLAY "ESCHRPT CREDITS REPORTED    : " CREDITS-REPORTED.
           DISPLAY "ESCHRPT REPORTED DOLLARS    : " REPORTED-DOLLARS.
           DISPLAY "ESCHRPT CHECKS TO VOID      : " CHECKS-TO-VOID.
           DISPLAY "ESCHRPT CREDITS CARRIED     : " CREDITS-CARRIED.
           DISPLAY "******** NORMAL END OF JOB ESCHRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-ESCHRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

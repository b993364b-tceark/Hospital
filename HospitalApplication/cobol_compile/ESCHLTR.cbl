       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESCHLTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          YEARLY UNCLAIMED-PROPERTY (ESCHEAT) DUE-DILIGENCE
      *          RUN, FIRST OF TWO STEPS.  A PATIENT CREDIT THAT HAS
      *          SAT ON THE CREDIT-BALANCE FILE PAST THE STATE'S
      *          DORMANCY PERIOD IS NO LONGER OURS TO HOLD -- BEFORE
      *          IT CAN BE REPORTED, THE OWNER MUST BE SENT A
      *          DUE-DILIGENCE LETTER AT THE LAST KNOWN ADDRESS.  THIS
      *          JOB PASSES THE CREDIT FILE, PICKS OUT THE DORMANT
      *          PATIENT CREDITS (OPEN OR QUEUED, OWED TO THE PATIENT,
      *          POSTED -- OR LAST CLAIMED -- BEFORE THE CUTOFF),
      *          PRINTS A LETTER FROM THE PATPERSN HOME ADDRESS, AND
      *          MARKS THE ROW "L".  A ROW WITH NO USABLE ADDRESS OR
      *          UNDER THE LETTER MINIMUM IS MARKED "W" -- THE STATE
      *          WAIVES THE LETTER FOR THOSE.  EVERY ROW CARRIES
      *          FORWARD; ESCHRPT TAKES THE LETTER RESPONSES BACK AND
      *          REPORTS WHATEVER WENT UNCLAIMED.
      *
      *          DORMANCY YEARS, LETTER MINIMUM AND RESPONSE DAYS ARE
      *          RUNPARM ROWS UNDER ESCHLTR.
      *
      ******************************************************************

               CREDIT INPUT FILE       -   DDS0001.CREDBAL

               VSAM FILE               -   DDS0001.PATPERSN

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               LETTER FILE PRODUCED    -   DDS0001.ESCHLTR

               CARRIED CREDIT FILE     -   DDS0001.CREDBAL (NEW)

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

           SELECT CREDOUT
           ASSIGN TO UT-S-CREDOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ESCHLTR
           ASSIGN TO UT-S-ESCHLTR
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

       FD  CREDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDOUT-REC.
       01  CREDOUT-REC PIC X(50).

      ***** DUE-DILIGENCE LETTERS, READY FOR THE MAILROOM
       FD  ESCHLTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESCHLTR-REC.
       01  ESCHLTR-REC PIC X(80).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(792).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
               88 NO-MORE-DATA  VALUE "10".
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".

       COPY CREDBAL.

       COPY PATPERSN.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-CRED-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CREDITS      VALUE "N".
           05  WS-DORMANT-SW           PIC X(1).
               88 CREDIT-IS-DORMANT    VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** RUN PARAMETERS -- RUNPARM OVERRIDES THESE DEFAULTS
       01  WS-ESCHEAT-PARMS.
           05  WS-DORMANCY-YEARS       PIC 9(2)     VALUE 3.
           05  WS-LETTER-MINIMUM       PIC 9(5)V99  VALUE 50.00.
           05  WS-RESPONSE-DAYS        PIC 9(3)     VALUE 60.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-INT            PIC 9(8).
           05  WS-DORMANT-CUTOFF       PIC 9(8).
           05  WS-RESPOND-BY           PIC 9(8).
           05  WS-ACTIVITY-DATE-X      PIC X(8).
           05  WS-ACTIVITY-DATE REDEFINES WS-ACTIVITY-DATE-X
                                       PIC 9(8).
           05  WS-ACTIVITY-YYMMDD      PIC X(6).
           05  WS-EDIT-DATE-9          PIC 9(8).
           05  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-9.
               10  WS-EDIT-CCYY        PIC X(4).
               10  WS-EDIT-MM          PIC X(2).
               10  WS-EDIT-DD          PIC X(2).

      ***** LETTER LINES
       01  WS-LTR-NAME-LINE.
           05  LTR-NAME         PIC X(36).
           05  FILLER           PIC X(30) VALUE SPACES.
           05  FILLER           PIC X(8)  VALUE "ACCOUNT ".
           05  LTR-ACCOUNT      PIC X(6).

       01  WS-LTR-STREET-LINE.
           05  LTR-STREET       PIC X(30).
           05  LTR-APT-LIT      PIC X(6).
           05  LTR-APT          PIC X(5).
           05  FILLER           PIC X(39) VALUE SPACES.

       01  WS-LTR-CITY-LINE.
           05  LTR-CITY         PIC X(20).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  LTR-STATE        PIC X(2).
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  LTR-ZIP          PIC X(9).
           05  FILLER           PIC X(47) VALUE SPACES.

       01  WS-LTR-TEXT-1.
           05  FILLER           PIC X(36) VALUE
               "OUR RECORDS SHOW A CREDIT BALANCE OF".
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  LTR-AMOUNT       PIC $$$,$$9.99.
           05  FILLER           PIC X(33) VALUE
               " DUE TO YOU FROM A PAYMENT POSTED".

       01  WS-LTR-TEXT-2.
           05  FILLER           PIC X(3)  VALUE "ON ".
           05  LTR-POSTED       PIC X(10).
           05  FILLER           PIC X(41) VALUE
               ".  UNLESS YOU CLAIM IT IN WRITING OR BY ".
           05  FILLER           PIC X(26) VALUE
               "CALLING PATIENT ACCOUNTS  ".

       01  WS-LTR-TEXT-3.
           05  FILLER           PIC X(10) VALUE "ON OR BY  ".
           05  LTR-RESPOND-BY   PIC X(10).
           05  FILLER           PIC X(36) VALUE
               ", STATE LAW REQUIRES US TO REPORT IT".
           05  FILLER           PIC X(24) VALUE
               " AND REMIT IT TO THE    ".

       01  WS-LTR-TEXT-4.
           05  FILLER           PIC X(40) VALUE
               "STATE AS UNCLAIMED PROPERTY.            ".
           05  FILLER           PIC X(40) VALUE SPACES.

       01  WS-LTR-SEPARATOR.
           05  FILLER           PIC X(80) VALUE ALL "-".

       01  WS-BLANK-LINE        PIC X(80) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  CREDITS-READ            PIC S9(7) COMP VALUE ZERO.
           05  CREDITS-DORMANT         PIC S9(7) COMP VALUE ZERO.
           05  LETTERS-SENT            PIC S9(7) COMP VALUE ZERO.
           05  LETTERS-WAIVED          PIC S9(7) COMP VALUE ZERO.
           05  CREDITS-CARRIED         PIC S9(7) COMP VALUE ZERO.
           05  DORMANT-DOLLARS         PIC S9(9)V99 COMP-3 VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CREDITS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ESCHLTR ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 050-GET-RUN-PARMS THRU 050-EXIT.

      ***** DORMANT MEANS THE LAST ACTIVITY IS ON OR BEFORE THE SAME
      ***** CALENDAR DAY N YEARS AGO
           COMPUTE WS-DORMANT-CUTOFF =
               WS-CURR-DATE-9 - (WS-DORMANCY-YEARS * 10000).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-RESPOND-BY =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-RESPONSE-DAYS).

           OPEN INPUT CREDIN, PATPERSN.
           OPEN OUTPUT CREDOUT, ESCHLTR, SYSOUT.
       000-EXIT.
           EXIT.

       050-GET-RUN-PARMS.
           MOVE "050-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "ESCHLTR"           TO PGT-PROGRAM-ID.
           MOVE "DORMANCY-YEARS"    TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-DORMANCY-YEARS.

           MOVE "LETTER-MINIMUM"    TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-LETTER-MINIMUM.

           MOVE "RESPONSE-DAYS"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-RESPONSE-DAYS.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ CREDIN INTO CREDIT-BALANCE-REC
               AT END
                   MOVE "N" TO MORE-CRED-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CREDITS-READ.

           PERFORM 200-CHECK-DORMANT THRU 200-EXIT.
           IF CREDIT-IS-DORMANT
               PERFORM 300-DUE-DILIGENCE THRU 300-EXIT.

           WRITE CREDOUT-REC FROM CREDIT-BALANCE-REC.
           ADD 1 TO CREDITS-CARRIED.
       100-EXIT.
           EXIT.

      ***** ONLY A PATIENT'S MONEY ESCHEATS -- A PAYER OVERPAYMENT
      ***** GOES BACK THROUGH THE PAYER, AND A ROW ALREADY IN DUE
      ***** DILIGENCE WAITS FOR ESCHRPT.  A CLAIMED ROW STILL HERE
      ***** (THE REFUND CHECK WAS NEVER CASHED) STARTS OVER FROM THE
      ***** CLAIM DATE.
       200-CHECK-DORMANT.
           MOVE "200-CHECK-DORMANT" TO PARA-NAME.
           MOVE "N" TO WS-DORMANT-SW.
           IF NOT CRB-OWED-PATIENT
               GO TO 200-EXIT.
           IF NOT CRB-OPEN AND NOT CRB-QUEUED
               GO TO 200-EXIT.
           IF CRB-ESCH-IN-DILIGENCE
               GO TO 200-EXIT.

           IF CRB-ESCH-CLAIMED
               MOVE CRB-ESCHEAT-DATE TO WS-ACTIVITY-DATE-X
           ELSE
               MOVE CRB-DATE-POSTED  TO WS-ACTIVITY-DATE-X.

      ***** THE OLDER REMITTANCE RUNS POSTED A 6-DIGIT YYMMDD DATE
           IF WS-ACTIVITY-DATE-X(7:2) = SPACES
               MOVE WS-ACTIVITY-DATE-X(1:6) TO WS-ACTIVITY-YYMMDD
               MOVE SPACES TO WS-ACTIVITY-DATE-X
               STRING "20" WS-ACTIVITY-YYMMDD DELIMITED BY SIZE
                      INTO WS-ACTIVITY-DATE-X.

           IF WS-ACTIVITY-DATE-X NOT NUMERIC
               MOVE "*** POSTED DATE NOT VALID - SKIPPED"
                    TO ABEND-REASON
               MOVE CRB-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           IF WS-ACTIVITY-DATE > WS-DORMANT-CUTOFF
               GO TO 200-EXIT.

           MOVE "Y" TO WS-DORMANT-SW.
           ADD 1 TO CREDITS-DORMANT.
           ADD CRB-CREDIT-AMT TO DORMANT-DOLLARS.
       200-EXIT.
           EXIT.

      ***** LETTER TO THE LAST KNOWN ADDRESS, OR WAIVE IT
       300-DUE-DILIGENCE.
           MOVE "300-DUE-DILIGENCE" TO PARA-NAME.
           MOVE WS-CURR-DATE-9 TO CRB-ESCHEAT-DATE.

           IF CRB-CREDIT-AMT < WS-LETTER-MINIMUM
               MOVE "W" TO CRB-ESCHEAT-STATUS
               ADD 1 TO LETTERS-WAIVED
               GO TO 300-EXIT.

           MOVE CRB-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PATPERSN-FOUND
               MOVE "*** DORMANT PATIENT NOT ON PATPERSN"
                    TO ABEND-REASON
               MOVE CRB-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               MOVE "W" TO CRB-ESCHEAT-STATUS
               ADD 1 TO LETTERS-WAIVED
               GO TO 300-EXIT.

           IF BAD-ADDRESS-ON-FILE OR
              STREET IN HOME-ADDRESS = SPACES
               MOVE "W" TO CRB-ESCHEAT-STATUS
               ADD 1 TO LETTERS-WAIVED
               GO TO 300-EXIT.

           PERFORM 400-PRINT-LETTER THRU 400-EXIT.
           MOVE "L" TO CRB-ESCHEAT-STATUS.
           ADD 1 TO LETTERS-SENT.
       300-EXIT.
           EXIT.

       400-PRINT-LETTER.
           MOVE "400-PRINT-LETTER" TO PARA-NAME.
           MOVE PATIENT-NAME        TO LTR-NAME.
           MOVE CRB-PATIENT-ID      TO LTR-ACCOUNT.
           MOVE STREET IN HOME-ADDRESS      TO LTR-STREET.
           MOVE APARTMENT-NBR IN HOME-ADDRESS TO LTR-APT.
           MOVE CITY IN HOME-ADDRESS        TO LTR-CITY.
           MOVE STATE IN HOME-ADDRESS       TO LTR-STATE.
           MOVE POSTAL-CODE IN HOME-ADDRESS TO LTR-ZIP.
           MOVE CRB-CREDIT-AMT      TO LTR-AMOUNT.

           MOVE WS-ACTIVITY-DATE    TO WS-EDIT-DATE-9.
           MOVE SPACES TO LTR-POSTED.
           STRING WS-EDIT-CCYY "-" WS-EDIT-MM "-" WS-EDIT-DD
                  DELIMITED BY SIZE INTO LTR-POSTED.
           MOVE WS-RESPOND-BY       TO WS-EDIT-DATE-9.
           MOVE SPACES TO LTR-RESPOND-BY.
           STRING WS-EDIT-CCYY "-" WS-EDIT-MM "-" WS-EDIT-DD
                  DELIMITED BY SIZE INTO LTR-RESPOND-BY.

           IF APARTMENT-NBR IN HOME-ADDRESS = SPACES
               MOVE SPACES   TO LTR-APT-LIT
           ELSE
               MOVE " APT. " TO LTR-APT-LIT.

           WRITE ESCHLTR-REC FROM WS-LTR-NAME-LINE.
           WRITE ESCHLTR-REC FROM WS-LTR-STREET-LINE.
           WRITE ESCHLTR-REC FROM WS-LTR-CITY-LINE.
           WRITE ESCHLTR-REC FROM WS-BLANK-LINE.
           WRITE ESCHLTR-REC FROM WS-LTR-TEXT-1.
           WRITE ESCHLTR-REC FROM WS-LTR-TEXT-2.
           WRITE ESCHLTR-REC FROM WS-LTR-TEXT-3.
           WRITE ESCHLTR-REC FROM WS-LTR-TEXT-4.
           WRITE ESCHLTR-REC FROM WS-LTR-SEPARATOR.
       400-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CREDIN, CREDOUT, ESCHLTR, PATPERSN, SYSOUT.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "ESCHLTR CREDITS READ        : " CREDITS-READ.
           DISPLAY "ESCHLTR CREDITS DORMANT     : " CREDITS-DORMANT.
           DISPLAY "ESCHLTR DORMANT DOLLARS     : " DORMANT-DOLLARS.
           DISPLAY "ESCHLTR LETTERS SENT        : " LETTERS-SENT.
           DISPLAY "ESCHLTR LETTERS WAIVED      : " LETTERS-WAIVED.
           DISPLAY "ESCHLTR CREDITS CARRIED     : " CREDITS-CARRIED.
           DISPLAY "******** NORMAL END OF JOB ESCHLTR ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 700-CLOSE-FILES THRU 700-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-ESCHLTR ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

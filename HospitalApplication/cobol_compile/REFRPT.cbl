       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY REFERRAL VOLUME REPORT FOR MARKETING AND THE
      *          PHYSICIAN LIAISONS.  EVERY STAY OPENED IN THE REPORT
      *          MONTH -- LIVE ON PATMSTR, OR ALREADY ON PATARCH
      *          BECAUSE THE PATIENT HAS SINCE BEEN READMITTED -- IS
      *          COUNTED UNDER THE REFERRAL SOURCE AND REFERRING
      *          PROVIDER ADMDISCH STAMPED ON IT:  ADMISSIONS (OR
      *          OUTPATIENT REGISTRATIONS), PATIENT-DAYS AND GROSS
      *          CHARGES AS THEY STAND TODAY.
      *
      *          THE MONTH'S FIGURES ARE FILED ON REFHIST (OLD IN,
      *          NEW OUT -- A RERUN REPLACES THE MONTH) AND EACH
      *          REFERRER IS PRINTED BESIDE THE SAME MONTH A YEAR
      *          EARLIER OFF THAT FILE.  A REFERRER WHOSE VOLUME FELL
      *          BY THE DROP-OFF PERCENTAGE OR MORE -- INCLUDING ONE
      *          WHO SENT NOBODY THIS YEAR -- IS FLAGGED DROP-OFF.
      *          ONE SECTION PER SOURCE, SUBTOTALLED, THEN THE HOUSE.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM REFRPT):
      *            REPORT-MONTH     CCYYMM TO REPORT (DEFAULT: LAST
      *                             MONTH, THE MOST RECENT CLOSED ONE)
      *            DROP-PCT         VOLUME DROP THAT FLAGS A REFERRER
      *                             (DEFAULT 25)
      *
      ******************************************************************

               VSAM MASTER FILE         -   DDS0001.PATMASTR

               PRIOR-STAY ARCHIVE       -   DDS0001.PATARCH

               PROVIDER REGISTRY        -   DDS0001.PROVREG

               REFERRAL HISTORY (OLD)   -   DDS0001.REFHIST

               REFERRAL HISTORY (NEW)   -   DDS0001.REFHIST.NEW

               RUN PARAMETERS           -   DDS0001.RUNPARM (PARMGET)

               REFERRAL REPORT          -   DDS0001.REFRPT

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

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATARCH
           ASSIGN TO UT-S-PATARCH
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT REFOLD
           ASSIGN TO UT-S-REFOLD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT REFNEW
           ASSIGN TO UT-S-REFNEW
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS NFCODE.

           SELECT REFRPT
           ASSIGN TO UT-S-REFRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

      ***** SAME IMAGE PATARCHV AND ADMDISCH WRITE
       FD  PATARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATARCH-REC.
       01  PATARCH-REC PIC X(3133).

      ***** THE DESCRIPTIVE REGISTRY BEHIND THE PHYSICIAN IDS --
      ***** AN OUTSIDE REFERRER IS NOT ON IT AND PRINTS AS SUCH
       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  REFOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFOLD-REC.
       01  REFOLD-REC PIC X(60).

       FD  REFNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFNEW-REC.
       01  REFNEW-REC PIC X(60).

       FD  REFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFRPT-REC.
       01  REFRPT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
           05  AFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  NFCODE                  PIC X(2).

       COPY PATMSTR.
       COPY PROVREG.
       COPY REFHIST.
       COPY PARMGPRM.

      ***** PROVIDER NAMES, TABLED AT STARTUP FROM THE REGISTRY
       01  WS-PREG-TABLE.
           05  WS-PREG-COUNT           PIC 9(4) VALUE ZERO.
           05  PREG-ROW OCCURS 300 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID                 PIC X(8).
               10  PREG-NAME               PIC X(25).

      ***** ONE ROW PER SOURCE AND REFERRING PROVIDER, FOUND-OR-ADDED
      ***** FROM THIS MONTH'S STAYS AND LAST YEAR'S HISTORY ROWS
       01  WS-REF-TABLE.
           05  WS-REF-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  REF-ROW OCCURS 1000 TIMES.
               10  REF-SOURCE              PIC X(1).
               10  REF-PROV                PIC X(8).
               10  REF-CUR-ADMITS          PIC S9(7) COMP-3.
               10  REF-CUR-OUTPT           PIC S9(7) COMP-3.
               10  REF-CUR-DAYS            PIC S9(7) COMP-3.
               10  REF-CUR-CHARGES         PIC S9(11)V99 COMP-3.
               10  REF-PRI-ADMITS          PIC S9(7) COMP-3.
               10  REF-PRI-OUTPT           PIC S9(7) COMP-3.
               10  REF-PRI-DAYS            PIC S9(7) COMP-3.
               10  REF-PRI-CHARGES         PIC S9(11)V99 COMP-3.
       77  REF-SUB                     PIC S9(4) COMP.
       77  WS-REF-MAX                  PIC S9(4) COMP VALUE 1000.

       01  WS-LOOKUP-SOURCE            PIC X(1).
       01  WS-LOOKUP-PROV              PIC X(8).

      ***** THE SOURCES IN THE ORDER THEIR SECTIONS PRINT -- BLANK
      ***** (UNKNOWN) LAST
       01  WS-SOURCE-LIST.
           05  FILLER  PIC X(11) VALUE "PPHYSICIAN ".
           05  FILLER  PIC X(11) VALUE "CCLINIC    ".
           05  FILLER  PIC X(11) VALUE "TTRANSFER  ".
           05  FILLER  PIC X(11) VALUE "EEMERGENCY ".
           05  FILLER  PIC X(11) VALUE "SSELF      ".
           05  FILLER  PIC X(11) VALUE " UNKNOWN   ".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05  SRC-ROW OCCURS 6 TIMES.
               10  SRC-CODE                PIC X(1).
               10  SRC-DESC                PIC X(10).
       77  SRC-SUB                     PIC S9(4) COMP.

      ***** A SECTION'S AND THE HOUSE'S TOTALS, SAME SHAPE
       01  WS-SECTION-TOTALS.
           05  SEC-CUR-ADMITS          PIC S9(7) COMP-3.
           05  SEC-CUR-OUTPT           PIC S9(7) COMP-3.
           05  SEC-CUR-DAYS            PIC S9(7) COMP-3.
           05  SEC-CUR-CHARGES         PIC S9(11)V99 COMP-3.
           05  SEC-PRI-ADMITS          PIC S9(7) COMP-3.
           05  SEC-PRI-OUTPT           PIC S9(7) COMP-3.
           05  SEC-PRI-DAYS            PIC S9(7) COMP-3.
           05  SEC-PRI-CHARGES         PIC S9(11)V99 COMP-3.
           05  SEC-ROWS                PIC S9(5) COMP.
       01  WS-HOUSE-TOTALS.
           05  HSE-CUR-ADMITS          PIC S9(7) COMP-3.
           05  HSE-CUR-OUTPT           PIC S9(7) COMP-3.
           05  HSE-CUR-DAYS            PIC S9(7) COMP-3.
           05  HSE-CUR-CHARGES         PIC S9(11)V99 COMP-3.
           05  HSE-PRI-ADMITS          PIC S9(7) COMP-3.
           05  HSE-PRI-OUTPT           PIC S9(7) COMP-3.
           05  HSE-PRI-DAYS            PIC S9(7) COMP-3.
           05  HSE-PRI-CHARGES         PIC S9(11)V99 COMP-3.

      ***** VOLUME IS ADMISSIONS PLUS OUTPATIENT REGISTRATIONS
       77  WS-CUR-VOLUME               PIC S9(7) COMP-3.
       77  WS-PRI-VOLUME               PIC S9(7) COMP-3.
       77  WS-CHANGE-PCT               PIC S9(5) COMP-3.

       01  WS-REPORT-MONTH             PIC 9(6).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-CCYY             PIC 9(4).
           05  WS-RPT-MM               PIC 9(2).
       01  WS-PRIOR-MONTH              PIC 9(6).
       01  WS-DROP-PCT                 PIC 9(3) VALUE 25.

      ***** DATE-ADMIT IS CCYY-MM-DD
       01  WS-ADMIT-MONTH-X.
           05  WS-ADMIT-CCYY           PIC X(4).
           05  WS-ADMIT-MM             PIC X(2).
       01  WS-ADMIT-MONTH REDEFINES WS-ADMIT-MONTH-X PIC 9(6).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-DATE-X REDEFINES WS-CURR-DATE-9.
               10  WS-CURR-CCYY        PIC 9(4).
               10  WS-CURR-MM          PIC 9(2).
               10  WS-CURR-DD          PIC 9(2).
           05  FILLER                  PIC X(13).

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-ARCH-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-ARCH         VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HIST         VALUE "N".
           05  WS-REF-FOUND-SW         PIC X(1).
               88 REF-FOUND            VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05  MASTER-READ             PIC S9(9) COMP VALUE ZERO.
           05  ARCHIVE-READ            PIC S9(9) COMP VALUE ZERO.
           05  STAYS-COUNTED           PIC S9(7) COMP VALUE ZERO.
           05  HIST-READ               PIC S9(7) COMP VALUE ZERO.
           05  HIST-REPLACED           PIC S9(7) COMP VALUE ZERO.
           05  HIST-WRITTEN            PIC S9(7) COMP VALUE ZERO.
           05  REFERRERS-DROPPED       PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "MONTHLY REFERRAL VOLUME REPORT - MONTH: ".
           05  HDR-MONTH               PIC 9(6).
           05  FILLER   PIC X(19) VALUE "   COMPARED WITH: ".
           05  HDR-PRIOR-MONTH         PIC 9(6).
           05  FILLER   PIC X(22) VALUE "   DROP-OFF AT LOSS OF".
           05  HDR-DROP-PCT            PIC ZZ9.
           05  FILLER   PIC X(1)  VALUE "%".
           05  FILLER   PIC X(35) VALUE SPACES.

       01  WS-RPT-SECT-REC.
           05  FILLER                  PIC X(17)
                                       VALUE "REFERRAL SOURCE: ".
           05  RPT-SECT-DESC           PIC X(10).
           05  FILLER                  PIC X(105) VALUE SPACES.

       01  WS-RPT-COLM-HDR-1.
           05  FILLER   PIC X(40)
               VALUE "SRC  REFERRER NAME                 ---AD".
           05  FILLER   PIC X(40)
               VALUE "MITS---  ---OUTPT---  ---PAT DAYS---  --".
           05  FILLER   PIC X(40)
               VALUE "----GROSS CHARGES-----  VOL             ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-COLM-HDR-2.
           05  FILLER   PIC X(40)
               VALUE "                                    THIS".
           05  FILLER   PIC X(40)
               VALUE "   LAST   THIS   LAST    THIS    LAST   ".
           05  FILLER   PIC X(40)
               VALUE "      THIS        LAST  CHG             ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-SOURCE              PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-PROV                PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-NAME                PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CUR-ADMITS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-PRI-ADMITS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CUR-OUTPT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-PRI-OUTPT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CUR-DAYS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-PRI-DAYS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CUR-CHARGES         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-PRI-CHARGES         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CHANGE-X            PIC X(5).
           05  RPT-CHANGE REDEFINES RPT-CHANGE-X
                                       PIC ----9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-FLAG                PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(132) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-MASTER THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 150-SCAN-ARCHIVE THRU 150-EXIT
                   UNTIL NO-MORE-ARCH.
           PERFORM 300-CARRY-HISTORY THRU 300-EXIT
                   UNTIL NO-MORE-HIST.
           PERFORM 350-FILE-MONTH THRU 350-EXIT
                   VARYING REF-SUB FROM 1 BY 1
                   UNTIL REF-SUB > WS-REF-COUNT.
           PERFORM 500-PRINT-REPORT THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB REFRPT ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT PATMSTR, PATARCH, PROVREG, REFOLD.
           OPEN OUTPUT REFNEW, REFRPT, SYSOUT.
           INITIALIZE WS-HOUSE-TOTALS.

      ***** LAST MONTH UNLESS RUNPARM NAMES ONE
           IF WS-CURR-MM = 1
               COMPUTE WS-REPORT-MONTH =
                   (WS-CURR-CCYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-REPORT-MONTH =
                   WS-CURR-CCYY * 100 + WS-CURR-MM - 1.
           MOVE "REPORT-MONTH" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-REPORT-MONTH.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               MOVE "** REPORT-MONTH IS NOT CCYYMM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 100.

           MOVE "DROP-PCT" TO PGT-PARM-NAME.
           PERFORM 050-GET-PARM THRU 050-EXIT.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 101
               MOVE PGT-NUMBER TO WS-DROP-PCT.

           PERFORM 060-LOAD-PROVREG-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-PREG.

           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-GET-PARM.
           MOVE "050-GET-PARM" TO PARA-NAME.
           MOVE "REFRPT" TO PGT-PROGRAM-ID.
           MOVE ZERO TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
       050-EXIT.
           EXIT.

       060-LOAD-PROVREG-TABLE.
           MOVE "060-LOAD-PROVREG-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PREG-SW
                   GO TO 060-EXIT
           END-READ.
           IF WS-PREG-COUNT = 300
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               MOVE "N" TO MORE-PREG-SW
               GO TO 060-EXIT.
           ADD 1 TO WS-PREG-COUNT.
           MOVE PRG-PROVIDER-ID   TO PREG-ID(WS-PREG-COUNT).
           MOVE PRG-PROVIDER-NAME TO PREG-NAME(WS-PREG-COUNT).
       060-EXIT.
           EXIT.

       100-SCAN-MASTER.
           MOVE "100-SCAN-MASTER" TO PARA-NAME.
           ADD 1 TO MASTER-READ.
           PERFORM 200-TALLY-STAY THRU 200-EXIT.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** A PATIENT READMITTED SINCE HAS THE EARLIER STAY ON PATARCH,
      ***** NOT PATMSTR -- IT STILL COUNTS IN THE MONTH IT OPENED
       150-SCAN-ARCHIVE.
           MOVE "150-SCAN-ARCHIVE" TO PARA-NAME.
           READ PATARCH INTO PATIENT-MASTER-REC
               AT END
               MOVE "N" TO MORE-ARCH-SW
               GO TO 150-EXIT
           END-READ.
           ADD 1 TO ARCHIVE-READ.
           PERFORM 200-TALLY-STAY THRU 200-EXIT.
       150-EXIT.
           EXIT.

       200-TALLY-STAY.
           MOVE "200-TALLY-STAY" TO PARA-NAME.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC(1:4)
                TO WS-ADMIT-CCYY.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC(6:2)
                TO WS-ADMIT-MM.
           IF WS-ADMIT-MONTH-X NOT NUMERIC
               GO TO 200-EXIT.
           IF WS-ADMIT-MONTH NOT = WS-REPORT-MONTH
               GO TO 200-EXIT.

           ADD 1 TO STAYS-COUNTED.
           MOVE REFERRAL-SOURCE       TO WS-LOOKUP-SOURCE.
           MOVE REFERRING-PROVIDER-ID TO WS-LOOKUP-PROV.
           PERFORM 250-FIND-OR-ADD-REF THRU 250-EXIT.
           IF OUTPATIENT
               ADD 1 TO REF-CUR-OUTPT(REF-SUB)
           ELSE
               ADD 1 TO REF-CUR-ADMITS(REF-SUB).
           ADD HOSPITAL-STAY-LTH TO REF-CUR-DAYS(REF-SUB).
           IF PATIENT-TOT-X NUMERIC
               ADD PATIENT-TOT-AMT TO REF-CUR-CHARGES(REF-SUB).
       200-EXIT.
           EXIT.

      ***** A SOURCE WE DO NOT KNOW COUNTS AS UNKNOWN
       250-FIND-OR-ADD-REF.
           MOVE "250-FIND-OR-ADD-REF" TO PARA-NAME.
           IF WS-LOOKUP-SOURCE NOT = "P" AND "C" AND "T" AND "E"
                                AND "S"
               MOVE SPACES TO WS-LOOKUP-SOURCE.
           MOVE "N" TO WS-REF-FOUND-SW.
           PERFORM 260-SCAN-REF-ROW THRU 260-EXIT
                   VARYING REF-SUB FROM 1 BY 1
                   UNTIL REF-SUB > WS-REF-COUNT OR REF-FOUND.
           IF REF-FOUND
               SUBTRACT 1 FROM REF-SUB
               GO TO 250-EXIT.

           IF WS-REF-COUNT = WS-REF-MAX
               MOVE "*** REFERRER TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-REF-COUNT.
           MOVE WS-REF-COUNT       TO REF-SUB.
           INITIALIZE REF-ROW(REF-SUB).
           MOVE WS-LOOKUP-SOURCE   TO REF-SOURCE(REF-SUB).
           MOVE WS-LOOKUP-PROV     TO REF-PROV(REF-SUB).
       250-EXIT.
           EXIT.

       260-SCAN-REF-ROW.
           IF REF-SOURCE(REF-SUB) = WS-LOOKUP-SOURCE
              AND REF-PROV(REF-SUB) = WS-LOOKUP-PROV
               MOVE "Y" TO WS-REF-FOUND-SW.
       260-EXIT.
           EXIT.

      ***** EVERY HISTORY ROW CARRIES FORWARD EXCEPT THE REPORT
      ***** MONTH'S, WHICH THIS RUN REPLACES.  LAST YEAR'S SAME MONTH
      ***** IS TALLIED FOR THE COMPARISON ON THE WAY PAST.
       300-CARRY-HISTORY.
           MOVE "300-CARRY-HISTORY" TO PARA-NAME.
           READ REFOLD INTO REFERRAL-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HIST-SW
               GO TO 300-EXIT
           END-READ.
           ADD 1 TO HIST-READ.
           IF RFH-MONTH = WS-REPORT-MONTH
               ADD 1 TO HIST-REPLACED
               GO TO 300-EXIT.

           WRITE REFNEW-REC FROM REFERRAL-HISTORY-REC.
           ADD 1 TO HIST-WRITTEN.
           IF RFH-MONTH NOT = WS-PRIOR-MONTH
               GO TO 300-EXIT.

           MOVE RFH-REFERRAL-SOURCE TO WS-LOOKUP-SOURCE.
           MOVE RFH-REFERRING-PROV  TO WS-LOOKUP-PROV.
           PERFORM 250-FIND-OR-ADD-REF THRU 250-EXIT.
           ADD RFH-ADMISSIONS    TO REF-PRI-ADMITS(REF-SUB).
           ADD RFH-OUTPT-REGS    TO REF-PRI-OUTPT(REF-SUB).
           ADD RFH-PATIENT-DAYS  TO REF-PRI-DAYS(REF-SUB).
           ADD RFH-GROSS-CHARGES TO REF-PRI-CHARGES(REF-SUB).
       300-EXIT.
           EXIT.

      ***** THIS MONTH'S ROWS GO ON THE END OF THE NEW HISTORY -- A
      ***** REFERRER ONLY ON LAST YEAR'S ROWS HAS NOTHING TO FILE
       350-FILE-MONTH.
           MOVE "350-FILE-MONTH" TO PARA-NAME.
           IF REF-CUR-ADMITS(REF-SUB) = ZERO
              AND REF-CUR-OUTPT(REF-SUB) = ZERO
               GO TO 350-EXIT.
           INITIALIZE REFERRAL-HISTORY-REC.
           MOVE WS-REPORT-MONTH           TO RFH-MONTH.
           MOVE REF-SOURCE(REF-SUB)       TO RFH-REFERRAL-SOURCE.
           MOVE REF-PROV(REF-SUB)         TO RFH-REFERRING-PROV.
           MOVE REF-CUR-ADMITS(REF-SUB)   TO RFH-ADMISSIONS.
           MOVE REF-CUR-OUTPT(REF-SUB)    TO RFH-OUTPT-REGS.
           MOVE REF-CUR-DAYS(REF-SUB)     TO RFH-PATIENT-DAYS.
           MOVE REF-CUR-CHARGES(REF-SUB)  TO RFH-GROSS-CHARGES.
           MOVE WS-CURR-DATE-9            TO RFH-RUN-DATE.
           WRITE REFNEW-REC FROM REFERRAL-HISTORY-REC.
           ADD 1 TO HIST-WRITTEN.
       350-EXIT.
           EXIT.

       500-PRINT-REPORT.
           MOVE "500-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-REPORT-MONTH TO HDR-MONTH.
           MOVE WS-PRIOR-MONTH  TO HDR-PRIOR-MONTH.
           MOVE WS-DROP-PCT     TO HDR-DROP-PCT.
           WRITE REFRPT-REC FROM WS-RPT-HDR-REC.
           WRITE REFRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE REFRPT-REC FROM WS-RPT-COLM-HDR-1.
           WRITE REFRPT-REC FROM WS-RPT-COLM-HDR-2.

           PERFORM 510-PRINT-SECTION THRU 510-EXIT
                   VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > 6.

           WRITE REFRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE WS-HOUSE-TOTALS TO WS-SECTION-TOTALS.
           MOVE SPACES          TO RPT-SOURCE, RPT-PROV.
           MOVE "HOUSE TOTAL"   TO RPT-NAME.
           PERFORM 560-PRINT-TOTAL-LINE THRU 560-EXIT.
       500-EXIT.
           EXIT.

      ***** ONE SOURCE'S REFERRERS, THEN ITS SUBTOTAL.  A SOURCE WITH
      ***** NO ROWS EITHER YEAR PRINTS NOTHING.
       510-PRINT-SECTION.
           MOVE "510-PRINT-SECTION" TO PARA-NAME.
           INITIALIZE WS-SECTION-TOTALS.
           MOVE SRC-DESC(SRC-SUB) TO RPT-SECT-DESC.
           PERFORM 520-PRINT-REFERRER THRU 520-EXIT
                   VARYING REF-SUB FROM 1 BY 1
                   UNTIL REF-SUB > WS-REF-COUNT.
           IF SEC-ROWS = ZERO
               GO TO 510-EXIT.

           MOVE SPACES          TO RPT-SOURCE, RPT-PROV.
           MOVE "SOURCE TOTAL"  TO RPT-NAME.
           PERFORM 560-PRINT-TOTAL-LINE THRU 560-EXIT.
           ADD SEC-CUR-ADMITS   TO HSE-CUR-ADMITS.
           ADD SEC-CUR-OUTPT    TO HSE-CUR-OUTPT.
           ADD SEC-CUR-DAYS     TO HSE-CUR-DAYS.
           ADD SEC-CUR-CHARGES  TO HSE-CUR-CHARGES.
           ADD SEC-PRI-ADMITS   TO HSE-PRI-ADMITS.
           ADD SEC-PRI-OUTPT    TO HSE-PRI-OUTPT.
           ADD SEC-PRI-DAYS     TO HSE-PRI-DAYS.
           ADD SEC-PRI-CHARGES  TO HSE-PRI-CHARGES.
       510-EXIT.
           EXIT.

       520-PRINT-REFERRER.
           IF REF-SOURCE(REF-SUB) NOT = SRC-CODE(SRC-SUB)
               GO TO 520-EXIT.
           IF SEC-ROWS = ZERO
               WRITE REFRPT-REC FROM WS-RPT-BLANK-REC
               WRITE REFRPT-REC FROM WS-RPT-SECT-REC.
           ADD 1 TO SEC-ROWS.

           MOVE REF-SOURCE(REF-SUB) TO RPT-SOURCE.
           MOVE REF-PROV(REF-SUB)   TO RPT-PROV.
           PERFORM 530-NAME-REFERRER THRU 530-EXIT.
           MOVE REF-CUR-ADMITS(REF-SUB)  TO RPT-CUR-ADMITS.
           MOVE REF-PRI-ADMITS(REF-SUB)  TO RPT-PRI-ADMITS.
           MOVE REF-CUR-OUTPT(REF-SUB)   TO RPT-CUR-OUTPT.
           MOVE REF-PRI-OUTPT(REF-SUB)   TO RPT-PRI-OUTPT.
           MOVE REF-CUR-DAYS(REF-SUB)    TO RPT-CUR-DAYS.
           MOVE REF-PRI-DAYS(REF-SUB)    TO RPT-PRI-DAYS.
           MOVE REF-CUR-CHARGES(REF-SUB) TO RPT-CUR-CHARGES.
           MOVE REF-PRI-CHARGES(REF-SUB) TO RPT-PRI-CHARGES.
           COMPUTE WS-CUR-VOLUME =
               REF-CUR-ADMITS(REF-SUB) + REF-CUR-OUTPT(REF-SUB).
           COMPUTE WS-PRI-VOLUME =
               REF-PRI-ADMITS(REF-SUB) + REF-PRI-OUTPT(REF-SUB).
           PERFORM 550-SET-CHANGE THRU 550-EXIT.
           IF RPT-FLAG NOT = SPACES
               ADD 1 TO REFERRERS-DROPPED.
           WRITE REFRPT-REC FROM WS-RPT-DETAIL-REC.

           ADD REF-CUR-ADMITS(REF-SUB)  TO SEC-CUR-ADMITS.
           ADD REF-CUR-OUTPT(REF-SUB)   TO SEC-CUR-OUTPT.
           ADD REF-CUR-DAYS(REF-SUB)    TO SEC-CUR-DAYS.
           ADD REF-CUR-CHARGES(REF-SUB) TO SEC-CUR-CHARGES.
           ADD REF-PRI-ADMITS(REF-SUB)  TO SEC-PRI-ADMITS.
           ADD REF-PRI-OUTPT(REF-SUB)   TO SEC-PRI-OUTPT.
           ADD REF-PRI-DAYS(REF-SUB)    TO SEC-PRI-DAYS.
           ADD REF-PRI-CHARGES(REF-SUB) TO SEC-PRI-CHARGES.
       520-EXIT.
           EXIT.

      ***** OUR OWN PHYSICIANS PRINT THEIR REGISTRY NAME; ANYONE ELSE
      ***** IS AN OUTSIDE REFERRER
       530-NAME-REFERRER.
           IF REF-PROV(REF-SUB) = SPACES
               MOVE "*NONE KEYED*" TO RPT-NAME
               GO TO 530-EXIT.
           MOVE "OUTSIDE REFERRER" TO RPT-NAME.
           IF WS-PREG-COUNT = ZERO
               GO TO 530-EXIT.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   NEXT SENTENCE
               WHEN PREG-IDX > WS-PREG-COUNT
                   NEXT SENTENCE
               WHEN PREG-ID(PREG-IDX) = REF-PROV(REF-SUB)
                   MOVE PREG-NAME(PREG-IDX) TO RPT-NAME
           END-SEARCH.
       530-EXIT.
           EXIT.

      ***** VOLUME CHANGE ON LAST YEAR.  NOTHING LAST YEAR IS NEW;
      ***** A FALL OF THE DROP-OFF PERCENTAGE OR MORE IS FLAGGED.
       550-SET-CHANGE.
           MOVE SPACES TO RPT-FLAG.
           IF WS-PRI-VOLUME = ZERO
               MOVE "  NEW" TO RPT-CHANGE-X
               GO TO 550-EXIT.
           COMPUTE WS-CHANGE-PCT ROUNDED =
               (WS-CUR-VOLUME - WS-PRI-VOLUME) * 100 / WS-PRI-VOLUME.
           MOVE WS-CHANGE-PCT TO RPT-CHANGE.
           IF WS-CHANGE-PCT NOT > ZERO - WS-DROP-PCT
               MOVE "DROP-OFF" TO RPT-FLAG.
       550-EXIT.
           EXIT.

       560-PRINT-TOTAL-LINE.
           MOVE SEC-CUR-ADMITS   TO RPT-CUR-ADMITS.
           MOVE SEC-PRI-ADMITS   TO RPT-PRI-ADMITS.
           MOVE SEC-CUR-OUTPT    TO RPT-CUR-OUTPT.
           MOVE SEC-PRI-OUTPT    TO RPT-PRI-OUTPT.
           MOVE SEC-CUR-DAYS     TO RPT-CUR-DAYS.
           MOVE SEC-PRI-DAYS     TO RPT-PRI-DAYS.
           MOVE SEC-CUR-CHARGES  TO RPT-CUR-CHARGES.
           MOVE SEC-PRI-CHARGES  TO RPT-PRI-CHARGES.
           COMPUTE WS-CUR-VOLUME = SEC-CUR-ADMITS + SEC-CUR-OUTPT.
           COMPUTE WS-PRI-VOLUME = SEC-PRI-ADMITS + SEC-PRI-OUTPT.
           PERFORM 550-SET-CHANGE THRU 550-EXIT.
           WRITE REFRPT-REC FROM WS-RPT-DETAIL-REC.
       560-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATMSTR, PATARCH, PROVREG, REFOLD, REFNEW, REFRPT,
                 SYSOUT.
           DISPLAY "REFRPT REPORT MONTH        : " WS-REPORT-MONTH.
           DISPLAY "REFRPT PATMSTR ROWS READ   : " MASTER-READ.
           DISPLAY "REFRPT PATARCH ROWS READ   : " ARCHIVE-READ.
           DISPLAY "REFRPT STAYS COUNTED       : " STAYS-COUNTED.
           DISPLAY "REFRPT HISTORY ROWS READ   : " HIST-READ.
           DISPLAY "REFRPT HISTORY REPLACED    : " HIST-REPLACED.
           DISPLAY "REFRPT HISTORY ROWS WRITTEN: " HIST-WRITTEN.
           DISPLAY "REFRPT REFERRERS DROPPED   : " REFERRERS-DROPPED.
           DISPLAY "******** NORMAL END OF JOB REFRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATMSTR, PATARCH, PROVREG, REFOLD, REFNEW, REFRPT,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-REFRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

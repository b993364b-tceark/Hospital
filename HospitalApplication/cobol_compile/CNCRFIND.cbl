       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNCRFIND.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY CANCER REGISTRY CASEFINDING.  THE TUMOR
      *          REGISTRAR USED TO FIND NEW CASES FROM ONCOLOGY WARD
      *          CENSUS SHEETS AND PATHOLOGY REPORTS, AND MISSED THE
      *          OUTPATIENT CHEMOTHERAPY AND RADIATION PATIENTS.  THIS
      *          JOB PICKS, FOR THE REPORT MONTH, EVERY PATIENT WITH:
      *
      *            - A STAY DISCHARGED IN THE MONTH (PATHIST, NET OF
      *              "C" CANCELLATION ROWS) WITH A REPORTABLE CODE IN
      *              ANY OF ITS THREE DIAGNOSES, OR ENDED ON THE
      *              ONCOLOGY WARD (0011)
      *            - A TREATMENT IN THE MONTH (THE MONTH'S TRMTSRCH
      *              FILES, CONCATENATED) WITH MODE CHM OR RAD, OR A
      *              REPORTABLE CODE ON THE RECORD OR A LAB LINE
      *            - AN OUTPATIENT VISIT IN THE MONTH (THE MONTH'S
      *              OUTEDIT FILES, CONCATENATED) WITH A REPORTABLE
      *              CODE, OR BILLED UNDER A CHEMOTHERAPY (CH) OR
      *              RADIATION (RT) SERIES
      *
      *          A CODE IS REPORTABLE WHEN IT FALLS IN A CNCRRNG RANGE.
      *          A PATIENT ALREADY ON THE REGISTRY'S ACCESSION FILE HAS
      *          BEEN ABSTRACTED AND IS DROPPED.  EVERY OTHER PATIENT
      *          PRINTS ONCE ON THE CASEFINDING LIST -- WHERE SEEN, WHY
      *          PICKED, FIRST AND LAST CONTACT IN THE MONTH -- AND IS
      *          WRITTEN TO CNCRCAND, WHICH CNCRXTR READS BACK FOR THE
      *          CASES THE REGISTRAR CONFIRMS.
      *
      *          RUN PARAMETERS (PARMGET, PROGRAM CNCRFIND):
      *            REPORT-MONTH     CCYYMM TO SEARCH (DEFAULT: LAST
      *                             MONTH)
      *
      ******************************************************************

               REPORTABLE CODE RANGES  -   DDS0001.CNCRRNG

               REGISTRY ACCESSIONS     -   DDS0001.ACCESSN

               HISTORY INPUT FILE      -   DDS0001.PATHIST

               MONTH'S TREATMENTS      -   DDS0001.TRMTSRCH (CONCAT)

               MONTH'S OUTPATIENT      -   DDS0001.OUTEDIT (CONCAT)

               VSAM MASTER FILES       -   DDS0001.PATPERSN
                                            DDS0001.SERIES

               CASEFINDING LIST        -   DDS0001.CNCRLIST

               CANDIDATE FILE          -   DDS0001.CNCRCAND

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

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

           SELECT CNCRRNG
           ASSIGN TO UT-S-CNCRRNG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RGCODE.

           SELECT ACCESSN
           ASSIGN TO UT-S-ACCESSN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ACCODE.

           SELECT PATHIST
           ASSIGN TO UT-S-PATHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT TRMTMON
           ASSIGN TO UT-S-TRMTMON
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TMCODE.

           SELECT OUTMON
           ASSIGN TO UT-S-OUTMON
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OMCODE.

           SELECT CNCRLIST
           ASSIGN TO UT-S-CNCRLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT CNCRCAND
           ASSIGN TO UT-S-CNCRCAND
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CDCODE.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT SERIES
                  ASSIGN       to SERIES
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SERIES-KEY
                  FILE STATUS  is SERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  CNCRRNG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRRNG-REC.
       01  CNCRRNG-REC PIC X(40).

       FD  ACCESSN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCESSN-REC.
       01  ACCESSN-REC PIC X(40).

       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

      ***** THE MONTH'S TRMTSRCH GENERATIONS, CONCATENATED -- ONE
      ***** RUN HEADER AND ONE TRAILER PER PIECE
       FD  TRMTMON
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTMON-REC.
       01  TRMTMON-REC PIC X(1150).

      ***** THE MONTH'S OUTEDIT GENERATIONS, CONCATENATED
       FD  OUTMON
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1051 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OUTMON-REC.
       01  OUTMON-REC PIC X(1051).

       FD  CNCRLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRLIST-REC.
       01  CNCRLIST-REC PIC X(132).

       FD  CNCRCAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNCRCAND-REC.
       01  CNCRCAND-REC PIC X(80).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY    PIC X(06).
           05 FILLER          PIC X(792).

       FD  SERIES
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SERIES-ACCOUNT-REC.
       01  SERIES-REC.
           05 SERIES-KEY       PIC X(10).
           05 FILLER           PIC X(110).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  RGCODE                  PIC X(2).
           05  ACCODE                  PIC X(2).
           05  TMCODE                  PIC X(2).
           05  OMCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  CDCODE                  PIC X(2).
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND  VALUE "00".
           05  SERIES-STATUS           PIC X(2).
               88 SERIES-FOUND    VALUE "00".

       COPY CNCRRNG.

       COPY ACCESSN.

       COPY PATHIST.

       COPY TREATMNT.

       COPY OUTDALY.

       COPY SERIES.

       COPY PATPERSN.

       COPY CNCRCASE.

       COPY RUNHDR.

       01  WS-SWITCHES.
           05  MORE-RANGE-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-RANGES       VALUE "N".
           05  MORE-ACCESSN-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-ACCESSIONS   VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HISTORY      VALUE "N".
           05  MORE-TRMT-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-TRMT         VALUE "N".
           05  MORE-OUTP-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-OUTP         VALUE "N".
           05  WS-VOID-FOUND-SW        PIC X(1).
               88 VOID-FOUND           VALUE "Y".
           05  WS-REPORTABLE-SW        PIC X(1).
               88 CODE-REPORTABLE      VALUE "Y".
           05  WS-ABSTRACTED-SW        PIC X(1).
               88 ALREADY-ABSTRACTED   VALUE "Y".

      ***** REPORTABLE RANGES -- A SHORT HIGH BOUND IS PADDED WITH
      ***** HIGH-VALUES AT LOAD SO IT TAKES IN EVERY CODE BENEATH IT
       01  WS-RANGE-TABLE.
           05  RG-ROW OCCURS 100 TIMES.
               10  RG-LOW-CODE         PIC X(7).
               10  RG-HIGH-CODE        PIC X(7).
       01  WS-RANGE-ROWS-USED          PIC 9(3) VALUE ZERO.
       77  WS-RANGE-MAX                PIC 9(3) VALUE 100.
       77  WS-RANGE-SUB                PIC 9(3).

      ***** PATIENTS THE REGISTRY HAS ALREADY ABSTRACTED
       01  WS-ACCESSN-TABLE.
           05  AC-ROW OCCURS 5000 TIMES INDEXED BY AC-IDX.
               10  AC-PATIENT-ID       PIC X(6).
       77  WS-ACCESSN-COUNT            PIC 9(4) VALUE ZERO.

      ***** THE MONTH'S STAYS, NETTED OF CANCELLATIONS
       01  WS-STAY-TABLE.
           05  ST-ROW OCCURS 3000 TIMES.
               10  ST-PATIENT-ID       PIC X(6).
               10  ST-DATE-ADMIT       PIC X(10).
               10  ST-DATE-DISCHARGE   PIC X(10).
               10  ST-DIAG-CODE        PIC X(7) OCCURS 3 TIMES.
               10  ST-WARD-NBR         PIC X(4).
               10  ST-FACILITY-CODE    PIC X(2).
               10  ST-ENCOUNTER-NBR    PIC X(10).
               10  ST-VOID-SW          PIC X(1).
                   88 ST-VOIDED        VALUE "Y".
       01  WS-STAY-ROWS-USED           PIC 9(4) VALUE ZERO.
       77  WS-STAY-MAX                 PIC 9(4) VALUE 3000.
       77  WS-STAY-SUB                 PIC 9(4).
       77  WS-VOID-SUB                 PIC 9(4).
       77  WS-DIAG-SUB                 PIC 9(1).

      ***** ONE CANDIDATE ROW PER PATIENT, AS CNCRCASE LAYS IT OUT
       01  WS-CAND-TABLE.
           05  CN-ROW OCCURS 2000 TIMES INDEXED BY CN-IDX.
               10  CN-PATIENT-ID       PIC X(6).
               10  CN-IMAGE            PIC X(80).
       77  WS-CAND-COUNT               PIC 9(4) VALUE ZERO.
       77  WS-CAND-MAX                 PIC 9(4) VALUE 2000.
       77  WS-CAND-SUB                 PIC 9(4).

      ***** ONE HIT -- A PATIENT SEEN ON ONE SOURCE ROW FOR ONE OR
      ***** MORE REASONS -- BUILT BY EACH SOURCE, POSTED BY 500
       01  WS-HIT.
           05  HIT-PATIENT-ID          PIC X(6).
           05  HIT-DATE                PIC X(8).
           05  HIT-SOURCE              PIC X(1).
               88 HIT-FROM-STAY        VALUE "S".
               88 HIT-FROM-TREATMENT   VALUE "T".
               88 HIT-FROM-OUTPATIENT  VALUE "O".
           05  HIT-BY-DIAG             PIC X(1).
           05  HIT-BY-MODE             PIC X(1).
           05  HIT-BY-WARD             PIC X(1).
           05  HIT-DIAG-CODE           PIC X(7).
           05  HIT-CHEMO               PIC X(1).
           05  HIT-RADIATION           PIC X(1).
           05  HIT-WARD-NBR            PIC X(4).
           05  HIT-ENCOUNTER-NBR       PIC X(10).
           05  HIT-FACILITY-CODE       PIC X(2).
           05  HIT-PHYS-ID             PIC X(8).

       77  WS-CHECK-CODE               PIC X(7).
       77  WS-ONCOLOGY-WARD            PIC X(4) VALUE "0011".
       77  ROW-SUB                     PIC 9(2).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-CCYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH PIC X(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  HISTORY-ROWS-READ       PIC S9(7) COMP VALUE ZERO.
           05  STAYS-IN-MONTH          PIC S9(7) COMP VALUE ZERO.
           05  CANCEL-ROWS-NETTED      PIC S9(7) COMP VALUE ZERO.
           05  TREATMENTS-READ         PIC S9(7) COMP VALUE ZERO.
           05  VISITS-READ             PIC S9(7) COMP VALUE ZERO.
           05  HITS-FOUND              PIC S9(7) COMP VALUE ZERO.
           05  HITS-ABSTRACTED         PIC S9(7) COMP VALUE ZERO.
           05  CANDIDATES-LISTED       PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "CANCER REGISTRY CASEFINDING LIST -- ".
           05  FILLER                PIC X(6) VALUE "MONTH ".
           05  RPT-HDR-MONTH         PIC X(6).
           05  FILLER                PIC X(80) VALUE SPACES.

       01  WS-RPT-COLHDR1-REC.
           05  FILLER   PIC X(40)
               VALUE "PATIENT PATIENT NAME                    ".
           05  FILLER   PIC X(40)
               VALUE "      DATE OF     FIRST     LAST      SE".
           05  FILLER   PIC X(40)
               VALUE "EN ON         PICKED FOR   CODE     WARD".
           05  FILLER   PIC X(12) VALUE "  PHYSICIAN".

       01  WS-RPT-COLHDR2-REC.
           05  FILLER   PIC X(40)
               VALUE "                                        ".
           05  FILLER   PIC X(40)
               VALUE "      BIRTH       CONTACT   CONTACT     ".
           05  FILLER   PIC X(40)
               VALUE "                                        ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-NAME              PIC X(36).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-DOB               PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-FIRST-CONTACT     PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-LAST-CONTACT      PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-SEEN-STAY         PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-SEEN-TRMT         PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-SEEN-OUTP         PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-WHY-DIAG          PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-WHY-MODE          PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-WHY-WARD          PIC X(3).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-DIAG-CODE         PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-WARD-NBR          PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PHYS-ID           PIC X(8).

       01  WS-RPT-FOOTER-REC.
           05  FILLER   PIC X(40)
               VALUE "SEEN ON: STAY DISCHARGED, TREATMENT, OUT".
           05  FILLER   PIC X(40)
               VALUE "PATIENT VISIT.  PICKED FOR: DX REPORTABL".
           05  FILLER   PIC X(40)
               VALUE "E CODE, TX CHEMO/RADIATION, ONC WARD.   ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-RANGE-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-RANGES.
           PERFORM 060-LOAD-ACCESSN-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-ACCESSIONS.
           PERFORM 100-LOAD-STAYS THRU 100-EXIT
                   UNTIL NO-MORE-HISTORY.
           PERFORM 200-CHECK-STAY THRU 200-EXIT
                   VARYING WS-STAY-SUB FROM 1 BY 1
                   UNTIL WS-STAY-SUB > WS-STAY-ROWS-USED.
           PERFORM 300-CHECK-TREATMENT THRU 300-EXIT
                   UNTIL NO-MORE-TRMT.
           PERFORM 400-CHECK-OUTPATIENT THRU 400-EXIT
                   UNTIL NO-MORE-OUTP.
           PERFORM 700-PRINT-HEADINGS THRU 700-EXIT.
           PERFORM 750-LIST-CANDIDATE THRU 750-EXIT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CNCRFIND ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT CNCRRNG, ACCESSN, PATHIST, TRMTMON, OUTMON,
                      PATPERSN, SERIES.
           OPEN OUTPUT CNCRLIST, CNCRCAND, SYSOUT.

           PERFORM 020-GET-REPORT-MONTH THRU 020-EXIT.

           READ CNCRRNG INTO CANCER-RANGE-REC
               AT END
               MOVE "N" TO MORE-RANGE-SW
           END-READ.
           IF NO-MORE-RANGES
               MOVE "** NO REPORTABLE RANGES ON CNCRRNG"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           READ ACCESSN INTO ACCESSION-REC
               AT END
               MOVE "N" TO MORE-ACCESSN-SW
           END-READ.
           READ PATHIST INTO PATIENT-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HIST-SW
           END-READ.
           PERFORM 310-READ-TREATMENT THRU 310-EXIT.
           PERFORM 410-READ-OUTPATIENT THRU 410-EXIT.
       000-EXIT.
           EXIT.

      ***** RUNPARM REPORT-MONTH (CCYYMM); NO ROW MEANS LAST MONTH
       020-GET-REPORT-MONTH.
           MOVE "020-GET-REPORT-MONTH" TO PARA-NAME.
           MOVE WS-CURR-DATE-9(1:4) TO WS-REPORT-CCYY.
           MOVE WS-CURR-DATE-9(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-REPORT-CCYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM.

           MOVE "CNCRFIND"          TO PGT-PROGRAM-ID.
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
           MOVE PGT-VALUE(1:6) TO WS-REPORT-MONTH-X.
       020-EXIT.
           EXIT.

       050-LOAD-RANGE-TABLE.
           MOVE "050-LOAD-RANGE-TABLE" TO PARA-NAME.
           IF WS-RANGE-ROWS-USED = WS-RANGE-MAX
               MOVE "*** CNCRRNG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
           ELSE
               ADD 1 TO WS-RANGE-ROWS-USED
               MOVE RNG-LOW-CODE  TO RG-LOW-CODE(WS-RANGE-ROWS-USED)
               MOVE RNG-HIGH-CODE TO RG-HIGH-CODE(WS-RANGE-ROWS-USED)
               INSPECT RG-HIGH-CODE(WS-RANGE-ROWS-USED)
                   REPLACING ALL SPACE BY HIGH-VALUE.

           READ CNCRRNG INTO CANCER-RANGE-REC
               AT END
               MOVE "N" TO MORE-RANGE-SW
           END-READ.
       050-EXIT.
           EXIT.

       060-LOAD-ACCESSN-TABLE.
           MOVE "060-LOAD-ACCESSN-TABLE" TO PARA-NAME.
           IF NO-MORE-ACCESSIONS
               GO TO 060-EXIT.
           IF WS-ACCESSN-COUNT < 5000
               ADD 1 TO WS-ACCESSN-COUNT
               MOVE ACC-PATIENT-ID TO AC-PATIENT-ID(WS-ACCESSN-COUNT)
           ELSE
               MOVE "*** ACCESSN TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.

           READ ACCESSN INTO ACCESSION-REC
               AT END
               MOVE "N" TO MORE-ACCESSN-SW
           END-READ.
       060-EXIT.
           EXIT.

      ***** STAYS DISCHARGED IN THE REPORT MONTH GO TO THE TABLE; A
      ***** CANCELLATION ROW VOIDS THE DISCHARGE IT BACKS OUT
       100-LOAD-STAYS.
           MOVE "100-LOAD-STAYS" TO PARA-NAME.
           ADD 1 TO HISTORY-ROWS-READ.

           IF HIST-DATE-DISCHARGE(1:4) NOT = WS-REPORT-MONTH-X(1:4)
            OR HIST-DATE-DISCHARGE(6:2) NOT = WS-REPORT-MONTH-X(5:2)
               GO TO 100-READ.

           IF HIST-CANCELED
               MOVE "N" TO WS-VOID-FOUND-SW
               PERFORM 150-VOID-MATCHING-ROW THRU 150-EXIT
                   VARYING WS-VOID-SUB FROM 1 BY 1
                   UNTIL WS-VOID-SUB > WS-STAY-ROWS-USED
                      OR VOID-FOUND
               GO TO 100-READ.

           IF WS-STAY-ROWS-USED = WS-STAY-MAX
               MOVE "*** STAY TABLE FULL" TO ABEND-REASON
               MOVE HIST-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-READ.

           ADD 1 TO WS-STAY-ROWS-USED, STAYS-IN-MONTH.
           MOVE HIST-PATIENT-ID
                TO ST-PATIENT-ID(WS-STAY-ROWS-USED).
           MOVE HIST-DATE-ADMIT
                TO ST-DATE-ADMIT(WS-STAY-ROWS-USED).
           MOVE HIST-DATE-DISCHARGE
                TO ST-DATE-DISCHARGE(WS-STAY-ROWS-USED).
           MOVE HIST-DIAGNOSTIC-CODE-PRIMARY
                TO ST-DIAG-CODE(WS-STAY-ROWS-USED, 1).
           MOVE HIST-DIAGNOSTIC-CODE-SECONDARY
                TO ST-DIAG-CODE(WS-STAY-ROWS-USED, 2).
           MOVE HIST-DIAGNOSTIC-CODE-TERTIARY
                TO ST-DIAG-CODE(WS-STAY-ROWS-USED, 3).
           MOVE HIST-WARD-NBR
                TO ST-WARD-NBR(WS-STAY-ROWS-USED).
           MOVE HIST-FACILITY-CODE
                TO ST-FACILITY-CODE(WS-STAY-ROWS-USED).
           MOVE HIST-ENCOUNTER-NBR
                TO ST-ENCOUNTER-NBR(WS-STAY-ROWS-USED).
           MOVE "N" TO ST-VOID-SW(WS-STAY-ROWS-USED).

       100-READ.
           READ PATHIST INTO PATIENT-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HIST-SW
           END-READ.
       100-EXIT.
           EXIT.

       150-VOID-MATCHING-ROW.
           MOVE "150-VOID-MATCHING-ROW" TO PARA-NAME.
           IF ST-PATIENT-ID(WS-VOID-SUB) = HIST-PATIENT-ID
            AND ST-DATE-ADMIT(WS-VOID-SUB) = HIST-DATE-ADMIT
            AND ST-DATE-DISCHARGE(WS-VOID-SUB) = HIST-DATE-DISCHARGE
            AND NOT ST-VOIDED(WS-VOID-SUB)
               MOVE "Y" TO ST-VOID-SW(WS-VOID-SUB)
               MOVE "Y" TO WS-VOID-FOUND-SW
               ADD 1 TO CANCEL-ROWS-NETTED.
       150-EXIT.
           EXIT.

      ***** A STAY IS A HIT ON A REPORTABLE DIAGNOSIS OR ON ENDING
      ***** ON THE ONCOLOGY WARD
       200-CHECK-STAY.
           MOVE "200-CHECK-STAY" TO PARA-NAME.
           IF ST-VOIDED(WS-STAY-SUB)
               GO TO 200-EXIT.

           MOVE SPACES TO WS-HIT.
           PERFORM 250-CHECK-STAY-DIAG THRU 250-EXIT
               VARYING WS-DIAG-SUB FROM 1 BY 1 UNTIL WS-DIAG-SUB > 3.
           IF ST-WARD-NBR(WS-STAY-SUB) = WS-ONCOLOGY-WARD
               MOVE "Y" TO HIT-BY-WARD.
           IF HIT-BY-DIAG NOT = "Y" AND HIT-BY-WARD NOT = "Y"
               GO TO 200-EXIT.

           MOVE "S"                         TO HIT-SOURCE.
           MOVE ST-PATIENT-ID(WS-STAY-SUB)  TO HIT-PATIENT-ID.
           MOVE ST-DATE-DISCHARGE(WS-STAY-SUB)(1:4) TO HIT-DATE(1:4).
           MOVE ST-DATE-DISCHARGE(WS-STAY-SUB)(6:2) TO HIT-DATE(5:2).
           MOVE ST-DATE-DISCHARGE(WS-STAY-SUB)(9:2) TO HIT-DATE(7:2).
           MOVE ST-WARD-NBR(WS-STAY-SUB)      TO HIT-WARD-NBR.
           MOVE ST-ENCOUNTER-NBR(WS-STAY-SUB) TO HIT-ENCOUNTER-NBR.
           MOVE ST-FACILITY-CODE(WS-STAY-SUB) TO HIT-FACILITY-CODE.
           PERFORM 500-POST-HIT THRU 500-EXIT.
       200-EXIT.
           EXIT.

       250-CHECK-STAY-DIAG.
           MOVE "250-CHECK-STAY-DIAG" TO PARA-NAME.
           MOVE ST-DIAG-CODE(WS-STAY-SUB, WS-DIAG-SUB) TO WS-CHECK-CODE.
           PERFORM 600-CHECK-REPORTABLE THRU 600-EXIT.
           IF CODE-REPORTABLE
               MOVE "Y" TO HIT-BY-DIAG
               IF HIT-DIAG-CODE = SPACES
                   MOVE WS-CHECK-CODE TO HIT-DIAG-CODE.
       250-EXIT.
           EXIT.

      ***** A TREATMENT IS A HIT ON CHM / RAD OR ON A REPORTABLE CODE
      ***** ON THE RECORD OR ANY LAB LINE
       300-CHECK-TREATMENT.
           MOVE "300-CHECK-TREATMENT" TO PARA-NAME.
           ADD 1 TO TREATMENTS-READ.
           IF TREATMENT-DATE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 300-READ.

           MOVE SPACES TO WS-HIT.
           IF CHEMO-THERAPY
               MOVE "Y" TO HIT-BY-MODE, HIT-CHEMO.
           IF RADIATION-THERAPY
               MOVE "Y" TO HIT-BY-MODE, HIT-RADIATION.

           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-TREATMENT-REC
                TO WS-CHECK-CODE.
           PERFORM 600-CHECK-REPORTABLE THRU 600-EXIT.
           IF CODE-REPORTABLE
               MOVE "Y" TO HIT-BY-DIAG
               MOVE WS-CHECK-CODE TO HIT-DIAG-CODE.
           PERFORM 350-CHECK-LAB-LINE THRU 350-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           IF HIT-BY-DIAG NOT = "Y" AND HIT-BY-MODE NOT = "Y"
               GO TO 300-READ.

           MOVE "T"                     TO HIT-SOURCE.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO HIT-PATIENT-ID.
           MOVE TREATMENT-DATE          TO HIT-DATE.
           MOVE TRMT-ENCOUNTER-NBR      TO HIT-ENCOUNTER-NBR.
           MOVE TREATMENT-FACILITY-CDE  TO HIT-FACILITY-CODE.
           MOVE ATTENDING-PHYS-ID       TO HIT-PHYS-ID.
           PERFORM 500-POST-HIT THRU 500-EXIT.

       300-READ.
           PERFORM 310-READ-TREATMENT THRU 310-EXIT.
       300-EXIT.
           EXIT.

      ***** THE NEXT DETAIL -- EACH CONCATENATED PIECE BRINGS ITS OWN
      ***** RUN HEADER AND TRAILER, AND BOTH ARE PASSED OVER
       310-READ-TREATMENT.
           MOVE "310-READ-TREATMENT" TO PARA-NAME.
           READ TRMTMON INTO INPATIENT-TREATMENT-REC
               AT END
                   MOVE "N" TO MORE-TRMT-SW
                   GO TO 310-EXIT
           END-READ.
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER
            OR TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 310-READ-TREATMENT.
       310-EXIT.
           EXIT.

       350-CHECK-LAB-LINE.
           MOVE "350-CHECK-LAB-LINE" TO PARA-NAME.
           IF LAB-TEST-ID IN LAB-CHARGES(ROW-SUB) = SPACES
               GO TO 350-EXIT.
           MOVE DIAG-CDE IN LAB-CHARGES(ROW-SUB) TO WS-CHECK-CODE.
           PERFORM 600-CHECK-REPORTABLE THRU 600-EXIT.
           IF CODE-REPORTABLE
               MOVE "Y" TO HIT-BY-DIAG
               IF HIT-DIAG-CODE = SPACES
                   MOVE WS-CHECK-CODE TO HIT-DIAG-CODE.
       350-EXIT.
           EXIT.

      ***** AN OUTPATIENT VISIT IS A HIT ON A REPORTABLE CODE, OR ON
      ***** BILLING UNDER A CHEMOTHERAPY OR RADIATION SERIES
       400-CHECK-OUTPATIENT.
           MOVE "400-CHECK-OUTPATIENT" TO PARA-NAME.
           ADD 1 TO VISITS-READ.
           IF VISIT-DTE(1:6) NOT = WS-REPORT-MONTH-X
               GO TO 400-READ.

           MOVE SPACES TO WS-HIT.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN OUTPATIENT-VISIT-REC
                TO WS-CHECK-CODE.
           PERFORM 600-CHECK-REPORTABLE THRU 600-EXIT.
           IF CODE-REPORTABLE
               MOVE "Y" TO HIT-BY-DIAG
               MOVE WS-CHECK-CODE TO HIT-DIAG-CODE.

           IF VISIT-ENCOUNTER-NBR NOT = SPACES
               PERFORM 450-CHECK-SERIES THRU 450-EXIT.
           IF HIT-BY-DIAG NOT = "Y" AND HIT-BY-MODE NOT = "Y"
               GO TO 400-READ.

           MOVE "O"                     TO HIT-SOURCE.
           MOVE PATIENT-ID IN OUTPATIENT-VISIT-REC
                TO HIT-PATIENT-ID.
           MOVE VISIT-DTE               TO HIT-DATE.
           MOVE VISIT-ENCOUNTER-NBR     TO HIT-ENCOUNTER-NBR.
           PERFORM 500-POST-HIT THRU 500-EXIT.

       400-READ.
           PERFORM 410-READ-OUTPATIENT THRU 410-EXIT.
       400-EXIT.
           EXIT.

       410-READ-OUTPATIENT.
           MOVE "410-READ-OUTPATIENT" TO PARA-NAME.
           READ OUTMON INTO OUTPATIENT-VISIT-REC
               AT END
                   MOVE "N" TO MORE-OUTP-SW
                   GO TO 410-EXIT
           END-READ.
           MOVE OUTPATIENT-VISIT-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER
            OR TRAILER-REC IN OUTPATIENT-VISIT-REC
               GO TO 410-READ-OUTPATIENT.
       410-EXIT.
           EXIT.

       450-CHECK-SERIES.
           MOVE "450-CHECK-SERIES" TO PARA-NAME.
           MOVE VISIT-ENCOUNTER-NBR TO SERIES-KEY.
           READ SERIES INTO SERIES-ACCOUNT-REC.
           IF NOT SERIES-FOUND
               GO TO 450-EXIT.
           IF SER-CHEMOTHERAPY
               MOVE "Y" TO HIT-BY-MODE, HIT-CHEMO.
           IF SER-RADIATION
               MOVE "Y" TO HIT-BY-MODE, HIT-RADIATION.
           IF SER-CHEMOTHERAPY OR SER-RADIATION
               MOVE SER-ORDERING-PHYS TO HIT-PHYS-ID
               IF HIT-DIAG-CODE = SPACES
                   MOVE SER-DIAG-CODE TO WS-CHECK-CODE
                   PERFORM 600-CHECK-REPORTABLE THRU 600-EXIT
                   IF CODE-REPORTABLE
                       MOVE "Y" TO HIT-BY-DIAG
                       MOVE WS-CHECK-CODE TO HIT-DIAG-CODE.
       450-EXIT.
           EXIT.

      ***** FOLD ONE HIT INTO THE PATIENT'S CANDIDATE ROW -- UNLESS
      ***** THE REGISTRY HAS ALREADY ABSTRACTED THE PATIENT
       500-POST-HIT.
           MOVE "500-POST-HIT" TO PARA-NAME.
           ADD 1 TO HITS-FOUND.
           MOVE "N" TO WS-ABSTRACTED-SW.
           SET AC-IDX TO 1.
           SEARCH AC-ROW
               AT END
                   CONTINUE
               WHEN AC-IDX > WS-ACCESSN-COUNT
                   CONTINUE
               WHEN AC-PATIENT-ID(AC-IDX) = HIT-PATIENT-ID
                   MOVE "Y" TO WS-ABSTRACTED-SW
           END-SEARCH.
           IF ALREADY-ABSTRACTED
               ADD 1 TO HITS-ABSTRACTED
               GO TO 500-EXIT.

           SET CN-IDX TO 1.
           SEARCH CN-ROW
               AT END
                   PERFORM 550-ADD-CANDIDATE THRU 550-EXIT
               WHEN CN-IDX > WS-CAND-COUNT
                   PERFORM 550-ADD-CANDIDATE THRU 550-EXIT
               WHEN CN-PATIENT-ID(CN-IDX) = HIT-PATIENT-ID
                   MOVE CN-IMAGE(CN-IDX) TO CANCER-CANDIDATE-REC
           END-SEARCH.
           IF CNC-PATIENT-ID NOT = HIT-PATIENT-ID
               GO TO 500-EXIT.

           IF HIT-DATE < CNC-FIRST-CONTACT-DATE
               MOVE HIT-DATE TO CNC-FIRST-CONTACT-DATE.
           IF HIT-DATE > CNC-LAST-CONTACT-DATE
               MOVE HIT-DATE TO CNC-LAST-CONTACT-DATE.
           IF HIT-FROM-STAY
               MOVE "Y" TO CNC-SOURCE-STAY.
           IF HIT-FROM-TREATMENT
               MOVE "Y" TO CNC-SOURCE-TREATMENT.
           IF HIT-FROM-OUTPATIENT
               MOVE "Y" TO CNC-SOURCE-OUTPATIENT.
           IF HIT-BY-DIAG = "Y"
               MOVE "Y" TO CNC-REASON-DIAGNOSIS.
           IF HIT-BY-MODE = "Y"
               MOVE "Y" TO CNC-REASON-MODE.
           IF HIT-BY-WARD = "Y"
               MOVE "Y" TO CNC-REASON-WARD.
           IF HIT-CHEMO = "Y"
               MOVE "Y" TO CNC-CHEMO-IND.
           IF HIT-RADIATION = "Y"
               MOVE "Y" TO CNC-RADIATION-IND.
           IF CNC-DIAG-CODE = SPACES
               MOVE HIT-DIAG-CODE TO CNC-DIAG-CODE.
           IF CNC-WARD-NBR = SPACES
               MOVE HIT-WARD-NBR TO CNC-WARD-NBR.
           IF CNC-ENCOUNTER-NBR = SPACES
               MOVE HIT-ENCOUNTER-NBR TO CNC-ENCOUNTER-NBR.
           IF CNC-FACILITY-CODE = SPACES
               MOVE HIT-FACILITY-CODE TO CNC-FACILITY-CODE.
           IF CNC-PHYS-ID = SPACES
               MOVE HIT-PHYS-ID TO CNC-PHYS-ID.
           MOVE CANCER-CANDIDATE-REC TO CN-IMAGE(CN-IDX).
       500-EXIT.
           EXIT.

       550-ADD-CANDIDATE.
           MOVE "550-ADD-CANDIDATE" TO PARA-NAME.
           MOVE SPACES TO CANCER-CANDIDATE-REC.
           IF WS-CAND-COUNT = WS-CAND-MAX
               MOVE "*** CANDIDATE TABLE FULL" TO ABEND-REASON
               MOVE HIT-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 550-EXIT.
           ADD 1 TO WS-CAND-COUNT.
           SET CN-IDX TO WS-CAND-COUNT.
           MOVE HIT-PATIENT-ID TO CN-PATIENT-ID(CN-IDX),
                                  CNC-PATIENT-ID.
           MOVE HIT-DATE TO CNC-FIRST-CONTACT-DATE,
                            CNC-LAST-CONTACT-DATE.
       550-EXIT.
           EXIT.

      ***** IS WS-CHECK-CODE INSIDE ANY REPORTABLE RANGE?
       600-CHECK-REPORTABLE.
           MOVE "600-CHECK-REPORTABLE" TO PARA-NAME.
           MOVE "N" TO WS-REPORTABLE-SW.
           IF WS-CHECK-CODE = SPACES
               GO TO 600-EXIT.
           PERFORM 650-SCAN-RANGE-ROW THRU 650-EXIT
               VARYING WS-RANGE-SUB FROM 1 BY 1
               UNTIL WS-RANGE-SUB > WS-RANGE-ROWS-USED
                  OR CODE-REPORTABLE.
       600-EXIT.
           EXIT.

       650-SCAN-RANGE-ROW.
           MOVE "650-SCAN-RANGE-ROW" TO PARA-NAME.
           IF WS-CHECK-CODE NOT < RG-LOW-CODE(WS-RANGE-SUB)
            AND WS-CHECK-CODE NOT > RG-HIGH-CODE(WS-RANGE-SUB)
               MOVE "Y" TO WS-REPORTABLE-SW.
       650-EXIT.
           EXIT.

       700-PRINT-HEADINGS.
           MOVE "700-PRINT-HEADINGS" TO PARA-NAME.
           MOVE WS-REPORT-MONTH-X TO RPT-HDR-MONTH.
           WRITE CNCRLIST-REC FROM WS-RPT-HDR-REC.
           WRITE CNCRLIST-REC FROM WS-BLANK-LINE.
           WRITE CNCRLIST-REC FROM WS-RPT-COLHDR1-REC.
           WRITE CNCRLIST-REC FROM WS-RPT-COLHDR2-REC.
           WRITE CNCRLIST-REC FROM WS-BLANK-LINE.
       700-EXIT.
           EXIT.

      ***** ONE LIST LINE AND ONE CNCRCAND ROW PER CANDIDATE
       750-LIST-CANDIDATE.
           MOVE "750-LIST-CANDIDATE" TO PARA-NAME.
           MOVE CN-IMAGE(WS-CAND-SUB) TO CANCER-CANDIDATE-REC.
           MOVE SPACES TO WS-RPT-DETAIL-REC.
           MOVE CNC-PATIENT-ID TO RPT-PATIENT-ID, PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               MOVE PATIENT-NAME TO RPT-NAME
               MOVE DOB          TO RPT-DOB
           ELSE
               MOVE "*** NOT ON PATPERSN" TO RPT-NAME.

           MOVE CNC-FIRST-CONTACT-DATE TO RPT-FIRST-CONTACT.
           MOVE CNC-LAST-CONTACT-DATE  TO RPT-LAST-CONTACT.
           IF CNC-FROM-STAY
               MOVE "STAY" TO RPT-SEEN-STAY.
           IF CNC-FROM-TREATMENT
               MOVE "TRMT" TO RPT-SEEN-TRMT.
           IF CNC-FROM-OUTPATIENT
               MOVE "OUTP" TO RPT-SEEN-OUTP.
           IF CNC-BY-DIAGNOSIS
               MOVE "DX " TO RPT-WHY-DIAG.
           IF CNC-BY-MODE
               MOVE "TX " TO RPT-WHY-MODE.
           IF CNC-BY-WARD
               MOVE "ONC" TO RPT-WHY-WARD.
           MOVE CNC-DIAG-CODE TO RPT-DIAG-CODE.
           MOVE CNC-WARD-NBR  TO RPT-WARD-NBR.
           MOVE CNC-PHYS-ID   TO RPT-PHYS-ID.
           WRITE CNCRLIST-REC FROM WS-RPT-DETAIL-REC.
           WRITE CNCRCAND-REC FROM CANCER-CANDIDATE-REC.
           ADD 1 TO CANDIDATES-LISTED.
       750-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           WRITE CNCRLIST-REC FROM WS-BLANK-LINE.
           WRITE CNCRLIST-REC FROM WS-RPT-FOOTER-REC.
           CLOSE CNCRRNG, ACCESSN, PATHIST, TRMTMON, OUTMON,
                 PATPERSN, SERIES, CNCRLIST, CNCRCAND, SYSOUT.
           DISPLAY "CNCRFIND REPORT MONTH       : " WS-REPORT-MONTH-X.
           DISPLAY "CNCRFIND HISTORY ROWS READ  : " HISTORY-ROWS-READ.
           DISPLAY "CNCRFIND STAYS IN MONTH     : " STAYS-IN-MONTH.
           DISPLAY "CNCRFIND CANCEL ROWS NETTED : " CANCEL-ROWS-NETTED.
           DISPLAY "CNCRFIND TREATMENTS READ    : " TREATMENTS-READ.
           DISPLAY "CNCRFIND VISITS READ        : " VISITS-READ.
           DISPLAY "CNCRFIND HITS FOUND         : " HITS-FOUND.
           DISPLAY "CNCRFIND HITS ABSTRACTED    : " HITS-ABSTRACTED.
           DISPLAY "CNCRFIND CANDIDATES LISTED  : " CANDIDATES-LISTED.
           DISPLAY "******** NORMAL END OF JOB CNCRFIND ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CNCRRNG, ACCESSN, PATHIST, TRMTMON, OUTMON,
                 PATPERSN, SERIES, CNCRLIST, CNCRCAND, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CNCRFIND ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

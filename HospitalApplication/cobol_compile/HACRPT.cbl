       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY HOSPITAL-ACQUIRED CONDITION REPORT FOR QUALITY
      *          REVIEW.  FOR EVERY INPATIENT STAY DISCHARGED IN THE
      *          MONTH ON THE CONTROL CARD (YYYY-MM), LISTS EACH
      *          SECONDARY DIAGNOSIS THAT IS ON THE HAC LIST AND WAS
      *          FLAGGED "N" -- NOT PRESENT ON ADMISSION.  THE
      *          SECONDARY AND TERTIARY CODES COME FROM PATMSTR WITH
      *          THEIR POA FLAGS; ANY FURTHER CODES COME FROM THE
      *          PATDIAG OVERFLOW FILE, WHERE THE LATEST FLAGGED ROW
      *          FOR A PATIENT, ENCOUNTER AND CODE IS THE ONE THAT
      *          STANDS.  THE PRIMARY DIAGNOSIS IS THE REASON FOR THE
      *          ADMISSION AND IS NOT LISTED.
      *
      *          THE REPORT IS GROUPED BY WARD AND, WITHIN WARD, BY
      *          ATTENDING PHYSICIAN, WITH A COUNT AT EACH BREAK.  THE
      *          HITS ARE TABLED AND PRINTED IN KEY ORDER WITHOUT A
      *          SORT STEP.  NOTHING IS WRITTEN BACK TO PATMSTR.
      *
      ******************************************************************

               CONTROL CARD            -   DDS0001.HACCTL

               HAC DIAGNOSIS LIST      -   DDS0001.HACLIST

               DIAGNOSIS OVERFLOW FILE -   DDS0001.PATDIAG

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               HAC REPORT              -   DDS0001.HACRPT

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

           SELECT HACCTL
           ASSIGN TO UT-S-HACCTL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT HACLIST
           ASSIGN TO UT-S-HACLIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT PATDIAG
           ASSIGN TO UT-S-PATDIAG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DFCODE.

           SELECT HACRPT
           ASSIGN TO UT-S-HACRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(80).

       FD  HACCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HACCTL-REC.
       01  HACCTL-REC  PIC X(80).

       FD  HACLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HACLIST-REC.
       01  HACLIST-REC PIC X(50).

       FD  PATDIAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDIAG-REC.
       01  PATDIAG-REC PIC X(40).

       FD  HACRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HACRPT-REC.
       01  HACRPT-REC  PIC X(120).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).

       COPY PATMSTR.

       COPY PATDIAG.

       COPY HACLIST.

       01  HAC-CONTROL-CARD.
           05  CTL-RPT-MONTH           PIC X(7).
           05  CTL-RPT-MONTH-R REDEFINES CTL-RPT-MONTH.
               10  CTL-RPT-CCYY        PIC 9(4).
               10  CTL-RPT-DASH        PIC X(1).
               10  CTL-RPT-MM          PIC 9(2).
           05  FILLER                  PIC X(73).

       01  MISC-WS-FLDS.
           05  MORE-HAC-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-HAC          VALUE "N".
           05  MORE-OVFL-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-OVFL         VALUE "N".
           05  MORE-PATMSTR-SW         PIC X(1) VALUE "Y".
               88 NO-MORE-PATMSTR      VALUE "N".
           05  WS-OVFL-MATCH-SW        PIC X(1).
               88 OVFL-ROW-MATCHED     VALUE "Y".
           05  WS-HAC-FOUND-SW         PIC X(1).
               88 HAC-CODE-FOUND       VALUE "Y".
           05  WS-CHECK-CODE           PIC X(7).
           05  WS-CHECK-SOURCE         PIC X(8).
           05  WS-HOLD-KEY.
               10  WS-HOLD-WARD        PIC X(4).
               10  WS-HOLD-PHYS        PIC X(8).
           05  WS-LAST-WARD            PIC X(4).

      ***** HAC CODES FROM QUALITY REVIEW'S LIST
       01  WS-HAC-TABLE.
           05  WS-HAC-MAX              PIC S9(4) COMP VALUE 200.
           05  WS-HAC-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-HAC-ENTRY OCCURS 200 TIMES
                            INDEXED BY HAC-IX.
               10  WHC-DIAG-CODE       PIC X(7).
               10  WHC-CATEGORY        PIC X(4).
               10  WHC-DESC            PIC X(30).

      ***** FLAGGED OVERFLOW CODES, ONE ROW PER PATIENT, ENCOUNTER AND
      ***** CODE.  A LATER ROW FOR THE SAME CODE OVERWRITES THE FLAG.
      ***** ROWS STILL CARRYING A BLANK FLAG ARE NOT TABLED.
       01  WS-OVFL-TABLE.
           05  WS-OVFL-MAX             PIC S9(4) COMP VALUE 3000.
           05  WS-OVFL-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-OVFL-ENTRY OCCURS 3000 TIMES
                             INDEXED BY OVFL-IX.
               10  WOV-PATIENT-ID      PIC X(6).
               10  WOV-ENCOUNTER-NBR   PIC X(10).
               10  WOV-CODE            PIC X(7).
               10  WOV-POA-IND         PIC X(1).
                   88 WOV-NOT-POA      VALUE "N".

      ***** THE MONTH'S HAC HITS, TABLED SO THE REPORT COMES OUT
      ***** BY WARD AND ATTENDING WITHOUT A SORT STEP
       01  WS-HIT-TABLE.
           05  WS-HIT-MAX              PIC S9(4) COMP VALUE 1000.
           05  WS-HIT-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-HIT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY HIT-IX.
               10  WHT-KEY.
                   15  WHT-WARD        PIC X(4).
                   15  WHT-PHYS        PIC X(8).
               10  WHT-PATIENT-ID      PIC X(6).
               10  WHT-ENCOUNTER-NBR   PIC X(10).
               10  WHT-DATE-ADMIT      PIC X(10).
               10  WHT-DATE-DISCHARGE  PIC X(10).
               10  WHT-DIAG-CODE       PIC X(7).
               10  WHT-CATEGORY        PIC X(4).
               10  WHT-DESC            PIC X(30).
               10  WHT-SOURCE          PIC X(8).
               10  WHT-PRINTED-IND     PIC X(1).
                   88 WHT-PRINTED      VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05  PATMSTR-READ            PIC S9(7) COMP VALUE ZERO.
           05  STAYS-IN-MONTH          PIC S9(7) COMP VALUE ZERO.
           05  STAYS-WITH-HAC          PIC S9(5) COMP VALUE ZERO.
           05  HAC-CODES-LISTED        PIC S9(5) COMP VALUE ZERO.
           05  WS-PHYS-HITS            PIC S9(5) COMP VALUE ZERO.
           05  WS-WARD-HITS            PIC S9(5) COMP VALUE ZERO.
           05  WS-STAY-HITS            PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(44) VALUE
               "HOSPITAL-ACQUIRED CONDITIONS -- DISCHARGES ".
           05  HDR-MONTH PIC X(7).
           05  FILLER   PIC X(69) VALUE SPACES.

       01  WS-RPT-WARD-REC.
           05  FILLER           PIC X(5) VALUE "WARD ".
           05  WARD-RPT-NBR     PIC X(4).
           05  FILLER           PIC X(111) VALUE SPACES.

       01  WS-RPT-PHYS-REC.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(10) VALUE "ATTENDING ".
           05  PHYS-RPT-ID      PIC X(8).
           05  FILLER           PIC X(100) VALUE SPACES.

       01  WS-RPT-COL-REC.
           05  FILLER   PIC X(4)  VALUE SPACES.
           05  FILLER   PIC X(8)  VALUE "PATIENT".
           05  FILLER   PIC X(12) VALUE "ENCOUNTER".
           05  FILLER   PIC X(12) VALUE "ADMITTED".
           05  FILLER   PIC X(12) VALUE "DISCHARGED".
           05  FILLER   PIC X(9)  VALUE "DIAG".
           05  FILLER   PIC X(6)  VALUE "CAT".
           05  FILLER   PIC X(32) VALUE "HAC DESCRIPTION".
           05  FILLER   PIC X(8)  VALUE "FROM".
           05  FILLER   PIC X(17) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  DET-PATIENT-ID   PIC X(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-ENCOUNTER    PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-DATE-ADMIT   PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-DATE-DISCH   PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-DIAG-CODE    PIC X(7).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-CATEGORY     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-DESC         PIC X(30).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  DET-SOURCE       PIC X(8).
           05  FILLER           PIC X(17) VALUE SPACES.

       01  WS-RPT-PHYS-TOTAL-REC.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(24)
               VALUE "HAC CODES FOR ATTENDING ".
           05  PTOT-PHYS-ID     PIC X(8).
           05  FILLER           PIC X(3)  VALUE " - ".
           05  PTOT-COUNT       PIC ZZ,ZZ9.
           05  FILLER           PIC X(75) VALUE SPACES.

       01  WS-RPT-WARD-TOTAL-REC.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(19)
               VALUE "HAC CODES FOR WARD ".
           05  WTOT-WARD-NBR    PIC X(4).
           05  FILLER           PIC X(3)  VALUE " - ".
           05  WTOT-COUNT       PIC ZZ,ZZ9.
           05  FILLER           PIC X(86) VALUE SPACES.

       01  WS-RPT-FINAL-REC.
           05  FILLER           PIC X(22)
               VALUE "STAYS DISCHARGED     -".
           05  RPT-FINAL-STAYS  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(19)
               VALUE "   STAYS WITH HAC -".
           05  RPT-FINAL-HAC-STAYS PIC ZZZ,ZZ9.
           05  FILLER           PIC X(18)
               VALUE "   HAC CODES     -".
           05  RPT-FINAL-CODES  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(40) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-HAC-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-HAC.
           PERFORM 060-LOAD-OVERFLOW-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-OVFL.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-PATMSTR.
           PERFORM 500-PRINT-BY-WARD THRU 500-EXIT.
           MOVE STAYS-IN-MONTH   TO RPT-FINAL-STAYS.
           MOVE STAYS-WITH-HAC   TO RPT-FINAL-HAC-STAYS.
           MOVE HAC-CODES-LISTED TO RPT-FINAL-CODES.
           MOVE SPACES TO HACRPT-REC.
           WRITE HACRPT-REC.
           WRITE HACRPT-REC FROM WS-RPT-FINAL-REC.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HACRPT ********".
           OPEN INPUT HACCTL, HACLIST, PATDIAG, PATMSTR.
           OPEN OUTPUT HACRPT, SYSOUT.

           READ HACCTL INTO HAC-CONTROL-CARD
               AT END
                   MOVE "** NO CONTROL CARD - RUN CANNOT PROCEED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           IF CTL-RPT-CCYY NOT NUMERIC
              OR CTL-RPT-DASH NOT = "-"
              OR CTL-RPT-MM NOT NUMERIC
              OR CTL-RPT-MM < 01 OR CTL-RPT-MM > 12
               MOVE "** CONTROL CARD MONTH MUST BE YYYY-MM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE CTL-RPT-MONTH TO HDR-MONTH.
           WRITE HACRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

       050-LOAD-HAC-TABLE.
           MOVE "050-LOAD-HAC-TABLE" TO PARA-NAME.
           READ HACLIST INTO HAC-LIST-REC
               AT END
                   MOVE "N" TO MORE-HAC-SW
                   GO TO 050-EXIT
           END-READ.
           IF HAC-DIAG-CODE = SPACES
               GO TO 050-EXIT.
           IF WS-HAC-COUNT >= WS-HAC-MAX
               MOVE "*** HACRPT HAC LIST TABLE FULL ***"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-HAC-COUNT.
           SET HAC-IX TO WS-HAC-COUNT.
           MOVE HAC-DIAG-CODE TO WHC-DIAG-CODE(HAC-IX).
           MOVE HAC-CATEGORY  TO WHC-CATEGORY(HAC-IX).
           MOVE HAC-DESC      TO WHC-DESC(HAC-IX).
       050-EXIT.
           EXIT.

       060-LOAD-OVERFLOW-TABLE.
           MOVE "060-LOAD-OVERFLOW-TABLE" TO PARA-NAME.
           READ PATDIAG INTO PATIENT-DIAG-OVFL-REC
               AT END
                   MOVE "N" TO MORE-OVFL-SW
                   GO TO 060-EXIT
           END-READ.
           IF DIAG-OVFL-POA-IND = SPACE
               GO TO 060-EXIT.

           MOVE "N" TO WS-OVFL-MATCH-SW.
           PERFORM 070-MATCH-OVERFLOW-ROW THRU 070-EXIT
                   VARYING OVFL-IX FROM 1 BY 1
                   UNTIL OVFL-IX > WS-OVFL-COUNT
                      OR OVFL-ROW-MATCHED.
           IF OVFL-ROW-MATCHED
               GO TO 060-EXIT.

           IF WS-OVFL-COUNT >= WS-OVFL-MAX
               MOVE "*** HACRPT OVERFLOW TABLE FULL ***"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-OVFL-COUNT.
           SET OVFL-IX TO WS-OVFL-COUNT.
           MOVE DIAG-OVFL-PATIENT-ID    TO WOV-PATIENT-ID(OVFL-IX).
           MOVE DIAG-OVFL-ENCOUNTER-NBR TO WOV-ENCOUNTER-NBR(OVFL-IX).
           MOVE DIAG-OVFL-CODE          TO WOV-CODE(OVFL-IX).
           MOVE DIAG-OVFL-POA-IND       TO WOV-POA-IND(OVFL-IX).
       060-EXIT.
           EXIT.

      ***** THE SAME PATIENT, ENCOUNTER AND CODE SEEN AGAIN -- THE
      ***** LATER ROW'S FLAG STANDS
       070-MATCH-OVERFLOW-ROW.
           IF WOV-PATIENT-ID(OVFL-IX)    = DIAG-OVFL-PATIENT-ID
              AND WOV-ENCOUNTER-NBR(OVFL-IX) = DIAG-OVFL-ENCOUNTER-NBR
              AND WOV-CODE(OVFL-IX)      = DIAG-OVFL-CODE
               MOVE DIAG-OVFL-POA-IND TO WOV-POA-IND(OVFL-IX)
               MOVE "Y" TO WS-OVFL-MATCH-SW.
       070-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ PATMSTR NEXT RECORD INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-PATMSTR-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO PATMSTR-READ.
           IF NOT INPATIENT
              OR DATE-DISCHARGE(1:7) NOT = CTL-RPT-MONTH
               GO TO 100-EXIT.

           ADD 1 TO STAYS-IN-MONTH.
           MOVE ZERO TO WS-STAY-HITS.

           IF DIAGNOSTIC-CODE-SECONDARY NOT = SPACES
              AND POA-SECONDARY = "N"
               MOVE DIAGNOSTIC-CODE-SECONDARY TO WS-CHECK-CODE
               MOVE "PATMSTR " TO WS-CHECK-SOURCE
               PERFORM 200-CHECK-HAC-CODE THRU 200-EXIT.
           IF DIAGNOSTIC-CODE-TERTIARY NOT = SPACES
              AND POA-TERTIARY = "N"
               MOVE DIAGNOSTIC-CODE-TERTIARY TO WS-CHECK-CODE
               MOVE "PATMSTR " TO WS-CHECK-SOURCE
               PERFORM 200-CHECK-HAC-CODE THRU 200-EXIT.

           PERFORM 150-CHECK-OVERFLOW-ROW THRU 150-EXIT
                   VARYING OVFL-IX FROM 1 BY 1
                   UNTIL OVFL-IX > WS-OVFL-COUNT.

           IF WS-STAY-HITS > ZERO
               ADD 1 TO STAYS-WITH-HAC.
       100-EXIT.
           EXIT.

      ***** AN OVERFLOW ROW WRITTEN BEFORE ENCOUNTER NUMBERS WERE
      ***** CARRIED ON PATDIAG MATCHES THE PATIENT'S STAY ON ID ALONE
       150-CHECK-OVERFLOW-ROW.
           IF WOV-PATIENT-ID(OVFL-IX) NOT = PATIENT-ID
              OR NOT WOV-NOT-POA(OVFL-IX)
               GO TO 150-EXIT.
           IF WOV-ENCOUNTER-NBR(OVFL-IX) NOT = SPACES
              AND ENCOUNTER-NBR NOT = SPACES
              AND WOV-ENCOUNTER-NBR(OVFL-IX) NOT = ENCOUNTER-NBR
               GO TO 150-EXIT.
           MOVE WOV-CODE(OVFL-IX) TO WS-CHECK-CODE.
           MOVE "PATDIAG " TO WS-CHECK-SOURCE.
           PERFORM 200-CHECK-HAC-CODE THRU 200-EXIT.
       150-EXIT.
           EXIT.

       200-CHECK-HAC-CODE.
           MOVE "200-CHECK-HAC-CODE" TO PARA-NAME.
           MOVE "N" TO WS-HAC-FOUND-SW.
           IF WS-HAC-COUNT > ZERO
               SET HAC-IX TO 1
               SEARCH WS-HAC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WHC-DIAG-CODE(HAC-IX) = WS-CHECK-CODE
                       MOVE "Y" TO WS-HAC-FOUND-SW
               END-SEARCH.
           IF NOT HAC-CODE-FOUND
               GO TO 200-EXIT.

           IF WS-HIT-COUNT >= WS-HIT-MAX
               MOVE "*** HACRPT HIT TABLE FULL ***" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-HIT-COUNT, WS-STAY-HITS.
           SET HIT-IX TO WS-HIT-COUNT.
           MOVE PRIMARY-STAY-WARD-NBR TO WHT-WARD(HIT-IX).
           MOVE ATTENDING-PHYSICIAN   TO WHT-PHYS(HIT-IX).
           MOVE PATIENT-ID            TO WHT-PATIENT-ID(HIT-IX).
           MOVE ENCOUNTER-NBR         TO WHT-ENCOUNTER-NBR(HIT-IX).
           MOVE DATE-ADMIT            TO WHT-DATE-ADMIT(HIT-IX).
           MOVE DATE-DISCHARGE        TO WHT-DATE-DISCHARGE(HIT-IX).
           MOVE WS-CHECK-CODE         TO WHT-DIAG-CODE(HIT-IX).
           MOVE WHC-CATEGORY(HAC-IX)  TO WHT-CATEGORY(HIT-IX).
           MOVE WHC-DESC(HAC-IX)      TO WHT-DESC(HIT-IX).
           MOVE WS-CHECK-SOURCE       TO WHT-SOURCE(HIT-IX).
           MOVE "N"                   TO WHT-PRINTED-IND(HIT-IX).
       200-EXIT.
           EXIT.

      ***** EACH PASS PICKS THE LOWEST UNPRINTED WARD/ATTENDING KEY
      ***** AND DRAINS IT, SO THE REPORT COMES OUT IN KEY ORDER
       500-PRINT-BY-WARD.
           MOVE "500-PRINT-BY-WARD" TO PARA-NAME.
           MOVE HIGH-VALUES TO WS-LAST-WARD.
           IF WS-HIT-COUNT = ZERO
               GO TO 500-EXIT.
       500-NEXT-KEY.
           MOVE HIGH-VALUES TO WS-HOLD-KEY.
           PERFORM 510-FIND-LOWEST-KEY THRU 510-EXIT
                   VARYING HIT-IX FROM 1 BY 1
                   UNTIL HIT-IX > WS-HIT-COUNT.
           IF WS-HOLD-KEY = HIGH-VALUES
               PERFORM 720-WARD-TOTAL THRU 720-EXIT
               GO TO 500-EXIT.

           IF WS-HOLD-WARD NOT = WS-LAST-WARD
               IF WS-LAST-WARD NOT = HIGH-VALUES
                   PERFORM 720-WARD-TOTAL THRU 720-EXIT
               END-IF
               MOVE ZERO TO WS-WARD-HITS
               MOVE WS-HOLD-WARD TO WS-LAST-WARD
               MOVE SPACES TO HACRPT-REC
               WRITE HACRPT-REC
               MOVE WS-HOLD-WARD TO WARD-RPT-NBR
               WRITE HACRPT-REC FROM WS-RPT-WARD-REC.

           MOVE ZERO TO WS-PHYS-HITS.
           MOVE WS-HOLD-PHYS TO PHYS-RPT-ID.
           WRITE HACRPT-REC FROM WS-RPT-PHYS-REC.
           WRITE HACRPT-REC FROM WS-RPT-COL-REC.

           PERFORM 600-PRINT-ONE-HIT THRU 600-EXIT
                   VARYING HIT-IX FROM 1 BY 1
                   UNTIL HIT-IX > WS-HIT-COUNT.

           PERFORM 700-PHYS-TOTAL THRU 700-EXIT.
           GO TO 500-NEXT-KEY.
       500-EXIT.
           EXIT.

       510-FIND-LOWEST-KEY.
           IF NOT WHT-PRINTED(HIT-IX)
              AND WHT-KEY(HIT-IX) < WS-HOLD-KEY
               MOVE WHT-KEY(HIT-IX) TO WS-HOLD-KEY.
       510-EXIT.
           EXIT.

       600-PRINT-ONE-HIT.
           MOVE "600-PRINT-ONE-HIT" TO PARA-NAME.
           IF WHT-PRINTED(HIT-IX)
              OR WHT-KEY(HIT-IX) NOT = WS-HOLD-KEY
               GO TO 600-EXIT.
           MOVE "Y" TO WHT-PRINTED-IND(HIT-IX).
           ADD 1 TO HAC-CODES-LISTED, WS-PHYS-HITS, WS-WARD-HITS.
           MOVE WHT-PATIENT-ID(HIT-IX)     TO DET-PATIENT-ID.
           MOVE WHT-ENCOUNTER-NBR(HIT-IX)  TO DET-ENCOUNTER.
           MOVE WHT-DATE-ADMIT(HIT-IX)     TO DET-DATE-ADMIT.
           MOVE WHT-DATE-DISCHARGE(HIT-IX) TO DET-DATE-DISCH.
           MOVE WHT-DIAG-CODE(HIT-IX)      TO DET-DIAG-CODE.
           MOVE WHT-CATEGORY(HIT-IX)       TO DET-CATEGORY.
           MOVE WHT-DESC(HIT-IX)           TO DET-DESC.
           MOVE WHT-SOURCE(HIT-IX)         TO DET-SOURCE.
           WRITE HACRPT-REC FROM WS-RPT-DETAIL-REC.
       600-EXIT.
           EXIT.

       700-PHYS-TOTAL.
           MOVE "700-PHYS-TOTAL" TO PARA-NAME.
           MOVE WS-HOLD-PHYS TO PTOT-PHYS-ID.
           MOVE WS-PHYS-HITS TO PTOT-COUNT.
           WRITE HACRPT-REC FROM WS-RPT-PHYS-TOTAL-REC.
       700-EXIT.
           EXIT.

       720-WARD-TOTAL.
           MOVE "720-WARD-TOTAL" TO PARA-NAME.
           MOVE WS-LAST-WARD TO WTOT-WARD-NBR.
           MOVE WS-WARD-HITS TO WTOT-COUNT.
           WRITE HACRPT-REC FROM WS-RPT-WARD-TOTAL-REC.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HACCTL, HACLIST, PATDIAG, PATMSTR, HACRPT, SYSOUT.
           DISPLAY "HACRPT PATMSTR RECORDS READ : " PATMSTR-READ.
           DISPLAY "HACRPT STAYS IN MONTH       : " STAYS-IN-MONTH.
           DISPLAY "HACRPT STAYS WITH HAC       : " STAYS-WITH-HAC.
           DISPLAY "HACRPT HAC CODES LISTED     : " HAC-CODES-LISTED.
           DISPLAY "******** NORMAL END OF JOB HACRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HACCTL, HACLIST, PATDIAG, PATMSTR, HACRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HACRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

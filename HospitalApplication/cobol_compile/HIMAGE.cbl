       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HIMAGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY HIM CHART-DEFICIENCY AGING REPORT AND
      *          PHYSICIAN SUSPENSION LIST.  EVERY OPEN ROW ON THE
      *          DEFICIENCY FILE (SEE DEFICNCY.CPY) IS AGED IN DAYS
      *          FROM ITS DISCHARGE DATE AND LISTED UNDER THE
      *          PHYSICIAN WHO OWES IT, PHYSICIANS IN ID ORDER WITH
      *          THEIR NAMES FROM PROVREG, EACH WITH A 0-7 / 8-14 /
      *          15-30 / OVER-30 DAY SUBTOTAL LINE.
      *
      *          THE MEDICAL STAFF BYLAWS SUSPEND ADMITTING PRIVILEGES
      *          ONCE A RECORD IS DELINQUENT -- MORE THAN DELINQ-DAYS
      *          (RUNPARM, 30 WHEN NOT SET) PAST DISCHARGE.  EVERY
      *          PHYSICIAN WITH A DELINQUENT DEFICIENCY IS FLAGGED ON
      *          THE REPORT, PRINTED IN THE SUSPENSION SECTION AT THE
      *          END, AND WRITTEN TO SUSPLIST, WHICH THIS RUN REBUILDS
      *          IN FULL AND ADMDISCH READS.  HIM RUNS THE JOB ON
      *          DEMAND AS WELL, TO LIFT A SUSPENSION AS SOON AS THE
      *          LAST DELINQUENT DOCUMENT IS COMPLETED.
      *
      *          A DEFICIENCY NOBODY IS ASSIGNED TO PRINTS UNDER
      *          "UNASSIGNED" AND SUSPENDS NO ONE.  AN UNPARSEABLE
      *          DISCHARGE DATE IS COUNTED OVER 30 AND REPORTED, BUT
      *          DOES NOT BY ITSELF SUSPEND THE PHYSICIAN.
      *
      ******************************************************************

               DEFICIENCY FILE          -   DDS0001.DEFICNCY

               PROVIDER REGISTRY        -   DDS0001.PROVREG

               RUN PARAMETERS           -   DDS0001.RUNPARM (PARMGET)

               AGING REPORT             -   DDS0001.HIMAGE

               SUSPENSION LIST          -   DDS0001.SUSPLIST

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

           SELECT DEFICNCY
           ASSIGN TO UT-S-DEFICNCY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT HIMAGE
           ASSIGN TO UT-S-HIMAGE
             ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPLIST
           ASSIGN TO UT-S-SUSPLIST
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

       FD  DEFICNCY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEFICNCY-REC.
       01  DEFICNCY-REC PIC X(100).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  HIMAGE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HIMAGE-REC.
       01  HIMAGE-REC PIC X(132).

       FD  SUSPLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSPLIST-REC.
       01  SUSPLIST-REC PIC X(60).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  DFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).

       COPY DEFICNCY.

       COPY PROVREG.

       COPY SUSPLIST.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-DEFIC-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-DEFICS       VALUE "N".
           05  MORE-PREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PREG         VALUE "N".
           05  MORE-SUSP-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-SUSP         VALUE "N".

      ***** PROVIDER NAMES, TABLED AT STARTUP FROM THE REGISTRY
       01  WS-PREG-TABLE.
           05  WS-PREG-COUNT           PIC 9(4) VALUE ZERO.
           05  PREG-ROW OCCURS 2000 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID             PIC X(8).
               10  PREG-NAME           PIC X(30).

      ***** EVERY OPEN DEFICIENCY, AGED, HELD FOR PRINTING UNDER ITS
      ***** PHYSICIAN
       01  WS-DEF-TABLE.
           05  WS-DEF-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-DEF-ROW OCCURS 5000 TIMES.
               10  WS-DEF-PHYSICIAN    PIC X(8).
               10  WS-DEF-PATIENT-ID   PIC X(6).
               10  WS-DEF-ENCOUNTER    PIC X(10).
               10  WS-DEF-DOC-TYPE     PIC X(4).
               10  WS-DEF-DOC-REF      PIC X(8).
               10  WS-DEF-DISCH-DATE   PIC X(8).
               10  WS-DEF-WARD-NBR     PIC X(4).
               10  WS-DEF-AGE          PIC S9(5) COMP.
               10  WS-DEF-BAD-DATE-SW  PIC X(1).
                   88 WS-DEF-BAD-DATE  VALUE "Y".
       77  WS-DEF-SUB                  PIC S9(4) COMP.

      ***** ONE ROW PER PHYSICIAN OWING ANYTHING, FOUND-OR-ADDED
      ***** THE WAY ARAGING TALLIES ITS WARDS
       01  WS-PHYS-TABLE.
           05  WS-PHYS-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-PHYS-ROW OCCURS 1000 TIMES.
               10  WS-PHYS-ID          PIC X(8).
               10  WS-PHYS-PRINTED-SW  PIC X(1).
                   88 WS-PHYS-PRINTED  VALUE "Y".
               10  WS-PHYS-BUCKET OCCURS 4 TIMES
                                       PIC S9(5) COMP.
               10  WS-PHYS-DELINQ      PIC S9(5) COMP.
               10  WS-PHYS-OLDEST      PIC S9(5) COMP.
       77  WS-PHYS-SUB                 PIC S9(4) COMP.
       77  WS-PHYS-MAX                 PIC S9(4) COMP VALUE 1000.
       77  WS-BUCKET-SUB               PIC 9(1).
       77  WS-HOLD-PHYSICIAN           PIC X(8).
       77  WS-HOLD-NAME                PIC X(30).

       01  WS-PHYS-FOUND-SW            PIC X(1).
           88  PHYS-ROW-FOUND          VALUE "Y".

      ***** DELINQUENCY THRESHOLD IN DAYS -- RUNPARM HIMAGE
      ***** DELINQ-DAYS OVERRIDES THE BYLAWS' 30
       77  WS-DELINQ-DAYS              PIC 9(3) VALUE 30.

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-DISCH-INT                PIC S9(9) COMP.
       77  WS-AGE-DAYS                 PIC S9(5) COMP.

       01  WS-DISCH-DATE-N.
           05  DISCH-N-CCYY            PIC 9(4).
           05  DISCH-N-MM              PIC 9(2).
           05  DISCH-N-DD              PIC 9(2).
       01  WS-DISCH-DATE-NUM REDEFINES WS-DISCH-DATE-N PIC 9(8).

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
           05  OPEN-DEFICIENCIES       PIC S9(7) COMP VALUE ZERO.
           05  DELINQ-DEFICIENCIES     PIC S9(7) COMP VALUE ZERO.
           05  PHYSICIANS-SUSPENDED    PIC S9(5) COMP VALUE ZERO.
           05  BAD-DATE-COUNT          PIC S9(5) COMP VALUE ZERO.
           05  WS-TOTAL-BUCKET OCCURS 4 TIMES
                                       PIC S9(7) COMP.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "HIM CHART DEFICIENCY AGING BY PHYSICIAN ".
           05  FILLER   PIC X(9)  VALUE "  AS OF: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(24) VALUE "   DELINQUENT AFTER    ".
           05  RPT-HDR-DELINQ        PIC ZZ9.
           05  FILLER   PIC X(5)  VALUE " DAYS".
           05  FILLER   PIC X(41) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "    PATIENT ENCOUNTER  DOC  CASE NBR  DI".
           05  FILLER   PIC X(40)
               VALUE "SCHARGED   AGE WARD                     ".
           05  FILLER   PIC X(52) VALUE SPACES.

       01  WS-RPT-PHYS-REC.
           05  FILLER                PIC X(11) VALUE "PHYSICIAN: ".
           05  RPT-PHYS-ID           PIC X(10).
           05  RPT-PHYS-NAME         PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PHYS-FLAG         PIC X(30).
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ENCOUNTER         PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DOC-TYPE          PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DOC-REF           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DISCH-DATE        PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-AGE               PIC ZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WARD-NBR          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DETAIL-FLAG       PIC X(10).
           05  FILLER                PIC X(62) VALUE SPACES.

       01  WS-RPT-TOTAL-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-TOTAL-LABEL       PIC X(12).
           05  RPT-TOTAL-OPEN        PIC ZZZZ9.
           05  FILLER                PIC X(8)  VALUE "   0-7: ".
           05  RPT-TOTAL-BKT1        PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE "   8-14: ".
           05  RPT-TOTAL-BKT2        PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE "   15-30: ".
           05  RPT-TOTAL-BKT3        PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE "   OVER 30: ".
           05  RPT-TOTAL-BKT4        PIC ZZZZ9.
           05  FILLER                PIC X(15)
                                     VALUE "   DELINQUENT: ".
           05  RPT-TOTAL-DELINQ      PIC ZZZZ9.
           05  FILLER                PIC X(28) VALUE SPACES.

       01  WS-RPT-SUSP-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "PHYSICIANS SUSPENDED - DELINQUENT RECORD".
           05  FILLER   PIC X(40)
               VALUE "S  (ADMITTING PRIVILEGES, MEDICAL STAFF ".
           05  FILLER   PIC X(7)  VALUE "BYLAWS)".
           05  FILLER   PIC X(45) VALUE SPACES.

       01  WS-RPT-SUSP-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  RPT-SUSP-ID           PIC X(10).
           05  RPT-SUSP-NAME         PIC X(30).
           05  FILLER                PIC X(16)
                                     VALUE "  OLDEST (DAYS):".
           05  RPT-SUSP-OLDEST       PIC ZZZ9.
           05  FILLER                PIC X(14)
                                     VALUE "  DELINQUENT: ".
           05  RPT-SUSP-COUNT        PIC ZZZ9.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  WS-RPT-BLANK-REC          PIC X(132) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-PROVREG-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PREG.
           PERFORM 100-AGE-DEFICIENCY THRU 100-EXIT
                   UNTIL NO-MORE-DEFICS.
           PERFORM 500-PRINT-REPORT THRU 500-EXIT.
           PERFORM 600-PRINT-SUSPENSIONS THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HIMAGE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           PERFORM 020-GET-RUN-PARMS THRU 020-EXIT.
           INITIALIZE WS-TOTAL-BUCKET(1), WS-TOTAL-BUCKET(2),
                      WS-TOTAL-BUCKET(3), WS-TOTAL-BUCKET(4).

           OPEN INPUT DEFICNCY, PROVREG.
           OPEN OUTPUT HIMAGE, SUSPLIST, SYSOUT.
       000-EXIT.
           EXIT.

       020-GET-RUN-PARMS.
           MOVE "020-GET-RUN-PARMS" TO PARA-NAME.
           MOVE "HIMAGE"            TO PGT-PROGRAM-ID.
           MOVE "DELINQ-DAYS"       TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-DELINQ-DAYS.
       020-EXIT.
           EXIT.

       050-LOAD-PROVREG-TABLE.
           MOVE "050-LOAD-PROVREG-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PREG-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-PREG-COUNT < 2000
               ADD 1 TO WS-PREG-COUNT
               MOVE PRG-PROVIDER-ID   TO PREG-ID(WS-PREG-COUNT)
               MOVE PRG-PROVIDER-NAME TO PREG-NAME(WS-PREG-COUNT)
           ELSE
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC.
       050-EXIT.
           EXIT.

      ***** ONLY OPEN ROWS ARE OWED -- COMPLETED AND VOIDED ROWS
      ***** STAY ON THE FILE FOR HIM'S HISTORY AND ARE SKIPPED
       100-AGE-DEFICIENCY.
           MOVE "100-AGE-DEFICIENCY" TO PARA-NAME.
           READ DEFICNCY INTO CHART-DEFICIENCY-REC
               AT END
                   MOVE "N" TO MORE-DEFIC-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO RECORDS-READ.
           IF NOT DFC-OPEN
               GO TO 100-EXIT.

           IF WS-DEF-COUNT >= 5000
               MOVE "*** DEFICIENCY TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO OPEN-DEFICIENCIES.
           ADD 1 TO WS-DEF-COUNT.
           MOVE WS-DEF-COUNT TO WS-DEF-SUB.
           MOVE DFC-PHYSICIAN-ID   TO WS-DEF-PHYSICIAN(WS-DEF-SUB).
           MOVE DFC-PATIENT-ID     TO WS-DEF-PATIENT-ID(WS-DEF-SUB).
           MOVE DFC-ENCOUNTER-NBR  TO WS-DEF-ENCOUNTER(WS-DEF-SUB).
           MOVE DFC-DOC-TYPE       TO WS-DEF-DOC-TYPE(WS-DEF-SUB).
           MOVE DFC-DOC-REF        TO WS-DEF-DOC-REF(WS-DEF-SUB).
           MOVE DFC-DISCHARGE-DATE TO WS-DEF-DISCH-DATE(WS-DEF-SUB).
           MOVE DFC-WARD-NBR       TO WS-DEF-WARD-NBR(WS-DEF-SUB).
           MOVE "N" TO WS-DEF-BAD-DATE-SW(WS-DEF-SUB).

           PERFORM 300-FIND-OR-ADD-PHYS THRU 300-EXIT.

           MOVE DFC-DISCHARGE-DATE TO WS-DISCH-DATE-N.
           IF WS-DISCH-DATE-NUM NOT NUMERIC
               GO TO 100-BAD-DATE.
           IF DISCH-N-MM < 1 OR DISCH-N-MM > 12
            OR DISCH-N-DD < 1 OR DISCH-N-DD > 31
               GO TO 100-BAD-DATE.

           COMPUTE WS-DISCH-INT =
               FUNCTION INTEGER-OF-DATE(WS-DISCH-DATE-NUM).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DISCH-INT.
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS.
           MOVE WS-AGE-DAYS TO WS-DEF-AGE(WS-DEF-SUB).

           IF WS-AGE-DAYS NOT GREATER THAN 7
               MOVE 1 TO WS-BUCKET-SUB
           ELSE IF WS-AGE-DAYS NOT GREATER THAN 14
               MOVE 2 TO WS-BUCKET-SUB
           ELSE IF WS-AGE-DAYS NOT GREATER THAN 30
               MOVE 3 TO WS-BUCKET-SUB
           ELSE
               MOVE 4 TO WS-BUCKET-SUB.

           IF WS-AGE-DAYS > WS-PHYS-OLDEST(WS-PHYS-SUB)
               MOVE WS-AGE-DAYS TO WS-PHYS-OLDEST(WS-PHYS-SUB).
           IF WS-AGE-DAYS > WS-DELINQ-DAYS
               ADD 1 TO WS-PHYS-DELINQ(WS-PHYS-SUB)
               ADD 1 TO DELINQ-DEFICIENCIES.
           GO TO 100-ACCUMULATE.

       100-BAD-DATE.
           ADD 1 TO BAD-DATE-COUNT.
           MOVE "Y" TO WS-DEF-BAD-DATE-SW(WS-DEF-SUB).
           MOVE ZERO TO WS-DEF-AGE(WS-DEF-SUB).
           MOVE SPACES TO ABEND-REASON.
           STRING "** BAD DISCHARGE DATE - "
                  DFC-PATIENT-ID " " DFC-DOC-TYPE
                  DELIMITED BY SIZE INTO ABEND-REASON.
           WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE 4 TO WS-BUCKET-SUB.

       100-ACCUMULATE.
           ADD 1 TO WS-PHYS-BUCKET(WS-PHYS-SUB, WS-BUCKET-SUB).
           ADD 1 TO WS-TOTAL-BUCKET(WS-BUCKET-SUB).
       100-EXIT.
           EXIT.

       300-FIND-OR-ADD-PHYS.
           MOVE "300-FIND-OR-ADD-PHYS" TO PARA-NAME.
           MOVE "N" TO WS-PHYS-FOUND-SW.
           PERFORM 320-SCAN-PHYS-ROW THRU 320-EXIT
               VARYING WS-PHYS-SUB FROM 1 BY 1 UNTIL
               WS-PHYS-SUB > WS-PHYS-COUNT OR PHYS-ROW-FOUND.

           IF PHYS-ROW-FOUND
               SUBTRACT 1 FROM WS-PHYS-SUB
           ELSE
               IF WS-PHYS-COUNT = WS-PHYS-MAX
                   MOVE "*** PHYSICIAN TABLE FULL" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   ADD 1 TO WS-PHYS-COUNT
                   MOVE WS-PHYS-COUNT TO WS-PHYS-SUB
                   MOVE DFC-PHYSICIAN-ID TO WS-PHYS-ID(WS-PHYS-SUB)
                   MOVE "N" TO WS-PHYS-PRINTED-SW(WS-PHYS-SUB)
                   MOVE ZERO TO WS-PHYS-BUCKET(WS-PHYS-SUB, 1),
                                WS-PHYS-BUCKET(WS-PHYS-SUB, 2),
                                WS-PHYS-BUCKET(WS-PHYS-SUB, 3),
                                WS-PHYS-BUCKET(WS-PHYS-SUB, 4),
                                WS-PHYS-DELINQ(WS-PHYS-SUB),
                                WS-PHYS-OLDEST(WS-PHYS-SUB).
       300-EXIT.
           EXIT.

       320-SCAN-PHYS-ROW.
           MOVE "320-SCAN-PHYS-ROW" TO PARA-NAME.
           IF WS-PHYS-ID(WS-PHYS-SUB) = DFC-PHYSICIAN-ID
               MOVE "Y" TO WS-PHYS-FOUND-SW.
       320-EXIT.
           EXIT.

      ***** PHYSICIANS IN ID ORDER, EACH FOLLOWED BY THE DOCUMENTS
      ***** OWED AND A SUBTOTAL; UNASSIGNED (SPACES) SORTS FIRST
       500-PRINT-REPORT.
           MOVE "500-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-CURRENT-DATE-FIELDS(1:4) TO RPT-HDR-DATE(1:4).
           MOVE "-"                         TO RPT-HDR-DATE(5:1).
           MOVE WS-CURRENT-DATE-FIELDS(5:2) TO RPT-HDR-DATE(6:2).
           MOVE "-"                         TO RPT-HDR-DATE(8:1).
           MOVE WS-CURRENT-DATE-FIELDS(7:2) TO RPT-HDR-DATE(9:2).
           MOVE WS-DELINQ-DAYS TO RPT-HDR-DELINQ.
           WRITE HIMAGE-REC FROM WS-RPT-HDR-REC.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           WRITE HIMAGE-REC FROM WS-RPT-COLM-HDR-REC.

       500-NEXT-PHYSICIAN.
           MOVE HIGH-VALUES TO WS-HOLD-PHYSICIAN.
           PERFORM 510-LOWEST-PHYSICIAN THRU 510-EXIT
                   VARYING WS-PHYS-SUB FROM 1 BY 1
                   UNTIL WS-PHYS-SUB > WS-PHYS-COUNT.
           IF WS-HOLD-PHYSICIAN = HIGH-VALUES
               GO TO 500-GRAND-TOTAL.

           PERFORM 520-FIND-HOLD-PHYS THRU 520-EXIT
                   VARYING WS-PHYS-SUB FROM 1 BY 1
                   UNTIL WS-PHYS-SUB > WS-PHYS-COUNT.
           GO TO 500-NEXT-PHYSICIAN.

       500-GRAND-TOTAL.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           MOVE "ALL OPEN:   " TO RPT-TOTAL-LABEL.
           MOVE OPEN-DEFICIENCIES   TO RPT-TOTAL-OPEN.
           MOVE WS-TOTAL-BUCKET(1)  TO RPT-TOTAL-BKT1.
           MOVE WS-TOTAL-BUCKET(2)  TO RPT-TOTAL-BKT2.
           MOVE WS-TOTAL-BUCKET(3)  TO RPT-TOTAL-BKT3.
           MOVE WS-TOTAL-BUCKET(4)  TO RPT-TOTAL-BKT4.
           MOVE DELINQ-DEFICIENCIES TO RPT-TOTAL-DELINQ.
           WRITE HIMAGE-REC FROM WS-RPT-TOTAL-REC.
       500-EXIT.
           EXIT.

       510-LOWEST-PHYSICIAN.
           IF NOT WS-PHYS-PRINTED(WS-PHYS-SUB)
            AND WS-PHYS-ID(WS-PHYS-SUB) < WS-HOLD-PHYSICIAN
               MOVE WS-PHYS-ID(WS-PHYS-SUB) TO WS-HOLD-PHYSICIAN.
       510-EXIT.
           EXIT.

       520-FIND-HOLD-PHYS.
           IF WS-PHYS-ID(WS-PHYS-SUB) NOT = WS-HOLD-PHYSICIAN
            OR WS-PHYS-PRINTED(WS-PHYS-SUB)
               GO TO 520-EXIT.
           MOVE "Y" TO WS-PHYS-PRINTED-SW(WS-PHYS-SUB).
           PERFORM 530-PRINT-PHYSICIAN THRU 530-EXIT.
       520-EXIT.
           EXIT.

       530-PRINT-PHYSICIAN.
           MOVE "530-PRINT-PHYSICIAN" TO PARA-NAME.
           PERFORM 540-LOOKUP-NAME THRU 540-EXIT.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           MOVE WS-HOLD-PHYSICIAN TO RPT-PHYS-ID.
           MOVE WS-HOLD-NAME      TO RPT-PHYS-NAME.
           MOVE SPACES            TO RPT-PHYS-FLAG.
           IF WS-HOLD-PHYSICIAN = SPACES
               MOVE "UNASSIGNED" TO RPT-PHYS-ID
           ELSE
           IF WS-PHYS-DELINQ(WS-PHYS-SUB) > ZERO
               MOVE "*** SUSPENDED - DELINQUENT ***" TO RPT-PHYS-FLAG
               PERFORM 560-WRITE-SUSPENSION THRU 560-EXIT.
           WRITE HIMAGE-REC FROM WS-RPT-PHYS-REC.

           PERFORM 550-PRINT-DEFICIENCY THRU 550-EXIT
                   VARYING WS-DEF-SUB FROM 1 BY 1
                   UNTIL WS-DEF-SUB > WS-DEF-COUNT.

           MOVE "SUBTOTAL:   " TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-OPEN =
               WS-PHYS-BUCKET(WS-PHYS-SUB, 1)
             + WS-PHYS-BUCKET(WS-PHYS-SUB, 2)
             + WS-PHYS-BUCKET(WS-PHYS-SUB, 3)
             + WS-PHYS-BUCKET(WS-PHYS-SUB, 4).
           MOVE WS-PHYS-BUCKET(WS-PHYS-SUB, 1) TO RPT-TOTAL-BKT1.
           MOVE WS-PHYS-BUCKET(WS-PHYS-SUB, 2) TO RPT-TOTAL-BKT2.
           MOVE WS-PHYS-BUCKET(WS-PHYS-SUB, 3) TO RPT-TOTAL-BKT3.
           MOVE WS-PHYS-BUCKET(WS-PHYS-SUB, 4) TO RPT-TOTAL-BKT4.
           MOVE WS-PHYS-DELINQ(WS-PHYS-SUB)    TO RPT-TOTAL-DELINQ.
           WRITE HIMAGE-REC FROM WS-RPT-TOTAL-REC.
       530-EXIT.
           EXIT.

       540-LOOKUP-NAME.
           MOVE "540-LOOKUP-NAME" TO PARA-NAME.
           MOVE SPACES TO WS-HOLD-NAME.
           IF WS-HOLD-PHYSICIAN = SPACES
               GO TO 540-EXIT.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   MOVE "** NOT ON PROVIDER REGISTRY" TO WS-HOLD-NAME
               WHEN PREG-IDX > WS-PREG-COUNT
                   MOVE "** NOT ON PROVIDER REGISTRY" TO WS-HOLD-NAME
               WHEN PREG-ID(PREG-IDX) = WS-HOLD-PHYSICIAN
                   MOVE PREG-NAME(PREG-IDX) TO WS-HOLD-NAME
           END-SEARCH.
       540-EXIT.
           EXIT.

       550-PRINT-DEFICIENCY.
           IF WS-DEF-PHYSICIAN(WS-DEF-SUB) NOT = WS-HOLD-PHYSICIAN
               GO TO 550-EXIT.
           MOVE WS-DEF-PATIENT-ID(WS-DEF-SUB) TO RPT-PATIENT-ID.
           MOVE WS-DEF-ENCOUNTER(WS-DEF-SUB)  TO RPT-ENCOUNTER.
           MOVE WS-DEF-DOC-TYPE(WS-DEF-SUB)   TO RPT-DOC-TYPE.
           MOVE WS-DEF-DOC-REF(WS-DEF-SUB)    TO RPT-DOC-REF.
           MOVE WS-DEF-WARD-NBR(WS-DEF-SUB)   TO RPT-WARD-NBR.
           MOVE WS-DEF-AGE(WS-DEF-SUB)        TO RPT-AGE.
           MOVE SPACES TO RPT-DISCH-DATE, RPT-DETAIL-FLAG.
           IF WS-DEF-BAD-DATE(WS-DEF-SUB)
               MOVE WS-DEF-DISCH-DATE(WS-DEF-SUB) TO RPT-DISCH-DATE
               MOVE "BAD DATE" TO RPT-DETAIL-FLAG
           ELSE
               STRING WS-DEF-DISCH-DATE(WS-DEF-SUB)(1:4) "-"
                      WS-DEF-DISCH-DATE(WS-DEF-SUB)(5:2) "-"
                      WS-DEF-DISCH-DATE(WS-DEF-SUB)(7:2)
                      DELIMITED BY SIZE INTO RPT-DISCH-DATE
               IF WS-DEF-AGE(WS-DEF-SUB) > WS-DELINQ-DAYS
                   MOVE "DELINQUENT" TO RPT-DETAIL-FLAG.
           WRITE HIMAGE-REC FROM WS-RPT-DETAIL-REC.
       550-EXIT.
           EXIT.

       560-WRITE-SUSPENSION.
           MOVE "560-WRITE-SUSPENSION" TO PARA-NAME.
           MOVE SPACES TO SUSPENSION-LIST-REC.
           MOVE WS-HOLD-PHYSICIAN            TO SUS-PHYSICIAN-ID.
           MOVE WS-HOLD-NAME                 TO SUS-PHYSICIAN-NAME.
           MOVE WS-PHYS-OLDEST(WS-PHYS-SUB)  TO SUS-OLDEST-DAYS.
           MOVE WS-PHYS-DELINQ(WS-PHYS-SUB)  TO SUS-DELINQ-COUNT.
           MOVE WS-CURR-DATE-9               TO SUS-LIST-DATE.
           WRITE SUSPLIST-REC FROM SUSPENSION-LIST-REC.
           ADD 1 TO PHYSICIANS-SUSPENDED.
       560-EXIT.
           EXIT.

      ***** THE SUSPENSION LIST AGAIN, ON ITS OWN PAGE, FOR THE
      ***** MEDICAL STAFF OFFICE -- SAME ORDER AS THE REPORT
       600-PRINT-SUSPENSIONS.
           MOVE "600-PRINT-SUSPENSIONS" TO PARA-NAME.
           CLOSE SUSPLIST.
           OPEN INPUT SUSPLIST.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           WRITE HIMAGE-REC FROM WS-RPT-SUSP-HDR-REC.
           WRITE HIMAGE-REC FROM WS-RPT-BLANK-REC.
           IF PHYSICIANS-SUSPENDED = ZERO
               MOVE SPACES TO WS-RPT-SUSP-REC
               MOVE "NONE" TO RPT-SUSP-ID
               WRITE HIMAGE-REC FROM WS-RPT-SUSP-REC
               GO TO 600-EXIT.
           PERFORM 610-PRINT-SUSPENSION THRU 610-EXIT
                   UNTIL NO-MORE-SUSP.
       600-EXIT.
           EXIT.

       610-PRINT-SUSPENSION.
           MOVE "610-PRINT-SUSPENSION" TO PARA-NAME.
           READ SUSPLIST INTO SUSPENSION-LIST-REC
               AT END
                   MOVE "N" TO MORE-SUSP-SW
                   GO TO 610-EXIT
           END-READ.
           MOVE SUS-PHYSICIAN-ID   TO RPT-SUSP-ID.
           MOVE SUS-PHYSICIAN-NAME TO RPT-SUSP-NAME.
           MOVE SUS-OLDEST-DAYS    TO RPT-SUSP-OLDEST.
           MOVE SUS-DELINQ-COUNT   TO RPT-SUSP-COUNT.
           WRITE HIMAGE-REC FROM WS-RPT-SUSP-REC.
       610-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE DEFICNCY, PROVREG, HIMAGE, SUSPLIST, SYSOUT.
           DISPLAY "HIMAGE DEFICIENCY ROWS READ : " RECORDS-READ.
           DISPLAY "HIMAGE OPEN DEFICIENCIES    : " OPEN-DEFICIENCIES.
           DISPLAY "HIMAGE DELINQUENT           : " DELINQ-DEFICIENCIES.
           DISPLAY "HIMAGE PHYSICIANS SUSPENDED: " PHYSICIANS-SUSPENDED.
           DISPLAY "HIMAGE UNPARSEABLE DATES    : " BAD-DATE-COUNT.
           DISPLAY "******** NORMAL END OF JOB HIMAGE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE DEFICNCY, PROVREG, HIMAGE, SUSPLIST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HIMAGE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

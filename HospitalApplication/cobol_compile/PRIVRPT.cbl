       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY PATIENT-PRIVACY REVIEW FOR THE PRIVACY OFFICER.
      *          READS THE ACCESS LOG THE INQUIRIES WRITE (COPY
      *          ACCSLOG) FOR THE SEVEN DAYS ENDING YESTERDAY AND
      *          PRINTS THREE SECTIONS.  THE BATCH INQUIRIES' LOG AND
      *          THE WEEK'S SWITCHED-OUT ONLINE LOG ARRIVE
      *          CONCATENATED ON THE ONE ACCSLOG DD (SEE THE PRIVRPT
      *          JCL), SO BOTH ARE READ AS ONE FILE:
      *
      *            1  EVERY LOOKUP OF A CONFIDENTIAL PATIENT, SHOWN OR
      *               REFUSED.
      *            2  EVERY LOOKUP WHERE THE OPERATOR'S SURNAME ON
      *               OPERMSTR MATCHES THE PATIENT'S ON PATPERSN --
      *               "OWN RECORD" WHEN THE FIRST NAME MATCHES TOO,
      *               "SAME SURNAME" OTHERWISE.
      *            3  EVERY OPERATOR WHOSE LOOKUPS FOR THE WEEK EXCEED
      *               THE HIGH-VOLUME THRESHOLD -- RUNPARM PRIVRPT /
      *               HIGH-VOLUME, 200 WHEN NO ROW IS IN FORCE.
      *
      *          THE LOG IS READ TWICE, ONCE FOR EACH OF THE FIRST TWO
      *          SECTIONS; THE PER-OPERATOR COUNTS FOR THE THIRD ARE
      *          GATHERED ON THE FIRST PASS.  NOTHING IS WRITTEN BACK.
      *
      ******************************************************************

               ACCESS LOG              -   DDS0001.ACCSLOG
                                       +   DDS0001.ACCSLOG.ONLHIST

               VSAM OPERATOR MASTER    -   DDS0001.OPERMSTR

               VSAM PERSONAL FILE      -   DDS0001.PATPERSN

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               PRIVACY REPORT          -   DDS0001.PRIVRPT

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

           SELECT ACCSLOG
           ASSIGN TO UT-S-ACCSLOG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PRIVRPT
           ASSIGN TO UT-S-PRIVRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPERMSTR
                  ASSIGN       to OPERMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is OPERMSTR-KEY
                  FILE STATUS  is OPERMSTR-STATUS.

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

       FD  ACCSLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCSLOG-REC.
       01  ACCSLOG-REC PIC X(80).

       FD  PRIVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRIVRPT-REC.
       01  PRIVRPT-REC PIC X(100).

       FD  OPERMSTR
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OPERATOR-MASTER-REC.
       01  OPERMSTR-REC.
           05 OPERMSTR-KEY    PIC X(08).
           05 FILLER          PIC X(52).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(792).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  OPERMSTR-STATUS         PIC X(2).
               88 OPERATOR-FOUND       VALUE "00".
           05  PATPERSN-STATUS         PIC X(2).
               88 PERSON-FOUND         VALUE "00".

       COPY ACCSLOG.

       COPY OPERMSTR.

       COPY PATPERSN.

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-LOG-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-LOG          VALUE "N".
           05  OPT-FOUND-SW            PIC X(1).
               88 OPT-FOUND            VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-FROM          PIC 9(8).
           05  WS-WINDOW-THRU          PIC 9(8).
           05  WS-TODAY-INT            PIC 9(7).

       77  WS-HIGH-VOLUME              PIC 9(7) VALUE 200.

      ***** ONE ROW PER OPERATOR SEEN IN THE WEEK.  THE SURNAME AND
      ***** FIRST NAME ARE SPLIT FROM OPR-NAME ("LAST, FIRST") WHEN
      ***** THE OPERATOR IS FIRST MET.
       01  WS-OPERATOR-TABLE.
           05  OPT-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  OPT-ENTRY OCCURS 1000 TIMES INDEXED BY OPT-IDX.
               10  OPT-OPERATOR-ID     PIC X(8).
               10  OPT-NAME            PIC X(30).
               10  OPT-LAST-NAME       PIC X(15).
               10  OPT-FIRST-NAME      PIC X(20).
               10  OPT-LOOKUPS         PIC S9(7) COMP.
               10  OPT-CONFID-LOOKUPS  PIC S9(7) COMP.
               10  OPT-REFUSED         PIC S9(7) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  LOG-ROWS-READ           PIC S9(9) COMP VALUE ZERO.
           05  ROWS-IN-WINDOW          PIC S9(9) COMP VALUE ZERO.
           05  CONFID-LISTED           PIC S9(7) COMP VALUE ZERO.
           05  SURNAME-LISTED          PIC S9(7) COMP VALUE ZERO.
           05  HIGH-VOLUME-LISTED      PIC S9(7) COMP VALUE ZERO.
           05  SECTION-COUNT           PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(38)
               VALUE "WEEKLY PATIENT PRIVACY REVIEW  ACCESS ".
           05  FILLER   PIC X(5)  VALUE "FROM ".
           05  RPT-HDR-FROM          PIC 9(8).
           05  FILLER   PIC X(6)  VALUE " THRU ".
           05  RPT-HDR-THRU          PIC 9(8).
           05  FILLER   PIC X(35) VALUE SPACES.

       01  WS-RPT-SECTION-REC.
           05  RPT-SECTION-TITLE     PIC X(60).
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-RPT-ACCESS-COL-REC.
           05  FILLER   PIC X(10) VALUE "DATE".
           05  FILLER   PIC X(8)  VALUE "TIME".
           05  FILLER   PIC X(10) VALUE "OPERATOR".
           05  FILLER   PIC X(32) VALUE "OPERATOR NAME".
           05  FILLER   PIC X(9)  VALUE "PATIENT".
           05  FILLER   PIC X(10) VALUE "INQUIRY".
           05  FILLER   PIC X(21) VALUE "FINDING".

       01  WS-RPT-ACCESS-REC.
           05  RPT-ACC-DATE          PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACC-TIME          PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACC-OPERATOR      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACC-OPR-NAME      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACC-PATIENT       PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-ACC-TRANSACTION   PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACC-FINDING       PIC X(14).
           05  FILLER                PIC X(7)  VALUE SPACES.

       01  WS-RPT-VOLUME-TITLE-REC.
           05  FILLER   PIC X(28)
               VALUE "SECTION 3 -- OPERATORS OVER ".
           05  RPT-THRESHOLD         PIC Z,ZZZ,ZZ9.
           05  FILLER   PIC X(21) VALUE " LOOKUPS FOR THE WEEK".
           05  FILLER   PIC X(42) VALUE SPACES.

       01  WS-RPT-VOLUME-COL-REC.
           05  FILLER   PIC X(10) VALUE "OPERATOR".
           05  FILLER   PIC X(32) VALUE "OPERATOR NAME".
           05  FILLER   PIC X(12) VALUE "    LOOKUPS".
           05  FILLER   PIC X(14) VALUE "  CONFIDENTIAL".
           05  FILLER   PIC X(10) VALUE "   REFUSED".
           05  FILLER   PIC X(22) VALUE SPACES.

       01  WS-RPT-VOLUME-REC.
           05  RPT-VOL-OPERATOR      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-VOL-OPR-NAME      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-VOL-LOOKUPS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-VOL-CONFID        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-VOL-REFUSED       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-RPT-COUNT-REC.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(16)
               VALUE "ENTRIES LISTED -".
           05  RPT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(73) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(100) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-CONFIDENTIAL-PASS THRU 100-EXIT.
           PERFORM 200-SURNAME-PASS THRU 200-EXIT.
           PERFORM 300-HIGH-VOLUME THRU 300-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PRIVRPT ********".
           OPEN INPUT OPERMSTR, PATPERSN.
           OPEN OUTPUT PRIVRPT, SYSOUT.
           IF NOT OPERATOR-FOUND
               MOVE "** OPERMSTR WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      ***** THE SEVEN DAYS ENDING YESTERDAY -- A MONDAY RUN COVERS
      ***** THE WHOLE PRIOR WEEK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7).
           COMPUTE WS-WINDOW-THRU =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).

           MOVE "PRIVRPT"           TO PGT-PROGRAM-ID.
           MOVE "HIGH-VOLUME"       TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO
               MOVE PGT-NUMBER TO WS-HIGH-VOLUME.

           MOVE WS-WINDOW-FROM TO RPT-HDR-FROM.
           MOVE WS-WINDOW-THRU TO RPT-HDR-THRU.
           WRITE PRIVRPT-REC FROM WS-RPT-HDR-REC.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    PASS 1 -- CONFIDENTIAL-PATIENT LOOKUPS, AND THE PER-OPERATOR
      *    COUNTS FOR SECTION 3
      ******************************************************************
       100-CONFIDENTIAL-PASS.
           MOVE "100-CONFIDENTIAL-PASS" TO PARA-NAME.
           WRITE PRIVRPT-REC FROM WS-BLANK-LINE.
           MOVE "SECTION 1 -- LOOKUPS OF CONFIDENTIAL PATIENTS"
                TO RPT-SECTION-TITLE.
           WRITE PRIVRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE PRIVRPT-REC FROM WS-RPT-ACCESS-COL-REC.
           MOVE ZERO TO SECTION-COUNT.

           OPEN INPUT ACCSLOG.
           MOVE "Y" TO MORE-LOG-SW.
           PERFORM 110-CONFIDENTIAL-ROW THRU 110-EXIT
                   UNTIL NO-MORE-LOG.
           CLOSE ACCSLOG.

           MOVE SECTION-COUNT TO RPT-COUNT, CONFID-LISTED.
           WRITE PRIVRPT-REC FROM WS-RPT-COUNT-REC.
       100-EXIT.
           EXIT.

       110-CONFIDENTIAL-ROW.
           MOVE "110-CONFIDENTIAL-ROW" TO PARA-NAME.
           READ ACCSLOG INTO ACCESS-LOG-REC
               AT END
                   MOVE "N" TO MORE-LOG-SW
                   GO TO 110-EXIT
           END-READ.
           ADD 1 TO LOG-ROWS-READ.
           IF ACL-DATE < WS-WINDOW-FROM OR ACL-DATE > WS-WINDOW-THRU
               GO TO 110-EXIT.
           ADD 1 TO ROWS-IN-WINDOW.

           PERFORM 500-FIND-OPERATOR THRU 500-EXIT.
           IF OPT-FOUND
               ADD 1 TO OPT-LOOKUPS(OPT-IDX)
               IF ACL-CONFIDENTIAL
                   ADD 1 TO OPT-CONFID-LOOKUPS(OPT-IDX)
               END-IF
               IF ACL-DENIED
                   ADD 1 TO OPT-REFUSED(OPT-IDX)
               END-IF
           END-IF.

           IF NOT ACL-CONFIDENTIAL
               GO TO 110-EXIT.

           IF ACL-DENIED
               MOVE "REFUSED"    TO RPT-ACC-FINDING
           ELSE
               MOVE "SHOWN"      TO RPT-ACC-FINDING.
           PERFORM 600-WRITE-ACCESS-LINE THRU 600-EXIT.
       110-EXIT.
           EXIT.

      ******************************************************************
      *    PASS 2 -- OPERATORS LOOKING AT THEIR OWN OR A NAMESAKE'S
      *    RECORD.  A PATIENT NOT ON PATPERSN HAS NO NAME TO MATCH.
      ******************************************************************
       200-SURNAME-PASS.
           MOVE "200-SURNAME-PASS" TO PARA-NAME.
           WRITE PRIVRPT-REC FROM WS-BLANK-LINE.
           MOVE "SECTION 2 -- LOOKUPS OF OWN OR SAME-SURNAME RECORDS"
                TO RPT-SECTION-TITLE.
           WRITE PRIVRPT-REC FROM WS-RPT-SECTION-REC.
           WRITE PRIVRPT-REC FROM WS-RPT-ACCESS-COL-REC.
           MOVE ZERO TO SECTION-COUNT.

           OPEN INPUT ACCSLOG.
           MOVE "Y" TO MORE-LOG-SW.
           PERFORM 210-SURNAME-ROW THRU 210-EXIT
                   UNTIL NO-MORE-LOG.
           CLOSE ACCSLOG.

           MOVE SECTION-COUNT TO RPT-COUNT, SURNAME-LISTED.
           WRITE PRIVRPT-REC FROM WS-RPT-COUNT-REC.
       200-EXIT.
           EXIT.

       210-SURNAME-ROW.
           MOVE "210-SURNAME-ROW" TO PARA-NAME.
           READ ACCSLOG INTO ACCESS-LOG-REC
               AT END
                   MOVE "N" TO MORE-LOG-SW
                   GO TO 210-EXIT
           END-READ.
           IF ACL-DATE < WS-WINDOW-FROM OR ACL-DATE > WS-WINDOW-THRU
              OR ACL-NOT-FOUND
               GO TO 210-EXIT.

           PERFORM 500-FIND-OPERATOR THRU 500-EXIT.
           IF NOT OPT-FOUND
              OR OPT-LAST-NAME(OPT-IDX) = SPACES
               GO TO 210-EXIT.

           MOVE ACL-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF NOT PERSON-FOUND
              OR LAST-NAME NOT = OPT-LAST-NAME(OPT-IDX)
               GO TO 210-EXIT.

           IF FIRST-NAME = OPT-FIRST-NAME(OPT-IDX)
               MOVE "OWN RECORD"   TO RPT-ACC-FINDING
           ELSE
               MOVE "SAME SURNAME" TO RPT-ACC-FINDING.
           PERFORM 600-WRITE-ACCESS-LINE THRU 600-EXIT.
       210-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION 3 -- OPERATORS OVER THE WEEKLY LOOKUP THRESHOLD
      ******************************************************************
       300-HIGH-VOLUME.
           MOVE "300-HIGH-VOLUME" TO PARA-NAME.
           WRITE PRIVRPT-REC FROM WS-BLANK-LINE.
           MOVE WS-HIGH-VOLUME TO RPT-THRESHOLD.
           WRITE PRIVRPT-REC FROM WS-RPT-VOLUME-TITLE-REC.
           WRITE PRIVRPT-REC FROM WS-RPT-VOLUME-COL-REC.
           MOVE ZERO TO SECTION-COUNT.

           PERFORM 310-CHECK-OPERATOR THRU 310-EXIT
               VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-COUNT.

           MOVE SECTION-COUNT TO RPT-COUNT, HIGH-VOLUME-LISTED.
           WRITE PRIVRPT-REC FROM WS-RPT-COUNT-REC.
       300-EXIT.
           EXIT.

       310-CHECK-OPERATOR.
           IF OPT-LOOKUPS(OPT-IDX) NOT > WS-HIGH-VOLUME
               GO TO 310-EXIT.
           MOVE OPT-OPERATOR-ID(OPT-IDX)    TO RPT-VOL-OPERATOR.
           MOVE OPT-NAME(OPT-IDX)           TO RPT-VOL-OPR-NAME.
           MOVE OPT-LOOKUPS(OPT-IDX)        TO RPT-VOL-LOOKUPS.
           MOVE OPT-CONFID-LOOKUPS(OPT-IDX) TO RPT-VOL-CONFID.
           MOVE OPT-REFUSED(OPT-IDX)        TO RPT-VOL-REFUSED.
           WRITE PRIVRPT-REC FROM WS-RPT-VOLUME-REC.
           ADD 1 TO SECTION-COUNT.
       310-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE THE LOG ROW'S OPERATOR IN THE TABLE, ADDING THEM
      *    FROM OPERMSTR THE FIRST TIME THEY ARE SEEN.  AN OPERATOR
      *    SINCE REMOVED FROM OPERMSTR IS KEPT WITH A BLANK NAME.
      ******************************************************************
       500-FIND-OPERATOR.
           MOVE "500-FIND-OPERATOR" TO PARA-NAME.
           MOVE "N" TO OPT-FOUND-SW.
           SET OPT-IDX TO 1.
           SEARCH OPT-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-IDX > OPT-COUNT
                   CONTINUE
               WHEN OPT-OPERATOR-ID(OPT-IDX) = ACL-OPERATOR-ID
                   MOVE "Y" TO OPT-FOUND-SW
           END-SEARCH.
           IF OPT-FOUND
               GO TO 500-EXIT.

           IF OPT-COUNT NOT < 1000
               MOVE "*** OPERATOR TABLE FULL" TO ABEND-REASON
               MOVE ACL-OPERATOR-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 500-EXIT.

           ADD 1 TO OPT-COUNT.
           SET OPT-IDX TO OPT-COUNT.
           MOVE ACL-OPERATOR-ID TO OPT-OPERATOR-ID(OPT-IDX).
           MOVE SPACES TO OPT-NAME(OPT-IDX), OPT-LAST-NAME(OPT-IDX),
                          OPT-FIRST-NAME(OPT-IDX).
           MOVE ZERO   TO OPT-LOOKUPS(OPT-IDX),
                          OPT-CONFID-LOOKUPS(OPT-IDX),
                          OPT-REFUSED(OPT-IDX).
           MOVE "Y" TO OPT-FOUND-SW.

           MOVE ACL-OPERATOR-ID TO OPERMSTR-KEY.
           READ OPERMSTR INTO OPERATOR-MASTER-REC.
           IF NOT OPERATOR-FOUND
               GO TO 500-EXIT.
           MOVE OPR-NAME TO OPT-NAME(OPT-IDX).
           UNSTRING OPR-NAME DELIMITED BY ", " OR "," OR ALL SPACE
               INTO OPT-LAST-NAME(OPT-IDX), OPT-FIRST-NAME(OPT-IDX).
       500-EXIT.
           EXIT.

       600-WRITE-ACCESS-LINE.
           MOVE "600-WRITE-ACCESS-LINE" TO PARA-NAME.
           MOVE ACL-DATE        TO RPT-ACC-DATE.
           MOVE ACL-TIME        TO RPT-ACC-TIME.
           MOVE ACL-OPERATOR-ID TO RPT-ACC-OPERATOR.
           IF OPT-FOUND
               MOVE OPT-NAME(OPT-IDX) TO RPT-ACC-OPR-NAME
           ELSE
               MOVE SPACES TO RPT-ACC-OPR-NAME.
           MOVE ACL-PATIENT-ID  TO RPT-ACC-PATIENT.
           MOVE ACL-TRANSACTION TO RPT-ACC-TRANSACTION.
           WRITE PRIVRPT-REC FROM WS-RPT-ACCESS-REC.
           ADD 1 TO SECTION-COUNT.
       600-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE OPERMSTR, PATPERSN, PRIVRPT, SYSOUT.
           DISPLAY "PRIVRPT LOG ROWS READ       : " LOG-ROWS-READ.
           DISPLAY "PRIVRPT ROWS IN WEEK        : " ROWS-IN-WINDOW.
           DISPLAY "PRIVRPT OPERATORS SEEN      : " OPT-COUNT.
           DISPLAY "PRIVRPT CONFIDENTIAL LISTED : " CONFID-LISTED.
           DISPLAY "PRIVRPT SURNAME LISTED      : " SURNAME-LISTED.
           DISPLAY "PRIVRPT HIGH VOLUME LISTED  : " HIGH-VOLUME-LISTED.
           DISPLAY "******** NORMAL END OF JOB PRIVRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE OPERMSTR, PATPERSN, PRIVRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PRIVRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

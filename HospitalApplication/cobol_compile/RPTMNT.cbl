       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          REPORT REPOSITORY TABLE MAINTENANCE.  APPLIES
      *          ADD/CHANGE/DELETE TRANSACTIONS TO THE TWO TABLES
      *          BEHIND THE REPORT REPOSITORY (SEE COPY RPTREPO):
      *
      *             RECORD TYPE "R" -- RPTDEF, ONE ROW PER REPORT:
      *                  TITLE, PRODUCING PROGRAM, OWNING DEPARTMENT,
      *                  RETENTION DAYS, LINES PER PAGE, LINE WIDTH
      *             RECORD TYPE "S" -- RPTDIST, ONE ROW PER DEPARTMENT
      *                  THAT RECEIVES A REPORT (ADD OR DELETE ONLY)
      *
      *          A DISTRIBUTION ROW CAN ONLY BE ADDED FOR A DEFINED
      *          REPORT, AND A DEFINITION CAN ONLY BE DELETED ONCE NO
      *          DEPARTMENT RECEIVES IT.  EVERY ROW CARRIES WHO LAST
      *          CHANGED IT AND WHEN.  REJECTED TRANSACTIONS GO TO
      *          THEIR OWN FILE.  THE RUN IS GATED BY THE OPERATOR
      *          MASTER (PRICING/MASTER-DATA CLASS) AND LOGGED TO THE
      *          SECURITY LOG LIKE THE OTHER MAINTENANCE PROGRAMS.
      *
      ******************************************************************

               OPERATOR CARD           -   DDS0001.OPRCARD

               TRANSACTION INPUT FILE  -   DDS0001.RPTTXN

               VSAM REPORT DEFINITIONS -   DDS0001.RPTDEF

               VSAM DISTRIBUTION TABLE -   DDS0001.RPTDIST

               REJECT FILE             -   DDS0001.RPTREJ

               SECURITY LOG            -   DDS0001.SECLOG

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

           SELECT RPTTXN
           ASSIGN TO UT-S-RPTTXN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-FILE-KEY
                  FILE STATUS  is RPTDEF-STATUS.

           SELECT RPTDIST
                  ASSIGN       to RPTDIST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RPTDIST-FILE-KEY
                  FILE STATUS  is RPTDIST-STATUS.

           SELECT RPTREJ
           ASSIGN TO UT-S-RPTREJ
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT SECLOG
           ASSIGN TO UT-S-SECLOG
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

      ***** WHO IS RUNNING THE TABLE CHANGE -- PROVED AGAINST THE
      ***** OPERATOR MASTER BEFORE A SINGLE TRANSACTION APPLIES
       FD  OPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPRCARD-REC.
       01  OPRCARD-REC PIC X(80).

       FD  SECLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECLOG-REC.
       01  SECLOG-REC PIC X(40).

       FD  RPTTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTTXN-REC.
       01  RPTTXN-REC PIC X(100).

       FD  RPTDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPORT-DEFINITION-REC.
       01  RPTDEF-FILE-REC.
           05 RPTDEF-FILE-KEY  PIC X(08).
           05 FILLER           PIC X(92).

       FD  RPTDIST
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REPORT-DISTRIBUTION-REC.
       01  RPTDIST-FILE-REC.
           05 RPTDIST-FILE-KEY PIC X(16).
           05 FILLER           PIC X(24).

       FD  RPTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTREJ-REC.
       01  RPTREJ-REC PIC X(132).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".
           05  RPTDIST-STATUS          PIC X(2).
               88 RPTDIST-OK           VALUE "00".

       COPY OPERMSTR.

       COPY RPTREPO.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".

       77  WS-SEC-DATE                 PIC 9(6).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** ONE MAINTENANCE TRANSACTION.  ON A DISTRIBUTION ("S") ROW
      ***** RTX-DEPT-ID IS THE RECEIVING DEPARTMENT; ON A DEFINITION
      ***** ("R") ROW IT IS THE OWNING DEPARTMENT.  ON A CHANGE, A
      ***** BLANK FIELD LEAVES THE FIELD ON FILE AS IT IS
       01  REPORT-TXN-REC.
           05  RTX-ACTION              PIC X(1).
               88 RTX-ADD              VALUE "A".
               88 RTX-CHANGE           VALUE "C".
               88 RTX-DELETE           VALUE "D".
           05  RTX-REC-TYPE            PIC X(1).
               88 RTX-DEFINITION       VALUE "R".
               88 RTX-DISTRIBUTION     VALUE "S".
           05  RTX-REPORT-ID           PIC X(8).
           05  RTX-DEPT-ID             PIC X(8).
           05  RTX-REPORT-TITLE        PIC X(40).
           05  RTX-PROGRAM-ID          PIC X(8).
           05  RTX-RETENTION-DAYS      PIC X(4).
           05  RTX-RETENTION-DAYS-9 REDEFINES RTX-RETENTION-DAYS
                                       PIC 9(4).
           05  RTX-LINES-PER-PAGE      PIC X(3).
           05  RTX-LINES-PER-PAGE-9 REDEFINES RTX-LINES-PER-PAGE
                                       PIC 9(3).
           05  RTX-LINE-WIDTH          PIC X(3).
           05  RTX-LINE-WIDTH-9 REDEFINES RTX-LINE-WIDTH
                                       PIC 9(3).
           05  FILLER                  PIC X(24).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 TXN-EDITS-PASS       VALUE "Y".
           05  ROW-ON-FILE-SW          PIC X(1).
               88 ROW-ON-FILE          VALUE "Y".
           05  DEF-ON-FILE-SW          PIC X(1).
               88 DEF-ON-FILE          VALUE "Y".
           05  WS-DIST-FOUND-SW        PIC X(1).
               88 DIST-ROW-FOUND       VALUE "Y".
           05  MORE-DIST-SW            PIC X(1).
               88 NO-MORE-DIST         VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  ROWS-ADDED              PIC S9(5) COMP VALUE ZERO.
           05  ROWS-CHANGED            PIC S9(5) COMP VALUE ZERO.
           05  ROWS-DELETED            PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(31).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-TXN-IMAGE         PIC X(100).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-APPLY-TXN THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RPTMNT ********".
           OPEN INPUT RPTTXN, OPRCARD.
           OPEN OUTPUT RPTREJ, SYSOUT.
           OPEN EXTEND SECLOG.
           ACCEPT WS-SEC-DATE FROM DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.

           OPEN I-O RPTDEF, RPTDIST.
           IF NOT RPTDEF-OK OR NOT RPTDIST-OK
               MOVE "** REPORT TABLES WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       000-EXIT.
           EXIT.

      ***** NO OPERATOR CARD, OR AN OPERATOR WITHOUT THE PRICING/
      ***** MASTER-DATA AUTHORIZATION, REFUSES THE WHOLE RUN -- AND
      ***** THE REFUSED ATTEMPT GOES ON THE SECURITY LOG TOO
       020-CHECK-OPERATOR.
           MOVE "020-CHECK-OPERATOR" TO PARA-NAME.
           READ OPRCARD INTO WS-OPERATOR-CARD
               AT END
                   MOVE "** NO OPERATOR CARD - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           MOVE OPC-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "P" TO OPA-AUTH-CLASS.
           CALL 'OPERAUTH' USING WS-OPERAUTH-PARMS.
           IF NOT OPA-AUTHORIZED
               PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT
               MOVE "** OPERATOR NOT AUTHORIZED FOR REPORT TABLES"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       020-EXIT.
           EXIT.

       100-APPLY-TXN.
           MOVE "100-APPLY-TXN" TO PARA-NAME.
           READ RPTTXN INTO REPORT-TXN-REC
               AT END
                   MOVE "N" TO MORE-TXN-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO TXNS-READ.

           PERFORM 200-EDIT-TXN THRU 200-EXIT.
           IF NOT TXN-EDITS-PASS
               GO TO 100-EXIT.

      ***** EITHER TYPE OF TRANSACTION NEEDS TO KNOW WHETHER THE
      ***** REPORT IS DEFINED
           MOVE RTX-REPORT-ID TO RPTDEF-FILE-KEY.
           MOVE "Y" TO DEF-ON-FILE-SW.
           READ RPTDEF INTO REPORT-DEFINITION-REC
               INVALID KEY
                   MOVE "N" TO DEF-ON-FILE-SW
           END-READ.

           IF RTX-DEFINITION
               PERFORM 300-APPLY-DEFINITION THRU 300-EXIT
           ELSE
               PERFORM 500-APPLY-DISTRIBUTION THRU 500-EXIT.
       100-EXIT.
           EXIT.

       200-EDIT-TXN.
           MOVE "200-EDIT-TXN" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.

           IF NOT RTX-ADD AND NOT RTX-CHANGE AND NOT RTX-DELETE
               MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF NOT RTX-DEFINITION AND NOT RTX-DISTRIBUTION
               MOVE "RECORD TYPE NOT R OR S" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF RTX-REPORT-ID = SPACES
               MOVE "REPORT ID MISSING" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF RTX-DISTRIBUTION
               IF RTX-DEPT-ID = SPACES
                   MOVE "DEPARTMENT MISSING" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 200-EXIT
               ELSE
                   IF RTX-CHANGE
                       MOVE "DISTRIBUTION IS ADD/DELETE ONLY"
                            TO REJ-REASON
                       PERFORM 280-WRITE-REJECT THRU 280-EXIT
                       GO TO 200-EXIT
                   ELSE
                       GO TO 200-EXIT.

           IF RTX-DELETE
               GO TO 200-EXIT.

           IF RTX-ADD
              AND (RTX-REPORT-TITLE = SPACES OR RTX-DEPT-ID = SPACES
                   OR RTX-RETENTION-DAYS = SPACES)
               MOVE "TITLE/OWNER/RETENTION MISSING" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF RTX-RETENTION-DAYS NOT = SPACES
              AND (RTX-RETENTION-DAYS NOT NUMERIC
                   OR RTX-RETENTION-DAYS-9 = ZERO)
               MOVE "RETENTION DAYS NOT 0001-9999" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF RTX-LINES-PER-PAGE NOT = SPACES
              AND (RTX-LINES-PER-PAGE NOT NUMERIC
                   OR RTX-LINES-PER-PAGE-9 = ZERO)
               MOVE "LINES PER PAGE NOT 001-999" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF RTX-LINE-WIDTH NOT = SPACES
              AND (RTX-LINE-WIDTH NOT NUMERIC
                   OR RTX-LINE-WIDTH-9 = ZERO
                   OR RTX-LINE-WIDTH-9 > 133)
               MOVE "LINE WIDTH NOT 001-133" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT.
       200-EXIT.
           EXIT.

       280-WRITE-REJECT.
           MOVE "280-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE REPORT-TXN-REC TO REJ-TXN-IMAGE.
           WRITE RPTREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO TXNS-REJECTED.
       280-EXIT.
           EXIT.

       300-APPLY-DEFINITION.
           MOVE "300-APPLY-DEFINITION" TO PARA-NAME.
           IF RTX-ADD
               IF DEF-ON-FILE
                   MOVE "REPORT ALREADY DEFINED - USE C" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 300-EXIT
               ELSE
                   MOVE SPACES        TO REPORT-DEFINITION-REC
                   MOVE RTX-REPORT-ID TO RDF-REPORT-ID
                   MOVE 60            TO RDF-LINES-PER-PAGE
                   MOVE 132           TO RDF-LINE-WIDTH.

           IF NOT RTX-ADD AND NOT DEF-ON-FILE
               MOVE "REPORT NOT DEFINED" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 300-EXIT.

           IF RTX-DELETE
               PERFORM 400-DELETE-DEFINITION THRU 400-EXIT
               GO TO 300-EXIT.

           IF RTX-REPORT-TITLE NOT = SPACES
               MOVE RTX-REPORT-TITLE     TO RDF-REPORT-TITLE.
           IF RTX-PROGRAM-ID NOT = SPACES
               MOVE RTX-PROGRAM-ID       TO RDF-PROGRAM-ID.
           IF RTX-DEPT-ID NOT = SPACES
               MOVE RTX-DEPT-ID          TO RDF-OWNER-DEPT.
           IF RTX-RETENTION-DAYS NOT = SPACES
               MOVE RTX-RETENTION-DAYS-9 TO RDF-RETENTION-DAYS.
           IF RTX-LINES-PER-PAGE NOT = SPACES
               MOVE RTX-LINES-PER-PAGE-9 TO RDF-LINES-PER-PAGE.
           IF RTX-LINE-WIDTH NOT = SPACES
               MOVE RTX-LINE-WIDTH-9     TO RDF-LINE-WIDTH.
           MOVE OPC-OPERATOR-ID TO RDF-CHANGED-BY.
           MOVE WS-CURR-DATE-9  TO RDF-CHANGED-DATE.
           MOVE RDF-REPORT-ID   TO RPTDEF-FILE-KEY.

           IF RTX-ADD
               WRITE RPTDEF-FILE-REC FROM REPORT-DEFINITION-REC
                   INVALID KEY
                       MOVE "RPTDEF WRITE FAILED" TO REJ-REASON
                       PERFORM 280-WRITE-REJECT THRU 280-EXIT
                       GO TO 300-EXIT
               END-WRITE
               ADD 1 TO ROWS-ADDED
           ELSE
               REWRITE RPTDEF-FILE-REC FROM REPORT-DEFINITION-REC
                   INVALID KEY
                       MOVE "RPTDEF REWRITE FAILED" TO REJ-REASON
                       PERFORM 280-WRITE-REJECT THRU 280-EXIT
                       GO TO 300-EXIT
               END-REWRITE
               ADD 1 TO ROWS-CHANGED.
       300-EXIT.
           EXIT.

      ***** A REPORT STILL DISTRIBUTED TO ANY DEPARTMENT STAYS
      ***** DEFINED -- THE DISTRIBUTION TABLE IS KEYED BY DEPARTMENT,
      ***** SO THE WHOLE TABLE IS SCANNED FOR THE REPORT
       400-DELETE-DEFINITION.
           MOVE "400-DELETE-DEFINITION" TO PARA-NAME.
           MOVE "N" TO WS-DIST-FOUND-SW.
           MOVE "Y" TO MORE-DIST-SW.
           MOVE LOW-VALUES TO RPTDIST-FILE-KEY.
           START RPTDIST KEY IS NOT LESS THAN RPTDIST-FILE-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DIST-SW
           END-START.
           PERFORM 450-SCAN-DISTRIBUTION THRU 450-EXIT
                   UNTIL NO-MORE-DIST OR DIST-ROW-FOUND.
           IF DIST-ROW-FOUND
               MOVE "STILL DISTRIBUTED - DELETE S ROWS"
                    TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 400-EXIT.

           MOVE RTX-REPORT-ID TO RPTDEF-FILE-KEY.
           DELETE RPTDEF RECORD
               INVALID KEY
                   MOVE "RPTDEF DELETE FAILED" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 400-EXIT
           END-DELETE.
           ADD 1 TO ROWS-DELETED.
       400-EXIT.
           EXIT.

       450-SCAN-DISTRIBUTION.
           READ RPTDIST NEXT INTO REPORT-DISTRIBUTION-REC
               AT END
                   MOVE "N" TO MORE-DIST-SW
                   GO TO 450-EXIT
           END-READ.
           IF RDS-REPORT-ID = RTX-REPORT-ID
               MOVE "Y" TO WS-DIST-FOUND-SW.
       450-EXIT.
           EXIT.

       500-APPLY-DISTRIBUTION.
           MOVE "500-APPLY-DISTRIBUTION" TO PARA-NAME.
           MOVE RTX-DEPT-ID   TO RDS-DEPT-ID.
           MOVE RTX-REPORT-ID TO RDS-REPORT-ID.
           MOVE RDS-KEY       TO RPTDIST-FILE-KEY.
           MOVE "Y" TO ROW-ON-FILE-SW.
           READ RPTDIST INTO REPORT-DISTRIBUTION-REC
               INVALID KEY
                   MOVE "N" TO ROW-ON-FILE-SW
           END-READ.

           IF RTX-DELETE
               IF NOT ROW-ON-FILE
                   MOVE "DEPARTMENT DOES NOT GET REPORT"
                        TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 500-EXIT
               ELSE
                   DELETE RPTDIST RECORD
                       INVALID KEY
                           MOVE "RPTDIST DELETE FAILED" TO REJ-REASON
                           PERFORM 280-WRITE-REJECT THRU 280-EXIT
                           GO TO 500-EXIT
                   END-DELETE
                   ADD 1 TO ROWS-DELETED
                   GO TO 500-EXIT.

           IF ROW-ON-FILE
               MOVE "DEPARTMENT ALREADY GETS REPORT" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 500-EXIT.
           IF NOT DEF-ON-FILE
               MOVE "REPORT NOT DEFINED" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 500-EXIT.

           MOVE SPACES          TO REPORT-DISTRIBUTION-REC.
           MOVE RTX-DEPT-ID     TO RDS-DEPT-ID.
           MOVE RTX-REPORT-ID   TO RDS-REPORT-ID.
           MOVE OPC-OPERATOR-ID TO RDS-CHANGED-BY.
           MOVE WS-CURR-DATE-9  TO RDS-CHANGED-DATE.
           WRITE RPTDIST-FILE-REC FROM REPORT-DISTRIBUTION-REC
               INVALID KEY
                   MOVE "RPTDIST WRITE FAILED" TO REJ-REASON
                   PERFORM 280-WRITE-REJECT THRU 280-EXIT
                   GO TO 500-EXIT
           END-WRITE.
           ADD 1 TO ROWS-ADDED.
       500-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 950-WRITE-SECURITY-LOG THRU 950-EXIT.
           CLOSE RPTTXN, RPTDEF, RPTDIST, RPTREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "RPTMNT TXNS READ            : " TXNS-READ.
           DISPLAY "RPTMNT ROWS ADDED           : " ROWS-ADDED.
           DISPLAY "RPTMNT ROWS CHANGED         : " ROWS-CHANGED.
           DISPLAY "RPTMNT ROWS DELETED         : " ROWS-DELETED.
           DISPLAY "RPTMNT TXNS REJECTED        : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB RPTMNT ********".
       900-EXIT.
           EXIT.

       950-WRITE-SECURITY-LOG.
           MOVE "950-WRITE-SECURITY-LOG" TO PARA-NAME.
           MOVE OPC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE "RPTMNT  "      TO SEC-PROGRAM-ID.
           MOVE WS-SEC-DATE     TO SEC-DATE.
           COMPUTE SEC-TXNS-APPLIED =
               ROWS-ADDED + ROWS-CHANGED + ROWS-DELETED.
           MOVE TXNS-REJECTED   TO SEC-TXNS-DENIED.
           WRITE SECLOG-REC FROM SECURITY-LOG-REC.
       950-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE RPTTXN, RPTDEF, RPTDIST, RPTREJ, OPRCARD, SECLOG,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-RPTMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

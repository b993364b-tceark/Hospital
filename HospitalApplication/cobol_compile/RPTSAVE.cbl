       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTSAVE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          LOADS ONE RUN OF A PRINT REPORT INTO THE ELECTRONIC
      *          REPORT REPOSITORY (SEE COPY RPTREPO) SO IT NEVER HAS
      *          TO GO TO THE PRINTER.  THE REPORT STEP WRITES ITS
      *          PRINT FILE TO A TEMPORARY DATASET AND THIS STEP,
      *          RIGHT BEHIND IT, READS THAT DATASET AS RPTIN.
      *
      *          PARM IS "REPORTID,JOBDATE[,FACILITY]".  THE RUN IS
      *          FILED UNDER THE REPORT ID AND JOB DATE WITH THE NEXT
      *          FREE RUN SEQUENCE FOR THAT DATE, SO BOTH CAMPUSES'
      *          COPIES AND ANY RERUN ARE ALL KEPT.  EVERY LINE GOES
      *          TO RPTLINE WITH ITS PAGE NUMBER; THE RPTINDX ROW
      *          CARRIES THE OWNING DEPARTMENT, LINE AND PAGE COUNTS
      *          AND THE EXPIRY DATE FROM THE REPORT'S RETENTION.
      *
      *          THE INDEX ROW IS WRITTEN BEFORE THE FIRST LINE AND
      *          COMPLETED AFTER THE LAST, SO A LOAD THAT DIES PART
      *          WAY SHOWS AS A ZERO-LINE RUN AND THE RERUN TAKES THE
      *          NEXT SEQUENCE.  AN EMPTY PRINT FILE FILES NOTHING.
      *
      *          A REPORT WITH NO RPTDEF ROW IS STILL FILED -- NOTHING
      *          IS LOST -- WITH NO OWNING DEPARTMENT, 60 LINES A
      *          PAGE, 132 COLUMNS, AND THE DEFAULT-RETAIN RUN
      *          PARAMETER (90 DAYS WHEN NONE IS SET), AND A WARNING
      *          ON SYSOUT SAYS TO DEFINE IT.
      *
      ******************************************************************

               REPORT PRINT FILE       -   RPTIN (TEMPORARY)

               VSAM REPORT DEFINITIONS -   DDS0001.RPTDEF

               VSAM REPORT INDEX       -   DDS0001.RPTINDX

               VSAM REPORT LINES       -   DDS0001.RPTLINE

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

           SELECT RPTIN
           ASSIGN TO UT-S-RPTIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT RPTDEF
                  ASSIGN       to RPTDEF
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTDEF-FILE-KEY
                  FILE STATUS  is RPTDEF-STATUS.

           SELECT RPTINDX
                  ASSIGN       to RPTINDX
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RPTINDX-FILE-KEY
                  FILE STATUS  is RPTINDX-STATUS.

           SELECT RPTLINE
                  ASSIGN       to RPTLINE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is RPTLINE-FILE-KEY
                  FILE STATUS  is RPTLINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

      ***** THE PRINT FILE KEEPS ITS OWN PROGRAM'S LRECL -- THE LENGTH
      ***** COMES FROM THE DATASET, THE WIDTH FROM RDF-LINE-WIDTH
       FD  RPTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPTIN-REC.
       01  RPTIN-REC PIC X(133).

       FD  RPTDEF
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPORT-DEFINITION-REC.
       01  RPTDEF-FILE-REC.
           05 RPTDEF-FILE-KEY  PIC X(08).
           05 FILLER           PIC X(92).

       FD  RPTINDX
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REPORT-INDEX-REC.
       01  RPTINDX-FILE-REC.
           05 RPTINDX-FILE-KEY PIC X(19).
           05 FILLER           PIC X(101).

       FD  RPTLINE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS REPORT-LINE-REC.
       01  RPTLINE-FILE-REC.
           05 RPTLINE-FILE-KEY PIC X(26).
           05 FILLER           PIC X(144).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  RPTDEF-STATUS           PIC X(2).
               88 RPTDEF-OK            VALUE "00".
           05  RPTINDX-STATUS          PIC X(2).
               88 RPTINDX-OK           VALUE "00".
           05  RPTLINE-STATUS          PIC X(2).
               88 RPTLINE-OK           VALUE "00".

       COPY RPTREPO.

       COPY PARMGPRM.

      ***** PARSED OUT OF THE JCL PARM STRING
      ***** "REPORTID,JOBDATE[,FACILITY]"
       01  WS-PARM-FIELDS.
           05  WS-PARM-REPORT-ID       PIC X(8).
           05  WS-PARM-JOB-DATE        PIC X(8).
           05  WS-PARM-FACILITY        PIC X(2).

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-RUNS-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-RUNS         VALUE "N".
           05  WS-DEFINED-SW           PIC X(1) VALUE "N".
               88 REPORT-DEFINED       VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

       77  WS-RUN-DATE                 PIC 9(8).
       77  WS-LAST-SEQ                 PIC 9(3) VALUE ZERO.
       77  WS-LINE-WIDTH               PIC 9(3) VALUE 132.
       77  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       77  WS-RETENTION-DAYS           PIC 9(4) VALUE 90.
       77  WS-LINES-ON-PAGE            PIC 9(3) VALUE ZERO.
       77  WS-EXPIRES-INT              PIC S9(9) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  LINES-SAVED             PIC 9(7) VALUE ZERO.
           05  PAGES-SAVED             PIC 9(5) VALUE ZERO.

       COPY ABENDREC.

       LINKAGE SECTION.
       01  PARM-LINKAGE.
           05  PARM-LEN                PIC S9(4) COMP.
           05  PARM-TEXT               PIC X(80).

       PROCEDURE DIVISION USING PARM-LINKAGE.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RPTSAVE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN OUTPUT SYSOUT.
           PERFORM 020-PARSE-PARM THRU 020-EXIT.

           OPEN INPUT RPTIN, RPTDEF.
           OPEN I-O RPTINDX, RPTLINE.
           IF NOT RPTDEF-OK OR NOT RPTINDX-OK OR NOT RPTLINE-OK
               MOVE "** REPORT REPOSITORY WILL NOT OPEN"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           PERFORM 040-GET-DEFINITION THRU 040-EXIT.

           READ RPTIN
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
           IF NO-MORE-DATA
               DISPLAY "RPTSAVE " WS-PARM-REPORT-ID
                       " PRINT FILE EMPTY - NOTHING FILED"
               GO TO 000-EXIT.

           PERFORM 050-FIND-LAST-SEQ THRU 050-EXIT.
           PERFORM 070-WRITE-INDEX THRU 070-EXIT.
       000-EXIT.
           EXIT.

       020-PARSE-PARM.
           MOVE "020-PARSE-PARM" TO PARA-NAME.
           MOVE SPACES TO WS-PARM-FIELDS.
           IF PARM-LEN > ZERO
               UNSTRING PARM-TEXT(1:PARM-LEN) DELIMITED BY ","
                   INTO WS-PARM-REPORT-ID, WS-PARM-JOB-DATE,
                        WS-PARM-FACILITY.
           IF WS-PARM-REPORT-ID = SPACES
               MOVE "** NO REPORT ID IN PARM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF WS-PARM-JOB-DATE = SPACES
               MOVE WS-CURR-DATE-9 TO WS-RUN-DATE
           ELSE
               IF WS-PARM-JOB-DATE NOT NUMERIC
                   MOVE "** JOB DATE IN PARM NOT YYYYMMDD"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               ELSE
                   MOVE WS-PARM-JOB-DATE TO WS-RUN-DATE.
       020-EXIT.
           EXIT.

      ***** THE DEFINITION SUPPLIES OWNER, TITLE, WIDTH, PAGE LENGTH
      ***** AND RETENTION; AN UNDEFINED REPORT TAKES THE DEFAULTS
       040-GET-DEFINITION.
           MOVE "040-GET-DEFINITION" TO PARA-NAME.
           MOVE "RPTSAVE"           TO PGT-PROGRAM-ID.
           MOVE "DEFAULT-RETAIN"    TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 10000
               MOVE PGT-NUMBER TO WS-RETENTION-DAYS.

           MOVE WS-PARM-REPORT-ID TO RPTDEF-FILE-KEY.
           READ RPTDEF INTO REPORT-DEFINITION-REC
               INVALID KEY
                   MOVE SPACES TO REPORT-DEFINITION-REC
                   MOVE "UNDEFINED REPORT" TO RDF-REPORT-TITLE
                   DISPLAY "RPTSAVE " WS-PARM-REPORT-ID
                           " HAS NO RPTDEF ROW - FILED WITH DEFAULTS"
                   GO TO 040-EXIT
           END-READ.
           MOVE "Y" TO WS-DEFINED-SW.
           IF RDF-LINE-WIDTH NUMERIC AND RDF-LINE-WIDTH > ZERO
              AND RDF-LINE-WIDTH NOT > 133
               MOVE RDF-LINE-WIDTH TO WS-LINE-WIDTH.
           IF RDF-LINES-PER-PAGE NUMERIC AND RDF-LINES-PER-PAGE > ZERO
               MOVE RDF-LINES-PER-PAGE TO WS-LINES-PER-PAGE.
           IF RDF-RETENTION-DAYS NUMERIC AND RDF-RETENTION-DAYS > ZERO
               MOVE RDF-RETENTION-DAYS TO WS-RETENTION-DAYS.
       040-EXIT.
           EXIT.

      ***** THE HIGHEST RUN SEQUENCE ALREADY FILED FOR THIS DATE
       050-FIND-LAST-SEQ.
           MOVE "050-FIND-LAST-SEQ" TO PARA-NAME.
           MOVE WS-PARM-REPORT-ID TO RIX-REPORT-ID.
           MOVE WS-RUN-DATE       TO RIX-RUN-DATE.
           MOVE ZERO              TO RIX-RUN-SEQ.
           MOVE RIX-KEY           TO RPTINDX-FILE-KEY.
           START RPTINDX KEY IS NOT LESS THAN RPTINDX-FILE-KEY
               INVALID KEY
                   GO TO 050-EXIT
           END-START.
           PERFORM 060-READ-NEXT-RUN THRU 060-EXIT
                   UNTIL NO-MORE-RUNS.
       050-EXIT.
           EXIT.

       060-READ-NEXT-RUN.
           READ RPTINDX NEXT INTO REPORT-INDEX-REC
               AT END
                   MOVE "N" TO MORE-RUNS-SW
                   GO TO 060-EXIT
           END-READ.
           IF RIX-REPORT-ID NOT = WS-PARM-REPORT-ID
              OR RIX-RUN-DATE NOT = WS-RUN-DATE
               MOVE "N" TO MORE-RUNS-SW
               GO TO 060-EXIT.
           MOVE RIX-RUN-SEQ TO WS-LAST-SEQ.
       060-EXIT.
           EXIT.

       070-WRITE-INDEX.
           MOVE "070-WRITE-INDEX" TO PARA-NAME.
           IF WS-LAST-SEQ = 999
               MOVE "** 999 RUNS ALREADY FILED FOR THIS DATE"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE SPACES            TO REPORT-INDEX-REC.
           MOVE WS-PARM-REPORT-ID TO RIX-REPORT-ID.
           MOVE WS-RUN-DATE       TO RIX-RUN-DATE.
           COMPUTE RIX-RUN-SEQ = WS-LAST-SEQ + 1.
           MOVE RDF-OWNER-DEPT    TO RIX-OWNER-DEPT.
           MOVE WS-PARM-FACILITY  TO RIX-FACILITY.
           MOVE RDF-REPORT-TITLE  TO RIX-REPORT-TITLE.
           MOVE ZERO              TO RIX-LINE-COUNT, RIX-PAGE-COUNT.
           MOVE WS-CURR-DATE-9    TO RIX-LOADED-DATE.
           MOVE WS-CURR-TIME-9    TO RIX-LOADED-TIME.
           COMPUTE WS-EXPIRES-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-RETENTION-DAYS.
           COMPUTE RIX-EXPIRES-DATE =
               FUNCTION DATE-OF-INTEGER(WS-EXPIRES-INT).
           MOVE RIX-KEY           TO RPTINDX-FILE-KEY.
           WRITE RPTINDX-FILE-REC FROM REPORT-INDEX-REC
               INVALID KEY
                   MOVE "** RPTINDX WRITE FAILED" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-WRITE.

           MOVE RIX-REPORT-ID     TO RLN-REPORT-ID.
           MOVE RIX-RUN-DATE      TO RLN-RUN-DATE.
           MOVE RIX-RUN-SEQ       TO RLN-RUN-SEQ.
           MOVE 1                 TO PAGES-SAVED.
       070-EXIT.
           EXIT.

      ***** ONE PRINT LINE, NUMBERED IN PRINT ORDER AND PAGED BY THE
      ***** DEFINITION'S LINES PER PAGE
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF WS-LINES-ON-PAGE = WS-LINES-PER-PAGE
               ADD 1 TO PAGES-SAVED
               MOVE ZERO TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO LINES-SAVED.

           MOVE LINES-SAVED TO RLN-LINE-NBR.
           MOVE PAGES-SAVED TO RLN-PAGE-NBR.
           MOVE SPACES      TO RLN-PRINT-LINE.
           MOVE RPTIN-REC(1:WS-LINE-WIDTH) TO RLN-PRINT-LINE.
           MOVE RLN-KEY     TO RPTLINE-FILE-KEY.
           WRITE RPTLINE-FILE-REC FROM REPORT-LINE-REC
               INVALID KEY
                   MOVE "** RPTLINE WRITE FAILED" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-WRITE.

           READ RPTIN
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** COMPLETE THE INDEX ROW WITH THE COUNTS
       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           IF LINES-SAVED > ZERO
               MOVE RIX-KEY TO RPTINDX-FILE-KEY
               READ RPTINDX INTO REPORT-INDEX-REC
                   INVALID KEY
                       MOVE "** RPTINDX ROW LOST DURING LOAD"
                            TO ABEND-REASON
                       GO TO 1000-ABEND-RTN
               END-READ
               MOVE LINES-SAVED TO RIX-LINE-COUNT
               MOVE PAGES-SAVED TO RIX-PAGE-COUNT
               REWRITE RPTINDX-FILE-REC FROM REPORT-INDEX-REC
                   INVALID KEY
                       MOVE "** RPTINDX REWRITE FAILED"
                            TO ABEND-REASON
                       GO TO 1000-ABEND-RTN
               END-REWRITE
               DISPLAY "RPTSAVE REPORT FILED        : " RIX-REPORT-ID
                       " " RIX-RUN-DATE " RUN " RIX-RUN-SEQ
               DISPLAY "RPTSAVE LINES FILED         : " LINES-SAVED
               DISPLAY "RPTSAVE PAGES FILED         : " PAGES-SAVED
               DISPLAY "RPTSAVE KEPT THROUGH        : "
                       RIX-EXPIRES-DATE.
           CLOSE RPTIN, RPTDEF, RPTINDX, RPTLINE, SYSOUT.
           DISPLAY "******** NORMAL END OF JOB RPTSAVE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE RPTIN, RPTDEF, RPTINDX, RPTLINE, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-RPTSAVE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTPURGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          REPORT REPOSITORY RETENTION PURGE.  BROWSES RPTINDX
      *          AND, FOR EVERY FILED RUN WHOSE EXPIRY DATE IS BEHIND
      *          TODAY, DELETES ITS PRINT LINES FROM RPTLINE AND THEN
      *          THE INDEX ROW ITSELF -- SAME READ-THEN-DELETE BROWSE
      *          AS AUDROLL.  THE EXPIRY DATE WAS SET FROM THE
      *          REPORT'S RETENTION WHEN RPTSAVE FILED THE RUN, SO A
      *          LATER RETENTION CHANGE ON RPTDEF AFFECTS NEW RUNS ONLY.
      *
      ******************************************************************

               VSAM REPORT INDEX       -   DDS0001.RPTINDX

               VSAM REPORT LINES       -   DDS0001.RPTLINE

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

           SELECT RPTINDX
                  ASSIGN       to RPTINDX
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is RPTINDX-FILE-KEY
                  FILE STATUS  is RPTINDX-STATUS.

           SELECT RPTLINE
                  ASSIGN       to RPTLINE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
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
           05  RPTINDX-STATUS          PIC X(2).
               88 RPTINDX-OK           VALUE "00".
           05  RPTLINE-STATUS          PIC X(2).
               88 RPTLINE-OK           VALUE "00".

       COPY RPTREPO.

       01  WS-SWITCHES.
           05  MORE-INDEX-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-INDEX        VALUE "N".
           05  MORE-LINES-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-LINES        VALUE "N".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RUNS-READ               PIC S9(9) COMP VALUE ZERO.
           05  RUNS-PURGED             PIC S9(9) COMP VALUE ZERO.
           05  RUNS-KEPT               PIC S9(9) COMP VALUE ZERO.
           05  LINES-PURGED            PIC S9(9) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-INDEX.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB RPTPURGE ********".
           OPEN OUTPUT SYSOUT.
           OPEN I-O RPTINDX, RPTLINE.
           IF NOT RPTINDX-OK OR NOT RPTLINE-OK
               MOVE "** REPORT REPOSITORY WILL NOT OPEN"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ RPTINDX INTO REPORT-INDEX-REC
               AT END
                   MOVE "N" TO MORE-INDEX-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO RUNS-READ.

           IF RIX-EXPIRES-DATE NOT < WS-CURR-DATE-9
               ADD 1 TO RUNS-KEPT
               GO TO 100-EXIT.

      ***** LINES FIRST, SO AN INTERRUPTED PURGE LEAVES THE INDEX ROW
      ***** FOR THE NEXT RUN TO FINISH
           PERFORM 200-PURGE-LINES THRU 200-EXIT.
           DELETE RPTINDX RECORD
               INVALID KEY
                   MOVE "*** DELETE FAILED ON RPTINDX"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
           END-DELETE.
           ADD 1 TO RUNS-PURGED.
       100-EXIT.
           EXIT.

       200-PURGE-LINES.
           MOVE "200-PURGE-LINES" TO PARA-NAME.
           MOVE RIX-REPORT-ID TO RLN-REPORT-ID.
           MOVE RIX-RUN-DATE  TO RLN-RUN-DATE.
           MOVE RIX-RUN-SEQ   TO RLN-RUN-SEQ.
           MOVE ZERO          TO RLN-LINE-NBR.
           MOVE RLN-KEY       TO RPTLINE-FILE-KEY.
           MOVE "Y"           TO MORE-LINES-SW.
           START RPTLINE KEY IS NOT LESS THAN RPTLINE-FILE-KEY
               INVALID KEY
                   GO TO 200-EXIT
           END-START.
           PERFORM 250-DELETE-LINE THRU 250-EXIT
                   UNTIL NO-MORE-LINES.
       200-EXIT.
           EXIT.

       250-DELETE-LINE.
           READ RPTLINE NEXT INTO REPORT-LINE-REC
               AT END
                   MOVE "N" TO MORE-LINES-SW
                   GO TO 250-EXIT
           END-READ.
           IF RLN-REPORT-ID NOT = RIX-REPORT-ID
              OR RLN-RUN-DATE NOT = RIX-RUN-DATE
              OR RLN-RUN-SEQ NOT = RIX-RUN-SEQ
               MOVE "N" TO MORE-LINES-SW
               GO TO 250-EXIT.
           DELETE RPTLINE RECORD
               INVALID KEY
                   MOVE "*** DELETE FAILED ON RPTLINE"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
           END-DELETE.
           ADD 1 TO LINES-PURGED.
       250-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE RPTINDX, RPTLINE, SYSOUT.
           DISPLAY "RPTPURGE RUNS READ          : " RUNS-READ.
           DISPLAY "RPTPURGE RUNS PURGED        : " RUNS-PURGED.
           DISPLAY "RPTPURGE RUNS KEPT          : " RUNS-KEPT.
           DISPLAY "RPTPURGE LINES PURGED       : " LINES-PURGED.
           DISPLAY "******** NORMAL END OF JOB RPTPURGE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE RPTINDX, RPTLINE, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-RPTPURGE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

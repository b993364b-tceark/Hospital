      ******************************************************************
      *REMARKS.
      *
      *          DAILY UTILIZATION-REVIEW EXCEPTION REPORT.  READS
      *          THE NIGHT'S CENSUS EXTRACT (CENSEXT) FOR EVERY
      *          INPATIENT STILL ADMITTED AND
      *          COMPARES HOSPITAL-STAY-LTH (ADDED TO EVERY DAY BY
      *          DALYUPDT'S 400-APPLY-UPDATES) AGAINST THE EXPECTED
      *          LENGTH-OF-STAY FOR THAT PATIENT'S
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)    -   DDS0001.CENSEXT

               OUTPUT FILE PRODUCED     -   DDS0001.LOSRPT

           ASSIGN TO UT-S-LOSRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS LOSRPT-REC.
       01  LOSRPT-REC PIC X(80).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND    VALUE "00".
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

      ** VSAM FILE
       COPY CENSEXT.

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
           WRITE LOSRPT-REC FROM WS-RPT-HDR-REC.
           WRITE LOSRPT-REC FROM WS-RPT-COLM-HDR-REC.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF CEN-INPATIENT
              AND CEN-DATE-DISCHARGE = SPACES
               PERFORM 200-CHECK-LENGTH-OF-STAY THRU 200-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       200-CHECK-LENGTH-OF-STAY.
           MOVE "200-CHECK-LENGTH-OF-STAY" TO PARA-NAME.
           MOVE CEN-DIAG-CODE-PRIMARY TO
               DIAG-CODE IN DCLDIAG-CODES.

           EXEC SQL
           IF SQLCODE < 0 AND SQLCODE NOT = -811
               MOVE "*** DIAG_CODES LOOKUP FAILED" TO ABEND-REASON
               MOVE SQLCODE TO EXPECTED-VAL
               MOVE CEN-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           COMPUTE WS-THRESHOLD-DAYS =
               WS-EXPECTED-LOS * WS-LOS-THRESHOLD-MULT.

           IF CEN-HOSPITAL-STAY-LTH >
                   WS-THRESHOLD-DAYS
               PERFORM 300-WRITE-EXCEPTION THRU 300-EXIT.
       200-EXIT.
       300-WRITE-EXCEPTION.
           MOVE "300-WRITE-EXCEPTION" TO PARA-NAME.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CEN-PATIENT-ID TO RPT-PATIENT-ID.
           MOVE CEN-DIAG-CODE-PRIMARY TO
               RPT-DIAG-CODE.
           MOVE CEN-WARD-NBR TO
               RPT-WARD-ID.
           MOVE CEN-ATTENDING-PHYSICIAN TO
               RPT-PHYSICIAN.
           MOVE CEN-HOSPITAL-STAY-LTH TO
               RPT-ACTUAL-LOS.
           MOVE WS-EXPECTED-LOS TO RPT-EXPECTED-LOS.
           WRITE LOSRPT-REC FROM WS-RPT-DETAIL-REC.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CENSEXT, LOSRPT, SYSOUT.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CENSEXT.
           OPEN OUTPUT LOSRPT.
           OPEN OUTPUT SYSOUT.
       800-EXIT.

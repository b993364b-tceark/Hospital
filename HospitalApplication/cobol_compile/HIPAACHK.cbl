      ******************************************************************
      *REMARKS.
      *
      *          THIS PROGRAM READS THE NIGHT'S CENSUS EXTRACT (CENSEXT)
      *          FOR EVERY INPATIENT WHOSE
      *          HIPAA-FORM-SIGNED-IND IS STILL "N" AND WHOSE DATE-ADMIT
      *          IS MORE THAN THE MAX-DAYS-OLD RUN PARAMETER (2 DAYS
      *          WHEN NONE IS SET) BEFORE TODAY, AND PRINTS AN
      *          EXCEPTION LIST OF THOSE PATIENTS GROUPED BY
      *          PRIMARY-STAY-WARD-NBR/ATTENDING-PHYSICIAN SO NURSING
      *          CAN CHASE DOWN THE MISSING SIGNATURES.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)    -   DDS0001.CENSEXT

               OUTPUT FILE PRODUCED     -   DDS0001.HIPAARPT

               RUN PARAMETERS           -   DDS0001.RUNPARM (PARMGET)

               DUMP FILE                -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-HIPAARPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS HIPAARPT-REC.
       01  HIPAARPT-REC PIC X(80).

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
               88 NO-MORE-DATA  VALUE "N".
           05  WS-DATE                 PIC 9(6).
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MAX-DAYS-OLD         PIC 9(3) VALUE 2.

      ***** TODAY'S DATE, ASSEMBLED INTO THE SAME YYYY-MM-DD SHAPE AS
      ***** DATE-ADMIT SO THE TWO CAN BE SLICED THE SAME WAY BELOW

      ***** DAY-GAP CALCULATION - SAME 30-DAY-MONTH APPROXIMATION AS
      ***** READMRPT'S 250-CALC-DAY-GAP.  ACCURATE ENOUGH FOR A
      ***** "MORE THAN N DAYS OLD" EXCEPTION THRESHOLD.
       01  WS-DATE-PARTS.
           05  WS-FROM-YYYY            PIC 9(4).
           05  WS-FROM-MM              PIC 9(2).
           05  RPT-DAYS-UNSIGNED   PIC ZZZ9.
           05  FILLER              PIC X(27) VALUE SPACES.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           MOVE WS-DATE(1:2) TO FMT-YY.
           MOVE WS-DATE(3:2) TO FMT-MM.
           MOVE WS-DATE(5:2) TO FMT-DD.

      ***** UNSIGNED-FORM GRACE PERIOD FROM THE RUNPARM MASTER
           MOVE "HIPAACHK"          TO PGT-PROGRAM-ID.
           MOVE "MAX-DAYS-OLD"      TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER NOT < ZERO
              AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-MAX-DAYS-OLD.

           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE WS-FMT-TODAY TO HDR-DATE.
           WRITE HIPAARPT-REC FROM WS-RPT-HDR-REC.
           WRITE HIPAARPT-REC FROM WS-RPT-COLM-HDR-REC.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF CEN-INPATIENT
              AND CEN-HIPAA-UNSIGNED
               PERFORM 250-CALC-DAY-GAP THRU 250-EXIT
               IF WS-DAY-GAP > WS-MAX-DAYS-OLD
                   PERFORM 300-WRITE-EXCEPTION THRU 300-EXIT
               END-IF
           END-IF.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       250-CALC-DAY-GAP.
           MOVE "250-CALC-DAY-GAP" TO PARA-NAME.
           MOVE CEN-DATE-ADMIT(1:4) TO WS-FROM-YYYY.
           MOVE CEN-DATE-ADMIT(6:2) TO WS-FROM-MM.
           MOVE CEN-DATE-ADMIT(9:2) TO WS-FROM-DD.
           MOVE WS-FMT-TODAY(1:4)  TO WS-TO-YYYY.
           MOVE WS-FMT-TODAY(6:2)  TO WS-TO-MM.
           MOVE WS-FMT-TODAY(9:2)  TO WS-TO-DD.
       300-WRITE-EXCEPTION.
           MOVE "300-WRITE-EXCEPTION" TO PARA-NAME.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE CEN-WARD-NBR TO RPT-WARD-ID.
           MOVE CEN-ATTENDING-PHYSICIAN TO RPT-PHYSICIAN.
           MOVE CEN-PATIENT-ID TO RPT-PATIENT-ID.
           MOVE CEN-DATE-ADMIT TO RPT-DATE-ADMIT.
           MOVE WS-DAY-GAP TO RPT-DAYS-UNSIGNED.
           WRITE HIPAARPT-REC FROM WS-RPT-DETAIL-REC.
       300-EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CENSEXT, HIPAARPT, SYSOUT.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CENSEXT.
           OPEN OUTPUT HIPAARPT.
           OPEN OUTPUT SYSOUT.
       800-EXIT.

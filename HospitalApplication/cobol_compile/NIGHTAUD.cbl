      *          NIGHT AUDIT -- CENSUS AGAINST POSTED ROOM REVENUE.
      *          THE TRAILER PROVES THE CHARGE FILE BALANCED AGAINST
      *          ITSELF; NOTHING PROVES IT MATCHES THE HOUSE.  THIS
      *          JOB TAKES THE MIDNIGHT CENSUS OFF THE CENSEXT EXTRACT
      *          (THE SAME OCCUPANCY WARDCENS COUNTS), PRICES EACH
      *          OCCUPIED BED AT ITS WARD'S WARD_CODES BASE RATE FOR AN
      *          EXPECTED ROOM-REVENUE FIGURE, AND COMPARES THAT BY
      *          WARD TO
      *          THE BASE-ROOM-CHARGES ACTUALLY POSTED ON THE DAY'S
      *          EDITED CHARGE FILE -- NAMING EVERY PATIENT WHO WAS
      *          OCCUPIED BUT NEVER BILLED, AND EVERY PATIENT BILLED
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               POSTED CHARGES INPUT    -   DDS0001.PATEDIT

           ASSIGN TO UT-S-NIGHTAUD
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS NIGHTAUD-REC.
       01  NIGHTAUD-REC PIC X(100).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  PFCODE                  PIC X(2).
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY CENSEXT.

       COPY PATDALY.

           05  RPT-PAT-WARD          PIC X(4).
           05  FILLER                PIC X(52) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "NIGHTAUD".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATEDIT-HDR-SW          PIC X(1) VALUE "N".
               88 PATEDIT-HDR-CHECKED  VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       COPY DB2ERR.
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB NIGHTAUD ********".
           OPEN INPUT PATEDIT, CENSEXT.
           OPEN OUTPUT NIGHTAUD, SYSOUT.
           WRITE NIGHTAUD-REC FROM WS-RPT-HDR-REC.

           MOVE LOW-VALUES TO CENSEXT-KEY.
           START CENSEXT KEY IS NOT LESS THAN CENSEXT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-MSTR-SW
           END-START.
       000-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

       100-LOAD-BILLED.
           MOVE "100-LOAD-BILLED" TO PARA-NAME.
           READ PATEDIT INTO INPATIENT-DAILY-REC
                   GO TO 100-EXIT
           END-READ.

           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDIT-HDR-CHECKED
               MOVE "Y" TO PATEDIT-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 100-LOAD-BILLED.

           IF TRAILER-REC IN INPATIENT-DAILY-REC
               GO TO 100-EXIT.


       200-WALK-CENSUS.
           MOVE "200-WALK-CENSUS" TO PARA-NAME.
           READ CENSEXT NEXT INTO CENSUS-EXTRACT-REC
               AT END
                   MOVE "N" TO MORE-MSTR-SW
                   GO TO 200-EXIT
           END-READ.

      ***** OCCUPIED = STILL-ADMITTED INPATIENT NOT OUT ON LEAVE
           IF CEN-DATE-DISCHARGE NOT = SPACES
            OR NOT CEN-INPATIENT
            OR CEN-ON-LEAVE
               GO TO 200-EXIT.
           ADD 1 TO OCCUPIED-COUNT.

           MOVE CEN-WARD-NBR TO WS-CHECK-WARD.
           IF CEN-FACILITY-CODE = "02"
               MOVE "02" TO WS-CHECK-FAC
           ELSE
               MOVE "01" TO WS-CHECK-FAC.
           ELSE
               ADD 1 TO UNBILLED-COUNT
               MOVE "OCCUPIED-NOT-BILLED   " TO RPT-FINDING
               MOVE CEN-PATIENT-ID TO RPT-PATIENT-ID
               MOVE CEN-WARD-NBR TO RPT-PAT-WARD
               WRITE NIGHTAUD-REC FROM WS-RPT-PATIENT-REC.
       200-EXIT.
           EXIT.
       400-SCAN-BILLED.
           MOVE "400-SCAN-BILLED" TO PARA-NAME.
           IF WS-BIL-PATIENT-ID(WS-BIL-SUB) =
              CEN-PATIENT-ID
               MOVE "Y" TO WS-BILLED-FOUND-SW.
       400-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATEDIT, CENSEXT, NIGHTAUD, SYSOUT.
           DISPLAY "NIGHTAUD OCCUPIED AT MIDNIGHT: " OCCUPIED-COUNT.
           DISPLAY "NIGHTAUD OCCUPIED NOT BILLED : " UNBILLED-COUNT.
           DISPLAY "NIGHTAUD BILLED NOT OCCUPIED : "
               NOT-OCCUPIED-COUNT.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB NIGHTAUD ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATEDIT, CENSEXT, NIGHTAUD, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-NIGHTAUD ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

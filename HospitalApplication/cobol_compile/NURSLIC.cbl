      *
      *          NURSE LICENSE-EXPIRY REPORT.  READS THE NURSEREG
      *          REGISTRY AND LISTS EVERY NURSE WHOSE LICENSE
      *          EXPIRATION FALLS WITHIN THE WARNING WINDOW -- OR HAS
      *          ALREADY PASSED -- WHICH IS EXACTLY THE LIST
      *          COMPLIANCE ASKS FOR EVERY QUARTER.  THE WINDOW IS THE
      *          WARN-DAYS RUN PARAMETER, 60 DAYS WHEN NONE IS SET.
      *
      ******************************************************************


               REPORT FILE PRODUCED    -   DDS0001.NURSLIC

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               DUMP FILE               -   SYSOUT

      ******************************************************************
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".

      ***** WARNING WINDOW -- THE RUNPARM WARN-DAYS ROW, OR 60 DAYS
      ***** WHEN NO ROW IS IN FORCE
       77  WS-WARN-DAYS                PIC 9(3) VALUE 60.
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-EXP-INT                  PIC S9(9) COMP.
           05  NURSES-LISTED           PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(31)
               VALUE "NURSE LICENSES EXPIRING WITHIN".
           05  RPT-HDR-WARN-DAYS     PIC ZZ9.
           05  FILLER   PIC X(46) VALUE " DAYS".

       01  WS-RPT-DETAIL-REC.
           05  RPT-NURSE-ID          PIC X(8).
           05  RPT-DAYS-LEFT         PIC ZZZZ9-.
           05  FILLER                PIC X(1) VALUE SPACE.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           DISPLAY "******** BEGIN JOB NURSLIC ********".
           OPEN INPUT NURSEREG.
           OPEN OUTPUT NURSLIC, SYSOUT.
           MOVE "NURSLIC"           TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-WARN-DAYS.
           MOVE WS-WARN-DAYS TO RPT-HDR-WARN-DAYS.
           WRITE NURSLIC-REC FROM WS-RPT-HDR-REC.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

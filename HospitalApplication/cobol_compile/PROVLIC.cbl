      *
      *          PHYSICIAN LICENSE-EXPIRY REPORT.  READS THE PROVREG
      *          REGISTRY AND LISTS EVERY ACTIVE PHYSICIAN WHOSE
      *          LICENSE EXPIRATION FALLS WITHIN THE WARNING WINDOW
      *          (THE WARN-DAYS RUN PARAMETER, 60 DAYS WHEN NONE IS
      *          SET) -- OR HAS ALREADY PASSED -- THE SAME LIST NURSLIC
      *          GIVES COMPLIANCE FOR THE NURSES.  AN ACTIVE
      *          PHYSICIAN WITH NO LICENSE ON FILE AT ALL IS LISTED
      *          TOO; UNTIL THE REGISTRY EXISTED NOBODY TRACKED

               REPORT FILE PRODUCED    -   DDS0001.PROVLIC

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
           05  NO-LICENSE-ON-FILE      PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(35)
               VALUE "PHYSICIAN LICENSES EXPIRING WITHIN".
           05  RPT-HDR-WARN-DAYS     PIC ZZ9.
           05  FILLER   PIC X(42) VALUE " DAYS".

       01  WS-RPT-DETAIL-REC.
           05  RPT-PROVIDER-ID       PIC X(8).
           05  RPT-DAYS-LEFT         PIC ZZZZ9-.
           05  FILLER                PIC X(1) VALUE SPACE.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           DISPLAY "******** BEGIN JOB PROVLIC ********".
           OPEN INPUT PROVREG.
           OPEN OUTPUT PROVLIC, SYSOUT.
           MOVE "PROVLIC"           TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-WARN-DAYS.
           MOVE WS-WARN-DAYS TO RPT-HDR-WARN-DAYS.
           WRITE PROVLIC-REC FROM WS-RPT-HDR-REC.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

      *          MONTHLY BATCH SWEEP OF PATPERSN FOR EVERY PATIENT ON
      *          FILE WHOSE PAYMENT-METHOD-TYPE IS "CC" AND WHOSE
      *          CREDIT-CARD-EXP-DATE HAS ALREADY PASSED OR FALLS
      *          WITHIN THE WARNING WINDOW (THE WARN-DAYS RUN
      *          PARAMETER, 60 DAYS WHEN NONE IS SET), SO BILLING CAN
      *          FOLLOW UP FOR A NEW CARD BEFORE THE NEXT CHARGE ON
      *          FILE IS DECLINED
      *.  EXP-MONTH/EXP-YEAR IS MONTH-GRANULARITY
      *          ONLY, SO THE WINDOW IS APPROXIMATED IN 30-DAY
      *          MONTHS (60 DAYS = 2 CALENDAR MONTHS) -- CLOSE ENOUGH
      *          FOR A FOLLOW-UP LIST AND THE SAME 30-DAY-MONTH
      *          APPROXIMATION READMRPT AND HIPAACHK ALREADY USE FOR
      *          THEIR OWN DAY-GAP EDITS.
      *
      ******************************************************************


               OUTPUT FILE PRODUCED     -   DDS0001.CCEXPRPT

               RUN PARAMETERS           -   DDS0001.RUNPARM (PARMGET)

               DUMP FILE                -   SYSOUT

      ******************************************************************
               88 NO-MORE-DATA  VALUE "N".
           05  WS-DATE                 PIC 9(6).
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-WARN-DAYS            PIC 9(3) VALUE 60.
           05  WS-WARN-MONTHS          PIC 9(2) VALUE 2.

       01  WS-TODAY-PARTS.
           05  WS-TODAY-CCYY           PIC 9(4).
           05  RPT-MONTHS-LEFT     PIC -999.
           05  FILLER              PIC X(24) VALUE SPACES.

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           COMPUTE WS-TODAY-MONTH-NBR =
                   (WS-TODAY-CCYY * 12) + WS-TODAY-MM.

      ***** WARNING WINDOW FROM THE RUNPARM MASTER, IN 30-DAY MONTHS
           MOVE "CCEXPCHK"          TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-WARN-DAYS
               DIVIDE WS-WARN-DAYS BY 30 GIVING WS-WARN-MONTHS ROUNDED.

           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE WS-DATE TO HDR-DATE.
           WRITE CCEXPRPT-REC FROM WS-RPT-HDR-REC.
           COMPUTE WS-MONTH-GAP =
                   WS-EXP-MONTH-NBR - WS-TODAY-MONTH-NBR.

           IF WS-MONTH-GAP <= WS-WARN-MONTHS
               PERFORM 300-WRITE-EXCEPTION THRU 300-EXIT.
       200-EXIT.
           EXIT.

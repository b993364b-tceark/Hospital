       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVGEXP.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY PRIVILEGE-EXPIRY REPORT FOR THE MEDICAL STAFF
      *          OFFICE.  READS THE PHYSPRIV PRIVILEGE FILE AND LISTS
      *          EVERY ACTIVE PRIVILEGE WHOSE EXPIRY FALLS WITHIN THE
      *          WARNING WINDOW (THE WARN-DAYS RUN PARAMETER, 90 DAYS
      *          WHEN NONE IS SET) -- OR HAS ALREADY PASSED, SINCE
      *          TRMTSRCH IS ALREADY REJECTING THAT PHYSICIAN'S
      *          TREATMENTS IN THE MODE.  THE PHYSICIAN'S NAME COMES
      *          OFF THE PROVREG REGISTRY.  SAME SHAPE AS PROVLIC.
      *
      ******************************************************************

               PRIVILEGE INPUT FILE    -   DDS0001.PHYSPRIV

               REGISTRY INPUT FILE     -   DDS0001.PROVREG

               REPORT FILE PRODUCED    -   DDS0001.PRIVGEXP

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

           SELECT PHYSPRIV
           ASSIGN TO UT-S-PHYSPRIV
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PRIVGEXP
           ASSIGN TO UT-S-PRIVGEXP
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

       FD  PHYSPRIV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSPRIV-REC.
       01  PHYSPRIV-REC PIC X(50).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  PRIVGEXP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRIVGEXP-REC.
       01  PRIVGEXP-REC PIC X(100).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).

       COPY PHYSPRIV.

       COPY PROVREG.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-PROV-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-PROV         VALUE "N".
           05  WS-PROV-FOUND-SW        PIC X(1).
               88 PROV-FOUND           VALUE "Y".

      ***** REGISTRY NAMES, LOADED AT STARTUP
       01  WS-PROV-TABLE.
           05  WS-PROV-ROW OCCURS 2000 TIMES.
               10  WS-PROV-ID          PIC X(8).
               10  WS-PROV-NAME        PIC X(30).
       01  WS-PROV-ROWS-USED           PIC 9(4) VALUE ZERO.
       77  WS-PROV-MAX                 PIC 9(4) VALUE 2000.
       77  WS-PROV-SUB                 PIC 9(4).

      ***** WARNING WINDOW -- THE RUNPARM WARN-DAYS ROW, OR 90 DAYS
      ***** WHEN NO ROW IS IN FORCE
       77  WS-WARN-DAYS                PIC 9(3) VALUE 90.
       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-EXP-INT                  PIC S9(9) COMP.
       77  WS-DAYS-LEFT                PIC S9(5) COMP.
       77  WS-EXP-DATE-NUM             PIC 9(8).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  ROWS-READ               PIC S9(5) COMP VALUE ZERO.
           05  PRIVILEGES-LISTED       PIC S9(5) COMP VALUE ZERO.
           05  PRIVILEGES-EXPIRED      PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "PHYSICIAN PRIVILEGES EXPIRING WITHIN".
           05  RPT-HDR-WARN-DAYS     PIC ZZ9.
           05  FILLER   PIC X(57) VALUE " DAYS".

       01  WS-RPT-DETAIL-REC.
           05  RPT-PROVIDER-ID       PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RPT-PROVIDER-NAME     PIC X(30).
           05  FILLER                PIC X(7) VALUE "  MODE ".
           05  RPT-TREATMENT-MODE    PIC X(3).
           05  FILLER                PIC X(9) VALUE "  GRANTED".
           05  RPT-GRANTED           PIC X(8).
           05  FILLER                PIC X(9) VALUE "  EXPIRES".
           05  RPT-EXPIRES           PIC X(8).
           05  FILLER                PIC X(6) VALUE "  DAYS".
           05  RPT-DAYS-LEFT         PIC ZZZZ9-.
           05  RPT-FLAG              PIC X(5).

       COPY PARMGPRM.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-PROV-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PROV.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PRIVGEXP ********".
           OPEN INPUT PHYSPRIV, PROVREG.
           OPEN OUTPUT PRIVGEXP, SYSOUT.
           MOVE "PRIVGEXP"          TO PGT-PROGRAM-ID.
           MOVE "WARN-DAYS"         TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > ZERO AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO WS-WARN-DAYS.
           MOVE WS-WARN-DAYS TO RPT-HDR-WARN-DAYS.
           WRITE PRIVGEXP-REC FROM WS-RPT-HDR-REC.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).

           READ PHYSPRIV INTO PHYSICIAN-PRIVILEGE-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-PROV-TABLE.
           MOVE "050-LOAD-PROV-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PROV-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-PROV-ROWS-USED = WS-PROV-MAX
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PROV-ROWS-USED.
           MOVE PRG-PROVIDER-ID   TO WS-PROV-ID(WS-PROV-ROWS-USED).
           MOVE PRG-PROVIDER-NAME TO WS-PROV-NAME(WS-PROV-ROWS-USED).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO ROWS-READ.
           IF PPV-ACTIVE
               PERFORM 200-CHECK-EXPIRY THRU 200-EXIT.

           READ PHYSPRIV INTO PHYSICIAN-PRIVILEGE-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-CHECK-EXPIRY.
           MOVE "200-CHECK-EXPIRY" TO PARA-NAME.
           IF PPV-EXPIRES-DATE NOT NUMERIC
               MOVE "*** UNPARSEABLE EXPIRY DATE ON PHYSPRIV"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 200-EXIT.

           MOVE PPV-EXPIRES-DATE TO WS-EXP-DATE-NUM.
           COMPUTE WS-EXP-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM).
           COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-TODAY-INT.

           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 200-EXIT.

           MOVE "N" TO WS-PROV-FOUND-SW.
           PERFORM 210-FIND-NAME THRU 210-EXIT
               VARYING WS-PROV-SUB FROM 1 BY 1 UNTIL
               WS-PROV-SUB > WS-PROV-ROWS-USED OR PROV-FOUND.
           IF NOT PROV-FOUND
               MOVE "*** NOT ON PROVREG ***" TO RPT-PROVIDER-NAME.

           MOVE PPV-PROVIDER-ID      TO RPT-PROVIDER-ID.
           MOVE PPV-TREATMENT-MODE   TO RPT-TREATMENT-MODE.
           MOVE PPV-GRANTED-DATE     TO RPT-GRANTED.
           MOVE PPV-EXPIRES-DATE     TO RPT-EXPIRES.
           MOVE WS-DAYS-LEFT         TO RPT-DAYS-LEFT.
           IF WS-DAYS-LEFT < ZERO
               MOVE " *EXP"          TO RPT-FLAG
               ADD 1 TO PRIVILEGES-EXPIRED
           ELSE
               MOVE SPACES           TO RPT-FLAG.
           WRITE PRIVGEXP-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO PRIVILEGES-LISTED.
       200-EXIT.
           EXIT.

       210-FIND-NAME.
           IF WS-PROV-ID(WS-PROV-SUB) = PPV-PROVIDER-ID
               MOVE WS-PROV-NAME(WS-PROV-SUB) TO RPT-PROVIDER-NAME
               MOVE "Y" TO WS-PROV-FOUND-SW.
       210-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PHYSPRIV, PROVREG, PRIVGEXP, SYSOUT.
           DISPLAY "PRIVGEXP PRIVILEGE ROWS READ: " ROWS-READ.
           DISPLAY "PRIVGEXP PRIVILEGES LISTED  : " PRIVILEGES-LISTED.
           DISPLAY "PRIVGEXP ALREADY EXPIRED    : " PRIVILEGES-EXPIRED.
           DISPLAY "******** NORMAL END OF JOB PRIVGEXP ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PHYSPRIV, PROVREG, PRIVGEXP, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PRIVGEXP ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

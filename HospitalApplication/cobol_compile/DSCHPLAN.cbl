      *          OR TOMORROW -- AND FLAGS ANYONE ALREADY PAST THE
      *          EXPECTED DATE AS PRIORITY -- BY WARD WITH THE
      *          ATTENDING PHYSICIAN, SO CASE MANAGEMENT WORKS FROM A
      *          LIST INSTEAD OF WALKING THE FLOORS.  THE STAYS COME
      *          FROM THE NIGHT'S CENSUS EXTRACT (CENSEXT), NOT A
      *          BROWSE OF PATMSTR.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               WORKLIST FILE PRODUCED  -   DDS0001.DSCHPLAN

           ASSIGN TO UT-S-DSCHPLAN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS DSCHPLAN-REC.
       01  DSCHPLAN-REC PIC X(80).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CENSEXT-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 MORE-DATA            VALUE "Y".

       COPY CENSEXT.

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-TOMORROW-INT             PIC S9(9) COMP.
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB DSCHPLAN ********".
           OPEN INPUT CENSEXT.
           OPEN OUTPUT DSCHPLAN, SYSOUT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           WRITE DSCHPLAN-REC FROM WS-RPT-HDR-REC.

           MOVE LOW-VALUES TO CENSEXT-KEY.
           START CENSEXT KEY IS NOT LESS THAN CENSEXT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DATA-SW
           END-START.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ CENSEXT NEXT INTO CENSUS-EXTRACT-REC
               AT END
                   MOVE "N" TO MORE-DATA-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO MSTR-ROWS-READ.

           IF CEN-DATE-DISCHARGE NOT = SPACES
            OR CEN-EXPECTED-DISCH-DATE = SPACES
               GO TO 100-EXIT.

           MOVE CEN-EXPECTED-DISCH-DATE(1:4)
                TO WS-EXPECT-DATE-NUM(1:4).
           MOVE CEN-EXPECTED-DISCH-DATE(6:2)
                TO WS-EXPECT-DATE-NUM(5:2).
           MOVE CEN-EXPECTED-DISCH-DATE(9:2)
                TO WS-EXPECT-DATE-NUM(7:2).
           IF WS-EXPECT-DATE-NUM NOT NUMERIC
            OR WS-EXPECT-DATE-NUM = ZERO
           ELSE
               MOVE SPACES TO RPT-PRIORITY.

           MOVE CEN-WARD-NBR TO RPT-WARD.
           MOVE CEN-PATIENT-ID TO RPT-PATIENT-ID.
           MOVE CEN-EXPECTED-DISCH-DATE TO RPT-EXPECTED-DATE.
           MOVE CEN-ATTENDING-PHYSICIAN TO RPT-ATTENDING.
           IF CEN-ON-ISOLATION
               MOVE SPACES TO RPT-ISOLATION
               STRING "ISO-" CEN-ISOLATION-CONDITION-CDE
                   DELIMITED BY SIZE INTO RPT-ISOLATION
           ELSE
               MOVE SPACES TO RPT-ISOLATION.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CENSEXT, DSCHPLAN, SYSOUT.
           DISPLAY "DSCHPLAN CENSUS ROWS READ   : " MSTR-ROWS-READ.
           DISPLAY "DSCHPLAN DUE-OUT PATIENTS   : " DUE-OUT-LISTED.
           DISPLAY "DSCHPLAN PAST-DUE PRIORITY  : " PAST-DUE-LISTED.
           DISPLAY "******** NORMAL END OF JOB DSCHPLAN ********".

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CENSEXT, DSCHPLAN, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-DSCHPLAN ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

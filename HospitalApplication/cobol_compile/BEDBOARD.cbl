      *          MACHINE-READABLE WARD-BY-WARD CAPACITY-VS-OCCUPIED
      *          EXTRACT THAT FACILITIES/ADMIN FEEDS INTO THE
      *          HOSPITAL'S BED-BOARD DISPLAY, JOINING DCLWARD-CODES
      *          (NUMBER-OF-BEDS, BASE-ROOM-CHARGE) WITH THE OCCUPANCY
      *          ON THE NIGHT'S CENSUS EXTRACT (CENSEXT) -- INSTEAD OF
      *          THE MANUAL HEADCOUNT FACILITIES DOES TODAY.  WARDCENS
      *          ALREADY PRODUCES THE HUMAN-READABLE MORNING-MEETING
      *          VERSION OF THIS SAME JOIN; THIS PROGRAM SHARES ITS
      *          WARD-TABLE TECHNIQUE BUT WRITES A FIXED-FORMAT EXTRACT
      *          RECORD INSTEAD OF REPORT LINES.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               OUTPUT FILE PRODUCED    -   DDS0001.BEDBOARD

           ASSIGN TO UT-S-BEDBOARD
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  BB-BASE-ROOM-CHARGE   PIC 9(5)V99.
           05  FILLER                PIC X(9).

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

      ******************************************************************
      ***** DB2 TABLE DCLGENS
           PERFORM 050-INIT-WARD-TABLE THRU 050-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF CEN-INPATIENT
              AND CEN-DATE-DISCHARGE = SPACES
               PERFORM 200-TALLY-WARD-OCCUPANCY THRU 200-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
           MOVE "200-TALLY-WARD-OCCUPANCY" TO PARA-NAME.
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > 12
               IF WCT-WARD-ID(WARD-IDX) =
                       CEN-WARD-NBR
                   ADD 1 TO WCT-OCCUPIED-COUNT(WARD-IDX)
                   SET WARD-IDX TO 13
               END-IF

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CENSEXT, BEDBOARD, SYSOUT.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CENSEXT.
           OPEN OUTPUT BEDBOARD.
           OPEN OUTPUT SYSOUT.
       800-EXIT.

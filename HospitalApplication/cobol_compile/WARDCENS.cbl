      ******************************************************************
      *REMARKS.
      *
      *          THIS PROGRAM READS THE NIGHT'S CENSUS EXTRACT (CENSEXT,
      *          TAKEN FROM PATMSTR BY CENSXTR) FOR EVERY INPATIENT WHO
      *          HAS NOT BEEN DISCHARGED (DATE-DISCHARGE = SPACES) AND
      *          TALLIES OCCUPANCY BY PRIMARY-STAY-WARD-NBR.  BED
      *          COUNTS PER WARD COME FROM DDS0001.HOSP_BED.  THE
      *          RESULT IS A ONE-LINE-PER-WARD CENSUS REPORT FOR THE
      *          MORNING BED-MANAGEMENT MEETING.  SWING-BED PATIENTS
      *          (SKILLED-NURSING LEVEL IN AN ACUTE BED) COUNT IN
      *          THEIR OWN COLUMN, APART FROM THE ACUTE OCCUPANTS.
      *
      ******************************************************************

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               OUTPUT FILE PRODUCED    -   DDS0001.WARDRPT

           ASSIGN TO UT-S-WARDRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS WARDRPT-REC.
       01  WARDRPT-REC PIC X(80).

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
      ***** OCCUPANTS UNDER ISOLATION PRECAUTIONS -- THE WHITEBOARD
      ***** COUNT, ON THE CENSUS WHERE IT BELONGS
               10  WCT-ISOLATION-COUNT    PIC 9(5) VALUE ZERO.
      ***** SWING-BED OCCUPANTS -- IN A BED, BUT NOT ACUTE
               10  WCT-SWING-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-RPT-FAC-HDR-REC.
           05  FILLER          PIC X(9)  VALUE "FACILITY ".
           05  RPT-FTOT-HELD   PIC ZZZ9.
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  RPT-FTOT-AVAIL  PIC ZZZZ9.
           05  FILLER          PIC X(25) VALUE SPACES.
           05  RPT-FTOT-SWING  PIC ZZZZ9.
           05  FILLER          PIC X(16) VALUE SPACES.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(30) VALUE "WARD OCCUPANCY/CENSUS REPORT".
           05  FILLER   PIC X(7)  VALUE "PCT-FUL".
           05  FILLER   PIC X(4)  VALUE SPACES.
           05  FILLER   PIC X(4)  VALUE "ISOL".
           05  FILLER   PIC X(5)  VALUE SPACES.
           05  FILLER   PIC X(5)  VALUE "SWING".
           05  FILLER   PIC X(16) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-WARD-ID     PIC X(6).
           05  FILLER          PIC X(1) VALUE "%".
           05  FILLER          PIC X(3) VALUE SPACES.
           05  RPT-ISOLATION   PIC ZZZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  RPT-SWING       PIC ZZZZ9.
           05  FILLER          PIC X(18) VALUE SPACES.

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
           05  WS-FTOT-OCC             PIC 9(6).
           05  WS-FTOT-HELD            PIC 9(6).
           05  WS-FTOT-AVAIL           PIC 9(6).
           05  WS-FTOT-SWING           PIC 9(6).

       COPY ABENDREC.

           PERFORM 050-INIT-CENSUS-TABLE THRU 050-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF (CEN-INPATIENT OR CEN-SWING-BED)
              AND CEN-DATE-DISCHARGE = SPACES
               PERFORM 200-TALLY-WARD-OCCUPANCY THRU 200-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       200-TALLY-WARD-OCCUPANCY.
           MOVE "200-TALLY-WARD-OCCUPANCY" TO PARA-NAME.
      ***** BLANK FACILITY ON OLDER ROWS IS THE MAIN CAMPUS
           IF CEN-FACILITY-CODE = "02"
               SET FAC-IDX TO 2
           ELSE
               SET FAC-IDX TO 1.
           PERFORM VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > 12
               IF WCT-WARD-ID(FAC-IDX, WARD-IDX) =
                       CEN-WARD-NBR
                   IF CEN-ON-LEAVE
                       ADD 1 TO WCT-HELD-COUNT(FAC-IDX, WARD-IDX)
                   ELSE
                   IF CEN-SWING-BED
                       ADD 1 TO WCT-SWING-COUNT(FAC-IDX, WARD-IDX)
                   ELSE
                       ADD 1 TO WCT-OCCUPIED-COUNT(FAC-IDX, WARD-IDX)
                   END-IF
                   END-IF
                   IF CEN-ON-ISOLATION
                       ADD 1 TO
                           WCT-ISOLATION-COUNT(FAC-IDX, WARD-IDX)
                   END-IF
           WRITE WARDRPT-REC FROM WS-RPT-FAC-HDR-REC.
           WRITE WARDRPT-REC FROM WS-RPT-COLM-HDR-REC.

           MOVE ZERO TO WS-FTOT-OCC, WS-FTOT-HELD, WS-FTOT-AVAIL,
                        WS-FTOT-SWING.
           PERFORM 520-PRINT-WARD-LINE THRU 520-EXIT
                  VARYING WARD-IDX FROM 1 BY 1 UNTIL WARD-IDX > 12.

           MOVE WS-FTOT-OCC   TO RPT-FTOT-OCC.
           MOVE WS-FTOT-HELD  TO RPT-FTOT-HELD.
           MOVE WS-FTOT-AVAIL TO RPT-FTOT-AVAIL.
           MOVE WS-FTOT-SWING TO RPT-FTOT-SWING.
           WRITE WARDRPT-REC FROM WS-RPT-FAC-TOT-REC.
       510-EXIT.
           EXIT.
               WRITE SYSOUT-REC FROM ABEND-REC.

      ***** A HELD BED IS NEITHER OCCUPIED NOR AVAILABLE -- THE
      ***** OCCUPIED, SWING, HELD AND AVAILABLE COLUMNS PARTITION
      ***** THE WARD'S BEDS
           IF WS-TOTAL-BEDS > WCT-OCCUPIED-COUNT(FAC-IDX, WARD-IDX)
                              + WCT-SWING-COUNT(FAC-IDX, WARD-IDX)
                              + WCT-HELD-COUNT(FAC-IDX, WARD-IDX)
               COMPUTE WCT-AVAILABLE-BEDS(FAC-IDX, WARD-IDX) =
                    WS-TOTAL-BEDS
                    - WCT-OCCUPIED-COUNT(FAC-IDX, WARD-IDX)
                    - WCT-SWING-COUNT(FAC-IDX, WARD-IDX)
                    - WCT-HELD-COUNT(FAC-IDX, WARD-IDX)
           ELSE
               MOVE ZERO TO WCT-AVAILABLE-BEDS(FAC-IDX, WARD-IDX).

           IF WS-TOTAL-BEDS > ZERO
               COMPUTE WCT-PERCENT-FULL(FAC-IDX, WARD-IDX) ROUNDED =
                  ((WCT-OCCUPIED-COUNT(FAC-IDX, WARD-IDX)
                    + WCT-SWING-COUNT(FAC-IDX, WARD-IDX))
                   / WS-TOTAL-BEDS) * 100
           ELSE
               MOVE ZERO TO WCT-PERCENT-FULL(FAC-IDX, WARD-IDX).
               TO WS-FTOT-HELD.
           ADD WCT-AVAILABLE-BEDS(FAC-IDX, WARD-IDX)
               TO WS-FTOT-AVAIL.
           ADD WCT-SWING-COUNT(FAC-IDX, WARD-IDX)
               TO WS-FTOT-SWING.

           MOVE WCT-WARD-ID(FAC-IDX, WARD-IDX)   TO RPT-WARD-ID.
           MOVE WCT-OCCUPIED-COUNT(FAC-IDX, WARD-IDX)
                                                 TO RPT-PCT-FULL.
           MOVE WCT-ISOLATION-COUNT(FAC-IDX, WARD-IDX)
                                                 TO RPT-ISOLATION.
           MOVE WCT-SWING-COUNT(FAC-IDX, WARD-IDX)
                                                 TO RPT-SWING.
           WRITE WARDRPT-REC FROM WS-RPT-DETAIL-REC.
       520-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE CENSEXT, WARDRPT, SYSOUT.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CENSEXT.
           OPEN OUTPUT WARDRPT.
           OPEN OUTPUT SYSOUT.
       800-EXIT.

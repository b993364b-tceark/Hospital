      *          COOKED FROM A HANDWRITTEN LIST THAT WAS WRONG EVERY
      *          TIME A PATIENT MOVED OR DISCHARGED AFTER IT WAS
      *          WRITTEN.  THIS JOB TABLES THE DIET-ORDER FILE, THEN
      *          WALKS THE CENSEXT CENSUS EXTRACT WITH THE SAME
      *          ADMITTED-AND-NOT-
      *          DISCHARGED FILTER WARDCENS USES FOR THE CENSUS, SO
      *          THE LIST IS BUILT FROM LIVE OCCUPANCY: A DISCHARGED
      *          PATIENT DROPS OFF BY HIMSELF, AND A TRANSFERRED

               DIET ORDERS FILE        -   DDS0001.DIETORD

               CENSUS EXTRACT (VSAM)   -   DDS0001.CENSEXT

               OUTPUT FILE PRODUCED    -   DDS0001.DIETRPT

             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DOCODE.

           SELECT CENSEXT
                  ASSIGN       to CENSEXT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CENSEXT-KEY
                  FILE STATUS  is CENSEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS DIET-ORDER-REC.
       01  DIETORD-REC PIC X(20).

       FD  CENSEXT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CENSUS-EXTRACT-REC.
       01  CENSEXT-REC.
           05 CENSEXT-KEY      PIC X(06).
           05 FILLER           PIC X(94).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  DOCODE                  PIC X(2).
           05  CENSEXT-STATUS          PIC X(2).

       01  MISC-WS-FLDS.
           05  MORE-ORD-SW             PIC X(1) VALUE "Y".
               88  ORDER-FOUND           VALUE "Y".

       COPY DIETORD.
       COPY CENSEXT.

      ***** THE MORNING'S DIET ORDERS, TABLED AT STARTUP
       01  WS-ORDER-TABLE.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB DIETLIST ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT DIETORD, CENSEXT.
           OPEN OUTPUT DIETRPT, SYSOUT.
           MOVE WS-DATE TO HDR-DATE.
           WRITE DIETRPT-REC FROM WS-RPT-HDR-REC.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
      ***** THE LIST IS LIVE OCCUPANCY, NOT YESTERDAY'S PAPER
       200-COLLECT-OCCUPANTS.
           MOVE "200-COLLECT-OCCUPANTS" TO PARA-NAME.
           IF CEN-INPATIENT
              AND CEN-DATE-DISCHARGE = SPACES
               PERFORM 300-TABLE-ONE-TRAY THRU 300-EXIT.

           READ CENSEXT INTO CENSUS-EXTRACT-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
               PERFORM 1000-ABEND-RTN.
           ADD 1 TO WS-TRAY-COUNT, OCCUPANTS-LISTED.
           SET TRAY-IX TO WS-TRAY-COUNT.
           MOVE CEN-WARD-NBR TO WTR-WARD-NBR(TRAY-IX).
           MOVE CEN-BED-IDENTITY TO WTR-BED-IDENTITY(TRAY-IX).
           MOVE CEN-PATIENT-ID TO WTR-PATIENT-ID(TRAY-IX).
           MOVE "N" TO WTR-PRINTED-IND(TRAY-IX).

      ***** NO ORDER ON FILE COOKS AS A REGULAR TRAY AND IS COUNTED
                       UNTIL ORD-IX > WS-ORD-COUNT
                          OR ORDER-FOUND
                   IF WOR-PATIENT-ID(ORD-IX) =
                      CEN-PATIENT-ID
                       MOVE "Y" TO ORDER-FOUND-SW
                       MOVE WOR-DIET-CODE(ORD-IX)
                            TO WTR-DIET-CODE(TRAY-IX)
               ORDERS-READ - (OCCUPANTS-LISTED - NO-ORDER-ON-FILE).
           IF ORDERS-LAPSED < ZERO
               MOVE ZERO TO ORDERS-LAPSED.
           CLOSE DIETORD, CENSEXT, DIETRPT, SYSOUT.
           DISPLAY "DIETLIST ORDERS READ        : " ORDERS-READ.
           DISPLAY "DIETLIST OCCUPANTS LISTED   : " OCCUPANTS-LISTED.
           DISPLAY "DIETLIST NPO TRAYS          : " NPO-TRAYS.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE DIETORD, CENSEXT, DIETRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-DIETLIST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

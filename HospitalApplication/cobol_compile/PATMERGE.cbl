       FD  PATHIST-OLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-OLD-REC.
       01  PATHIST-OLD-REC PIC X(128).

       FD  PATHIST-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-NEW-REC.
       01  PATHIST-NEW-REC PIC X(128).

      ***** VICTIM-TO-SURVIVOR CROSSWALK -- OLD STATEMENTS RESOLVE
       FD  MRGXREF
       01  WS-VICTIM-AREA REDEFINES WS-VICTIM-MASTER.
           05  FILLER                  PIC X(71).
           05  VIC-TOT-X               PIC X(9).
           05  FILLER                  PIC X(141).
           05  VIC-ROOM-DIFF-X         PIC X(9).
           05  FILLER                  PIC X(121).
           05  VIC-LAB-ROW OCCURS 20 TIMES.
               10  VIC-LAB-ID          PIC X(8).
               10  VIC-LAB-DATE        PIC X(8).
               ADD WS-VICTIM-BALANCE TO PATIENT-TOT-AMT
                   ON SIZE ERROR MOVE 9999999.99 TO PATIENT-TOT-AMT
               END-ADD.
      ***** THE PRIVATE-ROOM DIFFERENTIAL INSIDE THAT BALANCE STAYS
      ***** THE PATIENT'S ON THE SURVIVOR
           MOVE VIC-ROOM-DIFF-X TO WS-AMT9-X.
           IF WS-AMT9 NUMERIC
               IF ROOM-DIFFERENTIAL-X NOT NUMERIC
                   MOVE ZERO TO ROOM-DIFFERENTIAL-AMT
               END-IF
               ADD WS-AMT9 TO ROOM-DIFFERENTIAL-AMT
                   ON SIZE ERROR
                       MOVE 9999999.99 TO ROOM-DIFFERENTIAL-AMT
               END-ADD.
           MOVE VIC-OOP-YTD TO WS-AMT7-X.
           IF WS-AMT7 NUMERIC
               ADD WS-AMT7 TO PAT-OOP-YTD-PAID

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           MOVE ZERO TO PATIENT-TOT-AMT.
           MOVE ZERO TO ROOM-DIFFERENTIAL-AMT.
           MOVE ZERO TO PAT-OOP-YTD-PAID.
           MOVE ZERO TO PAT-BENEFIT-YTD-PAID.
           PERFORM 470-BLANK-VICTIM-ROWS THRU 470-EXIT

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGMERGE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          BACK STEP OF THE FACILITY-PARTITIONED NIGHTLY CHARGE
      *          CHAIN.  EACH CAMPUS STREAM LEAVES ITS OWN EDITED
      *          DAILY FILE (PATEDIT) AND PRICED TREATMENT FILE
      *          (TRMTSRCH), EACH WITH ITS OWN TRAILER.  THIS STEP
      *          MERGES THE TWO CAMPUSES BACK INTO THE ONE HOUSE-WIDE
      *          PATEDIT AND TRMTSRCH THAT MTHCLSE, GLEXTRCT,
      *          MRNFLASH AND THE OTHER MORNING JOBS HAVE ALWAYS READ
      *          -- DETAILS IN PATIENT-ID ORDER, AS THE SINGLE RUN
      *          LEFT THEM, UNDER ONE TRAILER WHOSE COUNT AND DOLLARS
      *          ARE THE SUM OF THE TWO CAMPUS TRAILERS.
      *
      *          EACH CAMPUS TRAILER IS CHECKED AGAINST THE DETAILS
      *          ACTUALLY READ FOR THAT CAMPUS, AND THE CONTROL-TOTAL
      *          REPORT SHOWS BOTH CAMPUSES AND THE HOUSE SIDE BY SIDE.
      *          A CAMPUS FILE WITH NO TRAILER MEANS THAT CAMPUS'S
      *          STREAM NEVER FINISHED -- THE STEP ABENDS RATHER THAN
      *          HAND THE MORNING JOBS HALF A NIGHT.
      *
      ******************************************************************

               MAIN CAMPUS (01)        -   DDS0001.PATEDIT.F01
                                            DDS0001.TRMTSRCH.F01

               NORTH CAMPUS (02)       -   DDS0001.PATEDIT.F02
                                            DDS0001.TRMTSRCH.F02

               HOUSE-WIDE OUTPUT       -   DDS0001.PATEDIT
                                            DDS0001.TRMTSRCH

               CONTROL-TOTAL REPORT    -   CHGMRPT

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

           SELECT PATEDT01
           ASSIGN TO UT-S-PATEDT01
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS P1CODE.

           SELECT PATEDT02
           ASSIGN TO UT-S-PATEDT02
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS P2CODE.

           SELECT PATEDIT
           ASSIGN TO UT-S-PATEDIT
             ORGANIZATION IS SEQUENTIAL.

           SELECT TRMSRC01
           ASSIGN TO UT-S-TRMSRC01
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS T1CODE.

           SELECT TRMSRC02
           ASSIGN TO UT-S-TRMSRC02
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS T2CODE.

           SELECT TRMTSRCH
           ASSIGN TO UT-S-TRMTSRCH
             ORGANIZATION IS SEQUENTIAL.

           SELECT CHGMRPT
           ASSIGN TO UT-S-CHGMRPT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  PATEDT01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATEDT01-REC.
       01  PATEDT01-REC PIC X(1084).

       FD  PATEDT02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATEDT02-REC.
       01  PATEDT02-REC PIC X(1084).

       FD  PATEDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATEDIT-REC.
       01  PATEDIT-REC PIC X(1084).

       FD  TRMSRC01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMSRC01-REC.
       01  TRMSRC01-REC PIC X(1150).

       FD  TRMSRC02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMSRC02-REC.
       01  TRMSRC02-REC PIC X(1150).

       FD  TRMTSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTSRCH-REC.
       01  TRMTSRCH-REC PIC X(1150).

       FD  CHGMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHGMRPT-REC.
       01  CHGMRPT-REC PIC X(130).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  P1CODE                  PIC X(2).
           05  P2CODE                  PIC X(2).
           05  T1CODE                  PIC X(2).
           05  T2CODE                  PIC X(2).

      ***** THE RECORD IN HAND FROM EACH CAMPUS.  BOTH LAYOUTS CARRY
      ***** THE RECORD TYPE IN BYTE 1 AND PATIENT-ID IN BYTES 2-7;
      ***** THE MERGE KEY GOES TO HIGH-VALUES AT THE TRAILER.
       01  WS-P1-REC.
           05  P1-RECORD-TYPE          PIC X(1).
               88 P1-TRAILER           VALUE "T".
           05  FILLER                  PIC X(1083).
       01  WS-P2-REC.
           05  P2-RECORD-TYPE          PIC X(1).
               88 P2-TRAILER           VALUE "T".
           05  FILLER                  PIC X(1083).
       01  WS-T1-REC.
           05  T1-RECORD-TYPE          PIC X(1).
               88 T1-TRAILER           VALUE "T".
           05  FILLER                  PIC X(1149).
       01  WS-T2-REC.
           05  T2-RECORD-TYPE          PIC X(1).
               88 T2-TRAILER           VALUE "T".
           05  FILLER                  PIC X(1149).

       01  WS-MERGE-KEYS.
           05  WS-P1-KEY               PIC X(6).
           05  WS-P2-KEY               PIC X(6).
           05  WS-T1-KEY               PIC X(6).
           05  WS-T2-KEY               PIC X(6).

      ***** SAME TRAILER SHAPE DALYEDIT WRITES ON PATEDIT
       01  WS-PATEDIT-TRAILERS.
           05  PE-TRAILER OCCURS 3 TIMES.
               10  FILLER                  PIC X(1).
               10  PE-RECORD-COUNT         PIC 9(9).
               10  FILLER                  PIC X(1).
               10  PE-TOTAL-ROOM-CHARGE    PIC S9(9)V99.
               10  PE-BASE-ROOM-CHARGE     PIC S9(9)V99.
               10  PE-EQUIPMENT-CHARGES    PIC S9(9)V99.
               10  FILLER                  PIC X(1040).

      ***** SAME TRAILER SHAPE TRMTSRCH WRITES ON TRMTSRCH
       01  WS-TRMTSRCH-TRAILERS.
           05  TS-TRAILER OCCURS 3 TIMES.
               10  FILLER                  PIC X(1).
               10  TS-RECORD-COUNT         PIC 9(9).
               10  FILLER                  PIC X(1).
               10  TS-MEDICATION-CHARGES   PIC S9(9)V99.
               10  TS-PHARMACY-CHARGES     PIC S9(7)V99.
               10  TS-ANCILLARY-CHARGES    PIC S9(5)V99.
               10  TS-LABTEST-CHARGES      PIC S9(9)V99.
               10  TS-LAB-ANCIL-CHARGES    PIC S9(7)V99.
               10  TS-VENIPUNCTURE-CHGS    PIC S9(7)V99.
               10  FILLER                  PIC X(1083).

      ***** SUBSCRIPTS INTO THE TRAILER TABLES: 1 = MAIN CAMPUS,
      ***** 2 = NORTH CAMPUS, 3 = THE MERGED HOUSE
       77  CAMPUS-01                   PIC S9(4) COMP VALUE 1.
       77  CAMPUS-02                   PIC S9(4) COMP VALUE 2.
       77  HOUSE                       PIC S9(4) COMP VALUE 3.
       77  RPT-SUB                     PIC S9(4) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  PATEDIT-DETAILS OCCURS 2 TIMES
                                       PIC S9(9) COMP.
           05  TRMTSRCH-DETAILS OCCURS 2 TIMES
                                       PIC S9(9) COMP.
           05  PATEDIT-WRITTEN         PIC S9(9) COMP VALUE ZERO.
           05  TRMTSRCH-WRITTEN        PIC S9(9) COMP VALUE ZERO.

       01  WS-RPT-HDR-1.
           05  FILLER  PIC X(50)
               VALUE "NIGHTLY CHARGE CHAIN - CAMPUS CONTROL TOTALS".
           05  FILLER  PIC X(80) VALUE SPACES.

       01  WS-RPT-PE-HDR.
           05  FILLER  PIC X(28) VALUE "PATEDIT   CAMPUS   RECORDS".
           05  FILLER  PIC X(48) VALUE
               "      TOTAL ROOM       BASE ROOM       EQUIPMENT".
           05  FILLER  PIC X(54) VALUE SPACES.

       01  WS-RPT-TS-HDR.
           05  FILLER  PIC X(28) VALUE "TRMTSRCH  CAMPUS   RECORDS".
           05  FILLER  PIC X(48) VALUE
               "      MEDICATION        PHARMACY       ANCILLARY".
           05  FILLER  PIC X(48) VALUE
               "        LAB TEST      LAB ANCIL.    VENIPUNCTURE".
           05  FILLER  PIC X(6) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RPT-CAMPUS              PIC X(6).
           05  RPT-RECORDS             PIC ZZZ,ZZZ,ZZ9.
           05  RPT-AMT OCCURS 6 TIMES  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-RPT-CAMPUS-NAMES.
           05  FILLER                  PIC X(6) VALUE "01".
           05  FILLER                  PIC X(6) VALUE "02".
           05  FILLER                  PIC X(6) VALUE "HOUSE".
       01  WS-RPT-CAMPUS-TBL REDEFINES WS-RPT-CAMPUS-NAMES.
           05  RPT-CAMPUS-NAME OCCURS 3 TIMES PIC X(6).

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "CHGMERGE".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "CHGMERGE".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

      ***** SET ONCE EACH FILE'S FIRST RECORD HAS BEEN CHECKED
       01  WS-RUN-HEADER-SWITCHES.
           05  PATEDT01-HDR-SW         PIC X(1) VALUE "N".
               88 PATEDT01-HDR-CHECKED VALUE "Y".
           05  PATEDT02-HDR-SW         PIC X(1) VALUE "N".
               88 PATEDT02-HDR-CHECKED VALUE "Y".
           05  TRMSRC01-HDR-SW         PIC X(1) VALUE "N".
               88 TRMSRC01-HDR-CHECKED VALUE "Y".
           05  TRMSRC02-HDR-SW         PIC X(1) VALUE "N".
               88 TRMSRC02-HDR-CHECKED VALUE "Y".

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MERGE-PATEDIT THRU 100-EXIT
                   UNTIL WS-P1-KEY = HIGH-VALUES
                     AND WS-P2-KEY = HIGH-VALUES.
           PERFORM 150-PATEDIT-TRAILER THRU 150-EXIT.
           PERFORM 200-MERGE-TRMTSRCH THRU 200-EXIT
                   UNTIL WS-T1-KEY = HIGH-VALUES
                     AND WS-T2-KEY = HIGH-VALUES.
           PERFORM 250-TRMTSRCH-TRAILER THRU 250-EXIT.
           PERFORM 700-PRINT-CONTROLS THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CHGMERGE ********".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           OPEN INPUT PATEDT01, PATEDT02, TRMSRC01, TRMSRC02.
           OPEN OUTPUT PATEDIT, TRMTSRCH, CHGMRPT, SYSOUT.
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.
           PERFORM 110-READ-P1 THRU 110-EXIT.
           PERFORM 120-READ-P2 THRU 120-EXIT.
           PERFORM 210-READ-T1 THRU 210-EXIT.
           PERFORM 220-READ-T2 THRU 220-EXIT.
       000-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER ON BOTH HOUSE FILES
       030-WRITE-RUN-HEADER.
           MOVE "030-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE PATEDIT-REC FROM RHP-HEADER.
           WRITE TRMTSRCH-REC FROM RHP-HEADER.
       030-EXIT.
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

      ******************************************************************
      *    PATEDIT
      ******************************************************************
       100-MERGE-PATEDIT.
           MOVE "100-MERGE-PATEDIT" TO PARA-NAME.
           IF WS-P1-KEY NOT > WS-P2-KEY
               WRITE PATEDIT-REC FROM WS-P1-REC
               ADD 1 TO PATEDIT-WRITTEN
               PERFORM 110-READ-P1 THRU 110-EXIT
           ELSE
               WRITE PATEDIT-REC FROM WS-P2-REC
               ADD 1 TO PATEDIT-WRITTEN
               PERFORM 120-READ-P2 THRU 120-EXIT.
       100-EXIT.
           EXIT.

       110-READ-P1.
           MOVE "110-READ-P1" TO PARA-NAME.
           READ PATEDT01 INTO WS-P1-REC
               AT END
               MOVE "** CAMPUS 01 PATEDIT - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE WS-P1-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDT01-HDR-CHECKED
               MOVE "Y" TO PATEDT01-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 110-READ-P1.
           IF P1-TRAILER
               MOVE WS-P1-REC TO PE-TRAILER(CAMPUS-01)
               MOVE HIGH-VALUES TO WS-P1-KEY
               GO TO 110-EXIT.
           ADD 1 TO PATEDIT-DETAILS(CAMPUS-01).
           MOVE WS-P1-REC(2:6) TO WS-P1-KEY.
       110-EXIT.
           EXIT.

       120-READ-P2.
           MOVE "120-READ-P2" TO PARA-NAME.
           READ PATEDT02 INTO WS-P2-REC
               AT END
               MOVE "** CAMPUS 02 PATEDIT - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE WS-P2-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT PATEDT02-HDR-CHECKED
               MOVE "Y" TO PATEDT02-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 120-READ-P2.
           IF P2-TRAILER
               MOVE WS-P2-REC TO PE-TRAILER(CAMPUS-02)
               MOVE HIGH-VALUES TO WS-P2-KEY
               GO TO 120-EXIT.
           ADD 1 TO PATEDIT-DETAILS(CAMPUS-02).
           MOVE WS-P2-REC(2:6) TO WS-P2-KEY.
       120-EXIT.
           EXIT.

      ***** EACH CAMPUS TRAILER COUNTS ITS DETAILS PLUS ITSELF, SO THE
      ***** HOUSE TRAILER IS THE SUM LESS ONE
       150-PATEDIT-TRAILER.
           MOVE "150-PATEDIT-TRAILER" TO PARA-NAME.
           PERFORM 160-CHECK-PE-COUNT THRU 160-EXIT
               VARYING RPT-SUB FROM 1 BY 1 UNTIL RPT-SUB > 2.

           MOVE PE-TRAILER(CAMPUS-01) TO PE-TRAILER(HOUSE).
           COMPUTE PE-RECORD-COUNT(HOUSE) =
                   PE-RECORD-COUNT(CAMPUS-01)
                 + PE-RECORD-COUNT(CAMPUS-02) - 1.
           ADD PE-TOTAL-ROOM-CHARGE(CAMPUS-02)
                TO PE-TOTAL-ROOM-CHARGE(HOUSE).
           ADD PE-BASE-ROOM-CHARGE(CAMPUS-02)
                TO PE-BASE-ROOM-CHARGE(HOUSE).
           ADD PE-EQUIPMENT-CHARGES(CAMPUS-02)
                TO PE-EQUIPMENT-CHARGES(HOUSE).
           WRITE PATEDIT-REC FROM PE-TRAILER(HOUSE).
           ADD 1 TO PATEDIT-WRITTEN.
       150-EXIT.
           EXIT.

       160-CHECK-PE-COUNT.
           IF PATEDIT-DETAILS(RPT-SUB) + 1
              NOT = PE-RECORD-COUNT(RPT-SUB)
               MOVE "** PATEDIT # RECORDS OUT OF BALANCE"
                    TO ABEND-REASON
               COMPUTE ACTUAL-VAL = PATEDIT-DETAILS(RPT-SUB) + 1
               MOVE PE-RECORD-COUNT(RPT-SUB) TO EXPECTED-VAL
               MOVE RPT-SUB TO VALUE-3
               WRITE SYSOUT-REC FROM ABEND-REC.
       160-EXIT.
           EXIT.

      ******************************************************************
      *    TRMTSRCH
      ******************************************************************
       200-MERGE-TRMTSRCH.
           MOVE "200-MERGE-TRMTSRCH" TO PARA-NAME.
           IF WS-T1-KEY NOT > WS-T2-KEY
               WRITE TRMTSRCH-REC FROM WS-T1-REC
               ADD 1 TO TRMTSRCH-WRITTEN
               PERFORM 210-READ-T1 THRU 210-EXIT
           ELSE
               WRITE TRMTSRCH-REC FROM WS-T2-REC
               ADD 1 TO TRMTSRCH-WRITTEN
               PERFORM 220-READ-T2 THRU 220-EXIT.
       200-EXIT.
           EXIT.

       210-READ-T1.
           MOVE "210-READ-T1" TO PARA-NAME.
           READ TRMSRC01 INTO WS-T1-REC
               AT END
               MOVE "** CAMPUS 01 TRMTSRCH - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE WS-T1-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMSRC01-HDR-CHECKED
               MOVE "Y" TO TRMSRC01-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 210-READ-T1.
           IF T1-TRAILER
               MOVE WS-T1-REC TO TS-TRAILER(CAMPUS-01)
               MOVE HIGH-VALUES TO WS-T1-KEY
               GO TO 210-EXIT.
           ADD 1 TO TRMTSRCH-DETAILS(CAMPUS-01).
           MOVE WS-T1-REC(2:6) TO WS-T1-KEY.
       210-EXIT.
           EXIT.

       220-READ-T2.
           MOVE "220-READ-T2" TO PARA-NAME.
           READ TRMSRC02 INTO WS-T2-REC
               AT END
               MOVE "** CAMPUS 02 TRMTSRCH - NO TRAILER REC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN
           END-READ.
           MOVE WS-T2-REC TO RUN-HEADER-REC.
           IF RHD-IS-RUN-HEADER OR NOT TRMSRC02-HDR-CHECKED
               MOVE "Y" TO TRMSRC02-HDR-SW
               PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT
               IF RHD-IS-RUN-HEADER
                   GO TO 220-READ-T2.
           IF T2-TRAILER
               MOVE WS-T2-REC TO TS-TRAILER(CAMPUS-02)
               MOVE HIGH-VALUES TO WS-T2-KEY
               GO TO 220-EXIT.
           ADD 1 TO TRMTSRCH-DETAILS(CAMPUS-02).
           MOVE WS-T2-REC(2:6) TO WS-T2-KEY.
       220-EXIT.
           EXIT.

       250-TRMTSRCH-TRAILER.
           MOVE "250-TRMTSRCH-TRAILER" TO PARA-NAME.
           PERFORM 260-CHECK-TS-COUNT THRU 260-EXIT
               VARYING RPT-SUB FROM 1 BY 1 UNTIL RPT-SUB > 2.

           MOVE TS-TRAILER(CAMPUS-01) TO TS-TRAILER(HOUSE).
           COMPUTE TS-RECORD-COUNT(HOUSE) =
                   TS-RECORD-COUNT(CAMPUS-01)
                 + TS-RECORD-COUNT(CAMPUS-02) - 1.
           ADD TS-MEDICATION-CHARGES(CAMPUS-02)
                TO TS-MEDICATION-CHARGES(HOUSE).
           ADD TS-PHARMACY-CHARGES(CAMPUS-02)
                TO TS-PHARMACY-CHARGES(HOUSE).
           ADD TS-ANCILLARY-CHARGES(CAMPUS-02)
                TO TS-ANCILLARY-CHARGES(HOUSE).
           ADD TS-LABTEST-CHARGES(CAMPUS-02)
                TO TS-LABTEST-CHARGES(HOUSE).
           ADD TS-LAB-ANCIL-CHARGES(CAMPUS-02)
                TO TS-LAB-ANCIL-CHARGES(HOUSE).
           ADD TS-VENIPUNCTURE-CHGS(CAMPUS-02)
                TO TS-VENIPUNCTURE-CHGS(HOUSE).
           WRITE TRMTSRCH-REC FROM TS-TRAILER(HOUSE).
           ADD 1 TO TRMTSRCH-WRITTEN.
       250-EXIT.
           EXIT.

       260-CHECK-TS-COUNT.
           IF TRMTSRCH-DETAILS(RPT-SUB) + 1
              NOT = TS-RECORD-COUNT(RPT-SUB)
               MOVE "** TRMTSRCH # RECORDS OUT OF BALANCE"
                    TO ABEND-REASON
               COMPUTE ACTUAL-VAL = TRMTSRCH-DETAILS(RPT-SUB) + 1
               MOVE TS-RECORD-COUNT(RPT-SUB) TO EXPECTED-VAL
               MOVE RPT-SUB TO VALUE-3
               WRITE SYSOUT-REC FROM ABEND-REC.
       260-EXIT.
           EXIT.

      ******************************************************************
      *    CONTROL TOTALS -- CAMPUS 01, CAMPUS 02, HOUSE
      ******************************************************************
       700-PRINT-CONTROLS.
           MOVE "700-PRINT-CONTROLS" TO PARA-NAME.
           WRITE CHGMRPT-REC FROM WS-RPT-HDR-1.
           MOVE SPACES TO CHGMRPT-REC.
           WRITE CHGMRPT-REC.
           WRITE CHGMRPT-REC FROM WS-RPT-PE-HDR.
           PERFORM 710-PRINT-PE-LINE THRU 710-EXIT
               VARYING RPT-SUB FROM 1 BY 1 UNTIL RPT-SUB > 3.
           MOVE SPACES TO CHGMRPT-REC.
           WRITE CHGMRPT-REC.
           WRITE CHGMRPT-REC FROM WS-RPT-TS-HDR.
           PERFORM 720-PRINT-TS-LINE THRU 720-EXIT
               VARYING RPT-SUB FROM 1 BY 1 UNTIL RPT-SUB > 3.
       700-EXIT.
           EXIT.

       710-PRINT-PE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RPT-CAMPUS-NAME(RPT-SUB)      TO RPT-CAMPUS.
           MOVE PE-RECORD-COUNT(RPT-SUB)      TO RPT-RECORDS.
           MOVE PE-TOTAL-ROOM-CHARGE(RPT-SUB) TO RPT-AMT(1).
           MOVE PE-BASE-ROOM-CHARGE(RPT-SUB)  TO RPT-AMT(2).
           MOVE PE-EQUIPMENT-CHARGES(RPT-SUB) TO RPT-AMT(3).
           WRITE CHGMRPT-REC FROM WS-RPT-DETAIL.
       710-EXIT.
           EXIT.

       720-PRINT-TS-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RPT-CAMPUS-NAME(RPT-SUB)       TO RPT-CAMPUS.
           MOVE TS-RECORD-COUNT(RPT-SUB)       TO RPT-RECORDS.
           MOVE TS-MEDICATION-CHARGES(RPT-SUB) TO RPT-AMT(1).
           MOVE TS-PHARMACY-CHARGES(RPT-SUB)   TO RPT-AMT(2).
           MOVE TS-ANCILLARY-CHARGES(RPT-SUB)  TO RPT-AMT(3).
           MOVE TS-LABTEST-CHARGES(RPT-SUB)    TO RPT-AMT(4).
           MOVE TS-LAB-ANCIL-CHARGES(RPT-SUB)  TO RPT-AMT(5).
           MOVE TS-VENIPUNCTURE-CHGS(RPT-SUB)  TO RPT-AMT(6).
           WRITE CHGMRPT-REC FROM WS-RPT-DETAIL.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATEDT01, PATEDT02, PATEDIT, TRMSRC01, TRMSRC02,
                 TRMTSRCH, CHGMRPT, SYSOUT.
           DISPLAY "CHGMERGE PATEDIT  CAMPUS 01 DETAILS : "
                   PATEDIT-DETAILS(CAMPUS-01).
           DISPLAY "CHGMERGE PATEDIT  CAMPUS 02 DETAILS : "
                   PATEDIT-DETAILS(CAMPUS-02).
           DISPLAY "CHGMERGE PATEDIT  RECORDS WRITTEN   : "
                   PATEDIT-WRITTEN.
           DISPLAY "CHGMERGE TRMTSRCH CAMPUS 01 DETAILS : "
                   TRMTSRCH-DETAILS(CAMPUS-01).
           DISPLAY "CHGMERGE TRMTSRCH CAMPUS 02 DETAILS : "
                   TRMTSRCH-DETAILS(CAMPUS-02).
           DISPLAY "CHGMERGE TRMTSRCH RECORDS WRITTEN   : "
                   TRMTSRCH-WRITTEN.
           COMPUTE SCT-CALLER-COUNT =
               PATEDIT-DETAILS(CAMPUS-01) + PATEDIT-DETAILS(CAMPUS-02)
             + TRMTSRCH-DETAILS(CAMPUS-01)
             + TRMTSRCH-DETAILS(CAMPUS-02).
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.

           DISPLAY "******** NORMAL END OF JOB CHGMERGE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATEDT01, PATEDT02, PATEDIT, TRMSRC01, TRMSRC02,
                 TRMTSRCH, CHGMRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CHGMERGE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

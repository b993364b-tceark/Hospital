       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EQPTRACE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          FAULTY-DEVICE PATIENT TRACE FOR CLINICAL ENGINEERING
      *          AND RISK MANAGEMENT.  FOR EVERY DEVICE ON THE ASSET
      *          REGISTER NOW REPORTED FAULTY (EQPMNT "F", SEE
      *          EQPASSET), LISTS EVERY PATIENT THE DEVICE WAS CHARGED
      *          TO ON OR AFTER ITS LAST PASSED INSPECTION -- THE
      *          WINDOW IN WHICH THE FAULT MAY ALREADY HAVE BEEN
      *          THERE -- FROM THE DEVICE USE LOG EQPUSAGE APPENDS TO
      *          EVERY NIGHT.  ONE LINE PER PATIENT AND STAY, WITH THE
      *          FIRST AND LAST DAY OF USE AND HOW MANY TIMES.
      *
      *          RUN AFTER EQPMNT HAS TAKEN THE FAULT.  A DEVICE THAT
      *          PASSES INSPECTION AGAIN DROPS OFF THE TRACE.
      *
      ******************************************************************

               ASSET REGISTER          -   DDS0001.EQPASSET

               DEVICE USE LOG          -   DDS0001.EQPUSE

               VSAM PERSONAL FILE      -   DDS0001.PATPERSN

               TRACE REPORT            -   DDS0001.EQPTRACE

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

           SELECT EQPASSET
           ASSIGN TO UT-S-EQPASSET
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT EQPUSE
           ASSIGN TO UT-S-EQPUSE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS UFCODE.

           SELECT EQPTRACE
           ASSIGN TO UT-S-EQPTRACE
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  EQPASSET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPASSET-REC.
       01  EQPASSET-REC PIC X(200).

       FD  EQPUSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPUSE-REC.
       01  EQPUSE-REC PIC X(80).

       FD  EQPTRACE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EQPTRACE-REC.
       01  EQPTRACE-REC PIC X(132).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY     PIC X(06).
           05 FILLER           PIC X(792).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  UFCODE                  PIC X(2).
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND       VALUE "00".

       COPY EQPASSET.

       COPY PATPERSN.

       01  WS-SWITCHES.
           05  MORE-ASSET-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-ASSETS       VALUE "N".
           05  MORE-USE-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-USES         VALUE "N".
           05  WS-DEV-FOUND-SW         PIC X(1).
               88 DEV-ROW-FOUND        VALUE "Y".
           05  WS-PAT-FOUND-SW         PIC X(1).
               88 PAT-ROW-FOUND        VALUE "Y".

      ***** THE DEVICES NOW REPORTED FAULTY
       01  WS-DEV-TABLE.
           05  WS-DEV-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-DEV-ROW OCCURS 200 TIMES.
               10  WS-DEV-SERIAL       PIC X(10).
               10  WS-DEV-ITEM         PIC X(8).
               10  WS-DEV-DESC         PIC X(30).
               10  WS-DEV-WARD         PIC X(4).
               10  WS-DEV-LAST-PM      PIC X(8).
               10  WS-DEV-FAULT-DATE   PIC X(8).
               10  WS-DEV-FAULT-DESC   PIC X(30).
               10  WS-DEV-PATIENTS     PIC S9(5) COMP.
       77  WS-DEV-SUB                  PIC S9(4) COMP.
       77  WS-DEV-MAX                  PIC S9(4) COMP VALUE 200.

      ***** ONE ROW PER DEVICE, PATIENT AND STAY IN THE WINDOW,
      ***** FOUND-OR-ADDED AS THE LOG STREAMS THROUGH
       01  WS-PAT-TABLE.
           05  WS-PAT-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-PAT-ROW OCCURS 5000 TIMES.
               10  WS-PAT-DEV-SUB      PIC S9(4) COMP.
               10  WS-PAT-PATIENT-ID   PIC X(6).
               10  WS-PAT-ENCOUNTER    PIC X(10).
               10  WS-PAT-WARD         PIC X(4).
               10  WS-PAT-PHYSICIAN    PIC X(8).
               10  WS-PAT-FIRST-DATE   PIC X(8).
               10  WS-PAT-LAST-DATE    PIC X(8).
               10  WS-PAT-USES         PIC S9(5) COMP.
       77  WS-PAT-SUB                  PIC S9(4) COMP.
       77  WS-PAT-MAX                  PIC S9(4) COMP VALUE 5000.

      ***** CCYYMMDD IN, CCYY-MM-DD OUT -- SEE 650-FORMAT-DATE
       01  WS-FMT-DATE-IN              PIC X(8).
       01  WS-FMT-DATE-OUT             PIC X(10).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  DEVICES-READ            PIC S9(5) COMP VALUE ZERO.
           05  USES-READ               PIC S9(7) COMP VALUE ZERO.
           05  USES-IN-WINDOW          PIC S9(7) COMP VALUE ZERO.
           05  PATIENTS-LISTED         PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "FAULTY-DEVICE PATIENT TRACE - PATIENTS C".
           05  FILLER   PIC X(40)
               VALUE "HARGED SINCE LAST PASSED INSPECTION     ".
           05  FILLER   PIC X(9)  VALUE "  AS OF: ".
           05  RPT-HDR-DATE          PIC X(10).
           05  FILLER   PIC X(33) VALUE SPACES.

       01  WS-RPT-DEV-REC.
           05  FILLER                PIC X(8)  VALUE "DEVICE: ".
           05  RPT-DEV-SERIAL        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DEV-ITEM          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DEV-DESC          PIC X(30).
           05  FILLER                PIC X(8)  VALUE "  WARD: ".
           05  RPT-DEV-WARD          PIC X(4).
           05  FILLER                PIC X(20)
                                     VALUE "  LAST PASSED INSP: ".
           05  RPT-DEV-LAST-PM       PIC X(10).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-RPT-FAULT-REC.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(16)
                                     VALUE "FAULT REPORTED: ".
           05  RPT-FAULT-DATE        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FAULT-DESC        PIC X(30).
           05  FILLER                PIC X(66) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "        PATIENT NAME                    ".
           05  FILLER   PIC X(40)
               VALUE "      ENCOUNTER  WARD PHYSICN  FIRST USE".
           05  FILLER   PIC X(40)
               VALUE "   LAST USE    TIMES                    ".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  RPT-PATIENT-ID        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PATIENT-NAME      PIC X(36).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ENCOUNTER         PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WARD              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PHYSICIAN         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-FIRST-DATE        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LAST-DATE         PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-USES              PIC ZZZZ9.
           05  FILLER                PIC X(24) VALUE SPACES.

       01  WS-RPT-DEV-TOTAL-REC.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(20)
                                     VALUE "PATIENTS TO REVIEW: ".
           05  RPT-DEV-PATIENTS      PIC ZZZZ9.
           05  FILLER                PIC X(99) VALUE SPACES.

       01  WS-RPT-NONE-REC.
           05  FILLER   PIC X(40)
               VALUE "NO DEVICE IS CURRENTLY REPORTED FAULTY  ".
           05  FILLER   PIC X(92) VALUE SPACES.

       01  WS-RPT-BLANK-REC          PIC X(132) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-FAULTY-DEVICES THRU 050-EXIT
                   UNTIL NO-MORE-ASSETS.
           IF WS-DEV-COUNT > ZERO
               PERFORM 100-READ-USE-LOG THRU 100-EXIT
                       UNTIL NO-MORE-USES.
           PERFORM 500-PRINT-REPORT THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB EQPTRACE ********".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT EQPASSET, EQPUSE, PATPERSN.
           OPEN OUTPUT EQPTRACE, SYSOUT.
       000-EXIT.
           EXIT.

       050-LOAD-FAULTY-DEVICES.
           MOVE "050-LOAD-FAULTY-DEVICES" TO PARA-NAME.
           READ EQPASSET INTO EQUIPMENT-ASSET-REC
               AT END
                   MOVE "N" TO MORE-ASSET-SW
                   GO TO 050-EXIT
           END-READ.
           ADD 1 TO DEVICES-READ.
           IF NOT EQA-FAULTY
               GO TO 050-EXIT.

           IF WS-DEV-COUNT = WS-DEV-MAX
               MOVE "** FAULTY DEVICE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           ADD 1 TO WS-DEV-COUNT.
           MOVE WS-DEV-COUNT       TO WS-DEV-SUB.
           MOVE EQA-SERIAL-NBR     TO WS-DEV-SERIAL(WS-DEV-SUB).
           MOVE EQA-EQUIPMENT-ID   TO WS-DEV-ITEM(WS-DEV-SUB).
           MOVE EQA-DESCRIPTION    TO WS-DEV-DESC(WS-DEV-SUB).
           MOVE EQA-WARD-NBR       TO WS-DEV-WARD(WS-DEV-SUB).
           MOVE EQA-LAST-PM-DATE   TO WS-DEV-LAST-PM(WS-DEV-SUB).
           MOVE EQA-FAULT-DATE     TO WS-DEV-FAULT-DATE(WS-DEV-SUB).
           MOVE EQA-FAULT-DESC     TO WS-DEV-FAULT-DESC(WS-DEV-SUB).
           MOVE ZERO               TO WS-DEV-PATIENTS(WS-DEV-SUB).
       050-EXIT.
           EXIT.

      ***** A USE COUNTS WHEN IT IS BY A FAULTY DEVICE ON OR AFTER THE
      ***** DAY THAT DEVICE LAST PASSED INSPECTION
       100-READ-USE-LOG.
           MOVE "100-READ-USE-LOG" TO PARA-NAME.
           READ EQPUSE INTO EQUIPMENT-USE-REC
               AT END
                   MOVE "N" TO MORE-USE-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO USES-READ.

           MOVE "N" TO WS-DEV-FOUND-SW.
           PERFORM 120-SCAN-DEVICE-ROW THRU 120-EXIT
               VARYING WS-DEV-SUB FROM 1 BY 1 UNTIL
               WS-DEV-SUB > WS-DEV-COUNT OR DEV-ROW-FOUND.
           IF NOT DEV-ROW-FOUND
               GO TO 100-EXIT.
           SUBTRACT 1 FROM WS-DEV-SUB.
           IF EQU-USE-DATE < WS-DEV-LAST-PM(WS-DEV-SUB)
               GO TO 100-EXIT.

           ADD 1 TO USES-IN-WINDOW.
           PERFORM 200-FIND-OR-ADD-PATIENT THRU 200-EXIT.
           ADD 1 TO WS-PAT-USES(WS-PAT-SUB).
           IF EQU-USE-DATE < WS-PAT-FIRST-DATE(WS-PAT-SUB)
               MOVE EQU-USE-DATE TO WS-PAT-FIRST-DATE(WS-PAT-SUB).
           IF EQU-USE-DATE > WS-PAT-LAST-DATE(WS-PAT-SUB)
               MOVE EQU-USE-DATE TO WS-PAT-LAST-DATE(WS-PAT-SUB).
       100-EXIT.
           EXIT.

       120-SCAN-DEVICE-ROW.
           MOVE "120-SCAN-DEVICE-ROW" TO PARA-NAME.
           IF WS-DEV-SERIAL(WS-DEV-SUB) = EQU-SERIAL-NBR
               MOVE "Y" TO WS-DEV-FOUND-SW.
       120-EXIT.
           EXIT.

       200-FIND-OR-ADD-PATIENT.
           MOVE "200-FIND-OR-ADD-PATIENT" TO PARA-NAME.
           MOVE "N" TO WS-PAT-FOUND-SW.
           PERFORM 220-SCAN-PATIENT-ROW THRU 220-EXIT
               VARYING WS-PAT-SUB FROM 1 BY 1 UNTIL
               WS-PAT-SUB > WS-PAT-COUNT OR PAT-ROW-FOUND.

           IF PAT-ROW-FOUND
               SUBTRACT 1 FROM WS-PAT-SUB
               GO TO 200-EXIT.

           IF WS-PAT-COUNT = WS-PAT-MAX
               MOVE "** PATIENT TRACE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PAT-COUNT.
           MOVE WS-PAT-COUNT      TO WS-PAT-SUB.
           MOVE WS-DEV-SUB        TO WS-PAT-DEV-SUB(WS-PAT-SUB).
           MOVE EQU-PATIENT-ID    TO WS-PAT-PATIENT-ID(WS-PAT-SUB).
           MOVE EQU-ENCOUNTER-NBR TO WS-PAT-ENCOUNTER(WS-PAT-SUB).
           MOVE EQU-WARD-NBR      TO WS-PAT-WARD(WS-PAT-SUB).
           MOVE EQU-PRES-PHYS     TO WS-PAT-PHYSICIAN(WS-PAT-SUB).
           MOVE EQU-USE-DATE      TO WS-PAT-FIRST-DATE(WS-PAT-SUB),
                                     WS-PAT-LAST-DATE(WS-PAT-SUB).
           MOVE ZERO              TO WS-PAT-USES(WS-PAT-SUB).
           ADD 1 TO WS-DEV-PATIENTS(WS-DEV-SUB).
       200-EXIT.
           EXIT.

       220-SCAN-PATIENT-ROW.
           MOVE "220-SCAN-PATIENT-ROW" TO PARA-NAME.
           IF WS-PAT-DEV-SUB(WS-PAT-SUB) = WS-DEV-SUB
              AND WS-PAT-PATIENT-ID(WS-PAT-SUB) = EQU-PATIENT-ID
              AND WS-PAT-ENCOUNTER(WS-PAT-SUB) = EQU-ENCOUNTER-NBR
               MOVE "Y" TO WS-PAT-FOUND-SW.
       220-EXIT.
           EXIT.

      ***** EACH FAULTY DEVICE, THEN EVERY PATIENT AND STAY IT TOUCHED
      ***** IN THE WINDOW
       500-PRINT-REPORT.
           MOVE "500-PRINT-REPORT" TO PARA-NAME.
           MOVE WS-CURRENT-DATE-FIELDS(1:8) TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT TO RPT-HDR-DATE.
           WRITE EQPTRACE-REC FROM WS-RPT-HDR-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-BLANK-REC.
           IF WS-DEV-COUNT = ZERO
               WRITE EQPTRACE-REC FROM WS-RPT-NONE-REC
               GO TO 500-EXIT.

           PERFORM 520-PRINT-DEVICE THRU 520-EXIT
               VARYING WS-DEV-SUB FROM 1 BY 1 UNTIL
               WS-DEV-SUB > WS-DEV-COUNT.
       500-EXIT.
           EXIT.

       520-PRINT-DEVICE.
           MOVE "520-PRINT-DEVICE" TO PARA-NAME.
           MOVE WS-DEV-SERIAL(WS-DEV-SUB) TO RPT-DEV-SERIAL.
           MOVE WS-DEV-ITEM(WS-DEV-SUB)   TO RPT-DEV-ITEM.
           MOVE WS-DEV-DESC(WS-DEV-SUB)   TO RPT-DEV-DESC.
           MOVE WS-DEV-WARD(WS-DEV-SUB)   TO RPT-DEV-WARD.
           MOVE WS-DEV-LAST-PM(WS-DEV-SUB) TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT           TO RPT-DEV-LAST-PM.
           WRITE EQPTRACE-REC FROM WS-RPT-DEV-REC.
           MOVE WS-DEV-FAULT-DATE(WS-DEV-SUB) TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT           TO RPT-FAULT-DATE.
           MOVE WS-DEV-FAULT-DESC(WS-DEV-SUB) TO RPT-FAULT-DESC.
           WRITE EQPTRACE-REC FROM WS-RPT-FAULT-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-BLANK-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-COLM-HDR-REC.

           PERFORM 540-PRINT-PATIENT THRU 540-EXIT
               VARYING WS-PAT-SUB FROM 1 BY 1 UNTIL
               WS-PAT-SUB > WS-PAT-COUNT.

           MOVE WS-DEV-PATIENTS(WS-DEV-SUB) TO RPT-DEV-PATIENTS.
           WRITE EQPTRACE-REC FROM WS-RPT-BLANK-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-DEV-TOTAL-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-BLANK-REC.
           WRITE EQPTRACE-REC FROM WS-RPT-BLANK-REC.
       520-EXIT.
           EXIT.

       540-PRINT-PATIENT.
           MOVE "540-PRINT-PATIENT" TO PARA-NAME.
           IF WS-PAT-DEV-SUB(WS-PAT-SUB) NOT = WS-DEV-SUB
               GO TO 540-EXIT.

           MOVE WS-PAT-PATIENT-ID(WS-PAT-SUB) TO RPT-PATIENT-ID.
           MOVE WS-PAT-PATIENT-ID(WS-PAT-SUB) TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               MOVE SPACES TO RPT-PATIENT-NAME
               STRING LAST-NAME DELIMITED BY "  "
                      ", "      DELIMITED BY SIZE
                      FIRST-NAME DELIMITED BY "  "
                      INTO RPT-PATIENT-NAME
           ELSE
               MOVE "** NOT ON PATPERSN **" TO RPT-PATIENT-NAME.
           MOVE WS-PAT-ENCOUNTER(WS-PAT-SUB)  TO RPT-ENCOUNTER.
           MOVE WS-PAT-WARD(WS-PAT-SUB)       TO RPT-WARD.
           MOVE WS-PAT-PHYSICIAN(WS-PAT-SUB)  TO RPT-PHYSICIAN.
           MOVE WS-PAT-FIRST-DATE(WS-PAT-SUB) TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT               TO RPT-FIRST-DATE.
           MOVE WS-PAT-LAST-DATE(WS-PAT-SUB)  TO WS-FMT-DATE-IN.
           PERFORM 650-FORMAT-DATE THRU 650-EXIT.
           MOVE WS-FMT-DATE-OUT               TO RPT-LAST-DATE.
           MOVE WS-PAT-USES(WS-PAT-SUB)       TO RPT-USES.
           WRITE EQPTRACE-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO PATIENTS-LISTED.
       540-EXIT.
           EXIT.

       650-FORMAT-DATE.
           MOVE WS-FMT-DATE-IN(1:4)  TO WS-FMT-DATE-OUT(1:4).
           MOVE "-"                  TO WS-FMT-DATE-OUT(5:1).
           MOVE WS-FMT-DATE-IN(5:2)  TO WS-FMT-DATE-OUT(6:2).
           MOVE "-"                  TO WS-FMT-DATE-OUT(8:1).
           MOVE WS-FMT-DATE-IN(7:2)  TO WS-FMT-DATE-OUT(9:2).
       650-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE EQPASSET, EQPUSE, PATPERSN, EQPTRACE, SYSOUT.
           DISPLAY "EQPTRACE DEVICES READ       : " DEVICES-READ.
           DISPLAY "EQPTRACE DEVICES FAULTY     : " WS-DEV-COUNT.
           DISPLAY "EQPTRACE USES READ          : " USES-READ.
           DISPLAY "EQPTRACE USES IN WINDOW     : " USES-IN-WINDOW.
           DISPLAY "EQPTRACE PATIENTS LISTED    : " PATIENTS-LISTED.
           DISPLAY "******** NORMAL END OF JOB EQPTRACE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE EQPASSET, EQPUSE, PATPERSN, EQPTRACE, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-EQPTRACE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORCMAINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          SURGICAL CASE MAINTENANCE.  THE OR DESK SCHEDULED
      *          CASES ON A BOARD AND THE ONLY THING THAT REACHED
      *          BILLING WAS A "SUR" TREATMENT LINE WITH A COST ON
      *          IT.  THIS JOB APPLIES THE OR DESK'S TRANSACTIONS TO
      *          THE SURGICAL CASE FILE:
      *
      *             "S"  SCHEDULE A NEW CASE -- PATIENT, DATE, ROOM,
      *                  SURGEON, ANESTHESIOLOGIST, PROCEDURE
      *             "T"  RECORD THE IN/OUT-OF-ROOM AND ANESTHESIA
      *                  TIMES -- THE CASE BECOMES COMPLETE AND
      *                  ORCPOST PRICES IT THAT NIGHT
      *             "I"  ADD ONE IMPLANT LINE WITH ITS LOT/SERIAL
      *             "X"  CANCEL A CASE THAT HAS NOT BEEN POSTED
      *
      *          A CASE ALREADY POSTED IS NEVER RE-TIMED OR CANCELLED
      *          HERE -- ITS CHARGES ARE ON THE ACCOUNT.  IMPLANT
      *          LINES MAY STILL BE ADDED SO THE RECALL LOOKUP IS
      *          COMPLETE.
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.ORCTXN

               VSAM SURGICAL CASE FILE -   DDS0001.SURGCASE

               VSAM MASTER FILE        -   DDS0001.PATMASTR

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

           SELECT ORCTXN
           ASSIGN TO UT-S-ORCTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  ORCTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OR-CASE-TXN-REC.
       01  ORCTXN-REC PIC X(80).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).
               88 CASE-FOUND           VALUE "00".
               88 CASE-NOT-FOUND       VALUE "23".
               88 CASE-DUP-KEY         VALUE "22".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY SURGCASE.

       COPY PATMSTR.

      ***** ONE OR-DESK TRANSACTION.  THE 71 BYTES AFTER THE CASE
      ***** NUMBER ARE READ THREE WAYS, BY ACTION.
       01  OR-CASE-TXN-REC.
           05  OTX-ACTION              PIC X(1).
               88 OTX-SCHEDULE         VALUE "S".
               88 OTX-TIMES            VALUE "T".
               88 OTX-IMPLANT          VALUE "I".
               88 OTX-CANCEL           VALUE "X".
               88 OTX-VALID-ACTION     VALUES "S", "T", "I", "X".
           05  OTX-CASE-NBR            PIC X(8).
           05  OTX-SCHEDULE-DATA.
               10  OTX-PATIENT-ID      PIC X(6).
               10  OTX-SCHED-DATE      PIC X(10).
               10  OTX-OR-ROOM         PIC X(4).
               10  OTX-SURGEON-ID      PIC X(8).
               10  OTX-ANESTH-ID       PIC X(8).
               10  OTX-PROC-DESC       PIC X(30).
               10  FILLER              PIC X(5).
           05  OTX-TIMES-DATA REDEFINES OTX-SCHEDULE-DATA.
               10  OTX-IN-ROOM-TIME    PIC 9(4).
               10  OTX-OUT-ROOM-TIME   PIC 9(4).
               10  OTX-ANES-START-TIME PIC 9(4).
               10  OTX-ANES-END-TIME   PIC 9(4).
               10  FILLER              PIC X(55).
           05  OTX-IMPLANT-DATA REDEFINES OTX-SCHEDULE-DATA.
               10  OTX-IMP-ITEM-ID     PIC X(8).
               10  OTX-IMP-MFR-NAME    PIC X(12).
               10  OTX-IMP-LOT-NBR     PIC X(15).
               10  OTX-IMP-SERIAL-NBR  PIC X(15).
               10  FILLER              PIC X(21).

      ***** CLOCK-TIME CHECK -- HHMM, HOURS UNDER 24, MINUTES UNDER 60
       01  WS-CHECK-TIME               PIC 9(4).
       01  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
           05  WS-CHECK-HH             PIC 9(2).
           05  WS-CHECK-MM             PIC 9(2).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  WS-TIME-OK-SW           PIC X(1) VALUE "Y".
               88 TIME-OK              VALUE "Y".

       77  WS-DATE                     PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  CASES-SCHEDULED         PIC S9(5) COMP VALUE ZERO.
           05  CASES-TIMED             PIC S9(5) COMP VALUE ZERO.
           05  IMPLANTS-ADDED          PIC S9(5) COMP VALUE ZERO.
           05  CASES-CANCELLED         PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ORCMAINT ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT ORCTXN, PATMSTR.
           OPEN I-O SURGCASE.
           OPEN OUTPUT SYSOUT.

           READ ORCTXN INTO OR-CASE-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO TXNS-READ.
           IF NOT OTX-VALID-ACTION
              OR OTX-CASE-NBR = SPACES
               MOVE "*** UNKNOWN OR CASE ACTION OR NO CASE NBR"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

           IF OTX-SCHEDULE
               PERFORM 200-SCHEDULE-CASE THRU 200-EXIT
               GO TO 100-READ-NEXT.

      ***** EVERY OTHER ACTION WORKS ON A CASE ALREADY ON FILE
           MOVE OTX-CASE-NBR TO SURGCASE-KEY.
           READ SURGCASE INTO SURGICAL-CASE-REC.
           IF NOT CASE-FOUND
               MOVE "*** OR CASE NOT ON SURGCASE" TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

           IF OTX-TIMES
               PERFORM 300-RECORD-TIMES THRU 300-EXIT
           ELSE
           IF OTX-IMPLANT
               PERFORM 400-ADD-IMPLANT THRU 400-EXIT
           ELSE
               PERFORM 500-CANCEL-CASE THRU 500-EXIT.

       100-READ-NEXT.
           READ ORCTXN INTO OR-CASE-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** THE PATIENT MUST BE ON FILE -- THE CASE PICKS UP THE
      ***** LIVE STAY'S ENCOUNTER SO ITS CHARGES LAND ON THAT VISIT
       200-SCHEDULE-CASE.
           MOVE "200-SCHEDULE-CASE" TO PARA-NAME.
           IF OTX-PATIENT-ID = SPACES
              OR OTX-SCHED-DATE = SPACES
              OR OTX-OR-ROOM = SPACES
              OR OTX-SURGEON-ID = SPACES
               MOVE "*** SCHEDULE NEEDS PATIENT/DATE/ROOM/SURGEON"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           MOVE OTX-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** CASE PATIENT NOT ON PATMSTR" TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           MOVE SPACES TO SURGICAL-CASE-REC.
           MOVE ZERO   TO SCS-CASE-TIMES, SCS-OR-UNITS,
                          SCS-ANES-UNITS, SCS-OR-CHARGE,
                          SCS-ANES-CHARGE, SCS-IMPLANT-COUNT.
           MOVE OTX-CASE-NBR       TO SCS-CASE-NBR.
           MOVE OTX-PATIENT-ID     TO SCS-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                                   TO SCS-ENCOUNTER-NBR.
           MOVE OTX-SCHED-DATE     TO SCS-SCHED-DATE.
           MOVE OTX-OR-ROOM        TO SCS-OR-ROOM.
           MOVE OTX-SURGEON-ID     TO SCS-SURGEON-ID.
           MOVE OTX-ANESTH-ID      TO SCS-ANESTH-ID.
           MOVE OTX-PROC-DESC      TO SCS-PROC-DESC.
           MOVE "S"                TO SCS-CASE-STATUS.

           WRITE SURGCASE-REC FROM SURGICAL-CASE-REC
             INVALID KEY
               MOVE "*** OR CASE NUMBER ALREADY ON FILE"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT
           END-WRITE.
           ADD 1 TO CASES-SCHEDULED.
       200-EXIT.
           EXIT.

      ***** IN AND OUT OF ROOM ARE REQUIRED; ANESTHESIA TIMES COME AS
      ***** A PAIR OR NOT AT ALL (LOCAL-ONLY CASES HAVE NONE).  A
      ***** SCHEDULED OR COMPLETE CASE MAY BE TIMED -- A SECOND "T"
      ***** BEFORE POSTING CORRECTS THE FIRST.
       300-RECORD-TIMES.
           MOVE "300-RECORD-TIMES" TO PARA-NAME.
           IF NOT SCS-SCHEDULED AND NOT SCS-COMPLETE
               MOVE "*** CASE POSTED OR CANCELLED - NOT RE-TIMED"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           IF OTX-IN-ROOM-TIME NOT NUMERIC
              OR OTX-OUT-ROOM-TIME NOT NUMERIC
              OR OTX-ANES-START-TIME NOT NUMERIC
              OR OTX-ANES-END-TIME NOT NUMERIC
               MOVE "*** CASE TIMES MUST BE NUMERIC HHMM"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           IF OTX-IN-ROOM-TIME = OTX-OUT-ROOM-TIME
               MOVE "*** IN AND OUT OF ROOM TIMES ARE EQUAL"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           IF (OTX-ANES-START-TIME = ZERO
                AND OTX-ANES-END-TIME NOT = ZERO)
              OR (OTX-ANES-START-TIME NOT = ZERO
                AND OTX-ANES-END-TIME = ZERO)
               MOVE "*** ANESTHESIA START/END MUST BE A PAIR"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           MOVE "Y" TO WS-TIME-OK-SW.
           MOVE OTX-IN-ROOM-TIME TO WS-CHECK-TIME.
           PERFORM 350-CHECK-CLOCK-TIME THRU 350-EXIT.
           MOVE OTX-OUT-ROOM-TIME TO WS-CHECK-TIME.
           PERFORM 350-CHECK-CLOCK-TIME THRU 350-EXIT.
           MOVE OTX-ANES-START-TIME TO WS-CHECK-TIME.
           PERFORM 350-CHECK-CLOCK-TIME THRU 350-EXIT.
           MOVE OTX-ANES-END-TIME TO WS-CHECK-TIME.
           PERFORM 350-CHECK-CLOCK-TIME THRU 350-EXIT.
           IF NOT TIME-OK
               MOVE "*** CASE TIME IS NOT A VALID CLOCK TIME"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           MOVE OTX-IN-ROOM-TIME    TO SCS-IN-ROOM-TIME.
           MOVE OTX-OUT-ROOM-TIME   TO SCS-OUT-ROOM-TIME.
           MOVE OTX-ANES-START-TIME TO SCS-ANES-START-TIME.
           MOVE OTX-ANES-END-TIME   TO SCS-ANES-END-TIME.
           MOVE "C"                 TO SCS-CASE-STATUS.
           PERFORM 700-REWRITE-CASE THRU 700-EXIT.
           ADD 1 TO CASES-TIMED.
       300-EXIT.
           EXIT.

       350-CHECK-CLOCK-TIME.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
               MOVE "N" TO WS-TIME-OK-SW.
       350-EXIT.
           EXIT.

       400-ADD-IMPLANT.
           MOVE "400-ADD-IMPLANT" TO PARA-NAME.
           IF SCS-CANCELLED
               MOVE "*** IMPLANT ON A CANCELLED CASE" TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 400-EXIT.

           IF OTX-IMP-ITEM-ID = SPACES
              OR OTX-IMP-LOT-NBR = SPACES
               MOVE "*** IMPLANT NEEDS ITEM AND LOT NUMBER"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 400-EXIT.

           IF SCS-IMPLANT-COUNT NOT < 10
               MOVE "*** CASE ALREADY HOLDS 10 IMPLANT LINES"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 400-EXIT.

           ADD 1 TO SCS-IMPLANT-COUNT.
           MOVE OTX-IMP-ITEM-ID
                TO SCS-IMP-ITEM-ID(SCS-IMPLANT-COUNT).
           MOVE OTX-IMP-MFR-NAME
                TO SCS-IMP-MFR-NAME(SCS-IMPLANT-COUNT).
           MOVE OTX-IMP-LOT-NBR
                TO SCS-IMP-LOT-NBR(SCS-IMPLANT-COUNT).
           MOVE OTX-IMP-SERIAL-NBR
                TO SCS-IMP-SERIAL-NBR(SCS-IMPLANT-COUNT).
           PERFORM 700-REWRITE-CASE THRU 700-EXIT.
           ADD 1 TO IMPLANTS-ADDED.
       400-EXIT.
           EXIT.

       500-CANCEL-CASE.
           MOVE "500-CANCEL-CASE" TO PARA-NAME.
           IF SCS-POSTED
               MOVE "*** CASE ALREADY POSTED - NOT CANCELLED"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 500-EXIT.
           MOVE "X" TO SCS-CASE-STATUS.
           PERFORM 700-REWRITE-CASE THRU 700-EXIT.
           ADD 1 TO CASES-CANCELLED.
       500-EXIT.
           EXIT.

       700-REWRITE-CASE.
           MOVE "700-REWRITE-CASE" TO PARA-NAME.
           REWRITE SURGCASE-REC FROM SURGICAL-CASE-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING SURGCASE" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
       700-EXIT.
           EXIT.

       800-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE ZERO TO ACTUAL-VAL.
           IF OTX-SCHEDULE
               MOVE OTX-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE OR-CASE-TXN-REC TO SYSOUT-REC.
           WRITE SYSOUT-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ORCTXN, SURGCASE, PATMSTR, SYSOUT.
           DISPLAY "ORCMAINT TXNS READ          : " TXNS-READ.
           DISPLAY "ORCMAINT CASES SCHEDULED    : " CASES-SCHEDULED.
           DISPLAY "ORCMAINT CASES TIMED        : " CASES-TIMED.
           DISPLAY "ORCMAINT IMPLANTS ADDED     : " IMPLANTS-ADDED.
           DISPLAY "ORCMAINT CASES CANCELLED    : " CASES-CANCELLED.
           DISPLAY "ORCMAINT TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB ORCMAINT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ORCTXN, SURGCASE, PATMSTR, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ORCMAINT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

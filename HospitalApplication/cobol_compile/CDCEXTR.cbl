       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CDCEXTR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY CHANGE-DATA EXTRACT FOR THE ENTERPRISE DATA
      *          WAREHOUSE.  ANALYTICS USED TO REBUILD ITS COPY FROM
      *          FULL IDCAMS UNLOADS OF THE MASTERS EVERY WEEKEND; THIS
      *          JOB SENDS ONLY THE ROWS INSERTED, CHANGED OR DELETED
      *          SINCE THE LAST RUN, SO THE WAREHOUSE LOADS DELTAS
      *          NIGHTLY.
      *
      *          THE KEYED FILES -- PATMASTR, PATINS, PATPERSN, CHGDTL
      *          AND THE CLMREG CLAIM REGISTER -- ARE EACH BROWSED IN
      *          KEY ORDER AND MATCHED AGAINST THE SNAPSHOT THIS JOB
      *          LEFT LAST NIGHT.  A KEY ONLY ON THE SNAPSHOT IS A
      *          DELETE, A KEY ONLY ON THE LIVE FILE IS AN INSERT, AND
      *          A KEY ON BOTH WHOSE IMAGE DIFFERS IS AN UPDATE.  THE
      *          LIVE ROWS ARE WRITTEN OUT AS TONIGHT'S SNAPSHOT FOR
      *          TOMORROW.  AUDMSTR IS NOT USED FOR THIS: IT CARRIES
      *          ONLY PATMASTR IMAGES, AND A BRAND-NEW ADMISSION OR AN
      *          A11 DELETE NEVER REACHES IT.  THE FIRST RUN, AGAINST
      *          AN EMPTY SNAPSHOT, SENDS EVERY ROW AS AN INSERT --
      *          THAT IS THE WAREHOUSE'S INITIAL LOAD.
      *
      *          REMITTANCES ARE A DAILY FEED, NOT A MASTER, SO EVERY
      *          PAYMENT LINE ON TODAY'S REMITIN IS AN INSERT.
      *
      *          CDCOUT IS "|" DELIMITED, ONE ROW PER RECORD:
      *            H|RUN-ID|RUN-DATE|CDCEXTR
      *            D|RUN-ID|TABLE|OP|COLUMNS...    (OP = I, U OR D)
      *            C|RUN-ID|TABLE|INSERTS|UPDATES|DELETES
      *            T|RUN-ID|DATA ROWS|TOTAL RECORDS INCLUDING THIS ONE
      *          COLUMNS ARE FIXED WIDTH WITHIN THE DELIMITERS AND A
      *          DELETE CARRIES THE LAST IMAGE THE WAREHOUSE WAS SENT.
      *          THE C AND T ROWS LET THE LOAD PROVE IT RECEIVED
      *          EVERYTHING.
      *
      ******************************************************************

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                            DDS0001.PATINS
                                            DDS0001.PATPERSN
                                            DDS0001.CHGDTL
                                            DDS0001.CLMREG

               PRIOR SNAPSHOTS         -   DDS0001.CDCPMO
                                            DDS0001.CDCPIO
                                            DDS0001.CDCPPO
                                            DDS0001.CDCCDO
                                            DDS0001.CDCCRO

               NEW SNAPSHOTS           -   DDS0001.CDCPMN
                                            DDS0001.CDCPIN
                                            DDS0001.CDCPPN
                                            DDS0001.CDCCDN
                                            DDS0001.CDCCRN

               REMITTANCE INPUT        -   DDS0001.REMITIN

               WAREHOUSE EXTRACT       -   DDS0001.CDCOUT

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

           SELECT CDCPMO
           ASSIGN TO UT-S-CDCPMO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S1CODE.

           SELECT CDCPMN
           ASSIGN TO UT-S-CDCPMN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CDCPIO
           ASSIGN TO UT-S-CDCPIO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S2CODE.

           SELECT CDCPIN
           ASSIGN TO UT-S-CDCPIN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CDCPPO
           ASSIGN TO UT-S-CDCPPO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S3CODE.

           SELECT CDCPPN
           ASSIGN TO UT-S-CDCPPN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CDCCDO
           ASSIGN TO UT-S-CDCCDO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S4CODE.

           SELECT CDCCDN
           ASSIGN TO UT-S-CDCCDN
             ORGANIZATION IS SEQUENTIAL.

           SELECT CDCCRO
           ASSIGN TO UT-S-CDCCRO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S5CODE.

           SELECT CDCCRN
           ASSIGN TO UT-S-CDCCRN
             ORGANIZATION IS SEQUENTIAL.

           SELECT REMITIN
           ASSIGN TO UT-S-REMITIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT CDCOUT
           ASSIGN TO UT-S-CDCOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATINS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT PATPERSN
                  ASSIGN       to PATPERSN
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATPERSN-KEY
                  FILE STATUS  is PATPERSN-STATUS.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  CDCPMO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPMO-REC.
       01  CDCPMO-REC PIC X(3133).

       FD  CDCPMN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPMN-REC.
       01  CDCPMN-REC PIC X(3133).

       FD  CDCPIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 702 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPIO-REC.
       01  CDCPIO-REC PIC X(702).

       FD  CDCPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 702 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPIN-REC.
       01  CDCPIN-REC PIC X(702).

       FD  CDCPPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 798 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPPO-REC.
       01  CDCPPO-REC PIC X(798).

       FD  CDCPPN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 798 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCPPN-REC.
       01  CDCPPN-REC PIC X(798).

       FD  CDCCDO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCCDO-REC.
       01  CDCCDO-REC PIC X(100).

       FD  CDCCDN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCCDN-REC.
       01  CDCCDN-REC PIC X(100).

       FD  CDCCRO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCCRO-REC.
       01  CDCCRO-REC PIC X(80).

       FD  CDCCRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCCRN-REC.
       01  CDCCRN-REC PIC X(80).

       FD  REMITIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITIN-REC.
       01  REMITIN-REC PIC X(75).

       FD  CDCOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CDCOUT-REC.
       01  CDCOUT-REC PIC X(400).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATINS-REC.
       01  PATINS-REC.
           05 PATINS-KEY      PIC X(06).
           05 FILLER          PIC X(696).

       FD  PATPERSN
           RECORD CONTAINS 798 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY    PIC X(06).
           05 FILLER          PIC X(792).

       FD  CHGDTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHGDTL-REC.
       01  CHGDTL-REC.
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLMREG-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  S1CODE                  PIC X(2).
           05  S2CODE                  PIC X(2).
           05  S3CODE                  PIC X(2).
           05  S4CODE                  PIC X(2).
           05  S5CODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
           05  PATINS-STATUS           PIC X(2).
           05  PATPERSN-STATUS         PIC X(2).
           05  CHGDTL-STATUS           PIC X(2).
           05  CLMREG-STATUS           PIC X(2).

       COPY PATMSTR.
       COPY PATINS.
       COPY PATPERSN.
       COPY CHGDTL.
       COPY CLMREG.
       COPY REMIT835.

      ***** THE SNAPSHOT ("OLD") AND LIVE ("NEW") IMAGE OF EACH FILE
      ***** BEING MATCHED.  HIGH-VALUES IN THE KEY IS END OF FILE.
       01  WS-PM-OLD                   PIC X(3133).
       01  WS-PM-NEW                   PIC X(3133).
       01  WS-PI-OLD                   PIC X(702).
       01  WS-PI-NEW                   PIC X(702).
       01  WS-PP-OLD                   PIC X(798).
       01  WS-PP-NEW                   PIC X(798).
       01  WS-CD-OLD                   PIC X(100).
       01  WS-CD-NEW                   PIC X(100).
       01  WS-CR-OLD                   PIC X(80).
       01  WS-CR-NEW                   PIC X(80).

       01  WS-SWITCHES.
           05  MORE-REMIT-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-REMIT        VALUE "N".

      ***** THE RUN ID THE WAREHOUSE LOAD KEYS ITS BATCH ON
       01  WS-RUN-ID.
           05  FILLER                  PIC X(3) VALUE "CDC".
           05  RUN-ID-DATE             PIC 9(8).
           05  RUN-ID-TIME             PIC 9(6).
       01  WS-RUN-TIME                 PIC 9(8).

       01  WS-CDC-ROW                  PIC X(400).
       77  WS-ROW-PTR                  PIC S9(4) COMP.
       77  WS-OP                       PIC X(1).
       77  WS-TABLE-SUB                PIC S9(4) COMP.

      ***** DELIMITED COLUMNS ARE FIXED WIDTH -- AMOUNTS ALWAYS
      ***** CARRY ALL DIGITS AND THE DECIMAL POINT
       77  WS-EDIT-AMT-1               PIC 9(7).99.
       77  WS-EDIT-AMT-2               PIC 9(7).99.
       77  WS-EDIT-AMT-3               PIC 9(7).99.
       77  WS-EDIT-COUNT-1             PIC 9(9).
       77  WS-EDIT-COUNT-2             PIC 9(9).
       77  WS-EDIT-COUNT-3             PIC 9(9).

       01  WS-TABLE-NAMES.
           05  FILLER PIC X(8) VALUE "PATMASTR".
           05  FILLER PIC X(8) VALUE "PATINS  ".
           05  FILLER PIC X(8) VALUE "PATPERSN".
           05  FILLER PIC X(8) VALUE "CHGDTL  ".
           05  FILLER PIC X(8) VALUE "CLMREG  ".
           05  FILLER PIC X(8) VALUE "REMIT   ".
       01  WS-TABLE-NAME-TBL REDEFINES WS-TABLE-NAMES.
           05  TBL-NAME OCCURS 6 TIMES PIC X(8).

       01  WS-TABLE-COUNTS.
           05  TBL-COUNT-ENTRY OCCURS 6 TIMES.
               10  TBL-INSERTS         PIC S9(9) COMP.
               10  TBL-UPDATES         PIC S9(9) COMP.
               10  TBL-DELETES         PIC S9(9) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05  DATA-ROWS-WRITTEN       PIC S9(9) COMP VALUE ZERO.
           05  RECORDS-WRITTEN         PIC S9(9) COMP VALUE ZERO.
           05  LIVE-ROWS-READ          PIC S9(9) COMP VALUE ZERO.
           05  SNAP-ROWS-READ          PIC S9(9) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-COMPARE-PATMSTR THRU 100-EXIT
               UNTIL WS-PM-OLD(1:6) = HIGH-VALUES
                 AND WS-PM-NEW(1:6) = HIGH-VALUES.
           PERFORM 200-COMPARE-PATINS THRU 200-EXIT
               UNTIL WS-PI-OLD(1:6) = HIGH-VALUES
                 AND WS-PI-NEW(1:6) = HIGH-VALUES.
           PERFORM 300-COMPARE-PATPERSN THRU 300-EXIT
               UNTIL WS-PP-OLD(1:6) = HIGH-VALUES
                 AND WS-PP-NEW(1:6) = HIGH-VALUES.
           PERFORM 400-COMPARE-CHGDTL THRU 400-EXIT
               UNTIL WS-CD-OLD(1:23) = HIGH-VALUES
                 AND WS-CD-NEW(1:23) = HIGH-VALUES.
           PERFORM 500-COMPARE-CLMREG THRU 500-EXIT
               UNTIL WS-CR-OLD(1:9) = HIGH-VALUES
                 AND WS-CR-NEW(1:9) = HIGH-VALUES.
           PERFORM 600-EXTRACT-REMITS THRU 600-EXIT
               UNTIL NO-MORE-REMIT.
           PERFORM 800-WRITE-CONTROL THRU 800-EXIT
               VARYING WS-TABLE-SUB FROM 1 BY 1
               UNTIL WS-TABLE-SUB > 6.
           PERFORM 850-WRITE-TRAILER THRU 850-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CDCEXTR ********".
           ACCEPT RUN-ID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO RUN-ID-TIME.
           INITIALIZE WS-TABLE-COUNTS.
           OPEN INPUT CDCPMO, CDCPIO, CDCPPO, CDCCDO, CDCCRO, REMITIN,
                      PATMSTR, PATINS, PATPERSN, CHGDTL, CLMREG.
           OPEN OUTPUT CDCPMN, CDCPIN, CDCPPN, CDCCDN, CDCCRN, CDCOUT,
                       SYSOUT.

           MOVE SPACES TO WS-CDC-ROW.
           STRING "H|" WS-RUN-ID "|" RUN-ID-DATE "|CDCEXTR"
               DELIMITED BY SIZE INTO WS-CDC-ROW.
           WRITE CDCOUT-REC FROM WS-CDC-ROW.
           ADD 1 TO RECORDS-WRITTEN.

           PERFORM 110-READ-PM-OLD THRU 110-EXIT.
           PERFORM 120-READ-PM-NEW THRU 120-EXIT.
           PERFORM 210-READ-PI-OLD THRU 210-EXIT.
           PERFORM 220-READ-PI-NEW THRU 220-EXIT.
           PERFORM 310-READ-PP-OLD THRU 310-EXIT.
           PERFORM 320-READ-PP-NEW THRU 320-EXIT.
           PERFORM 410-READ-CD-OLD THRU 410-EXIT.
           PERFORM 420-READ-CD-NEW THRU 420-EXIT.
           PERFORM 510-READ-CR-OLD THRU 510-EXIT.
           PERFORM 520-READ-CR-NEW THRU 520-EXIT.
       000-EXIT.
           EXIT.

      ******************************************************************
      *    PATMASTR
      ******************************************************************
       100-COMPARE-PATMSTR.
           MOVE "100-COMPARE-PATMSTR" TO PARA-NAME.
           MOVE 1 TO WS-TABLE-SUB.
           IF WS-PM-OLD(1:6) < WS-PM-NEW(1:6)
               MOVE "D" TO WS-OP
               MOVE WS-PM-OLD TO PATIENT-MASTER-REC
               PERFORM 150-FORMAT-PATMSTR THRU 150-EXIT
               PERFORM 110-READ-PM-OLD THRU 110-EXIT
               GO TO 100-EXIT.

           IF WS-PM-OLD(1:6) > WS-PM-NEW(1:6)
               MOVE "I" TO WS-OP
               MOVE WS-PM-NEW TO PATIENT-MASTER-REC
               PERFORM 150-FORMAT-PATMSTR THRU 150-EXIT
               PERFORM 120-READ-PM-NEW THRU 120-EXIT
               GO TO 100-EXIT.

           IF WS-PM-OLD NOT = WS-PM-NEW
               MOVE "U" TO WS-OP
               MOVE WS-PM-NEW TO PATIENT-MASTER-REC
               PERFORM 150-FORMAT-PATMSTR THRU 150-EXIT.
           PERFORM 110-READ-PM-OLD THRU 110-EXIT.
           PERFORM 120-READ-PM-NEW THRU 120-EXIT.
       100-EXIT.
           EXIT.

       110-READ-PM-OLD.
           READ CDCPMO INTO WS-PM-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-PM-OLD
                   GO TO 110-EXIT
           END-READ.
           ADD 1 TO SNAP-ROWS-READ.
       110-EXIT.
           EXIT.

       120-READ-PM-NEW.
           READ PATMSTR INTO WS-PM-NEW
               AT END
                   MOVE HIGH-VALUES TO WS-PM-NEW
                   GO TO 120-EXIT
           END-READ.
           ADD 1 TO LIVE-ROWS-READ.
           WRITE CDCPMN-REC FROM WS-PM-NEW.
       120-EXIT.
           EXIT.

       150-FORMAT-PATMSTR.
           PERFORM 700-START-ROW THRU 700-EXIT.
           IF PATIENT-TOT-X NUMERIC
               MOVE PATIENT-TOT-AMT TO WS-EDIT-AMT-1
           ELSE
               MOVE ZERO TO WS-EDIT-AMT-1.
           STRING PATIENT-ID IN PATIENT-MASTER-REC "|"
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC "|"
                  PATIENT-TYPE "|"
                  FACILITY-CODE IN PATIENT-MASTER-REC "|"
                  PRIMARY-STAY-WARD-NBR "|"
                  BED-IDENTITY-PRIMARY "|"
                  DATE-ADMIT "|"
                  DATE-DISCHARGE "|"
                  DISCHARGE-DISPOSITION "|"
                  ATTENDING-PHYSICIAN "|"
                  DIAGNOSTIC-CODE-PRIMARY "|"
                  DIAGNOSTIC-CODE-SECONDARY "|"
                  DIAGNOSTIC-CODE-TERTIARY "|"
                  INS-TYPE "|"
                  HOSPITAL-STAY-LTH "|"
                  WS-EDIT-AMT-1 "|"
                  CASE-MIX-GROUP
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    PATINS
      ******************************************************************
       200-COMPARE-PATINS.
           MOVE "200-COMPARE-PATINS" TO PARA-NAME.
           MOVE 2 TO WS-TABLE-SUB.
           IF WS-PI-OLD(1:6) < WS-PI-NEW(1:6)
               MOVE "D" TO WS-OP
               MOVE WS-PI-OLD TO PATIENT-INSURANCE
               PERFORM 250-FORMAT-PATINS THRU 250-EXIT
               PERFORM 210-READ-PI-OLD THRU 210-EXIT
               GO TO 200-EXIT.

           IF WS-PI-OLD(1:6) > WS-PI-NEW(1:6)
               MOVE "I" TO WS-OP
               MOVE WS-PI-NEW TO PATIENT-INSURANCE
               PERFORM 250-FORMAT-PATINS THRU 250-EXIT
               PERFORM 220-READ-PI-NEW THRU 220-EXIT
               GO TO 200-EXIT.

           IF WS-PI-OLD NOT = WS-PI-NEW
               MOVE "U" TO WS-OP
               MOVE WS-PI-NEW TO PATIENT-INSURANCE
               PERFORM 250-FORMAT-PATINS THRU 250-EXIT.
           PERFORM 210-READ-PI-OLD THRU 210-EXIT.
           PERFORM 220-READ-PI-NEW THRU 220-EXIT.
       200-EXIT.
           EXIT.

       210-READ-PI-OLD.
           READ CDCPIO INTO WS-PI-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-PI-OLD
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO SNAP-ROWS-READ.
       210-EXIT.
           EXIT.

       220-READ-PI-NEW.
           READ PATINS INTO WS-PI-NEW
               AT END
                   MOVE HIGH-VALUES TO WS-PI-NEW
                   GO TO 220-EXIT
           END-READ.
           ADD 1 TO LIVE-ROWS-READ.
           WRITE CDCPIN-REC FROM WS-PI-NEW.
       220-EXIT.
           EXIT.

       250-FORMAT-PATINS.
           PERFORM 700-START-ROW THRU 700-EXIT.
           STRING PATIENT-ID IN INS-COMPANY-PRIMARY "|"
                  INS-COMPANY-PRIMARY-ID "|"
                  CARRIER-NAME IN INS-COMPANY-PRIMARY "|"
                  INS-IDENT-NBR IN INS-COMPANY-PRIMARY "|"
                  GROUP-NBR IN INS-COMPANY-PRIMARY "|"
                  PATIENT-RELATIONSHIP IN INS-COMPANY-PRIMARY "|"
                  CARRIER-ID IN INS-COMPANY-SECONDARY "|"
                  CARRIER-NAME IN INS-COMPANY-SECONDARY "|"
                  INS-IDENT-NBR IN INS-COMPANY-SECONDARY "|"
                  GROUP-NBR IN INS-COMPANY-SECONDARY
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       250-EXIT.
           EXIT.

      ******************************************************************
      *    PATPERSN
      ******************************************************************
       300-COMPARE-PATPERSN.
           MOVE "300-COMPARE-PATPERSN" TO PARA-NAME.
           MOVE 3 TO WS-TABLE-SUB.
           IF WS-PP-OLD(1:6) < WS-PP-NEW(1:6)
               MOVE "D" TO WS-OP
               MOVE WS-PP-OLD TO PATIENT-PERSONAL-MASTER-REC
               PERFORM 350-FORMAT-PATPERSN THRU 350-EXIT
               PERFORM 310-READ-PP-OLD THRU 310-EXIT
               GO TO 300-EXIT.

           IF WS-PP-OLD(1:6) > WS-PP-NEW(1:6)
               MOVE "I" TO WS-OP
               MOVE WS-PP-NEW TO PATIENT-PERSONAL-MASTER-REC
               PERFORM 350-FORMAT-PATPERSN THRU 350-EXIT
               PERFORM 320-READ-PP-NEW THRU 320-EXIT
               GO TO 300-EXIT.

           IF WS-PP-OLD NOT = WS-PP-NEW
               MOVE "U" TO WS-OP
               MOVE WS-PP-NEW TO PATIENT-PERSONAL-MASTER-REC
               PERFORM 350-FORMAT-PATPERSN THRU 350-EXIT.
           PERFORM 310-READ-PP-OLD THRU 310-EXIT.
           PERFORM 320-READ-PP-NEW THRU 320-EXIT.
       300-EXIT.
           EXIT.

       310-READ-PP-OLD.
           READ CDCPPO INTO WS-PP-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-PP-OLD
                   GO TO 310-EXIT
           END-READ.
           ADD 1 TO SNAP-ROWS-READ.
       310-EXIT.
           EXIT.

       320-READ-PP-NEW.
           READ PATPERSN INTO WS-PP-NEW
               AT END
                   MOVE HIGH-VALUES TO WS-PP-NEW
                   GO TO 320-EXIT
           END-READ.
           ADD 1 TO LIVE-ROWS-READ.
           WRITE CDCPPN-REC FROM WS-PP-NEW.
       320-EXIT.
           EXIT.

       350-FORMAT-PATPERSN.
           PERFORM 700-START-ROW THRU 700-EXIT.
           STRING PATIENT-NBR-MR "|"
                  LAST-NAME "|"
                  FIRST-NAME "|"
                  MIDINIT "|"
                  DOB "|"
                  GENDER "|"
                  MARITAL-STATUS "|"
                  STREET IN HOME-ADDRESS "|"
                  CITY IN HOME-ADDRESS "|"
                  STATE IN HOME-ADDRESS "|"
                  POSTAL-CODE IN HOME-ADDRESS "|"
                  PHONE-HOME
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    CHGDTL
      ******************************************************************
       400-COMPARE-CHGDTL.
           MOVE "400-COMPARE-CHGDTL" TO PARA-NAME.
           MOVE 4 TO WS-TABLE-SUB.
           IF WS-CD-OLD(1:23) < WS-CD-NEW(1:23)
               MOVE "D" TO WS-OP
               MOVE WS-CD-OLD TO CHARGE-DETAIL-REC
               PERFORM 450-FORMAT-CHGDTL THRU 450-EXIT
               PERFORM 410-READ-CD-OLD THRU 410-EXIT
               GO TO 400-EXIT.

           IF WS-CD-OLD(1:23) > WS-CD-NEW(1:23)
               MOVE "I" TO WS-OP
               MOVE WS-CD-NEW TO CHARGE-DETAIL-REC
               PERFORM 450-FORMAT-CHGDTL THRU 450-EXIT
               PERFORM 420-READ-CD-NEW THRU 420-EXIT
               GO TO 400-EXIT.

           IF WS-CD-OLD NOT = WS-CD-NEW
               MOVE "U" TO WS-OP
               MOVE WS-CD-NEW TO CHARGE-DETAIL-REC
               PERFORM 450-FORMAT-CHGDTL THRU 450-EXIT.
           PERFORM 410-READ-CD-OLD THRU 410-EXIT.
           PERFORM 420-READ-CD-NEW THRU 420-EXIT.
       400-EXIT.
           EXIT.

       410-READ-CD-OLD.
           READ CDCCDO INTO WS-CD-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-CD-OLD
                   GO TO 410-EXIT
           END-READ.
           ADD 1 TO SNAP-ROWS-READ.
       410-EXIT.
           EXIT.

       420-READ-CD-NEW.
           READ CHGDTL INTO WS-CD-NEW
               AT END
                   MOVE HIGH-VALUES TO WS-CD-NEW
                   GO TO 420-EXIT
           END-READ.
           ADD 1 TO LIVE-ROWS-READ.
           WRITE CDCCDN-REC FROM WS-CD-NEW.
       420-EXIT.
           EXIT.

       450-FORMAT-CHGDTL.
           PERFORM 700-START-ROW THRU 700-EXIT.
           MOVE CDT-CHARGE-AMT TO WS-EDIT-AMT-1.
           STRING CDT-PATIENT-ID "|"
                  CDT-ITEM-DATE "|"
                  CDT-ITEM-TYPE "|"
                  CDT-ITEM-ID "|"
                  CDT-SHORT-DESC "|"
                  CDT-DIAG-CODE "|"
                  WS-EDIT-AMT-1 "|"
                  CDT-PHYS-ID "|"
                  CDT-FACILITY-CODE "|"
                  CDT-SOURCE-PROGRAM "|"
                  CDT-ENCOUNTER-NBR
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    CLMREG
      ******************************************************************
       500-COMPARE-CLMREG.
           MOVE "500-COMPARE-CLMREG" TO PARA-NAME.
           MOVE 5 TO WS-TABLE-SUB.
           IF WS-CR-OLD(1:9) < WS-CR-NEW(1:9)
               MOVE "D" TO WS-OP
               MOVE WS-CR-OLD TO CLAIM-REGISTER-REC
               PERFORM 550-FORMAT-CLMREG THRU 550-EXIT
               PERFORM 510-READ-CR-OLD THRU 510-EXIT
               GO TO 500-EXIT.

           IF WS-CR-OLD(1:9) > WS-CR-NEW(1:9)
               MOVE "I" TO WS-OP
               MOVE WS-CR-NEW TO CLAIM-REGISTER-REC
               PERFORM 550-FORMAT-CLMREG THRU 550-EXIT
               PERFORM 520-READ-CR-NEW THRU 520-EXIT
               GO TO 500-EXIT.

           IF WS-CR-OLD NOT = WS-CR-NEW
               MOVE "U" TO WS-OP
               MOVE WS-CR-NEW TO CLAIM-REGISTER-REC
               PERFORM 550-FORMAT-CLMREG THRU 550-EXIT.
           PERFORM 510-READ-CR-OLD THRU 510-EXIT.
           PERFORM 520-READ-CR-NEW THRU 520-EXIT.
       500-EXIT.
           EXIT.

       510-READ-CR-OLD.
           READ CDCCRO INTO WS-CR-OLD
               AT END
                   MOVE HIGH-VALUES TO WS-CR-OLD
                   GO TO 510-EXIT
           END-READ.
           ADD 1 TO SNAP-ROWS-READ.
       510-EXIT.
           EXIT.

       520-READ-CR-NEW.
           READ CLMREG INTO WS-CR-NEW
               AT END
                   MOVE HIGH-VALUES TO WS-CR-NEW
                   GO TO 520-EXIT
           END-READ.
           ADD 1 TO LIVE-ROWS-READ.
           WRITE CDCCRN-REC FROM WS-CR-NEW.
       520-EXIT.
           EXIT.

       550-FORMAT-CLMREG.
           PERFORM 700-START-ROW THRU 700-EXIT.
           MOVE CLM-TOTAL-CHARGES TO WS-EDIT-AMT-1.
           MOVE CLM-EXPECTED-AMT  TO WS-EDIT-AMT-2.
           MOVE CLM-PAID-AMT      TO WS-EDIT-AMT-3.
           STRING CLM-CONTROL-NBR "|"
                  CLM-PATIENT-ID "|"
                  CLM-FREQUENCY-CDE "|"
                  CLM-STATUS "|"
                  CLM-ACK-DATE "|"
                  WS-EDIT-AMT-1 "|"
                  WS-EDIT-AMT-2 "|"
                  WS-EDIT-AMT-3 "|"
                  CLM-DENIAL-REASON "|"
                  CLM-PAYER-ID "|"
                  CLM-ENCOUNTER-NBR
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       550-EXIT.
           EXIT.

      ******************************************************************
      *    REMITTANCES -- EVERY PAYMENT LINE TODAY IS NEW
      ******************************************************************
       600-EXTRACT-REMITS.
           MOVE "600-EXTRACT-REMITS" TO PARA-NAME.
           READ REMITIN INTO REMITTANCE-PAYMENT-REC
               AT END
                   MOVE "N" TO MORE-REMIT-SW
                   GO TO 600-EXIT
           END-READ.
           IF NOT RMT-PAYMENT-REC
               GO TO 600-EXIT.

           MOVE 6 TO WS-TABLE-SUB.
           MOVE "I" TO WS-OP.
           PERFORM 700-START-ROW THRU 700-EXIT.
           MOVE RMT-PAID-AMT        TO WS-EDIT-AMT-1.
           MOVE RMT-CONTRACTUAL-ADJ TO WS-EDIT-AMT-2.
           STRING RMT-PATIENT-ID "|"
                  RMT-SERVICE-TYPE "|"
                  RMT-ITEM-ID "|"
                  RMT-ITEM-DATE "|"
                  RMT-PAYER-ID "|"
                  RMT-CLAIM-CONTROL-NBR "|"
                  WS-EDIT-AMT-1 "|"
                  WS-EDIT-AMT-2
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
           PERFORM 750-WRITE-ROW THRU 750-EXIT.
       600-EXIT.
           EXIT.

      ***** EVERY DATA ROW OPENS THE SAME WAY -- D, RUN, TABLE, OP
       700-START-ROW.
           MOVE SPACES TO WS-CDC-ROW.
           MOVE 1 TO WS-ROW-PTR.
           STRING "D|" WS-RUN-ID "|" TBL-NAME(WS-TABLE-SUB) "|"
                  WS-OP "|"
               DELIMITED BY SIZE
               INTO WS-CDC-ROW WITH POINTER WS-ROW-PTR.
       700-EXIT.
           EXIT.

       750-WRITE-ROW.
           WRITE CDCOUT-REC FROM WS-CDC-ROW.
           ADD 1 TO DATA-ROWS-WRITTEN, RECORDS-WRITTEN.
           IF WS-OP = "I"
               ADD 1 TO TBL-INSERTS(WS-TABLE-SUB)
           ELSE
           IF WS-OP = "U"
               ADD 1 TO TBL-UPDATES(WS-TABLE-SUB)
           ELSE
               ADD 1 TO TBL-DELETES(WS-TABLE-SUB).
       750-EXIT.
           EXIT.

       800-WRITE-CONTROL.
           MOVE "800-WRITE-CONTROL" TO PARA-NAME.
           MOVE TBL-INSERTS(WS-TABLE-SUB) TO WS-EDIT-COUNT-1.
           MOVE TBL-UPDATES(WS-TABLE-SUB) TO WS-EDIT-COUNT-2.
           MOVE TBL-DELETES(WS-TABLE-SUB) TO WS-EDIT-COUNT-3.
           MOVE SPACES TO WS-CDC-ROW.
           STRING "C|" WS-RUN-ID "|" TBL-NAME(WS-TABLE-SUB) "|"
                  WS-EDIT-COUNT-1 "|" WS-EDIT-COUNT-2 "|"
                  WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO WS-CDC-ROW.
           WRITE CDCOUT-REC FROM WS-CDC-ROW.
           ADD 1 TO RECORDS-WRITTEN.
       800-EXIT.
           EXIT.

      ***** THE TRAILER COUNTS ITSELF
       850-WRITE-TRAILER.
           MOVE "850-WRITE-TRAILER" TO PARA-NAME.
           ADD 1 TO RECORDS-WRITTEN.
           MOVE DATA-ROWS-WRITTEN TO WS-EDIT-COUNT-1.
           MOVE RECORDS-WRITTEN   TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-CDC-ROW.
           STRING "T|" WS-RUN-ID "|" WS-EDIT-COUNT-1 "|"
                  WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-CDC-ROW.
           WRITE CDCOUT-REC FROM WS-CDC-ROW.
       850-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CDCPMO, CDCPIO, CDCPPO, CDCCDO, CDCCRO, REMITIN,
                 PATMSTR, PATINS, PATPERSN, CHGDTL, CLMREG,
                 CDCPMN, CDCPIN, CDCPPN, CDCCDN, CDCCRN, CDCOUT,
                 SYSOUT.
           DISPLAY "CDCEXTR RUN ID              : " WS-RUN-ID.
           DISPLAY "CDCEXTR LIVE ROWS READ      : " LIVE-ROWS-READ.
           DISPLAY "CDCEXTR SNAPSHOT ROWS READ  : " SNAP-ROWS-READ.
           DISPLAY "CDCEXTR DELTA ROWS WRITTEN  : " DATA-ROWS-WRITTEN.
           DISPLAY "CDCEXTR TOTAL RECORDS       : " RECORDS-WRITTEN.
           DISPLAY "******** END JOB CDCEXTR ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           DISPLAY "*** ABNORMAL END OF JOB-CDCEXTR ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IMPLINQ.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          IMPLANT RECALL LOOKUP.  WHEN A MANUFACTURER RECALLS A
      *          LOT, RISK MANAGEMENT HAS TO FIND EVERY PATIENT WHO
      *          RECEIVED A DEVICE FROM IT.  GIVEN A LOT NUMBER ON THE
      *          REQUEST CARD -- AND, OPTIONALLY, THE MANUFACTURER
      *          NAME TO NARROW IT -- THIS JOB WALKS THE SURGICAL CASE
      *          FILE AND PRINTS ONE LINE PER MATCHING IMPLANT LINE:
      *          PATIENT, ENCOUNTER, CASE, SURGERY DATE, SURGEON,
      *          ITEM AND SERIAL NUMBER.  CANCELLED CASES ARE SKIPPED.
      *          THE CASE FILE IS NEVER WRITTEN.
      *
      ******************************************************************

               REQUEST CARD            -   DDS0001.IMPLREQ

               VSAM SURGICAL CASE FILE -   DDS0001.SURGCASE

               INQUIRY REPORT          -   DDS0001.IMPLRPT

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

           SELECT IMPLREQ
           ASSIGN TO UT-S-IMPLREQ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT IMPLRPT
           ASSIGN TO UT-S-IMPLRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(80).

       FD  IMPLREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IMPLREQ-REC.
       01  IMPLREQ-REC PIC X(40).

       FD  IMPLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IMPLRPT-REC.
       01  IMPLRPT-REC PIC X(120).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).

       COPY SURGCASE.

       01  IMPLANT-REQUEST-CARD.
           05  REQ-LOT-NBR             PIC X(15).
           05  REQ-MFR-NAME            PIC X(12).
           05  FILLER                  PIC X(13).

       01  MISC-WS-FLDS.
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".
           05  IMP-SUB                 PIC 9(02).
           05  WS-CASES-READ           PIC 9(7) VALUE ZERO.
           05  WS-IMPLANTS-MATCHED     PIC 9(7) VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(27)
               VALUE "IMPLANT RECALL LOOKUP, LOT ".
           05  RPT-HDR-LOT           PIC X(15).
           05  FILLER   PIC X(6)  VALUE " MFR  ".
           05  RPT-HDR-MFR           PIC X(12).
           05  FILLER   PIC X(60) VALUE SPACES.

       01  WS-RPT-COL-REC.
           05  FILLER   PIC X(8)  VALUE "PATIENT".
           05  FILLER   PIC X(12) VALUE "ENCOUNTER".
           05  FILLER   PIC X(10) VALUE "CASE".
           05  FILLER   PIC X(12) VALUE "SURGERY".
           05  FILLER   PIC X(10) VALUE "SURGEON".
           05  FILLER   PIC X(10) VALUE "ITEM".
           05  FILLER   PIC X(14) VALUE "MANUFACTURER".
           05  FILLER   PIC X(17) VALUE "LOT".
           05  FILLER   PIC X(15) VALUE "SERIAL".
           05  FILLER   PIC X(12) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-DTL-PATIENT       PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ENCOUNTER     PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CASE          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SURG-DATE     PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SURGEON       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ITEM          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-MFR           PIC X(12).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-LOT           PIC X(15).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SERIAL        PIC X(15).
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-RPT-FINAL-REC.
           05  FILLER                PIC X(26)
               VALUE "IMPLANTS FROM THIS LOT  - ".
           05  RPT-FINAL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(87) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CASES.
           MOVE WS-IMPLANTS-MATCHED TO RPT-FINAL-COUNT.
           WRITE IMPLRPT-REC FROM WS-RPT-FINAL-REC.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB IMPLINQ ********".
           OPEN INPUT IMPLREQ, SURGCASE.
           OPEN OUTPUT IMPLRPT, SYSOUT.

           READ IMPLREQ INTO IMPLANT-REQUEST-CARD
               AT END
                   MOVE "** NO REQUEST CARD - RUN CANNOT PROCEED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           IF REQ-LOT-NBR = SPACES
               MOVE "** REQUEST CARD NEEDS A LOT NUMBER"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE REQ-LOT-NBR  TO RPT-HDR-LOT.
           MOVE REQ-MFR-NAME TO RPT-HDR-MFR.
           WRITE IMPLRPT-REC FROM WS-RPT-HDR-REC.
           WRITE IMPLRPT-REC FROM WS-RPT-COL-REC.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ SURGCASE NEXT RECORD INTO SURGICAL-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-CASES-READ.
           IF SCS-CANCELLED
              OR SCS-IMPLANT-COUNT = ZERO
               GO TO 100-EXIT.

           PERFORM 200-CHECK-IMPLANT THRU 200-EXIT
                   VARYING IMP-SUB FROM 1 BY 1
                   UNTIL IMP-SUB > SCS-IMPLANT-COUNT
                      OR IMP-SUB > 10.
       100-EXIT.
           EXIT.

       200-CHECK-IMPLANT.
           MOVE "200-CHECK-IMPLANT" TO PARA-NAME.
           IF SCS-IMP-LOT-NBR(IMP-SUB) NOT = REQ-LOT-NBR
               GO TO 200-EXIT.
           IF REQ-MFR-NAME NOT = SPACES
              AND SCS-IMP-MFR-NAME(IMP-SUB) NOT = REQ-MFR-NAME
               GO TO 200-EXIT.

           ADD 1 TO WS-IMPLANTS-MATCHED.
           MOVE SCS-PATIENT-ID              TO RPT-DTL-PATIENT.
           MOVE SCS-ENCOUNTER-NBR           TO RPT-DTL-ENCOUNTER.
           MOVE SCS-CASE-NBR                TO RPT-DTL-CASE.
           MOVE SCS-SCHED-DATE              TO RPT-DTL-SURG-DATE.
           MOVE SCS-SURGEON-ID              TO RPT-DTL-SURGEON.
           MOVE SCS-IMP-ITEM-ID(IMP-SUB)    TO RPT-DTL-ITEM.
           MOVE SCS-IMP-MFR-NAME(IMP-SUB)   TO RPT-DTL-MFR.
           MOVE SCS-IMP-LOT-NBR(IMP-SUB)    TO RPT-DTL-LOT.
           MOVE SCS-IMP-SERIAL-NBR(IMP-SUB) TO RPT-DTL-SERIAL.
           WRITE IMPLRPT-REC FROM WS-RPT-DETAIL-REC.
       200-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE IMPLREQ, SURGCASE, IMPLRPT, SYSOUT.
           DISPLAY "IMPLINQ CASES READ           : " WS-CASES-READ.
           DISPLAY "IMPLINQ IMPLANTS MATCHED     : "
               WS-IMPLANTS-MATCHED.
           DISPLAY "******** NORMAL END OF JOB IMPLINQ ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE IMPLREQ, SURGCASE, IMPLRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-IMPLINQ ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

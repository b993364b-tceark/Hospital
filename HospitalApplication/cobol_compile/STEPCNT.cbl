       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STEPCNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HANDS A NIGHTLY-CHAIN STEP'S INPUT RECORD COUNT TO THE
      *          RESTCTL COMPLETE CALL THAT FOLLOWS IT.  CALLED ONCE
      *          FROM THE CLEANUP PARAGRAPH OF EACH CHAIN PROGRAM WITH
      *          THE CALLER'S OWN NAME AND THE NUMBER OF RECORDS IT
      *          READ; STEPCNT WRITES THE ONE-RECORD STEPCNT FILE AND
      *          RESTCTL POSTS THE COUNT ONTO THE STEP'S JOBCTL ROW SO
      *          THE NIGHT'S VOLUMES CAN BE HELD AGAINST THEIR
      *          TRAILING AVERAGES.  RETURNS:
      *
      *             "Y"  THE COUNT WAS WRITTEN
      *             "N"  NO STEPCNT DD IN THE STEP -- AN AD-HOC RUN
      *                  OUTSIDE THE CHAIN -- NOTHING WRITTEN
      *
      *          A STEP NEVER FAILS FOR WANT OF ITS COUNT; CALLERS
      *          IGNORE THE RESULT.
      *
      ******************************************************************

               STEP COUNT HAND-OFF     -   &&CNTNN (TEMPORARY)

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPCNT-FILE
           ASSIGN TO UT-S-STEPCNT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS STEPCNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPCNT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STEP-COUNT-REC.
       01  STEPCNT-FILE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  STEPCNT-STATUS          PIC X(2).
               88 STEPCNT-OK           VALUE "00".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

       COPY STEPCNT.

       LINKAGE SECTION.
       01  STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8).
           05  SCT-CALLER-COUNT        PIC S9(9) COMP.
           05  SCT-RESULT              PIC X(1).
               88 SCT-WRITTEN          VALUE "Y".
               88 SCT-NOT-WRITTEN      VALUE "N".

       PROCEDURE DIVISION USING STEPCNT-PARMS.
           MOVE "N" TO SCT-RESULT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN OUTPUT STEPCNT-FILE.
           IF NOT STEPCNT-OK
               GOBACK.

           MOVE SPACES           TO STEP-COUNT-REC.
           MOVE SCT-CALLER-ID    TO SCT-PROGRAM-ID.
           MOVE SCT-CALLER-COUNT TO SCT-INPUT-COUNT.
           MOVE WS-CURR-DATE-9   TO SCT-RUN-DATE.
           MOVE WS-CURR-TIME-9   TO SCT-RUN-TIME.
           WRITE STEPCNT-FILE-REC FROM STEP-COUNT-REC.
           IF STEPCNT-OK
               MOVE "Y" TO SCT-RESULT.
           CLOSE STEPCNT-FILE.
           GOBACK.

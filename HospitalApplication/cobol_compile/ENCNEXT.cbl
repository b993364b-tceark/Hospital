       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENCNEXT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          ISSUES THE NEXT ENCOUNTER NUMBER.  CALLED BY ADMDISCH
      *          AND HL7ADT WHENEVER A STAY OPENS, SO EVERY VISIT --
      *          INPATIENT, OBSERVATION, ER STUB, NEWBORN OR A
      *          READMISSION OF A PATIENT ALREADY ON FILE -- GETS ITS
      *          OWN NUMBER WHILE PATIENT-ID STAYS THE PERSON.
      *
      *          THE CALLER PASSES ITS OWN PROGRAM NAME; ENCNEXT READS
      *          THE SINGLE ENCCTL ROW FOR UPDATE, ADDS ONE TO THE
      *          LAST NUMBER ISSUED, REWRITES THE ROW AND RETURNS:
      *
      *             "Y"  ENC-NEW-NBR HOLDS THE NUMBER JUST ISSUED
      *             "E"  CONTROL ROW MISSING OR COULD NOT BE UPDATED
      *
      *          CALLERS TREAT "E" AS A HARD STOP -- A STAY OPENED
      *          WITHOUT A NUMBER CANNOT BE BILLED BY VISIT.
      *
      ******************************************************************

               VSAM NEXT-NUMBER CONTROL -   DDS0001.ENCCTL

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCCTL
                  ASSIGN       to ENCCTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is ENCCTL-FILE-KEY
                  FILE STATUS  is ENCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCCTL
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ENCOUNTER-CONTROL-REC.
       01  ENCCTL-FILE-REC.
           05 ENCCTL-FILE-KEY PIC X(08).
           05 FILLER          PIC X(32).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ENCCTL-STATUS           PIC X(2).
               88 ENCCTL-OK            VALUE "00".

       77  WS-DATE                     PIC 9(6).

       COPY ENCCTL.

       LINKAGE SECTION.
       01  ENCNEXT-PARMS.
           05  ENC-CALLER-ID           PIC X(8).
           05  ENC-NEW-NBR             PIC X(10).
           05  ENC-NEW-NBR-N REDEFINES ENC-NEW-NBR
                                       PIC 9(10).
           05  ENC-RESULT              PIC X(1).
               88 ENC-ISSUED           VALUE "Y".
               88 ENC-FAILED           VALUE "E".

       PROCEDURE DIVISION USING ENCNEXT-PARMS.
           MOVE "E"    TO ENC-RESULT.
           MOVE SPACES TO ENC-NEW-NBR.
           ACCEPT WS-DATE FROM DATE.
           OPEN I-O ENCCTL.
           IF NOT ENCCTL-OK
               GOBACK.

           MOVE "ENCNBR" TO ENCCTL-FILE-KEY.
           READ ENCCTL INTO ENCOUNTER-CONTROL-REC.
           IF NOT ENCCTL-OK
               CLOSE ENCCTL
               GOBACK.

           ADD 1 TO ENCCTL-LAST-NBR.
           MOVE WS-DATE       TO ENCCTL-LAST-ISSUE-DATE.
           MOVE ENC-CALLER-ID TO ENCCTL-ISSUED-BY.
           REWRITE ENCCTL-FILE-REC FROM ENCOUNTER-CONTROL-REC.
           IF NOT ENCCTL-OK
               CLOSE ENCCTL
               GOBACK.

           MOVE ENCCTL-LAST-NBR TO ENC-NEW-NBR-N.
           MOVE "Y" TO ENC-RESULT.
           CLOSE ENCCTL.
           GOBACK.

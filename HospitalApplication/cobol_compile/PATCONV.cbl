       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATCONV.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          ONE-TIME CONVERSION FOR THE FIELDS CARVED OUT OF THE
      *          PATMSTR COMMENTS AND TRAILING FILLER, AND FOR THE
      *          PATHIST WIDENING FROM 64 TO 128 BYTES.
      *
      *          PATMSTR KEEPS ITS 3133-BYTE LENGTH, BUT THE LAST 131
      *          BYTES OF THE OLD PATIENT-ADMIT-COMMENTS NOW HOLD THE
      *          ACCOMMODATION, ROOM-DIFFERENTIAL, REFERRAL, POA,
      *          PROCEDURE-CODING AND ENCOUNTER FIELDS, AND TWO OF THE
      *          OLD FIVE FILLER BYTES HOLD THE CONFIDENTIAL AND
      *          NO-PUBLICITY FLAGS.  LIVE ROWS STILL CARRY OLD
      *          COMMENT TEXT THERE.  EACH ROW IS COPIED AS IT STANDS
      *          AND EVERY CARVED FIELD IS RESET BY ITS PICTURE --
      *          ZEROS IN THE TWO DIFFERENTIAL AMOUNTS, SPACES IN THE
      *          REST -- SO THE FIRST ADD AGAINST THEM FINDS NUMERIC
      *          DATA AND THE FLAGS READ AS NEVER SET.
      *
      *          EACH 64-BYTE PATHIST ROW IS REWRITTEN AT 128 BYTES
      *          WITH THE NEW ENCOUNTER, POA AND FILLER BYTES BLANK,
      *          WHICH IS HOW EVERY CONSUMER ALREADY TREATS A ROW
      *          FROM BEFORE THOSE FIELDS.
      *
      *          RUN ONCE, BETWEEN THE IDCAMS UNLOAD OF THE PATMASTR
      *          CLUSTER AND ITS RELOAD, BEFORE ANY PROGRAM USING THE
      *          NEW LAYOUTS RUNS (SEE PATCONV JCL).  RECORD COUNTS IN
      *          MUST EQUAL COUNTS OUT.
      *
      ******************************************************************

               OLD PATMSTR UNLOAD      -   DDS0001.PATMOLD

               NEW PATMSTR RELOAD      -   DDS0001.PATMNEW

               OLD PATHIST FILE        -   DDS0001.PATHIST

               NEW PATHIST FILE        -   DDS0001.PATHIST.NEW

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

           SELECT PATMOLD
           ASSIGN TO UT-S-PATMOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PATMNEW
           ASSIGN TO UT-S-PATMNEW
             ORGANIZATION IS SEQUENTIAL.

           SELECT PHSTOLD
           ASSIGN TO UT-S-PHSTOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT PHSTNEW
           ASSIGN TO UT-S-PHSTNEW
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(80).

       FD  PATMOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATMOLD-REC.
       01  PATMOLD-REC PIC X(3133).

       FD  PATMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATMNEW-REC.
       01  PATMNEW-REC PIC X(3133).

       FD  PHSTOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHSTOLD-REC.
       01  PHSTOLD-REC PIC X(64).

       FD  PHSTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHSTNEW-REC.
       01  PHSTNEW-REC PIC X(128).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).

       01  WS-SWITCHES.
           05  MORE-MSTR-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-MSTR         VALUE "N".
           05  MORE-HIST-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-HIST         VALUE "N".

      ***** THE NEW LAYOUTS COME FROM THE LIVE COPYBOOKS -- THE OLD
      ***** PATMSTR IS THE SAME LENGTH, SO IT IS READ STRAIGHT IN
       COPY PATMSTR.
       COPY PATHIST.

       01  COUNTERS-AND-ACCUMULATORS.
           05  MSTR-READ               PIC S9(9) COMP VALUE ZERO.
           05  MSTR-WRITTEN            PIC S9(9) COMP VALUE ZERO.
           05  HIST-READ               PIC S9(9) COMP VALUE ZERO.
           05  HIST-WRITTEN            PIC S9(9) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-CONVERT-MASTER THRU 100-EXIT
                   UNTIL NO-MORE-MSTR.
           PERFORM 400-CONVERT-HISTORY THRU 400-EXIT
                   UNTIL NO-MORE-HIST.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PATCONV ********".
           OPEN INPUT PATMOLD, PHSTOLD.
           OPEN OUTPUT PATMNEW, PHSTNEW, SYSOUT.
       000-EXIT.
           EXIT.

       100-CONVERT-MASTER.
           MOVE "100-CONVERT-MASTER" TO PARA-NAME.
           READ PATMOLD INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MSTR-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO MSTR-READ.

      ***** THE TAIL OF THE OLD COMMENTS -- ALPHANUMERIC FIELDS GO
      ***** TO SPACES, THE TWO AMOUNTS TO ZEROS
           MOVE SPACES TO ACCOM-REQUEST-IND.
           MOVE ZERO   TO ROOM-DIFFERENTIAL-AMT.
           MOVE ZERO   TO SEG-PRIOR-DIFFERENTIAL.
           MOVE SPACES TO REFERRAL-SOURCE.
           MOVE SPACES TO REFERRING-PROVIDER-ID.
           MOVE SPACES TO DIAGNOSIS-POA-FLAGS.
           MOVE SPACES TO PROCEDURE-CODING.
           MOVE SPACES TO ENCOUNTER-NBR IN PATIENT-MASTER-REC.
      ***** THE OLD TRAILING FILLER
           MOVE SPACES TO CONFIDENTIAL-IND.
           MOVE SPACES TO NO-PUBLICITY-IND.

           WRITE PATMNEW-REC FROM PATIENT-MASTER-REC.
           ADD 1 TO MSTR-WRITTEN.
       100-EXIT.
           EXIT.

       400-CONVERT-HISTORY.
           MOVE "400-CONVERT-HISTORY" TO PARA-NAME.
           READ PHSTOLD
               AT END
                   MOVE "N" TO MORE-HIST-SW
                   GO TO 400-EXIT
           END-READ.
           ADD 1 TO HIST-READ.

      ***** THE OLD 64 BYTES LAND WHERE THEY WERE; EVERYTHING
      ***** BEHIND THEM IS NEW AND STARTS BLANK
           MOVE SPACES TO PATIENT-HISTORY-REC.
           MOVE PHSTOLD-REC TO PATIENT-HISTORY-REC(1:64).

           WRITE PHSTNEW-REC FROM PATIENT-HISTORY-REC.
           ADD 1 TO HIST-WRITTEN.
       400-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           IF MSTR-READ NOT EQUAL TO MSTR-WRITTEN
            OR HIST-READ NOT EQUAL TO HIST-WRITTEN
               MOVE "** CONVERSION OUT OF BALANCE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           CLOSE PATMOLD, PATMNEW, PHSTOLD, PHSTNEW, SYSOUT.
           DISPLAY "PATCONV PATMSTR CONVERTED   : " MSTR-WRITTEN.
           DISPLAY "PATCONV PATHIST CONVERTED   : " HIST-WRITTEN.
           DISPLAY "******** NORMAL END OF JOB PATCONV ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATMOLD, PATMNEW, PHSTOLD, PHSTNEW, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PATCONV ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

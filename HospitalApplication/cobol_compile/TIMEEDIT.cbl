       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TIMEEDIT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          TIMEKEEPING INTERFACE.  READS THE NIGHT'S WORKED-HOURS
      *          FILE FROM THE TIMEKEEPING SYSTEM -- ONE ROW PER NURSE,
      *          WARD AND SHIFT -- AND EDITS EVERY ROW:  THE NURSE MUST
      *          BE ON THE NURSEREG REGISTRY, THE WARD ONE OF OURS, THE
      *          WORK DATE A REAL DATE NOT AFTER TODAY, THE SHIFT D, E
      *          OR N, AND THE HOURS MORE THAN ZERO AND NO MORE THAN A
      *          DAY.  THE SAME NURSE, DATE AND SHIFT TWICE IN ONE FILE
      *          IS A DUPLICATE AND THE SECOND ROW IS REJECTED.
      *
      *          ROWS THAT PASS ARE STAMPED WITH THE NURSE'S LICENSE
      *          EXPIRATION FROM THE REGISTRY -- AND WHETHER IT HAD
      *          ALREADY PASSED ON THE WORK DATE -- AND APPENDED TO THE
      *          PERMANENT TIMEHIST FILE FOR HPPDRPT.  A LAPSED LICENSE
      *          DOES NOT STOP THE ROW; THE HOURS WERE WORKED, AND THE
      *          REPORT IS WHERE COMPLIANCE SEES IT.  REJECTS GO TO THE
      *          TIMEREJ LIST FOR THE TIMEKEEPING OFFICE TO CORRECT AND
      *          RESEND.
      *
      ******************************************************************

               TIMEKEEPING INPUT FILE  -   DDS0001.TIMEKEEP

               REGISTRY INPUT FILE     -   DDS0001.NURSEREG

               HISTORY FILE (EXTEND)   -   DDS0001.TIMEHIST

               REJECT FILE             -   DDS0001.TIMEREJ

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

           SELECT TIMEKEEP
           ASSIGN TO UT-S-TIMEKEEP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TKCODE.

           SELECT NURSEREG
           ASSIGN TO UT-S-NURSEREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS NRCODE.

           SELECT TIMEHIST
           ASSIGN TO UT-S-TIMEHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS THCODE.

           SELECT TIMEREJ
           ASSIGN TO UT-S-TIMEREJ
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

       FD  TIMEKEEP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMEKEEP-REC.
       01  TIMEKEEP-REC PIC X(80).

       FD  NURSEREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NURSEREG-REC.
       01  NURSEREG-REC PIC X(70).

       FD  TIMEHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMEHIST-REC.
       01  TIMEHIST-REC PIC X(80).

       FD  TIMEREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMEREJ-REC.
       01  TIMEREJ-REC PIC X(100).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TKCODE                  PIC X(2).
           05  NRCODE                  PIC X(2).
           05  THCODE                  PIC X(2).

       COPY TIMEKEEP.
       COPY NURSEREG.

      ***** NURSE REGISTRY, LOADED AT STARTUP
       01  WS-NREG-TABLE.
           05  WS-NREG-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  NREG-ROW OCCURS 500 TIMES INDEXED BY NR-IDX.
               10  NR-TBL-NURSE-ID         PIC X(8).
               10  NR-TBL-LICENSE-EXPIRES  PIC X(10).
       77  WS-NREG-MAX                 PIC 9(4) COMP VALUE 500.

      ***** NURSE/DATE/SHIFT OF EVERY ROW ACCEPTED THIS RUN
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ROW OCCURS 5000 TIMES.
               10  WS-SEEN-KEY             PIC X(17).
       77  WS-SEEN-USED                PIC 9(5) COMP VALUE ZERO.
       77  WS-SEEN-MAX                 PIC 9(5) COMP VALUE 5000.
       77  WS-SEEN-SUB                 PIC 9(5) COMP.
       01  WS-ROW-KEY.
           05  WS-ROW-KEY-NURSE        PIC X(8).
           05  WS-ROW-KEY-DATE         PIC X(8).
           05  WS-ROW-KEY-SHIFT        PIC X(1).

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-NREG-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-NREG         VALUE "N".
           05  WS-EDIT-OK-SW           PIC X(1).
               88 ROW-EDITS-PASS       VALUE "Y".
           05  WS-NURSE-FOUND-SW       PIC X(1).
               88 NURSE-ON-REGISTRY    VALUE "Y".
           05  WS-DUP-SW               PIC X(1).
               88 ROW-IS-DUPLICATE     VALUE "Y".

       01  WS-DATE-CHECK.
           05  WS-CHECK-MM             PIC X(2).
               88 VALID-MM  VALUES ARE "01" THRU "12".
           05  WS-CHECK-DD             PIC X(2).
               88 VALID-DD  VALUES ARE "01" THRU "31".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).
       77  WS-EXPIRES-9                PIC X(8).

       01  COUNTERS-AND-ACCUMULATORS.
           05  ROWS-READ               PIC S9(7) COMP VALUE ZERO.
           05  ROWS-ACCEPTED           PIC S9(7) COMP VALUE ZERO.
           05  ROWS-REJECTED           PIC S9(7) COMP VALUE ZERO.
           05  ROWS-LAPSED-LICENSE     PIC S9(7) COMP VALUE ZERO.
           05  HOURS-ACCEPTED          PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-REJECT-LINE.
           05  REJ-REASON            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  REJ-ROW-IMAGE         PIC X(50).
           05  FILLER                PIC X(19) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-NURSE-REGISTRY THRU 050-EXIT
                   UNTIL NO-MORE-NREG.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB TIMEEDIT ********".
           OPEN INPUT TIMEKEEP, NURSEREG.
           OPEN OUTPUT TIMEREJ, SYSOUT.
           OPEN EXTEND TIMEHIST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
       000-EXIT.
           EXIT.

       050-LOAD-NURSE-REGISTRY.
           MOVE "050-LOAD-NURSE-REGISTRY" TO PARA-NAME.
           READ NURSEREG INTO NURSE-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-NREG-SW
                   GO TO 050-EXIT
           END-READ.
           IF WS-NREG-COUNT = WS-NREG-MAX
               MOVE "*** NURSEREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-NREG-COUNT.
           MOVE NRG-NURSE-ID        TO NR-TBL-NURSE-ID(WS-NREG-COUNT).
           MOVE NRG-LICENSE-EXPIRES
                TO NR-TBL-LICENSE-EXPIRES(WS-NREG-COUNT).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           READ TIMEKEEP INTO TIME-WORKED-REC
               AT END
                   MOVE "N" TO MORE-DATA-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO ROWS-READ.

           PERFORM 200-EDIT-ROW THRU 200-EXIT.
           IF NOT ROW-EDITS-PASS
               GO TO 100-EXIT.

           PERFORM 300-CHECK-LICENSE THRU 300-EXIT.
           MOVE WS-CURR-DATE-9 TO TKP-LOADED-DATE.
           WRITE TIMEHIST-REC FROM TIME-WORKED-REC.
           ADD 1 TO ROWS-ACCEPTED.
           ADD TKP-HOURS-WORKED TO HOURS-ACCEPTED.
       100-EXIT.
           EXIT.

       200-EDIT-ROW.
           MOVE "200-EDIT-ROW" TO PARA-NAME.
           MOVE "Y" TO WS-EDIT-OK-SW.

           MOVE "N" TO WS-NURSE-FOUND-SW.
           SET NR-IDX TO 1.
           SEARCH NREG-ROW
               AT END
                   CONTINUE
               WHEN NR-IDX > WS-NREG-COUNT
                   CONTINUE
               WHEN NR-TBL-NURSE-ID(NR-IDX) = TKP-NURSE-ID
                   MOVE "Y" TO WS-NURSE-FOUND-SW
           END-SEARCH.
           IF NOT NURSE-ON-REGISTRY
               MOVE "NURSE NOT ON REGISTRY" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF NOT TKP-VALID-WARD
               MOVE "UNKNOWN WARD" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           MOVE TKP-WORK-DATE(5:2) TO WS-CHECK-MM.
           MOVE TKP-WORK-DATE(7:2) TO WS-CHECK-DD.
           IF TKP-WORK-DATE NOT NUMERIC
            OR NOT VALID-MM OR NOT VALID-DD
               MOVE "WORK DATE NOT CCYYMMDD" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.
           IF TKP-WORK-DATE-9 > WS-CURR-DATE-9
               MOVE "WORK DATE IN THE FUTURE" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF NOT TKP-VALID-SHIFT
               MOVE "SHIFT NOT D, E OR N" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           IF TKP-HOURS-WORKED-X NOT NUMERIC
            OR TKP-HOURS-WORKED NOT > ZERO
            OR TKP-HOURS-WORKED > 24
               MOVE "HOURS NOT 00.01 THRU 24.00" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.

           PERFORM 250-CHECK-DUPLICATE THRU 250-EXIT.
           IF ROW-IS-DUPLICATE
               MOVE "DUPLICATE NURSE/DATE/SHIFT" TO REJ-REASON
               PERFORM 280-WRITE-REJECT THRU 280-EXIT
               GO TO 200-EXIT.
       200-EXIT.
           EXIT.

      ***** A ROW THAT PASSES IS REMEMBERED SO A SECOND COPY OF IT
      ***** LATER IN THE FILE IS CAUGHT
       250-CHECK-DUPLICATE.
           MOVE "250-CHECK-DUPLICATE" TO PARA-NAME.
           MOVE "N" TO WS-DUP-SW.
           MOVE TKP-NURSE-ID  TO WS-ROW-KEY-NURSE.
           MOVE TKP-WORK-DATE TO WS-ROW-KEY-DATE.
           MOVE TKP-SHIFT     TO WS-ROW-KEY-SHIFT.
           PERFORM 260-SCAN-SEEN THRU 260-EXIT
               VARYING WS-SEEN-SUB FROM 1 BY 1 UNTIL
               WS-SEEN-SUB > WS-SEEN-USED OR ROW-IS-DUPLICATE.
           IF ROW-IS-DUPLICATE
               GO TO 250-EXIT.
           IF WS-SEEN-USED = WS-SEEN-MAX
               MOVE "*** DUPLICATE TABLE FULL - NOT CHECKED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 250-EXIT.
           ADD 1 TO WS-SEEN-USED.
           MOVE WS-ROW-KEY TO WS-SEEN-KEY(WS-SEEN-USED).
       250-EXIT.
           EXIT.

       260-SCAN-SEEN.
           IF WS-SEEN-KEY(WS-SEEN-SUB) = WS-ROW-KEY
               MOVE "Y" TO WS-DUP-SW.
       260-EXIT.
           EXIT.

       280-WRITE-REJECT.
           MOVE "280-WRITE-REJECT" TO PARA-NAME.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE TIME-WORKED-REC TO REJ-ROW-IMAGE.
           WRITE TIMEREJ-REC FROM WS-REJECT-LINE.
           ADD 1 TO ROWS-REJECTED.
       280-EXIT.
           EXIT.

      ***** THE REGISTRY CARRIES CCYY-MM-DD.  A DATE THAT WILL NOT
      ***** READ PROVES NOTHING, SO IT COUNTS AS LAPSED UNTIL THE
      ***** REGISTRY IS CORRECTED.
       300-CHECK-LICENSE.
           MOVE "300-CHECK-LICENSE" TO PARA-NAME.
           MOVE NR-TBL-LICENSE-EXPIRES(NR-IDX) TO TKP-LICENSE-EXPIRES.
           MOVE "N" TO TKP-LICENSE-LAPSED-SW.
           MOVE TKP-LICENSE-EXPIRES(1:4) TO WS-EXPIRES-9(1:4).
           MOVE TKP-LICENSE-EXPIRES(6:2) TO WS-EXPIRES-9(5:2).
           MOVE TKP-LICENSE-EXPIRES(9:2) TO WS-EXPIRES-9(7:2).
           IF WS-EXPIRES-9 NOT NUMERIC
            OR WS-EXPIRES-9 < TKP-WORK-DATE
               MOVE "Y" TO TKP-LICENSE-LAPSED-SW
               ADD 1 TO ROWS-LAPSED-LICENSE.
       300-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE TIMEKEEP, NURSEREG, TIMEHIST, TIMEREJ, SYSOUT.
           DISPLAY "TIMEEDIT ROWS READ          : " ROWS-READ.
           DISPLAY "TIMEEDIT ROWS ACCEPTED      : " ROWS-ACCEPTED.
           DISPLAY "TIMEEDIT ROWS REJECTED      : " ROWS-REJECTED.
           DISPLAY "TIMEEDIT LAPSED-LICENSE ROWS: " ROWS-LAPSED-LICENSE.
           DISPLAY "TIMEEDIT HOURS ACCEPTED     : " HOURS-ACCEPTED.
           DISPLAY "******** NORMAL END OF JOB TIMEEDIT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE TIMEKEEP, NURSEREG, TIMEHIST, TIMEREJ, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-TIMEEDIT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

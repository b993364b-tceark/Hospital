       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARMLIST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          PARAMETERS-IN-FORCE LISTING.  READS THE RUNPARM
      *          MASTER FRONT TO BACK AND PRINTS ONE LINE PER PROGRAM
      *          AND PARAMETER: THE VALUE IN FORCE TONIGHT, THE DATE
      *          IT TOOK EFFECT, WHO LAST TOUCHED IT, AND -- WHEN A
      *          LATER ROW IS ALREADY KEYED -- THE DATE THE NEXT VALUE
      *          TAKES OVER.  A PARAMETER WHOSE ONLY ROWS ARE STILL IN
      *          THE FUTURE PRINTS AS NOT YET IN FORCE.  THIS IS THE
      *          PAGE THAT GOES IN THE CHANGE-CONTROL BINDER.
      *
      ******************************************************************

               VSAM PARAMETER MASTER   -   DDS0001.RUNPARM

               REPORT FILE PRODUCED    -   DDS0001.PARMLIST

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

           SELECT RUNPARM
                  ASSIGN       to RUNPARM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is RUNPARM-FILE-KEY
                  FILE STATUS  is RUNPARM-STATUS.

           SELECT PARMLIST
           ASSIGN TO UT-S-PARMLIST
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

       FD  RUNPARM
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RUN-PARAMETER-REC.
       01  RUNPARM-FILE-REC.
           05 RUNPARM-FILE-KEY PIC X(32).
           05 FILLER           PIC X(88).

       FD  PARMLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARMLIST-REC.
       01  PARMLIST-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  RUNPARM-STATUS          PIC X(2).
               88 RUNPARM-OK           VALUE "00".

       COPY RUNPARM.

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  WS-IN-FORCE-SW          PIC X(1) VALUE "N".
               88 ROW-IN-FORCE         VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** THE PARAMETER BEING COLLECTED, AND THE ROW IN FORCE FOR IT
       01  WS-HOLD-PARAMETER.
           05  WS-HOLD-PROGRAM-ID      PIC X(8)  VALUE SPACES.
           05  WS-HOLD-PARM-NAME       PIC X(16) VALUE SPACES.
           05  WS-HOLD-VALUE           PIC X(20).
           05  WS-HOLD-EFF-DATE        PIC 9(8).
           05  WS-HOLD-CHANGED-BY      PIC X(8).
           05  WS-HOLD-DESCRIPTION     PIC X(40).
           05  WS-HOLD-NEXT-CHANGE     PIC 9(8).

       01  COUNTERS-AND-ACCUMULATORS.
           05  ROWS-READ               PIC S9(5) COMP VALUE ZERO.
           05  PARMS-LISTED            PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(38)
               VALUE "RUN PARAMETERS IN FORCE AS OF".
           05  RPT-HDR-DATE          PIC 9(8).
           05  FILLER   PIC X(86) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(10) VALUE "PROGRAM".
           05  FILLER   PIC X(18) VALUE "PARAMETER".
           05  FILLER   PIC X(22) VALUE "VALUE".
           05  FILLER   PIC X(10) VALUE "EFFECTIVE".
           05  FILLER   PIC X(10) VALUE "CHANGED BY".
           05  FILLER   PIC X(42) VALUE "DESCRIPTION".
           05  FILLER   PIC X(20) VALUE "NEXT CHANGE".

       01  WS-RPT-DETAIL-REC.
           05  RPT-PROGRAM-ID        PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-PARM-NAME         PIC X(16).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-VALUE             PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-EFF-DATE          PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-CHANGED-BY        PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-DESCRIPTION       PIC X(40).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RPT-NEXT-CHANGE       PIC X(8).
           05  FILLER                PIC X(12) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PARMLIST ********".
           OPEN OUTPUT PARMLIST, SYSOUT.
           OPEN INPUT RUNPARM.
           IF NOT RUNPARM-OK
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURR-DATE-9 TO RPT-HDR-DATE.
           WRITE PARMLIST-REC FROM WS-RPT-HDR-REC.
           WRITE PARMLIST-REC FROM WS-RPT-COLM-HDR-REC.

           READ RUNPARM INTO RUN-PARAMETER-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** ROWS COME IN PROGRAM / PARAMETER / EFFECTIVE-DATE ORDER, SO
      ***** THE LAST ROW NOT PAST TODAY IS THE ONE IN FORCE AND THE
      ***** FIRST ROW PAST TODAY IS THE NEXT CHANGE
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO ROWS-READ.
           IF PRM-PROGRAM-ID NOT = WS-HOLD-PROGRAM-ID
              OR PRM-PARM-NAME NOT = WS-HOLD-PARM-NAME
               PERFORM 200-PRINT-PARAMETER THRU 200-EXIT
               MOVE PRM-PROGRAM-ID TO WS-HOLD-PROGRAM-ID
               MOVE PRM-PARM-NAME  TO WS-HOLD-PARM-NAME
               MOVE "N"  TO WS-IN-FORCE-SW
               MOVE ZERO TO WS-HOLD-NEXT-CHANGE.

           IF PRM-EFFECTIVE-DATE NOT > WS-CURR-DATE-9
               MOVE "Y"                TO WS-IN-FORCE-SW
               MOVE PRM-VALUE          TO WS-HOLD-VALUE
               MOVE PRM-EFFECTIVE-DATE TO WS-HOLD-EFF-DATE
               MOVE PRM-CHANGED-BY     TO WS-HOLD-CHANGED-BY
               MOVE PRM-DESCRIPTION    TO WS-HOLD-DESCRIPTION
           ELSE
               IF WS-HOLD-NEXT-CHANGE = ZERO
                   MOVE PRM-EFFECTIVE-DATE TO WS-HOLD-NEXT-CHANGE
                   IF NOT ROW-IN-FORCE
                       MOVE PRM-DESCRIPTION TO WS-HOLD-DESCRIPTION.

           READ RUNPARM INTO RUN-PARAMETER-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-PRINT-PARAMETER.
           MOVE "200-PRINT-PARAMETER" TO PARA-NAME.
           IF WS-HOLD-PROGRAM-ID = SPACES
               GO TO 200-EXIT.

           MOVE WS-HOLD-PROGRAM-ID  TO RPT-PROGRAM-ID.
           MOVE WS-HOLD-PARM-NAME   TO RPT-PARM-NAME.
           MOVE WS-HOLD-DESCRIPTION TO RPT-DESCRIPTION.
           IF ROW-IN-FORCE
               MOVE WS-HOLD-VALUE      TO RPT-VALUE
               MOVE WS-HOLD-EFF-DATE   TO RPT-EFF-DATE
               MOVE WS-HOLD-CHANGED-BY TO RPT-CHANGED-BY
           ELSE
               MOVE "NOT YET IN FORCE" TO RPT-VALUE
               MOVE SPACES             TO RPT-EFF-DATE, RPT-CHANGED-BY.
           IF WS-HOLD-NEXT-CHANGE = ZERO
               MOVE SPACES TO RPT-NEXT-CHANGE
           ELSE
               MOVE WS-HOLD-NEXT-CHANGE TO RPT-NEXT-CHANGE.
           WRITE PARMLIST-REC FROM WS-RPT-DETAIL-REC.
           ADD 1 TO PARMS-LISTED.
       200-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 200-PRINT-PARAMETER THRU 200-EXIT.
           CLOSE RUNPARM, PARMLIST, SYSOUT.
           DISPLAY "PARMLIST MASTER ROWS READ   : " ROWS-READ.
           DISPLAY "PARMLIST PARAMETERS LISTED  : " PARMS-LISTED.
           DISPLAY "******** NORMAL END OF JOB PARMLIST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE RUNPARM, PARMLIST, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PARMLIST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

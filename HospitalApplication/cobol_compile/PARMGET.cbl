       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARMGET.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HANDS A PROGRAM ONE OF ITS RUN PARAMETERS FROM THE
      *          RUNPARM MASTER (SEE COPY RUNPARM).  THE CALLER PASSES
      *          THE OWNING PROGRAM NAME (ITS OWN, OR "*SHARED*"), THE
      *          PARAMETER NAME, AND THE DATE TO ANSWER FOR -- ZERO
      *          MEANS TODAY.  PARMGET POSITIONS ON THE PARAMETER'S
      *          FIRST ROW AND WALKS FORWARD TO THE LAST ONE EFFECTIVE
      *          ON OR BEFORE THAT DATE, AND RETURNS:
      *
      *             "Y"  PGT-VALUE HOLDS THE VALUE IN FORCE, AND FOR
      *                  A NUMERIC PARAMETER PGT-NUMBER HOLDS IT TOO
      *             "N"  NO ROW IN FORCE FOR THAT DATE
      *             "E"  THE RUNPARM MASTER COULD NOT BE OPENED
      *
      *          A CALLER TREATS "N" THE WAY IT USED TO TREAT A
      *          MISSING CONTROL CARD -- REFUSE THE RUN, OR FALL BACK
      *          TO THE DEFAULT THE CARD USED TO HAVE -- AND "E" AS A
      *          REFUSED RUN.
      *
      ******************************************************************

               VSAM RUN-PARAMETER MASTER -  DDS0001.RUNPARM

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARM
                  ASSIGN       to RUNPARM
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is RUNPARM-FILE-KEY
                  FILE STATUS  is RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RUN-PARAMETER-REC.
       01  RUNPARM-FILE-REC.
           05 RUNPARM-FILE-KEY PIC X(32).
           05 FILLER           PIC X(88).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RUNPARM-STATUS          PIC X(2).
               88 RUNPARM-OK           VALUE "00".

       01  WS-SWITCHES.
           05  MORE-ROWS-SW            PIC X(1).
               88 NO-MORE-ROWS         VALUE "N".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       77  WS-AS-OF-DATE               PIC 9(8).

       COPY RUNPARM.

       LINKAGE SECTION.
       COPY PARMGPRM.

       PROCEDURE DIVISION USING PARMGET-PARMS.
           MOVE "N"    TO PGT-RESULT.
           MOVE SPACES TO PGT-VALUE.
           MOVE ZERO   TO PGT-NUMBER.
           IF PGT-AS-OF-DATE NOT NUMERIC OR PGT-AS-OF-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
               MOVE WS-CURR-DATE-9 TO WS-AS-OF-DATE
           ELSE
               MOVE PGT-AS-OF-DATE TO WS-AS-OF-DATE.

           OPEN INPUT RUNPARM.
           IF NOT RUNPARM-OK
               MOVE "E" TO PGT-RESULT
               GOBACK.

           MOVE PGT-PROGRAM-ID TO PRM-PROGRAM-ID.
           MOVE PGT-PARM-NAME  TO PRM-PARM-NAME.
           MOVE ZERO           TO PRM-EFFECTIVE-DATE.
           MOVE PRM-KEY        TO RUNPARM-FILE-KEY.
           START RUNPARM KEY IS NOT LESS THAN RUNPARM-FILE-KEY
               INVALID KEY
                   CLOSE RUNPARM
                   GOBACK
           END-START.

           MOVE "Y" TO MORE-ROWS-SW.
           PERFORM 100-READ-NEXT-ROW THRU 100-EXIT
                   UNTIL NO-MORE-ROWS.
           CLOSE RUNPARM.
           GOBACK.

      ***** ROWS FOR ONE PARAMETER RUN IN EFFECTIVE-DATE ORDER -- THE
      ***** LAST ONE NOT PAST THE AS-OF DATE IS THE ONE IN FORCE
       100-READ-NEXT-ROW.
           READ RUNPARM NEXT INTO RUN-PARAMETER-REC
               AT END
                   MOVE "N" TO MORE-ROWS-SW
                   GO TO 100-EXIT
           END-READ.
           IF NOT RUNPARM-OK
              OR PRM-PROGRAM-ID NOT = PGT-PROGRAM-ID
              OR PRM-PARM-NAME NOT = PGT-PARM-NAME
              OR PRM-EFFECTIVE-DATE > WS-AS-OF-DATE
               MOVE "N" TO MORE-ROWS-SW
               GO TO 100-EXIT.

           MOVE PRM-VALUE TO PGT-VALUE.
           IF PRM-NUMERIC-VALUE
               COMPUTE PGT-NUMBER = FUNCTION NUMVAL(PRM-VALUE)
           ELSE
               MOVE ZERO TO PGT-NUMBER.
           MOVE "Y" TO PGT-RESULT.
       100-EXIT.
           EXIT.

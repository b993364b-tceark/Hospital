      *
      *          AUDIT-TRAIL RETENTION ROLL-OFF.  BROWSES THE KEYED
      *          AUDMSTR CLUSTER AND ROLLS EVERY ROW WHOSE AUDIT DATE
      *          IS OLDER THAN THE RUNPARM RETENTION ONTO AN
      *          ARCHIVE GENERATION, THEN DELETES IT FROM THE LIVE
      *          CLUSTER -- SAME READ-THEN-DELETE BROWSE AS PATARCHV.
      *          POINT-IN-TIME QUESTIONS INSIDE THE RETENTION WINDOW
      *
      ******************************************************************

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)
                                            (RETENTION DAYS)

               VSAM AUDIT MASTER       -   DDS0001.AUDMSTR
           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ARCHAUDK
           ASSIGN TO UT-S-ARCHAUDK
             ORGANIZATION IS SEQUENTIAL.
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  ARCHAUDK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  AUDMSTR-STATUS          PIC X(2).

       COPY AUDMSTR.

      ***** RETENTION, FILLED FROM THE RUNPARM MASTER
       01  AUDIT-RETENTION-REC.
           05  ARC-RETENTION-DAYS      PIC 9(5).
           05  FILLER                  PIC X(25).

       COPY PARMGPRM.

       01  WS-SWITCHES.
           05  MORE-AUD-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-AUDIT        VALUE "N".
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB AUDROLL ********".
           OPEN I-O AUDMSTR.
           OPEN OUTPUT ARCHAUDK, SYSOUT.

      ***** NO RETENTION ROW IN FORCE REFUSES THE RUN, AS A MISSING
      ***** RETENTION CARD DID -- NOTHING ROLLS OFF ON A GUESS
           MOVE "AUDROLL"           TO PGT-PROGRAM-ID.
           MOVE "RETENTION-DAYS"    TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               MOVE "** NO RETENTION-DAYS ROW ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE PGT-NUMBER TO ARC-RETENTION-DAYS.
           IF ARC-RETENTION-DAYS = ZERO
               MOVE "** INVALID RETENTION DAYS ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.


       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE AUDMSTR, ARCHAUDK, SYSOUT.
           DISPLAY "AUDROLL ROWS READ           : " ROWS-READ.
           DISPLAY "AUDROLL ROWS ROLLED OFF     : " ROWS-ROLLED.
           DISPLAY "AUDROLL ROWS KEPT           : " ROWS-KEPT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE AUDMSTR, ARCHAUDK, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-AUDROLL ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

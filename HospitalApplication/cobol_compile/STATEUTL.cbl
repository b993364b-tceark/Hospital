      *          FROM PRINTOUTS EVERY YEAR, AND THE NUMBERS NEVER
      *          QUITE TIED TO OUR OWN REPORTS.  THIS JOB COMPUTES
      *          THE FILING STRAIGHT FROM PATHIST FOR THE FILING
      *          YEAR ON THE RUNPARM MASTER, BY FACILITY CODE, WITH
      *          BED COUNTS PER WARD FROM HOSP_BED (THE SAME COUNT
      *          WARDCENS USES, SO OCCUPANCY TIES TO THE CENSUS).
      *          A "C" CANCELLATION ROW NETS OUT THE DISCHARGE ROW
      *
      ******************************************************************

               RUN PARAMETERS (YYYY)   -   DDS0001.RUNPARM (PARMGET)

               DISCHARGE HISTORY       -   DDS0001.PATHIST

           ASSIGN TO UT-S-SYSOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATHIST
           ASSIGN TO UT-S-PATHIST
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC PIC X(130).

       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

       FD  STUTRPT
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  HFCODE                  PIC X(2).

           EXEC SQL

       COPY PATHIST.

      ***** FILING YEAR, FILLED FROM THE RUNPARM MASTER
       01  WS-CONTROL-CARD.
           05  CTL-FILING-YEAR         PIC X(4).
           05  FILLER                  PIC X(6).

       COPY PARMGPRM.

       01  WS-DB2-HOST-VARS.
           05  HV-WARD-ID              PIC X(4).
           05  HV-FACILITY-X           PIC X(2).
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB STATEUTL ********".
           OPEN INPUT PATHIST.
           OPEN OUTPUT STUTRPT, STUTWORK, SYSOUT.

           MOVE "STATEUTL"          TO PGT-PROGRAM-ID.
           MOVE "FILING-YEAR"       TO PGT-PARM-NAME.
           MOVE ZERO                TO PGT-AS-OF-DATE.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FILE-ERROR
               MOVE "** RUNPARM MASTER WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF NOT PGT-FOUND
               MOVE "** NO FILING-YEAR ROW ON RUNPARM"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE PGT-VALUE TO CTL-FILING-YEAR.
           IF CTL-FILING-YEAR NOT NUMERIC
               MOVE "** RUNPARM FILING YEAR NOT NUMERIC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.


       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE PATHIST, STUTRPT, STUTWORK, SYSOUT.
           DISPLAY "STATEUTL HISTORY ROWS READ  : " HISTORY-ROWS-READ.
           DISPLAY "STATEUTL ROWS TALLIED       : " ROWS-TALLIED.
           DISPLAY "STATEUTL ROWS OUTSIDE YEAR  : " ROWS-OUTSIDE-YEAR.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE PATHIST, STUTRPT, STUTWORK, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-STATEUTL ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

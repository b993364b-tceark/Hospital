       01  RUNCALDR-REC PIC X(30).

       FD  JOBCTL
           RECORD IS VARYING IN SIZE FROM 17 TO 220 CHARACTERS
           DATA RECORD IS JOBCTL-FILE-REC.
       01  JOBCTL-FILE-REC.
           05 JOBCTL-FILE-KEY  PIC X(16).
           05 FILLER           PIC X(204).

       WORKING-STORAGE SECTION.

       77  WS-MISSED-COUNT             PIC 9(3) VALUE ZERO.
       77  CAL-ROWS-READ               PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

       COPY ABENDREC.

       LINKAGE SECTION.

      ***** SCHEDULED -- OPEN THE JOBCTL ROW AS STARTED, SAME
      ***** DISCIPLINE THE NIGHTLY STEPS GET FROM RESTCTL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE SPACES TO JOBCTL-REC.
           MOVE WS-PARM-JOB-DATE TO JOBCTL-JOB-DATE.
           MOVE WS-PARM-JOB-NAME TO JOBCTL-STEP-NAME.
           MOVE "S" TO JOBCTL-STEP-STATUS.
           MOVE WS-CURR-DATE-9 TO JOBCTL-START-DATE.
           MOVE WS-CURR-TIME-9 TO JOBCTL-START-TIME.
           MOVE JOBCTL-KEY IN JOBCTL-REC TO JOBCTL-FILE-KEY.
           REWRITE JOBCTL-FILE-REC FROM JOBCTL-REC
               INVALID KEY

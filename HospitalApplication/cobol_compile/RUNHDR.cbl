       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RUNHDR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RUN-IDENTITY HEADERS FOR THE QSAM FILES PASSED FROM
      *          ONE STEP TO THE NEXT (SEE COPY RUNHDR).  EVERY PROGRAM
      *          THAT WRITES OR READS ONE OF THOSE FILES CALLS THIS
      *          SUBPROGRAM WITH ITS OWN NAME AND A FUNCTION CODE:
      *
      *             "P"  PRODUCE -- ISSUE THE NEXT RUN SEQUENCE ON THE
      *                  CALLER'S JOBCTL ROW AND HAND BACK THE HEADER
      *                  RECORD TO WRITE AHEAD OF THE FIRST DETAIL.
      *                  EVERY FILE THE CALLER WRITES IN ONE RUN GETS
      *                  THE SAME RUN SEQUENCE.
      *             "C"  CHECK -- THE CALLER PASSES THE FIRST RECORD
      *                  OF A FILE (AND EVERY FURTHER HEADER IT MEETS)
      *                  BEFORE USING ANY DETAIL.  THE HEADER MUST BE
      *                  THERE, MUST BE FOR THE NIGHT'S JOB DATE, MUST
      *                  MATCH THE RUN SEQUENCE ON THE PRODUCER'S
      *                  JOBCTL ROW (A RERUN OF THE PRODUCER MAKES THE
      *                  OLD FILE STALE), AND MUST NOT BE A RUN THE
      *                  CALLER ALREADY READ TO A SUCCESSFUL END.
      *             "M"  MARK CONSUMED -- CALLED AT NORMAL END OF JOB;
      *                  POSTS EVERY RUN ACCEPTED SINCE THE FIRST CALL
      *                  TO THE CALLER'S CONSUMED TABLE.  A CALLER THAT
      *                  ABENDS NEVER MARKS, SO ITS RESTART STILL READS
      *                  THE SAME FILE.
      *
      *          A STEP IN THE NIGHTLY CHAIN HAS A RUNID DD, LEFT BY
      *          THE RESTCTL CHECK CALL AHEAD OF IT, GIVING THE JOB
      *          DATE AND THE STEP'S JOBCTL ROW (PER-CAMPUS NAME AND
      *          ALL).  A PROGRAM RUN OUTSIDE THE CHAIN HAS NONE; ITS
      *          JOB DATE IS TODAY, ITS ROW IS ITS PROGRAM NAME WITH
      *          STATUS "R", AND A FILE IT READS IS THE RIGHT DATE
      *          WHEN THE PRODUCER HAS NOT RUN FOR A LATER DATE SINCE.
      *
      *          RETURNS "Y" IN RHP-RESULT, OR "N" WITH THE REASON IN
      *          RHP-MESSAGE (SIZED FOR ABEND-REASON).  CALLERS TREAT
      *          "N" FROM "P" OR "C" AS A HARD STOP; "N" FROM "M" IS
      *          ONLY DISPLAYED -- THE WORK IS ALREADY DONE.
      *
      ******************************************************************

               VSAM CONTROL FILE       -   DDS0001.JOBCTL

               RUN IDENTITY HAND-OFF   -   &&RIDNN (TEMPORARY)

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTL
                  ASSIGN       to JOBCTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is JOBCTL-FILE-KEY
                  FILE STATUS  is JOBCTL-STATUS.

           SELECT OPTIONAL RUNID-FILE
           ASSIGN TO UT-S-RUNID
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RUNID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL
           RECORD IS VARYING IN SIZE FROM 17 TO 220 CHARACTERS
           DATA RECORD IS JOBCTL-FILE-REC.
       01  JOBCTL-FILE-REC.
           05 JOBCTL-FILE-KEY  PIC X(16).
           05 FILLER           PIC X(204).

       FD  RUNID-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-ID-REC.
       01  RUNID-FILE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  JOBCTL-STATUS           PIC X(2).
               88 JOBCTL-OK            VALUE "00".
           05  RUNID-STATUS            PIC X(2).
               88 RUNID-OPENED         VALUES "00", "05".

       01  WS-SWITCHES.
           05  FIRST-CALL-SW           PIC X(1) VALUE "Y".
               88 FIRST-CALL           VALUE "Y".
           05  IN-CHAIN-SW             PIC X(1) VALUE "N".
               88 IN-CHAIN             VALUE "Y".
           05  SEQ-ISSUED-SW           PIC X(1) VALUE "N".
               88 SEQ-ISSUED           VALUE "Y".
           05  ROW-ON-FILE-SW          PIC X(1) VALUE "N".
               88 ROW-ON-FILE          VALUE "Y".
           05  ROW-SAVED-SW            PIC X(1) VALUE "N".
               88 ROW-SAVED            VALUE "Y".
           05  LATER-RUN-SW            PIC X(1) VALUE "N".
               88 LATER-RUN-FOUND      VALUE "Y".
           05  CONS-FOUND-SW           PIC X(1) VALUE "N".
               88 CONS-FOUND           VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  WS-CURR-TIME-9          PIC 9(6).
           05  FILLER                  PIC X(7).

      ***** THE CALLER'S OWN RUN -- SET ON THE FIRST CALL AND KEPT
      ***** FOR EVERY CALL AFTER IT IN THE SAME STEP
       01  WS-RUN-CONTEXT.
           05  RHW-JOB-DATE            PIC 9(8).
           05  RHW-STEP-NAME           PIC X(8).
           05  RHW-RUN-SEQ             PIC 9(3).

       01  WS-ROW-KEY.
           05  WS-ROW-JOB-DATE         PIC 9(8).
           05  WS-ROW-STEP-NAME        PIC X(8).

       01  WS-DATE-WORK.
           05  WS-DAY-NBR              PIC S9(9) COMP.
           05  WS-FIRST-DAY-NBR        PIC S9(9) COMP.
           05  WS-LAST-DAY-NBR         PIC S9(9) COMP.
           05  WS-ACC-SUB              PIC S9(4) COMP.

      ***** EVERY PRODUCER RUN THE CALLER HAS ACCEPTED SO FAR, FOR THE
      ***** "M" CALL TO POST
       01  WS-ACCEPTED-RUNS.
           05  WS-ACCEPTED-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-ACCEPTED-RUN OCCURS 10 TIMES INDEXED BY ACC-IDX.
               10  ACC-JOB-DATE        PIC 9(8).
               10  ACC-STEP-NAME       PIC X(8).
               10  ACC-RUN-SEQ         PIC 9(3).

       COPY JOBCTL.

       COPY RUNID.

       COPY RUNHDR.

       LINKAGE SECTION.
       01  RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
               88 RHP-PRODUCE          VALUE "P".
               88 RHP-CHECK            VALUE "C".
               88 RHP-MARK-CONSUMED    VALUE "M".
           05  RHP-CALLER-ID           PIC X(8).
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
               88 RHP-REFUSED          VALUE "N".
           05  RHP-MESSAGE             PIC X(40).

       PROCEDURE DIVISION USING RUNHDR-PARMS.
           MOVE "N"    TO RHP-RESULT.
           MOVE SPACES TO RHP-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           IF FIRST-CALL
               PERFORM 100-GET-RUN-CONTEXT THRU 100-EXIT.

           OPEN I-O JOBCTL.
           IF NOT JOBCTL-OK
               MOVE "** JOBCTL UNAVAILABLE - NO RUN IDENTITY"
                    TO RHP-MESSAGE
               GOBACK.

           EVALUATE TRUE
               WHEN RHP-PRODUCE
                   PERFORM 200-PRODUCE-HEADER THRU 200-EXIT
               WHEN RHP-CHECK
                   PERFORM 300-CHECK-HEADER THRU 300-EXIT
               WHEN RHP-MARK-CONSUMED
                   PERFORM 400-MARK-CONSUMED THRU 400-EXIT
               WHEN OTHER
                   MOVE "** UNKNOWN RUNHDR FUNCTION" TO RHP-MESSAGE
           END-EVALUATE.
           CLOSE JOBCTL.
           GOBACK.

      ***** THE RUNID HAND-OFF NAMES THE CHAIN STEP; WITHOUT ONE THE
      ***** CALLER IS RUNNING ON ITS OWN FOR TODAY
       100-GET-RUN-CONTEXT.
           MOVE "N" TO FIRST-CALL-SW.
           MOVE SPACES TO RUN-ID-REC.
           OPEN INPUT RUNID-FILE.
           IF RUNID-OPENED
               READ RUNID-FILE INTO RUN-ID-REC
                   AT END
                       MOVE SPACES TO RUN-ID-REC
               END-READ
               CLOSE RUNID-FILE.

           IF RID-JOB-DATE NUMERIC AND RID-STEP-NAME NOT = SPACES
               MOVE "Y"           TO IN-CHAIN-SW
               MOVE RID-JOB-DATE  TO RHW-JOB-DATE
               MOVE RID-STEP-NAME TO RHW-STEP-NAME
           ELSE
               MOVE "N"            TO IN-CHAIN-SW
               MOVE WS-CURR-DATE-9 TO RHW-JOB-DATE
               MOVE RHP-CALLER-ID  TO RHW-STEP-NAME.
           MOVE ZERO TO RHW-RUN-SEQ.
       100-EXIT.
           EXIT.

       200-PRODUCE-HEADER.
           IF NOT SEQ-ISSUED
               PERFORM 230-ISSUE-RUN-SEQ THRU 230-EXIT.
           IF NOT SEQ-ISSUED
               GO TO 200-EXIT.

           MOVE SPACES         TO RUN-HEADER-REC.
           MOVE "*RUNID"       TO RHD-MARKER.
           MOVE RHP-CALLER-ID  TO RHD-PRODUCER-PGM.
           MOVE RHW-JOB-DATE   TO RHD-JOB-DATE.
           MOVE RHW-STEP-NAME  TO RHD-STEP-NAME.
           MOVE RHW-RUN-SEQ    TO RHD-RUN-SEQ.
           MOVE WS-CURR-DATE-9 TO RHD-CREATED-DATE.
           MOVE WS-CURR-TIME-9 TO RHD-CREATED-TIME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "Y" TO RHP-RESULT.
       200-EXIT.
           EXIT.

      ***** ONE JOBCTL ROW, OR A CLEAN RUN-IDENTITY-ONLY ROW WHEN THE
      ***** KEY IS NOT ON FILE.  PRE-HEADER ROWS HAVE NO RUN IDENTITY.
       210-READ-ROW.
           MOVE "Y" TO ROW-ON-FILE-SW.
           MOVE WS-ROW-JOB-DATE  TO JOBCTL-JOB-DATE.
           MOVE WS-ROW-STEP-NAME TO JOBCTL-STEP-NAME.
           MOVE JOBCTL-KEY IN JOBCTL-REC TO JOBCTL-FILE-KEY.
           READ JOBCTL INTO JOBCTL-REC
               INVALID KEY
                   MOVE "N" TO ROW-ON-FILE-SW
           END-READ.
           IF NOT ROW-ON-FILE
               MOVE SPACES TO JOBCTL-REC
               MOVE WS-ROW-JOB-DATE  TO JOBCTL-JOB-DATE
               MOVE WS-ROW-STEP-NAME TO JOBCTL-STEP-NAME
               MOVE "R" TO JOBCTL-STEP-STATUS.
           IF JOBCTL-RUN-SEQ NOT NUMERIC
               MOVE ZERO TO JOBCTL-RUN-SEQ.
           IF JOBCTL-CONSUMED-COUNT NOT NUMERIC
              OR JOBCTL-CONSUMED-COUNT > 10
               MOVE ZERO TO JOBCTL-CONSUMED-COUNT.
       210-EXIT.
           EXIT.

       220-SAVE-ROW.
           MOVE "N" TO ROW-SAVED-SW.
           MOVE JOBCTL-KEY IN JOBCTL-REC TO JOBCTL-FILE-KEY.
           IF ROW-ON-FILE
               REWRITE JOBCTL-FILE-REC FROM JOBCTL-REC
           ELSE
               WRITE JOBCTL-FILE-REC FROM JOBCTL-REC.
           IF JOBCTL-OK
               MOVE "Y" TO ROW-SAVED-SW.
       220-EXIT.
           EXIT.

      ***** ONCE PER RUN OF THE CALLER, HOWEVER MANY FILES IT WRITES
       230-ISSUE-RUN-SEQ.
           MOVE RHW-JOB-DATE  TO WS-ROW-JOB-DATE.
           MOVE RHW-STEP-NAME TO WS-ROW-STEP-NAME.
           PERFORM 210-READ-ROW THRU 210-EXIT.
           IF JOBCTL-RUN-SEQ = 999
               MOVE 1 TO JOBCTL-RUN-SEQ
           ELSE
               ADD 1 TO JOBCTL-RUN-SEQ.
           PERFORM 220-SAVE-ROW THRU 220-EXIT.
           IF NOT ROW-SAVED
               MOVE "** JOBCTL NOT UPDATED - NO RUN ID ISSUED"
                    TO RHP-MESSAGE
               GO TO 230-EXIT.
           MOVE JOBCTL-RUN-SEQ TO RHW-RUN-SEQ.
           MOVE "Y" TO SEQ-ISSUED-SW.
       230-EXIT.
           EXIT.

       300-CHECK-HEADER.
           MOVE RHP-HEADER TO RUN-HEADER-REC.
           IF NOT RHD-IS-RUN-HEADER
               MOVE "** FILE HAS NO RUN-IDENTITY HEADER"
                    TO RHP-MESSAGE
               GO TO 300-EXIT.
           IF RHD-JOB-DATE NOT NUMERIC
              OR RHD-RUN-SEQ NOT NUMERIC
              OR RHD-JOB-DATE < 16010101
               MOVE "** RUN-IDENTITY HEADER IS DAMAGED"
                    TO RHP-MESSAGE
               GO TO 300-EXIT.

      ***** WRONG DATE -- IN THE CHAIN THE NIGHT'S JOB DATE IS KNOWN
           IF IN-CHAIN AND RHD-JOB-DATE NOT = RHW-JOB-DATE
               MOVE "** FILE IS FROM ANOTHER JOB DATE"
                    TO RHP-MESSAGE
               GO TO 300-EXIT.
           IF NOT IN-CHAIN AND RHD-JOB-DATE > WS-CURR-DATE-9
               MOVE "** FILE IS DATED AFTER TODAY" TO RHP-MESSAGE
               GO TO 300-EXIT.

      ***** THE PRODUCER'S ROW MUST STILL SHOW THIS RUN AS ITS LAST
           MOVE RHD-JOB-DATE  TO WS-ROW-JOB-DATE.
           MOVE RHD-STEP-NAME TO WS-ROW-STEP-NAME.
           PERFORM 210-READ-ROW THRU 210-EXIT.
           IF NOT ROW-ON-FILE
               MOVE "** PRODUCER RUN IS NOT ON JOBCTL" TO RHP-MESSAGE
               GO TO 300-EXIT.
           IF JOBCTL-RUN-SEQ NOT = RHD-RUN-SEQ
               MOVE "** PRODUCER HAS RERUN - FILE IS STALE"
                    TO RHP-MESSAGE
               GO TO 300-EXIT.

           IF NOT IN-CHAIN
               PERFORM 320-LOOK-FOR-LATER-RUN THRU 320-EXIT
               IF LATER-RUN-FOUND
                   MOVE "** PRODUCER HAS RUN FOR A LATER DATE"
                        TO RHP-MESSAGE
                   GO TO 300-EXIT
               END-IF
           END-IF.

      ***** ALREADY CONSUMED -- THE CALLER'S ROW FOR THE FILE'S DATE
           MOVE RHD-JOB-DATE  TO WS-ROW-JOB-DATE.
           MOVE RHW-STEP-NAME TO WS-ROW-STEP-NAME.
           PERFORM 210-READ-ROW THRU 210-EXIT.
           PERFORM 330-FIND-CONSUMED THRU 330-EXIT.
           IF CONS-FOUND
               IF JOBCTL-CONS-RUN-SEQ(JCC-IDX) = RHD-RUN-SEQ
                   MOVE "** THIS RUN OF THE FILE WAS ALREADY READ"
                        TO RHP-MESSAGE
                   GO TO 300-EXIT
               END-IF
           END-IF.

           PERFORM 340-NOTE-ACCEPTED THRU 340-EXIT.
           MOVE "Y" TO RHP-RESULT.
       300-EXIT.
           EXIT.

      ***** ANY ROW FOR THE PRODUCER ON A DATE AFTER THE FILE'S, UP TO
      ***** TODAY, MEANS A NEWER FILE HAS REPLACED THIS ONE
       320-LOOK-FOR-LATER-RUN.
           MOVE "N" TO LATER-RUN-SW.
           COMPUTE WS-FIRST-DAY-NBR =
               FUNCTION INTEGER-OF-DATE(RHD-JOB-DATE) + 1.
           COMPUTE WS-LAST-DAY-NBR =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           PERFORM 325-READ-LATER-DAY THRU 325-EXIT
               VARYING WS-DAY-NBR FROM WS-FIRST-DAY-NBR BY 1
               UNTIL WS-DAY-NBR > WS-LAST-DAY-NBR
                  OR LATER-RUN-FOUND.
       320-EXIT.
           EXIT.

       325-READ-LATER-DAY.
           COMPUTE WS-ROW-JOB-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NBR).
           MOVE RHD-STEP-NAME TO WS-ROW-STEP-NAME.
           PERFORM 210-READ-ROW THRU 210-EXIT.
           IF ROW-ON-FILE
               MOVE "Y" TO LATER-RUN-SW.
       325-EXIT.
           EXIT.

      ***** POSITIONS JCC-IDX ON THE CONSUMED ENTRY FOR THE HEADER'S
      ***** PRODUCING STEP, IF THE ROW IN JOBCTL-REC HAS ONE
       330-FIND-CONSUMED.
           MOVE "N" TO CONS-FOUND-SW.
           IF JOBCTL-CONSUMED-COUNT = ZERO
               GO TO 330-EXIT.
           SET JCC-IDX TO 1.
           SEARCH JOBCTL-CONSUMED
               WHEN JCC-IDX > JOBCTL-CONSUMED-COUNT
                   MOVE "N" TO CONS-FOUND-SW
               WHEN JOBCTL-CONS-STEP-NAME(JCC-IDX) = RHD-STEP-NAME
                   MOVE "Y" TO CONS-FOUND-SW
           END-SEARCH.
       330-EXIT.
           EXIT.

       340-NOTE-ACCEPTED.
           SET ACC-IDX TO 1.
           SEARCH WS-ACCEPTED-RUN
               AT END
                   GO TO 340-EXIT
               WHEN ACC-IDX > WS-ACCEPTED-COUNT
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE RHD-JOB-DATE  TO ACC-JOB-DATE(ACC-IDX)
                   MOVE RHD-STEP-NAME TO ACC-STEP-NAME(ACC-IDX)
                   MOVE RHD-RUN-SEQ   TO ACC-RUN-SEQ(ACC-IDX)
               WHEN ACC-JOB-DATE(ACC-IDX) = RHD-JOB-DATE
                AND ACC-STEP-NAME(ACC-IDX) = RHD-STEP-NAME
                AND ACC-RUN-SEQ(ACC-IDX) = RHD-RUN-SEQ
                   GO TO 340-EXIT
           END-SEARCH.
       340-EXIT.
           EXIT.

       400-MARK-CONSUMED.
           MOVE "Y" TO RHP-RESULT.
           PERFORM 410-MARK-ONE-RUN THRU 410-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACCEPTED-COUNT.
       400-EXIT.
           EXIT.

      ***** ONE ENTRY PER PRODUCING STEP -- A NEWER RUN REPLACES THE
      ***** OLDER ONE, WHICH THE PRODUCER'S RUN SEQUENCE ALREADY MAKES
      ***** STALE.  A FULL TABLE GIVES UP ITS LAST SLOT.
       410-MARK-ONE-RUN.
           MOVE ACC-JOB-DATE(WS-ACC-SUB)  TO WS-ROW-JOB-DATE.
           MOVE RHW-STEP-NAME             TO WS-ROW-STEP-NAME.
           PERFORM 210-READ-ROW THRU 210-EXIT.
           MOVE ACC-STEP-NAME(WS-ACC-SUB) TO RHD-STEP-NAME.
           PERFORM 330-FIND-CONSUMED THRU 330-EXIT.
           IF NOT CONS-FOUND
               IF JOBCTL-CONSUMED-COUNT < 10
                   ADD 1 TO JOBCTL-CONSUMED-COUNT
               END-IF
               SET JCC-IDX TO JOBCTL-CONSUMED-COUNT
               MOVE ACC-STEP-NAME(WS-ACC-SUB)
                    TO JOBCTL-CONS-STEP-NAME(JCC-IDX)
           END-IF.
           MOVE ACC-RUN-SEQ(WS-ACC-SUB) TO JOBCTL-CONS-RUN-SEQ(JCC-IDX).
           PERFORM 220-SAVE-ROW THRU 220-EXIT.
           IF NOT ROW-SAVED
               MOVE "N" TO RHP-RESULT
               MOVE "** JOBCTL NOT UPDATED - RUN NOT MARKED"
                    TO RHP-MESSAGE.
       410-EXIT.
           EXIT.

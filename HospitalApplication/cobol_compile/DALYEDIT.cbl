      *          CRITERIA, BALANCES FINAL RECORDS-READ VERSUS A TRAILER
      *          REC, AND WRITES A "GOOD" PATIENT RECORDS OUTPUT FILE
      *
      *          THE EDIT CRITERIA THEMSELVES ARE IN CHGEDIT, THE SAME
      *          MODULE OUTEDIT AND THE CHGE CHARGE-ENTRY SCREEN CALL
      *
      *          THE LATE-CHARGE LIMIT AND ANY DECLARED DOWNTIME
      *          WINDOW COME FROM THE RUNPARM MASTER.  A CHARGE DATED
      *          INSIDE THE WINDOW AND KEYED DURING ITS CATCH-UP
      *          PERIOD PASSES THE TIMELINESS EDIT AND IS LISTED ON
      *          THE DOWNTIME RECOVERY REPORT (DTRCVRY).
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.PATDATA

               OUTPUT FILE PRODUCED    -   DDS001.PATEDIT

               DOWNTIME RECOVERY RPT   -   DTRCVRY

               RUN PARAMETERS          -   DDS0001.RUNPARM (PARMGET)

               DUMP FILE               -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-DB2ERRLOG
             ORGANIZATION IS SEQUENTIAL.

      ****** CHARGES LET THROUGH BY A DECLARED DOWNTIME WINDOW
           SELECT DTRCVRY
           ASSIGN TO UT-S-DTRCVRY
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS DB2-ERROR-LOG-REC.
       COPY DB2ERR.

      ****** ONE LINE PER CHARGE DATED INSIDE A DECLARED DOWNTIME
      ****** WINDOW AND KEYED DURING ITS CATCH-UP PERIOD
       FD  DTRCVRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DTRCVRY-REC.
       01  DTRCVRY-REC PIC X(80).

      ** QSAM FILE
       WORKING-STORAGE SECTION.

      ** VSAM FILE
       COPY PATMSTR.

      ***** PARAMETER BLOCK FOR THE SHARED CHARGE EDITS
       COPY CHGEDPRM.

       COPY PATPERSN.

       01  WS-SYSOUT-REC.
           05  MSG                     PIC X(80).

       77  WS-DATE                     PIC 9(6).
       77  WS-ICD9-CODED-COUNT         PIC 9(7) VALUE ZERO.
      ***** ROOM-RATE MISMATCHES CHGEDIT REPORTED, COUNTED BY WARD
       01  WS-MISMATCH-WARD-TABLE.
           05  WS-MSM-ROW OCCURS 12 TIMES.
               10  WS-MSM-WARD         PIC X(4).
       01  WS-MSM-FOUND-SW             PIC X(1).
           88 MSM-ROW-FOUND            VALUE "Y".

      ***** DISTINCT UNKNOWN PHYSICIAN-IDS CHGEDIT REJECTED THIS RUN,
      ***** PRINTED AS THE EXCEPTION REPORT AT END OF JOB
       01  WS-PHYS-CHECK-ID            PIC X(8).
       01  WS-BADPHYS-TABLE.
           05  WS-BADPHYS-ID OCCURS 50 TIMES PIC X(8).
       01  WS-BADPHYS-USED             PIC 9(2) VALUE ZERO.
       01  WS-PHYS-FOUND-SW            PIC X(1).
           88 PHYS-CACHED              VALUE "Y".
       77  WS-ICD10-CODED-COUNT        PIC 9(7) VALUE ZERO.

      ***** SET FROM THE TABLE AND KEY CHGEDIT HANDS BACK ON A FATAL
      ***** (SQLCODE < 0) LOOKUP, SO 1000-DB2-ERROR-RTN CAN WRITE A
      ***** FULLY-IDENTIFIED DB2ERRLOG RECORD
       01  WS-DB2-ERROR-CONTEXT.
           05  WS-DB2ERR-TABLE-NAME    PIC X(18).
           05  WS-DB2ERR-KEY-VALUE     PIC X(20).

       01  COUNTERS-IDXS-AND-ACCUMULATORS.
           05 RECORDS-WRITTEN          PIC 9(7) COMP.
           05 RECORDS-IN-ERROR         PIC 9(7) COMP.
           05 WS-TOTAL-ROOM-CHARGE     PIC S9(9)V99 COMP-3.
           05 WS-EQUIPMENT-COST        PIC S9(7)V99 COMP-3.
           05 HOLD-EQUIPMENT-COST      PIC S9(7)V99 COMP-3.

       01  MISC-WS-FLDS.
           05 TABLE-SIZE               PIC 9(02) VALUE 12.
      ****** CHECKPOINT/RESTART CONTROLS
           05 CHECKPOINT-INTERVAL      PIC 9(9) VALUE 500.
           05 RESTART-SKIP-COUNT       PIC 9(9) VALUE 0.

       01  WS-AVERAGE-CHARGE           PIC S9(7)V99 COMP-3.

      ***** LATE-CHARGE LIMIT AND DECLARED DOWNTIME WINDOW, READ ONCE
      ***** FROM THE RUNPARM MASTER AND HANDED TO CHGEDIT ON EVERY
      ***** CALL.  WITH NO ROW IN FORCE THERE IS NO AGE LIMIT, NO
      ***** WINDOW, AND A WEEK OF CATCH-UP ONCE ONE IS DECLARED.
       COPY PARMGPRM.

       01  WS-RECOVERY-TOTALS.
           05  WS-RECOVERY-COUNT       PIC S9(7) COMP VALUE ZERO.
           05  WS-RECOVERY-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-RCV-HDR-REC.
           05  FILLER                  PIC X(29)
               VALUE "DOWNTIME RECOVERY CHARGES -- ".
           05  FILLER                  PIC X(7) VALUE "WINDOW ".
           05  RCV-HDR-FROM            PIC X(8).
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  RCV-HDR-THRU            PIC X(8).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-RCV-COLM-HDR-REC.
           05  FILLER PIC X(40)
               VALUE "PATIENT  TYPE  SVC DATE  WARD  BED     ".
           05  FILLER PIC X(40)
               VALUE "  TOTAL CHARGE  OPERATOR                ".

       01  WS-RCV-DETAIL-REC.
           05  RCV-PATIENT-ID          PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RCV-RECORD-TYPE         PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RCV-SERVICE-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCV-WARD                PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCV-BED                 PIC 9(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RCV-TOTAL-CHARGE        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RCV-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RCV-TOTAL-REC.
           05  FILLER                  PIC X(24)
               VALUE "RECOVERY CHARGES PASSED ".
           05  RCV-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE "  AMOUNT ".
           05  RCV-TOTAL-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "DALYEDIT".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "DALYEDIT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.
      ** QSAM FILE

      * COPY DIAGCODE.
      ******************************************************************
      ***** DB2 TABLE DCLGENS -- THE EDIT LOOKUPS AND THEIR DCLGENS
      ***** LIVE IN CHGEDIT; SQLCA STAYS FOR 1000-DB2-ERROR-RTN
       01  DCLMEDICATION.
           10 MEDICATION-ID                  PIC X(04).
           10 MED-NAME                       PIC X(08).
           10 COST                           PIC S9(5)V99 COMP-3.
           10 PHARMACY-COST                  PIC S9(3)V99 COMP-3.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.
      *  Code your statement here to OPEN files
           ACCEPT  WS-DATE FROM DATE.
           INITIALIZE COUNTERS-IDXS-AND-ACCUMULATORS, WS-TRAILER-REC.
           PERFORM 060-GET-TIMELINESS-PARMS THRU 060-EXIT.
           PERFORM 805-READ-CHECKPOINT THRU 805-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 900-READ-PATDATA THRU 900-EXIT.
       000-EXIT.
           EXIT.

      ***** THE HOUSE LATE-CHARGE LIMIT AND THE DOWNTIME WINDOW
      ***** OPERATIONS DECLARED AFTER AN OUTAGE -- ALL "*SHARED*"
      ***** ROWS, SINCE OUTEDIT AND THE CHGE SCREEN APPLY THE SAME
       060-GET-TIMELINESS-PARMS.
           MOVE "060-GET-TIMELINESS-PARMS" TO PARA-NAME.
           MOVE ZERO TO CED-LATE-DAYS, CED-DOWNTIME-FROM,
                        CED-DOWNTIME-THRU.
           MOVE 7    TO CED-CATCHUP-DAYS.
           MOVE "*SHARED*"          TO PGT-PROGRAM-ID.
           MOVE ZERO                TO PGT-AS-OF-DATE.

           MOVE "LATE-CHARGE-DAYS"  TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER NOT < ZERO
              AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO CED-LATE-DAYS.

           MOVE "CATCHUP-DAYS"      TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER NOT < ZERO
              AND PGT-NUMBER < 1000
               MOVE PGT-NUMBER TO CED-CATCHUP-DAYS.

           MOVE "DOWNTIME-FROM"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
              AND PGT-NUMBER < 100000000
               MOVE PGT-NUMBER TO CED-DOWNTIME-FROM.

           MOVE "DOWNTIME-THRU"     TO PGT-PARM-NAME.
           CALL 'PARMGET' USING PARMGET-PARMS.
           IF PGT-FOUND AND PGT-NUMBER > 19000000
              AND PGT-NUMBER < 100000000
               MOVE PGT-NUMBER TO CED-DOWNTIME-THRU.

           MOVE CED-DOWNTIME-FROM TO RCV-HDR-FROM.
           MOVE CED-DOWNTIME-THRU TO RCV-HDR-THRU.
           DISPLAY "DALYEDIT LATE-CHARGE DAYS    : " CED-LATE-DAYS.
           DISPLAY "DALYEDIT DOWNTIME WINDOW     : " CED-DOWNTIME-FROM
               " THRU " CED-DOWNTIME-THRU.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
      *  Validate patient type and insurance coverage
           PERFORM 300-EDIT-CHARGE THRU 300-EXIT.

           IF RECORD-ERROR-FOUND
               ADD +1 TO RECORDS-IN-ERROR
       100-EXIT.
           EXIT.

       300-EDIT-CHARGE.
           MOVE "N" TO ERROR-FOUND-SW IN FLAGS-AND-SWITCHES.
           MOVE "300-EDIT-CHARGE" TO PARA-NAME.
      ******** THE FIELD, RANGE, CROSS-FIELD, CROSS-FILE AND DB2
      ******** TABLE EDITS LIVE IN CHGEDIT, SHARED WITH OUTEDIT AND
      ******** THE CHGE CHARGE-ENTRY SCREEN.  THIS RUN SUPPLIES THE
      ******** PATIENT'S MASTER AND PERSONAL ROWS AND KEEPS THE
      ******** RUN-LEVEL TALLIES AND REPORTS.
           MOVE "I" TO CED-CHARGE-TYPE.
           MOVE "N" TO CED-MASTER-SW, CED-PERSN-SW.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO
                  PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF RECORD-FOUND
               MOVE "Y" TO CED-MASTER-SW.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC.
           IF PATPERSN-FOUND
               MOVE "Y" TO CED-PERSN-SW.

           CALL 'CHGEDIT' USING CHGEDIT-PARMS, INPATIENT-DAILY-REC,
                                PATIENT-MASTER-REC,
                                PATIENT-PERSONAL-MASTER-REC.
           MOVE CED-EQUIPMENT-COST TO HOLD-EQUIPMENT-COST.

      ******** LOOKUP MISSES AND REVIEW WARNINGS GO TO SYSOUT AS THEY
      ******** ALWAYS HAVE, WHETHER OR NOT THE RECORD PASSED
           IF CED-NOTE-MSG NOT = SPACES
               MOVE CED-PARA-NAME TO PARA-NAME
               MOVE CED-NOTE-MSG  TO ABEND-REASON
               MOVE CED-SQLCODE   TO EXPECTED-VAL
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                  TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC.

           IF CED-DB2-FATAL
               MOVE CED-ERR-MSG TO
               ERR-MSG IN INPATIENT-DAILY-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW
               MOVE CED-PARA-NAME      TO PARA-NAME
               MOVE CED-SQLCODE        TO SQLCODE, EXPECTED-VAL
               MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                       TO ACTUAL-VAL
               MOVE CED-DB2-TABLE-NAME TO WS-DB2ERR-TABLE-NAME
               MOVE CED-DB2-KEY-VALUE  TO WS-DB2ERR-KEY-VALUE
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 1000-DB2-ERROR-RTN.

           IF CED-RECORD-ERROR
               MOVE CED-ERR-MSG TO
               ERR-MSG IN INPATIENT-DAILY-REC-ERR
               MOVE "Y" TO ERROR-FOUND-SW.

      ******** DUAL-CODING WINDOW -- THE RUN COUNTS WHICH ICD SET
      ******** EACH RECORD THAT REACHED THE DB2 EDITS USED, SO THE
      ******** CUTOVER CAN BE WATCHED INSTEAD OF GUESSED AT.
           IF CED-ICD-VERSION = "09"
               ADD 1 TO WS-ICD9-CODED-COUNT
           ELSE
           IF CED-ICD-VERSION = "10"
               ADD 1 TO WS-ICD10-CODED-COUNT.

      ***** DIAG_CODES LOOKUP PASSED -- TALLY IT INTO THE FREQUENCY/
      ***** AVERAGE-CHARGE REPORT INSTEAD OF LETTING IT EVAPORATE.
           IF CED-DIAG-ON-FILE
               PERFORM 650-TALLY-DIAG-FREQ THRU 650-EXIT.

           IF CED-RATE-MISMATCH
               PERFORM 585-TALLY-MISMATCH-WARD THRU 585-EXIT.

           IF CED-BAD-PHYS-ID NOT = SPACES
               PERFORM 578-NOTE-BAD-PHYS THRU 578-EXIT.

           IF CED-DOWNTIME-RECOVERY AND VALID-RECORD
               PERFORM 590-LIST-RECOVERY-CHARGE THRU 590-EXIT.

       300-EXIT.
           EXIT.

      ***** A CHARGE THE DOWNTIME WINDOW LET THROUGH GOES ON THE
      ***** RECOVERY REPORT SO THE WARDS CAN SEE THE OUTAGE KEYED IN
       590-LIST-RECOVERY-CHARGE.
           MOVE "590-LIST-RECOVERY-CHARGE" TO PARA-NAME.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                                 TO WS-RECOVERY-AMOUNT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO RCV-PATIENT-ID.
           MOVE PATIENT-RECORD-TYPE  TO RCV-RECORD-TYPE.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC   TO RCV-SERVICE-DATE.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC   TO RCV-WARD.
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC TO RCV-BED.
           MOVE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                                                  TO RCV-TOTAL-CHARGE.
           MOVE OPERATOR-ID IN INPATIENT-DAILY-REC TO RCV-OPERATOR-ID.
           WRITE DTRCVRY-REC FROM WS-RCV-DETAIL-REC.
       590-EXIT.
           EXIT.

      ***** AN UNKNOWN PHYSICIAN-ID CHGEDIT REJECTED JOINS THE
      ***** DISTINCT EXCEPTION LIST PRINTED AT END OF JOB SO MEDICAL
      ***** STAFF OFFICE CAN CHASE THE HABITS BEHIND THEM.
       578-NOTE-BAD-PHYS.
           MOVE "578-NOTE-BAD-PHYS" TO PARA-NAME.
           MOVE CED-BAD-PHYS-ID TO WS-PHYS-CHECK-ID.
           MOVE "N" TO WS-PHYS-FOUND-SW.
           PERFORM 574-SCAN-BAD-PHYS THRU 574-EXIT
               VARYING PHYS-SUB FROM 1 BY 1 UNTIL
               PHYS-SUB > WS-BADPHYS-USED OR PHYS-CACHED.
           IF NOT PHYS-CACHED
              AND WS-BADPHYS-USED < 50
               ADD 1 TO WS-BADPHYS-USED
               MOVE WS-PHYS-CHECK-ID
                    TO WS-BADPHYS-ID(WS-BADPHYS-USED).
       578-EXIT.
           EXIT.

       574-SCAN-BAD-PHYS.
       576-EXIT.
           EXIT.

       585-TALLY-MISMATCH-WARD.
           MOVE "585-TALLY-MISMATCH-WARD" TO PARA-NAME.
           MOVE "N" TO WS-MSM-FOUND-SW.
       589-EXIT.
           EXIT.

      ***** FIND-OR-ADD THIS RECORD'S DIAGNOSIS CODE IN THE IN-MEMORY
      ***** REPORT TABLE, THEN ADD ITS CHARGE AND COUNT IT
       650-TALLY-DIAG-FREQ.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATDATA.
           IF RESTART-SKIP-COUNT > 0
               OPEN EXTEND PATEDIT, PATERR, DTRCVRY
           ELSE
               OPEN OUTPUT PATEDIT, PATERR, DTRCVRY
               WRITE DTRCVRY-REC FROM WS-RCV-HDR-REC
               WRITE DTRCVRY-REC FROM WS-RCV-COLM-HDR-REC.
           OPEN OUTPUT SYSOUT.
      ****** A RESTART EXTENDS A PATEDIT THAT ALREADY HAS ITS HEADER
           IF RESTART-SKIP-COUNT = 0
               PERFORM 820-WRITE-RUN-HEADER THRU 820-EXIT.
           OPEN I-O PATMSTR.
           OPEN INPUT PATPERSN.
           OPEN OUTPUT DIAGRPT.
           OPEN OUTPUT DB2ERRLOG.
       800-EXIT.
       810-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       820-WRITE-RUN-HEADER.
           MOVE "820-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE INPATIENT-DAILY-REC-EDIT FROM RHP-HEADER.
       820-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PATDATA,
                 PATEDIT, SYSOUT, PATERR,
                 PATMSTR, DIAGRPT, DB2ERRLOG,
                 PATPERSN, DTRCVRY.
       850-EXIT.
           EXIT.


           PERFORM 970-PRINT-DIAG-RPT THRU 970-EXIT.

           MOVE WS-RECOVERY-COUNT  TO RCV-TOTAL-COUNT.
           MOVE WS-RECOVERY-AMOUNT TO RCV-TOTAL-AMOUNT.
           WRITE DTRCVRY-REC FROM WS-RCV-TOTAL-REC.

      *  Code the statement to close all files
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.

               WS-ICD9-CODED-COUNT.
           DISPLAY "DALYEDIT ICD-10 CODED RECORDS: "
               WS-ICD10-CODED-COUNT.
           DISPLAY "DALYEDIT DOWNTIME RECOVERY   : "
               WS-RECOVERY-COUNT.
           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

           DISPLAY "******** NORMAL END OF JOB DALYEDIT ********".
       999-EXIT.
           EXIT.

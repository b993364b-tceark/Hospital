      *          STAYS AWAITING CODING.  BILLING USED TO CATCH THESE
      *          BY EYEBALLING THE CLAIM REGISTER.
      *
      *          A SURGICAL STAY -- ONE WITH A CASE ON THE SURGICAL
      *          CASE FILE THAT WAS NOT CANCELLED -- ALSO NEEDS ITS
      *          PRINCIPAL PROCEDURE CODED THROUGH PROCCODE BEFORE IT
      *          CAN BE RELEASED; PASS 2 HOLDS IT UNTIL THEN.
      *
      *          EVERY STATUS FLIP REWRITES PATMSTR UNDER THE SAME
      *          BEFORE/AFTER PATAUDIT IMAGES THE POSTING RUNS WRITE.
      *

               VSAM MASTER FILE         -   DDS0001.PATMASTR

               VSAM SURGICAL CASE FILE  -   DDS0001.SURGCASE

               AUDIT FILE               -   DDS0001.PATAUDIT

               WORKLIST REPORT          -   DDS0001.HIMWORK
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT SURGCASE
                  ASSIGN       to SURGCASE
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is SURGCASE-KEY
                  FILE STATUS  is SURGCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  SURGCASE
           RECORD CONTAINS 640 CHARACTERS
           DATA RECORD IS SURGICAL-CASE-REC.
       01  SURGCASE-REC.
           05 SURGCASE-KEY     PIC X(08).
           05 FILLER           PIC X(632).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
               88 RECORD-FOUND         VALUE "00".
           05  RELCODE                 PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  SURGCASE-STATUS         PIC X(2).

       COPY PATMSTR.

       COPY PATAUDIT.

       COPY SURGCASE.

      ***** PATIENT/ENCOUNTER OF EVERY CASE NOT CANCELLED, LOADED UP
      ***** FRONT -- THE CASE FILE IS KEYED BY CASE NUMBER, NOT BY
      ***** PATIENT, SO IT IS TABLED RATHER THAN READ PER STAY
       01  WS-SURG-TABLE.
           05  WS-SURG-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-SURG-ROW OCCURS 2000 TIMES INDEXED BY SURG-IDX.
               10  WS-SURG-PATIENT-ID  PIC X(6).
               10  WS-SURG-ENCOUNTER   PIC X(10).

       01  WS-SWITCHES.
           05  MORE-RELEASES-SW        PIC X(1) VALUE "Y".
               88 MORE-RELEASES        VALUE "Y".
           05  MORE-MASTER-SW          PIC X(1) VALUE "Y".
               88 MORE-MASTERS         VALUE "Y".
           05  MORE-CASE-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-CASES        VALUE "N".
           05  SURGICAL-STAY-SW        PIC X(1) VALUE "N".
               88 SURGICAL-STAY        VALUE "Y".
           05  PRIN-PROC-SW            PIC X(1) VALUE "N".
               88 PRIN-PROC-MISSING    VALUE "Y".

       77  WS-DATE                     PIC 9(6).

           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HIMCODE ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT HIMREL, SURGCASE.
           OPEN I-O PATMSTR.
           OPEN OUTPUT HIMWORK, SYSOUT.
           OPEN EXTEND PATAUDIT.
           MOVE WS-DATE TO HDR-DATE.
           WRITE HIMWORK-REC FROM WS-RPT-HDR-REC.
           PERFORM 050-LOAD-SURGICAL-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-CASES.
       000-EXIT.
           EXIT.

       050-LOAD-SURGICAL-TABLE.
           MOVE "050-LOAD-SURGICAL-TABLE" TO PARA-NAME.
           READ SURGCASE NEXT RECORD INTO SURGICAL-CASE-REC
               AT END
                   MOVE "N" TO MORE-CASE-SW
                   GO TO 050-EXIT
           END-READ.
           IF SCS-CANCELLED
               GO TO 050-EXIT.
           IF WS-SURG-COUNT >= 2000
               MOVE "*** SURGICAL CASE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-SURG-COUNT.
           MOVE SCS-PATIENT-ID    TO WS-SURG-PATIENT-ID(WS-SURG-COUNT).
           MOVE SCS-ENCOUNTER-NBR TO WS-SURG-ENCOUNTER(WS-SURG-COUNT).
       050-EXIT.
           EXIT.

       100-APPLY-RELEASE.
           MOVE "100-APPLY-RELEASE" TO PARA-NAME.
           READ HIMREL
               ADD 1 TO RELEASES-REJECTED
               GO TO 100-EXIT.

           PERFORM 400-CHECK-SURGICAL-STAY THRU 400-EXIT.
           IF PRIN-PROC-MISSING
               MOVE "*** SURGICAL STAY HAS NO PRINCIPAL PROCEDURE"
                    TO ABEND-REASON
               MOVE REL-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               ADD 1 TO RELEASES-REJECTED
               GO TO 100-EXIT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           MOVE "R" TO CODING-STATUS-IND.
           PERFORM 700-REWRITE-WITH-AUDIT THRU 700-EXIT.
               GO TO 300-EXIT.
           IF CODING-RELEASED
               GO TO 300-EXIT.
           PERFORM 400-CHECK-SURGICAL-STAY THRU 400-EXIT.
           IF DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC NOT = SPACES
              AND CASE-MIX-GROUP NOT = SPACES
              AND NOT PRIN-PROC-MISSING
               GO TO 300-EXIT.

      ***** DISCHARGED, NOT RELEASED, AND STILL MISSING CODES --
                TO RPT-DISCHARGE-DATE.
           IF DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC = SPACES
               MOVE "PRIMARY DIAGNOSIS" TO RPT-MISSING
           ELSE
           IF PRIN-PROC-MISSING
               MOVE "PRINCIPAL PROCEDURE" TO RPT-MISSING
           ELSE
               MOVE "CASE-MIX GROUP" TO RPT-MISSING.
           WRITE HIMWORK-REC FROM WS-RPT-DETAIL-REC.
       300-EXIT.
           EXIT.

      ***** A STAY IS SURGICAL WHEN A LIVE CASE ON THE CASE FILE
      ***** BELONGS TO IT.  A CASE OR STAY WITH NO ENCOUNTER NUMBER
      ***** PREDATES THEM AND MATCHES ON THE PATIENT ALONE.
       400-CHECK-SURGICAL-STAY.
           MOVE "400-CHECK-SURGICAL-STAY" TO PARA-NAME.
           MOVE "N" TO SURGICAL-STAY-SW, PRIN-PROC-SW.
           IF PROC-ICD10-PCS(1) NOT = SPACES
              OR PROC-CPT-CODE(1) NOT = SPACES
               GO TO 400-EXIT.
           IF WS-SURG-COUNT = ZERO
               GO TO 400-EXIT.
           PERFORM 420-MATCH-SURGICAL-CASE THRU 420-EXIT
               VARYING SURG-IDX FROM 1 BY 1
               UNTIL SURG-IDX > WS-SURG-COUNT
                  OR SURGICAL-STAY.
           IF SURGICAL-STAY
               MOVE "Y" TO PRIN-PROC-SW.
       400-EXIT.
           EXIT.

       420-MATCH-SURGICAL-CASE.
           IF WS-SURG-PATIENT-ID(SURG-IDX) =
                  PATIENT-ID IN PATIENT-MASTER-REC
              AND (WS-SURG-ENCOUNTER(SURG-IDX) = SPACES
                   OR ENCOUNTER-NBR IN PATIENT-MASTER-REC = SPACES
                   OR WS-SURG-ENCOUNTER(SURG-IDX) =
                      ENCOUNTER-NBR IN PATIENT-MASTER-REC)
               MOVE "Y" TO SURGICAL-STAY-SW.
       420-EXIT.
           EXIT.

       700-REWRITE-WITH-AUDIT.
           MOVE "700-REWRITE-WITH-AUDIT" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUDIT-PATIENT-KEY.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HIMREL, SURGCASE, PATMSTR, PATAUDIT, HIMWORK,
                 SYSOUT.
           DISPLAY "HIMCODE RELEASES READ     : " RELEASES-READ.
           DISPLAY "HIMCODE RELEASES APPLIED  : " RELEASES-APPLIED.
           DISPLAY "HIMCODE RELEASES REJECTED : " RELEASES-REJECTED.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HIMREL, SURGCASE, PATMSTR, PATAUDIT, HIMWORK,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-HIMCODE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

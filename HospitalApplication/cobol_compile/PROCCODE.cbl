       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROCCODE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          HIM PROCEDURE AND POA CODING.  THE STAY CARRIED ITS
      *          DIAGNOSES BUT NO PROCEDURES, SO THE FACILITY CLAIM
      *          WENT OUT WITHOUT A PRINCIPAL PROCEDURE AND CASEMIX
      *          COULD ONLY GROUP ON DIAGNOSIS.  THIS JOB APPLIES THE
      *          CODERS' TRANSACTIONS TO THE PROCEDURE-CODING BLOCK
      *          AND DIAGNOSIS POA FLAGS ON PATMSTR:
      *
      *             "A"  ADD OR REPLACE PROCEDURE 1 (PRINCIPAL), 2 OR
      *                  3 -- ICD-10-PCS AND/OR CPT, THE DATE IT WAS
      *                  PERFORMED AND THE PERFORMING PHYSICIAN
      *             "D"  DELETE ONE PROCEDURE
      *             "P"  SET THE PRESENT-ON-ADMISSION FLAG (Y/N/U/W)
      *                  FOR ONE DIAGNOSIS ON THE STAY -- ONE OF THE
      *                  THREE ON PATMSTR, OR AN OVERFLOW CODE ON
      *                  PATDIAG, WHICH GETS A NEW ROW CARRYING THE
      *                  FLAG
      *
      *          THE PERFORMING PHYSICIAN MUST BE AN ACTIVE PROVIDER
      *          ON THE REGISTRY AND THE DATE MUST FALL INSIDE THE
      *          STAY.  A STAY HIM HAS ALREADY RELEASED TO BILLING IS
      *          NOT RECODED HERE.  EVERY CHANGE REWRITES PATMSTR
      *          UNDER THE USUAL BEFORE/AFTER PATAUDIT IMAGES.
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.HIMPROC

               PROVIDER REGISTRY       -   DDS0001.PROVREG

               DIAGNOSIS OVERFLOW FILE -   DDS0001.PATDIAG

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               AUDIT FILE              -   DDS0001.PATAUDIT

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

           SELECT HIMPROC
           ASSIGN TO UT-S-HIMPROC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT PROVREG
           ASSIGN TO UT-S-PROVREG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PATDIAG
           ASSIGN TO UT-S-PATDIAG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS DFCODE.

           SELECT PATAUDIT
           ASSIGN TO UT-S-PATAUDIT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AUDCODE.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  HIMPROC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROC-CODING-TXN-REC.
       01  HIMPROC-REC PIC X(80).

       FD  PROVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROVREG-REC.
       01  PROVREG-REC PIC X(70).

       FD  PATDIAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDIAG-REC.
       01  PATDIAG-REC PIC X(40).

       FD  PATAUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6286 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATAUDIT-REC.
       01  PATAUDIT-REC PIC X(6286).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  RFCODE                  PIC X(2).
           05  DFCODE                  PIC X(2).
           05  AUDCODE                 PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY PATMSTR.

       COPY PATAUDIT.

       COPY PROVREG.

       COPY PATDIAG.

      ***** ONE CODER TRANSACTION.  THE ENCOUNTER, WHEN KEYED, MUST
      ***** BE THE STAY ON PATMSTR -- A CODE KEYED AGAINST LAST
      ***** MONTH'S VISIT MUST NOT LAND ON THIS ONE.
       01  PROC-CODING-TXN-REC.
           05  PTX-ACTION              PIC X(1).
               88 PTX-ADD              VALUE "A".
               88 PTX-DELETE           VALUE "D".
               88 PTX-POA              VALUE "P".
               88 PTX-VALID-ACTION     VALUES "A", "D", "P".
           05  PTX-PATIENT-ID          PIC X(6).
           05  PTX-ENCOUNTER-NBR       PIC X(10).
           05  PTX-PROC-SEQ            PIC 9(1).
               88 PTX-PRINCIPAL        VALUE 1.
               88 PTX-VALID-SEQ        VALUES 1 THRU 3.
           05  PTX-PROC-DATA.
               10  PTX-ICD10-PCS       PIC X(7).
               10  PTX-CPT-CODE        PIC X(5).
               10  PTX-PERFORMED-DATE  PIC X(10).
               10  PTX-PERFORMED-DATE-R REDEFINES PTX-PERFORMED-DATE.
                   15  PTX-PERF-YYYY   PIC X(4).
                   15  PTX-PERF-DASH1  PIC X(1).
                   15  PTX-PERF-MM     PIC X(2).
                   15  PTX-PERF-DASH2  PIC X(1).
                   15  PTX-PERF-DD     PIC X(2).
               10  PTX-PERFORMING-PHYS PIC X(8).
      ***** A "P" TRANSACTION NAMES THE DIAGNOSIS AND ITS FLAG IN
      ***** THE SAME 30 BYTES; THE SEQUENCE IS NOT USED
           05  PTX-POA-DATA REDEFINES PTX-PROC-DATA.
               10  PTX-POA-DIAG-CODE   PIC X(7).
               10  PTX-POA-IND         PIC X(1).
                   88 PTX-VALID-POA    VALUES "Y", "N", "U", "W".
               10  FILLER              PIC X(22).
           05  PTX-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(24).

      ***** ACTIVE PHYSICIANS OFF THE REGISTRY, LOADED UP FRONT THE
      ***** WAY CMIRPT AND PHYSRPT TABLE IT
       01  WS-PREG-TABLE.
           05  WS-PREG-COUNT           PIC 9(4) VALUE ZERO.
           05  PREG-ROW OCCURS 500 TIMES INDEXED BY PREG-IDX.
               10  PREG-ID                 PIC X(8).
       01  MORE-PREG-SW                PIC X(1) VALUE "Y".
           88 NO-MORE-PREG             VALUE "N".

      ***** THE STAY'S OVERFLOW CODES ARE LOOKED UP HERE BEFORE A
      ***** FLAG ROW IS APPENDED -- LOADED, THEN THE FILE IS REOPENED
      ***** FOR EXTEND
       01  WS-DIAG-OVFL-TABLE.
           05  WS-OVFL-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-OVFL-ROW OCCURS 2000 TIMES INDEXED BY OVFL-IDX.
               10  WS-OVFL-PATIENT-ID  PIC X(6).
               10  WS-OVFL-ENCOUNTER   PIC X(10).
               10  WS-OVFL-CODE        PIC X(7).
       01  MORE-OVFL-SW                PIC X(1) VALUE "Y".
           88 NO-MORE-OVFL             VALUE "N".

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  WS-PHYS-FOUND-SW        PIC X(1) VALUE "N".
               88 PHYS-ON-REGISTRY     VALUE "Y".
           05  WS-OVFL-FOUND-SW        PIC X(1) VALUE "N".
               88 OVFL-CODE-ON-STAY    VALUE "Y".

       77  WS-DATE                     PIC 9(6).
       77  PRC-SUB                     PIC 9(1).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(5) COMP VALUE ZERO.
           05  PROCS-CODED             PIC S9(5) COMP VALUE ZERO.
           05  PROCS-DELETED           PIC S9(5) COMP VALUE ZERO.
           05  POA-FLAGS-SET           PIC S9(5) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(5) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-TXNS.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB PROCCODE ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT HIMPROC, PROVREG, PATDIAG.
           OPEN I-O PATMSTR.
           OPEN OUTPUT SYSOUT.
           OPEN EXTEND PATAUDIT.

           PERFORM 050-LOAD-PROVREG-TABLE THRU 050-EXIT
                   UNTIL NO-MORE-PREG.
           PERFORM 060-LOAD-OVERFLOW-TABLE THRU 060-EXIT
                   UNTIL NO-MORE-OVFL.
           CLOSE PATDIAG.
           OPEN EXTEND PATDIAG.

           READ HIMPROC INTO PROC-CODING-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** AN INACTIVE PHYSICIAN IS LEFT OFF THE TABLE -- NO NEW
      ***** PROCEDURE MAY BE CREDITED TO ONE
       050-LOAD-PROVREG-TABLE.
           MOVE "050-LOAD-PROVREG-TABLE" TO PARA-NAME.
           READ PROVREG INTO PROVIDER-REGISTRY-REC
               AT END
                   MOVE "N" TO MORE-PREG-SW
                   GO TO 050-EXIT
           END-READ.
           IF NOT PRG-ACTIVE
               GO TO 050-EXIT.
           IF WS-PREG-COUNT >= 500
               MOVE "*** PROVREG TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-PREG-COUNT.
           MOVE PRG-PROVIDER-ID TO PREG-ID(WS-PREG-COUNT).
       050-EXIT.
           EXIT.

       060-LOAD-OVERFLOW-TABLE.
           MOVE "060-LOAD-OVERFLOW-TABLE" TO PARA-NAME.
           READ PATDIAG INTO PATIENT-DIAG-OVFL-REC
               AT END
                   MOVE "N" TO MORE-OVFL-SW
                   GO TO 060-EXIT
           END-READ.
           IF WS-OVFL-COUNT >= 2000
               MOVE "*** PATDIAG OVERFLOW TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD 1 TO WS-OVFL-COUNT.
           MOVE DIAG-OVFL-PATIENT-ID
                TO WS-OVFL-PATIENT-ID(WS-OVFL-COUNT).
           MOVE DIAG-OVFL-ENCOUNTER-NBR
                TO WS-OVFL-ENCOUNTER(WS-OVFL-COUNT).
           MOVE DIAG-OVFL-CODE TO WS-OVFL-CODE(WS-OVFL-COUNT).
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO TXNS-READ.
           IF NOT PTX-VALID-ACTION
              OR PTX-PATIENT-ID = SPACES
              OR (NOT PTX-POA AND NOT PTX-VALID-SEQ)
               MOVE "*** BAD ACTION, PATIENT OR PROCEDURE SEQUENCE"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

           MOVE PTX-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF NOT RECORD-FOUND
               MOVE "*** CODING FOR UNKNOWN PATIENT" TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

           IF PTX-ENCOUNTER-NBR NOT = SPACES
              AND ENCOUNTER-NBR IN PATIENT-MASTER-REC NOT = SPACES
              AND PTX-ENCOUNTER-NBR NOT =
                  ENCOUNTER-NBR IN PATIENT-MASTER-REC
               MOVE "*** ENCOUNTER IS NOT THE STAY ON FILE"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

      ***** ONCE RELEASED THE CLAIM MAY ALREADY BE OUT -- A CODING
      ***** CHANGE NOW IS A CORRECTED CLAIM, NOT A KEYING FIX
           IF CODING-RELEASED
               MOVE "*** STAY ALREADY RELEASED TO BILLING"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 100-READ-NEXT.

           IF PTX-POA
               PERFORM 400-SET-POA-FLAG THRU 400-EXIT
               GO TO 100-READ-NEXT.

           MOVE PTX-PROC-SEQ TO PRC-SUB.
           IF PTX-ADD
               PERFORM 200-CODE-PROCEDURE THRU 200-EXIT
           ELSE
               PERFORM 300-DELETE-PROCEDURE THRU 300-EXIT.

       100-READ-NEXT.
           READ HIMPROC INTO PROC-CODING-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       100-EXIT.
           EXIT.

       200-CODE-PROCEDURE.
           MOVE "200-CODE-PROCEDURE" TO PARA-NAME.
           IF PTX-ICD10-PCS = SPACES
              AND PTX-CPT-CODE = SPACES
               MOVE "*** PROCEDURE NEEDS AN ICD-10-PCS OR CPT CODE"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

      ***** A SECONDARY PROCEDURE WITHOUT A PRINCIPAL IS A CODING
      ***** ERROR -- THE PRINCIPAL IS WHAT THE CLAIM LEADS WITH
           IF NOT PTX-PRINCIPAL
              AND PROC-ICD10-PCS(1) = SPACES
              AND PROC-CPT-CODE(1) = SPACES
               MOVE "*** CODE THE PRINCIPAL PROCEDURE FIRST"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           IF PTX-PERF-YYYY NOT NUMERIC
              OR PTX-PERF-MM NOT NUMERIC
              OR PTX-PERF-DD NOT NUMERIC
              OR PTX-PERF-DASH1 NOT = "-"
              OR PTX-PERF-DASH2 NOT = "-"
               MOVE "*** PROCEDURE DATE NOT YYYY-MM-DD"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           IF PTX-PERFORMED-DATE < DATE-ADMIT IN PATIENT-MASTER-REC
              OR (DATE-DISCHARGE IN PATIENT-MASTER-REC NOT = SPACES
                  AND PTX-PERFORMED-DATE >
                      DATE-DISCHARGE IN PATIENT-MASTER-REC)
               MOVE "*** PROCEDURE DATE OUTSIDE THE STAY"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           PERFORM 250-CHECK-PHYSICIAN THRU 250-EXIT.
           IF NOT PHYS-ON-REGISTRY
               MOVE "*** PERFORMING PHYSICIAN NOT ACTIVE ON PROVREG"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 200-EXIT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           MOVE PTX-ICD10-PCS       TO PROC-ICD10-PCS(PRC-SUB).
           MOVE PTX-CPT-CODE        TO PROC-CPT-CODE(PRC-SUB).
           MOVE PTX-PERFORMED-DATE  TO PROC-PERFORMED-DATE(PRC-SUB).
           MOVE PTX-PERFORMING-PHYS TO PROC-PERFORMING-PHYS(PRC-SUB).
           PERFORM 700-REWRITE-WITH-AUDIT THRU 700-EXIT.
           ADD 1 TO PROCS-CODED.
       200-EXIT.
           EXIT.

       250-CHECK-PHYSICIAN.
           MOVE "250-CHECK-PHYSICIAN" TO PARA-NAME.
           MOVE "N" TO WS-PHYS-FOUND-SW.
           IF PTX-PERFORMING-PHYS = SPACES
              OR WS-PREG-COUNT = ZERO
               GO TO 250-EXIT.
           SET PREG-IDX TO 1.
           SEARCH PREG-ROW
               AT END
                   MOVE "N" TO WS-PHYS-FOUND-SW
               WHEN PREG-IDX > WS-PREG-COUNT
                   MOVE "N" TO WS-PHYS-FOUND-SW
               WHEN PREG-ID(PREG-IDX) = PTX-PERFORMING-PHYS
                   MOVE "Y" TO WS-PHYS-FOUND-SW
           END-SEARCH.
       250-EXIT.
           EXIT.

      ***** THE PRINCIPAL CANNOT GO WHILE A SECONDARY IS STILL
      ***** CODED -- CODE THE NEW PRINCIPAL OVER IT INSTEAD
       300-DELETE-PROCEDURE.
           MOVE "300-DELETE-PROCEDURE" TO PARA-NAME.
           IF PTX-PRINCIPAL
              AND (PROC-ICD10-PCS(2) NOT = SPACES
                   OR PROC-CPT-CODE(2) NOT = SPACES
                   OR PROC-ICD10-PCS(3) NOT = SPACES
                   OR PROC-CPT-CODE(3) NOT = SPACES)
               MOVE "*** SECONDARY PROCEDURES STILL CODED"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 300-EXIT.

           MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE.
           MOVE SPACES TO PROCEDURE-ENTRY(PRC-SUB).
           PERFORM 700-REWRITE-WITH-AUDIT THRU 700-EXIT.
           ADD 1 TO PROCS-DELETED.
       300-EXIT.
           EXIT.

      ***** A HEADER DIAGNOSIS TAKES ITS FLAG ON PATMSTR.  ANY OTHER
      ***** CODE MUST ALREADY BE ON PATDIAG FOR THIS STAY; THE FLAG
      ***** GOES ON A NEW ROW THAT SUPERSEDES THE EARLIER ONE.
       400-SET-POA-FLAG.
           MOVE "400-SET-POA-FLAG" TO PARA-NAME.
           IF PTX-POA-DIAG-CODE = SPACES
              OR NOT PTX-VALID-POA
               MOVE "*** POA NEEDS A DIAGNOSIS AND Y/N/U/W FLAG"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 400-EXIT.

           IF PTX-POA-DIAG-CODE =
                  DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
               MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE
               MOVE PTX-POA-IND TO POA-PRIMARY
               GO TO 400-REWRITE.
           IF PTX-POA-DIAG-CODE =
                  DIAGNOSTIC-CODE-SECONDARY IN PATIENT-MASTER-REC
               MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE
               MOVE PTX-POA-IND TO POA-SECONDARY
               GO TO 400-REWRITE.
           IF PTX-POA-DIAG-CODE =
                  DIAGNOSTIC-CODE-TERTIARY IN PATIENT-MASTER-REC
               MOVE PATIENT-MASTER-REC TO AUDIT-BEFORE-IMAGE
               MOVE PTX-POA-IND TO POA-TERTIARY
               GO TO 400-REWRITE.

           MOVE "N" TO WS-OVFL-FOUND-SW.
           PERFORM 420-MATCH-OVERFLOW-CODE THRU 420-EXIT
               VARYING OVFL-IDX FROM 1 BY 1
               UNTIL OVFL-IDX > WS-OVFL-COUNT
                  OR OVFL-CODE-ON-STAY.
           IF NOT OVFL-CODE-ON-STAY
               MOVE "*** DIAGNOSIS NOT CODED ON THIS STAY"
                    TO ABEND-REASON
               PERFORM 800-REJECT-TXN THRU 800-EXIT
               GO TO 400-EXIT.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                TO DIAG-OVFL-PATIENT-ID.
           MOVE WS-DATE            TO DIAG-OVFL-DATE.
           MOVE "PROCCODE"         TO DIAG-OVFL-SOURCE-PROGRAM.
           MOVE PTX-POA-DIAG-CODE  TO DIAG-OVFL-CODE.
           MOVE PTX-POA-IND        TO DIAG-OVFL-POA-IND.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                TO DIAG-OVFL-ENCOUNTER-NBR.
           WRITE PATDIAG-REC FROM PATIENT-DIAG-OVFL-REC.
           ADD 1 TO POA-FLAGS-SET.
           GO TO 400-EXIT.

       400-REWRITE.
           PERFORM 700-REWRITE-WITH-AUDIT THRU 700-EXIT.
           ADD 1 TO POA-FLAGS-SET.
       400-EXIT.
           EXIT.

      ***** A ROW WITH NO ENCOUNTER PREDATES THEM AND MATCHES ON THE
      ***** PATIENT ALONE
       420-MATCH-OVERFLOW-CODE.
           IF WS-OVFL-PATIENT-ID(OVFL-IDX) =
                  PATIENT-ID IN PATIENT-MASTER-REC
              AND WS-OVFL-CODE(OVFL-IDX) = PTX-POA-DIAG-CODE
              AND (WS-OVFL-ENCOUNTER(OVFL-IDX) = SPACES
                   OR WS-OVFL-ENCOUNTER(OVFL-IDX) =
                      ENCOUNTER-NBR IN PATIENT-MASTER-REC)
               MOVE "Y" TO WS-OVFL-FOUND-SW.
       420-EXIT.
           EXIT.

       700-REWRITE-WITH-AUDIT.
           MOVE "700-REWRITE-WITH-AUDIT" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO AUDIT-PATIENT-KEY.
           MOVE WS-DATE                          TO AUDIT-DATE.
           MOVE "PROCCODE"                       TO AUDIT-PROGRAM-ID.
           MOVE PATIENT-MASTER-REC               TO AUDIT-AFTER-IMAGE.
           WRITE PATAUDIT-REC FROM PATMSTR-AUDIT-REC.

           REWRITE PATMSTR-REC FROM PATIENT-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING PATMSTR" TO ABEND-REASON
                 MOVE PATMSTR-STATUS TO EXPECTED-VAL
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
       700-EXIT.
           EXIT.

       800-REJECT-TXN.
           ADD 1 TO TXNS-REJECTED.
           MOVE ZERO TO ACTUAL-VAL.
           IF PTX-PATIENT-ID NUMERIC
               MOVE PTX-PATIENT-ID TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
           MOVE PROC-CODING-TXN-REC TO SYSOUT-REC.
           WRITE SYSOUT-REC.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE HIMPROC, PROVREG, PATDIAG, PATMSTR, PATAUDIT,
                 SYSOUT.
           DISPLAY "PROCCODE TXNS READ          : " TXNS-READ.
           DISPLAY "PROCCODE PROCEDURES CODED   : " PROCS-CODED.
           DISPLAY "PROCCODE PROCEDURES DELETED : " PROCS-DELETED.
           DISPLAY "PROCCODE POA FLAGS SET      : " POA-FLAGS-SET.
           DISPLAY "PROCCODE TXNS REJECTED      : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB PROCCODE ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE HIMPROC, PROVREG, PATDIAG, PATMSTR, PATAUDIT,
                 SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-PROCCODE ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

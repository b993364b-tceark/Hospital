       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DNFBRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          DISCHARGED-NOT-FINAL-BILLED (DNFB) INVENTORY.  A
      *          DISCHARGED ACCOUNT THAT HAS NOT GONE OUT AS A CLAIM
      *          CAN BE STUCK IN ANY OF SEVERAL PLACES -- CODING HOLD
      *          IN HIMCODE, THE SCRUBBER'S CLMHOLDQ, THE SEGBILL
      *          SEGMENT QUEUE, OR BEHIND A PAYER-MASTER OR
      *          ELIGIBILITY PROBLEM THAT EDICLAIM REJECTS ON.  THIS
      *          JOB PULLS THEM ALL ONTO ONE REPORT:
      *
      *          PASS 1 TABLES EVERY PATIENT/ENCOUNTER ON THE CLAIM
      *          REGISTER, EVERY OPEN SCRUBBER HOLD, AND THE UNBILLED
      *          SEGMENT DOLLARS STILL ON THE STAYSEG QUEUE.
      *
      *          PASS 2 BROWSES PATMSTR AND LISTS EVERY DISCHARGED
      *          ACCOUNT WITH DOLLARS AND NO CLAIM OUT THE DOOR, WITH
      *          ITS HOLD REASON (FIRST ONE THAT APPLIES, IN THE
      *          ORDER OF THE REASON TABLE BELOW), DAYS SINCE
      *          DISCHARGE AND DOLLARS, THEN SUMMARIZES COUNTS AND
      *          DOLLARS BY HOLD REASON AND AGE BAND.
      *
      *          THE CONTROL CARD SAYS D (DAILY) OR M (MONTH-END).
      *          THE MONTH-END RUN ALSO BOOKS THE UNBILLED-REVENUE
      *          ACCRUAL: IT REVERSES LAST MONTH'S ACCRUAL (CARRIED
      *          ON DNFBACR) AND BOOKS THIS MONTH'S TOTAL, BOTH
      *          THROUGH THE GLMAP DNFB/**** ROW IN THE GLJRNL LAYOUT.
      *
      ******************************************************************

               CONTROL CARD (D OR M)   -   DDS0001.DNFBCTL

               VSAM MASTER FILES       -   DDS0001.PATMASTR
                                           DDS0001.PATINS
                                           DDS0001.CLMREG
                                           DDS0001.PAYERMST

               SCRUBBER HOLD QUEUE     -   DDS0001.CLMHOLDQ

               SEGMENT QUEUE           -   DDS0001.STAYSEG

               GL MAPPING TABLE        -   DDS0001.GLMAP

               PRIOR ACCRUAL           -   DDS0001.DNFBACR

               DNFB REPORT             -   DDS0001.DNFBRPT

               JOURNAL FILE PRODUCED   -   DDS0001.DNFBGL

               NEW ACCRUAL             -   DDS0001.DNFBACR (NEW)

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

           SELECT DNFBCTL
           ASSIGN TO UT-S-DNFBCTL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT HOLDQ
           ASSIGN TO UT-S-CLMHOLDQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HFCODE.

           SELECT STAYSEG
           ASSIGN TO UT-S-STAYSEG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MFCODE.

           SELECT DNFBACRI
           ASSIGN TO UT-S-DNFBACRI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AFCODE.

           SELECT DNFBRPT
           ASSIGN TO UT-S-DNFBRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT DNFBGL
           ASSIGN TO UT-S-DNFBGL
             ORGANIZATION IS SEQUENTIAL.

           SELECT DNFBACRO
           ASSIGN TO UT-S-DNFBACRO
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATINS-KEY
                  FILE STATUS  is PATINS-STATUS.

           SELECT CLMREG
                  ASSIGN       to CLMREG
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is SEQUENTIAL
                  RECORD KEY   is CLMREG-KEY
                  FILE STATUS  is CLMREG-STATUS.

           SELECT PAYERMST
                  ASSIGN       to PAYERMST
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PAYERMST-KEY
                  FILE STATUS  is PAYERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  DNFBCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DNFBCTL-REC.
       01  DNFBCTL-REC PIC X(10).

       FD  HOLDQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDQ-REC.
       01  HOLDQ-REC PIC X(60).

       FD  STAYSEG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAYSEG-REC.
       01  STAYSEG-REC PIC X(40).

       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC PIC X(30).

       FD  DNFBACRI
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DNFBACRI-REC.
       01  DNFBACRI-REC PIC X(40).

       FD  DNFBRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DNFBRPT-REC.
       01  DNFBRPT-REC PIC X(100).

       FD  DNFBGL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DNFBGL-REC.
       01  DNFBGL-REC PIC X(40).

       FD  DNFBACRO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DNFBACRO-REC.
       01  DNFBACRO-REC PIC X(40).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATIENT-INSURANCE.
       01  PATINS-REC.
           05 PATINS-KEY      PIC X(06).
           05 FILLER          PIC X(696).

       FD  CLMREG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-REGISTER-REC.
       01  CLMREG-REC.
           05 CLMREG-KEY      PIC X(09).
           05 FILLER          PIC X(71).

       FD  PAYERMST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYER-MASTER-REC.
       01  PAYERMST-REC.
           05 PAYERMST-KEY    PIC X(08).
           05 FILLER          PIC X(122).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  HFCODE                  PIC X(2).
           05  SFCODE                  PIC X(2).
           05  MFCODE                  PIC X(2).
           05  AFCODE                  PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".
           05  PATINS-STATUS           PIC X(2).
               88 PATINS-FOUND         VALUE "00".
           05  CLMREG-STATUS           PIC X(2).
               88 CLMREG-READ-OK       VALUE "00".
           05  PAYERMST-STATUS         PIC X(2).
               88 PAYER-FOUND          VALUE "00".

       COPY PATMSTR.
       COPY PATINS.
       COPY CLMREG.
       COPY PAYERMST.
       COPY CLMHOLDQ.
       COPY STAYSEG.
       COPY GLMAP.
       COPY GLJRNL.
       COPY DNFBACR.

       01  DNFB-CONTROL-CARD.
           05  CTL-RUN-MODE            PIC X(1).
               88 CTL-DAILY            VALUE "D".
               88 CTL-MONTH-END        VALUE "M".
           05  FILLER                  PIC X(9).

       01  WS-SWITCHES.
           05  MORE-CLAIMS-SW          PIC X(1) VALUE "Y".
               88 MORE-CLAIMS          VALUE "Y".
           05  MORE-MASTER-SW          PIC X(1) VALUE "Y".
               88 MORE-MASTERS         VALUE "Y".
           05  MORE-HOLDS-SW           PIC X(1) VALUE "Y".
               88 NO-MORE-HOLDS        VALUE "N".
           05  MORE-SEGS-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-SEGS         VALUE "N".
           05  MORE-MAP-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-MAP          VALUE "N".
           05  WS-DNFB-ROW-SW          PIC X(1) VALUE "N".
               88 DNFB-ROW-FOUND       VALUE "Y".
           05  WS-CLAIMED-FOUND-SW     PIC X(1).
               88 ENCOUNTER-WAS-CLAIMED VALUE "Y".
           05  WS-HOLD-FOUND-SW        PIC X(1).
               88 SCRUBBER-HOLD-FOUND  VALUE "Y".
           05  WS-SEG-FOUND-SW         PIC X(1).
               88 SEGMENT-ROW-FOUND    VALUE "Y".

      ***** EVERY PATIENT/ENCOUNTER ON THE REGISTER.  A BLANK
      ***** ENCOUNTER ON EITHER SIDE (CLAIMS BUILT BEFORE THE
      ***** ENCOUNTER NUMBER WAS CARRIED) MATCHES ON PATIENT ALONE.
       01  WS-CLAIMED-TABLE.
           05  WS-CLAIMED-ENTRY OCCURS 5000 TIMES.
               10  WS-CLAIMED-ID           PIC X(6).
               10  WS-CLAIMED-ENCOUNTER    PIC X(10).
       01  WS-CLAIMED-USED             PIC 9(4) VALUE ZERO.
       77  WS-CLAIMED-MAX              PIC 9(4) VALUE 5000.
       77  CLM-SUB                     PIC 9(4).

      ***** PATIENTS WITH A CLAIM STILL OPEN ON THE SCRUBBER QUEUE
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ID OCCURS 1000 TIMES PIC X(6).
       01  WS-HOLD-USED                PIC 9(4) VALUE ZERO.
       77  WS-HOLD-MAX                 PIC 9(4) VALUE 1000.
       77  HLD-SUB                     PIC 9(4).

      ***** UNBILLED SEGMENT DOLLARS STILL ON THE STAYSEG QUEUE
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY OCCURS 1000 TIMES.
               10  WS-SEG-ID               PIC X(6).
               10  WS-SEG-DOLLARS          PIC S9(9)V99.
       01  WS-SEG-USED                 PIC 9(4) VALUE ZERO.
       77  WS-SEG-MAX                  PIC 9(4) VALUE 1000.
       77  SEG-SUB                     PIC 9(4).

      ***** HOLD REASONS, IN PRECEDENCE ORDER -- AN ACCOUNT IS
      ***** REPORTED UNDER THE FIRST ONE THAT APPLIES
       01  WS-REASON-VALUES.
           05  FILLER PIC X(28) VALUE "CODECODING HOLD (HIM)       ".
           05  FILLER PIC X(28) VALUE "SEGBAWAITING SEGBILL        ".
           05  FILLER PIC X(28) VALUE "SCRBCLMHOLDQ SCRUBBER HOLD  ".
           05  FILLER PIC X(28) VALUE "NOINNO INSURANCE ON FILE    ".
           05  FILLER PIC X(28) VALUE "MCARMEDICARE DETAIL MISSING ".
           05  FILLER PIC X(28) VALUE "PAYRPAYER NOT ON MASTER     ".
           05  FILLER PIC X(28) VALUE "ELIGELIGIBILITY FAILED      ".
           05  FILLER PIC X(28) VALUE "PENDAWAITING CLAIM RUN      ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 8 TIMES.
               10  WS-REASON-CODE          PIC X(4).
               10  WS-REASON-DESC          PIC X(24).
       77  WS-REASON-COUNT             PIC 9(2) VALUE 8.
       77  RSN-SUB                     PIC 9(2).

      ***** AGE BANDS, DAYS SINCE DISCHARGE
       01  WS-BAND-VALUES.
           05  FILLER PIC X(15) VALUE "003       0-3  ".
           05  FILLER PIC X(15) VALUE "007       4-7  ".
           05  FILLER PIC X(15) VALUE "014      8-14  ".
           05  FILLER PIC X(15) VALUE "030     15-30  ".
           05  FILLER PIC X(15) VALUE "999     OVER 30".
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-HIGH-DAYS       PIC 9(3).
               10  WS-BAND-LABEL           PIC X(12).
       77  BND-SUB                     PIC 9(2).

      ***** ROW 9 IS ALL REASONS, COLUMN 6 IS ALL AGES
       01  WS-SUMMARY-MATRIX.
           05  WS-SUM-ROW OCCURS 9 TIMES.
               10  WS-SUM-CELL OCCURS 6 TIMES.
                   15  WS-SUM-COUNT        PIC S9(7) COMP.
                   15  WS-SUM-DOLLARS      PIC S9(9)V99.
       77  ROW-SUB                     PIC 9(2).
       77  COL-SUB                     PIC 9(2).

       77  WS-TODAY-INT                PIC S9(9) COMP.
       77  WS-EVENT-INT                PIC S9(9) COMP.
       77  WS-DAYS-SINCE               PIC S9(5) COMP.
       77  WS-ACCOUNT-DOLLARS          PIC S9(9)V99.
       77  WS-LOOKUP-PAYER-ID          PIC X(8).
       77  WS-DNFB-DEBIT-ACCT          PIC X(8).
       77  WS-DNFB-CREDIT-ACCT         PIC X(8).
       77  WS-PRIOR-ACCRUAL            PIC S9(9)V99 VALUE ZERO.
       77  WS-PRIOR-AS-OF-DATE         PIC X(8) VALUE SPACES.
       77  WS-NEW-ACCRUAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-EVENT-DATE-NUM           PIC 9(8).
       01  WS-DISCH-DATE-X.
           05  DSC-CCYY                PIC X(4).
           05  FILLER                  PIC X(1).
           05  DSC-MM                  PIC X(2).
           05  FILLER                  PIC X(1).
           05  DSC-DD                  PIC X(2).

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE-9          PIC 9(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  CLAIMS-READ             PIC S9(7) COMP VALUE ZERO.
           05  HOLDS-READ              PIC S9(7) COMP VALUE ZERO.
           05  SEGMENTS-READ           PIC S9(7) COMP VALUE ZERO.
           05  MASTERS-READ            PIC S9(7) COMP VALUE ZERO.
           05  DNFB-ACCOUNTS           PIC S9(7) COMP VALUE ZERO.
           05  BAD-DATE-COUNT          PIC S9(5) COMP VALUE ZERO.
           05  JOURNAL-LINES           PIC S9(5) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "DISCHARGED-NOT-FINAL-BILLED INVENTORY  ".
           05  HDR-DATE PIC 9(8).
           05  FILLER   PIC X(2)  VALUE SPACES.
           05  HDR-MODE PIC X(10).
           05  FILLER   PIC X(40) VALUE SPACES.

       01  WS-RPT-COLM-HDR-REC.
           05  FILLER   PIC X(8)  VALUE "PATIENT ".
           05  FILLER   PIC X(12) VALUE "ENCOUNTER   ".
           05  FILLER   PIC X(12) VALUE "DISCHARGED  ".
           05  FILLER   PIC X(6)  VALUE "DAYS  ".
           05  FILLER   PIC X(15) VALUE "      DOLLARS  ".
           05  FILLER   PIC X(30) VALUE "HOLD REASON".
           05  FILLER   PIC X(17) VALUE SPACES.

       01  WS-RPT-DETAIL-REC.
           05  RPT-PATIENT-ID          PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-ENCOUNTER           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DISCHARGED          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DAYS                PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REASON-DESC         PIC X(24).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-SUM-TITLE-REC.
           05  FILLER   PIC X(50)
               VALUE "SUMMARY BY HOLD REASON AND DAYS SINCE DISCHARGE".
           05  FILLER   PIC X(50)
               VALUE "(DOLLARS ROUNDED DOWN TO WHOLE DOLLARS)".

       01  WS-SUM-HDR-REC.
           05  FILLER                  PIC X(28) VALUE "HOLD REASON".
           05  SUM-HDR-CELL OCCURS 6 TIMES PIC X(12).

       01  WS-SUM-COUNT-LINE.
           05  SUM-CNT-LABEL           PIC X(28).
           05  SUM-CNT-CELL OCCURS 6 TIMES.
               10  FILLER              PIC X(5).
               10  SUM-CNT             PIC ZZZ,ZZ9.

       01  WS-SUM-DOLLAR-LINE.
           05  SUM-DLR-LABEL           PIC X(28).
           05  SUM-DLR-CELL OCCURS 6 TIMES.
               10  FILLER              PIC X(1).
               10  SUM-DLR             PIC ZZZ,ZZZ,ZZ9.

       01  WS-ACCRUAL-LINE.
           05  ACR-LABEL               PIC X(40).
           05  ACR-DATE                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACR-AMT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-RPT-BLANK-REC            PIC X(100) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-CLAIM-REGISTER THRU 100-EXIT
                   UNTIL NOT MORE-CLAIMS.
           PERFORM 300-SCAN-MASTER THRU 300-EXIT
                   UNTIL NOT MORE-MASTERS.
           PERFORM 700-PRINT-SUMMARY THRU 700-EXIT.
           IF CTL-MONTH-END
               PERFORM 750-POST-ACCRUAL THRU 750-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB DNFBRPT ********".
           OPEN INPUT DNFBCTL, PATMSTR, PATINS, CLMREG, PAYERMST,
                      HOLDQ, STAYSEG.
           OPEN OUTPUT DNFBRPT, SYSOUT.

           READ DNFBCTL INTO DNFB-CONTROL-CARD
               AT END
                   MOVE "** NO CONTROL CARD - RUN CANNOT PROCEED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           IF NOT CTL-DAILY AND NOT CTL-MONTH-END
               MOVE "** CONTROL CARD MUST SAY D OR M" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      ***** ONLY THE MONTH-END RUN TOUCHES THE LEDGER OR THE
      ***** CARRIED ACCRUAL -- THE DAILY RUN IS A REPORT, NOTHING MORE
           IF CTL-MONTH-END
               OPEN INPUT GLMAP, DNFBACRI
               OPEN OUTPUT DNFBGL, DNFBACRO
               MOVE "MONTH-END" TO HDR-MODE
               PERFORM 020-LOAD-GL-MAP THRU 020-EXIT
                       UNTIL NO-MORE-MAP
               IF NOT DNFB-ROW-FOUND
                   MOVE "** NO GLMAP DNFB/**** ROW - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
               END-IF
               PERFORM 030-GET-PRIOR-ACCRUAL THRU 030-EXIT
           ELSE
               MOVE "DAILY" TO HDR-MODE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-9).
           INITIALIZE WS-SUMMARY-MATRIX.

           PERFORM 040-LOAD-HOLD-QUEUE THRU 040-EXIT
                   UNTIL NO-MORE-HOLDS.
           PERFORM 060-LOAD-SEGMENT-QUEUE THRU 060-EXIT
                   UNTIL NO-MORE-SEGS.

           MOVE WS-CURR-DATE-9 TO HDR-DATE.
           WRITE DNFBRPT-REC FROM WS-RPT-HDR-REC.
           WRITE DNFBRPT-REC FROM WS-RPT-COLM-HDR-REC.
       000-EXIT.
           EXIT.

      ***** THE ACCRUAL HAS NO WARD, SO ONLY THE "****" ROW APPLIES
       020-LOAD-GL-MAP.
           MOVE "020-LOAD-GL-MAP" TO PARA-NAME.
           READ GLMAP INTO GL-MAP-REC
               AT END
                   MOVE "N" TO MORE-MAP-SW
                   GO TO 020-EXIT
           END-READ.

           IF GLM-CHARGE-CATEGORY = "DNFB"
            AND GLM-WARD-NBR = "****"
               MOVE "Y" TO WS-DNFB-ROW-SW
               MOVE GLM-DEBIT-ACCT  TO WS-DNFB-DEBIT-ACCT
               MOVE GLM-CREDIT-ACCT TO WS-DNFB-CREDIT-ACCT.
       020-EXIT.
           EXIT.

      ***** AN EMPTY CARRY FILE (THE FIRST MONTH-END) MEANS NOTHING
      ***** TO REVERSE
       030-GET-PRIOR-ACCRUAL.
           MOVE "030-GET-PRIOR-ACCRUAL" TO PARA-NAME.
           READ DNFBACRI INTO DNFB-ACCRUAL-REC
               AT END
                   GO TO 030-EXIT
           END-READ.
           IF DNA-ACCRUAL-AMT NOT NUMERIC
               MOVE "** PRIOR DNFB ACCRUAL NOT NUMERIC"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE DNA-ACCRUAL-AMT TO WS-PRIOR-ACCRUAL.
           MOVE DNA-AS-OF-DATE  TO WS-PRIOR-AS-OF-DATE.
       030-EXIT.
           EXIT.

       040-LOAD-HOLD-QUEUE.
           MOVE "040-LOAD-HOLD-QUEUE" TO PARA-NAME.
           READ HOLDQ INTO CLAIM-HOLD-REC
               AT END
                   MOVE "N" TO MORE-HOLDS-SW
                   GO TO 040-EXIT
           END-READ.
           ADD 1 TO HOLDS-READ.
           IF NOT HLD-OPEN
               GO TO 040-EXIT.

           MOVE "N" TO WS-HOLD-FOUND-SW.
           PERFORM 050-SCAN-HOLD-TABLE THRU 050-EXIT
               VARYING HLD-SUB FROM 1 BY 1 UNTIL
               HLD-SUB > WS-HOLD-USED OR SCRUBBER-HOLD-FOUND.
           IF SCRUBBER-HOLD-FOUND
               GO TO 040-EXIT.
           IF WS-HOLD-USED = WS-HOLD-MAX
               MOVE "*** SCRUBBER-HOLD TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 040-EXIT.
           ADD 1 TO WS-HOLD-USED.
           MOVE HLD-PATIENT-ID TO WS-HOLD-ID(WS-HOLD-USED).
       040-EXIT.
           EXIT.

       050-SCAN-HOLD-TABLE.
           IF WS-HOLD-ID(HLD-SUB) = HLD-PATIENT-ID
               MOVE "Y" TO WS-HOLD-FOUND-SW.
       050-EXIT.
           EXIT.

      ***** SEGBILL CARRIES A SEGMENT FORWARD UNTIL IT BILLS IT, SO
      ***** WHAT IS ON THE QUEUE IS EXACTLY WHAT IS STILL UNBILLED
       060-LOAD-SEGMENT-QUEUE.
           MOVE "060-LOAD-SEGMENT-QUEUE" TO PARA-NAME.
           READ STAYSEG INTO STAY-SEGMENT-REC
               AT END
                   MOVE "N" TO MORE-SEGS-SW
                   GO TO 060-EXIT
           END-READ.
           ADD 1 TO SEGMENTS-READ.

           MOVE "N" TO WS-SEG-FOUND-SW.
           PERFORM 070-SCAN-SEG-TABLE THRU 070-EXIT
               VARYING SEG-SUB FROM 1 BY 1 UNTIL
               SEG-SUB > WS-SEG-USED OR SEGMENT-ROW-FOUND.
           IF SEGMENT-ROW-FOUND
               SUBTRACT 1 FROM SEG-SUB
               ADD SEG-CHARGES TO WS-SEG-DOLLARS(SEG-SUB)
               GO TO 060-EXIT.
           IF WS-SEG-USED = WS-SEG-MAX
               MOVE "*** SEGMENT TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 060-EXIT.
           ADD 1 TO WS-SEG-USED.
           MOVE SEG-PATIENT-ID TO WS-SEG-ID(WS-SEG-USED).
           MOVE SEG-CHARGES    TO WS-SEG-DOLLARS(WS-SEG-USED).
       060-EXIT.
           EXIT.

       070-SCAN-SEG-TABLE.
           IF WS-SEG-ID(SEG-SUB) = SEG-PATIENT-ID
               MOVE "Y" TO WS-SEG-FOUND-SW.
       070-EXIT.
           EXIT.

       100-SCAN-CLAIM-REGISTER.
           MOVE "100-SCAN-CLAIM-REGISTER" TO PARA-NAME.
           READ CLMREG NEXT INTO CLAIM-REGISTER-REC
               AT END
                   MOVE "N" TO MORE-CLAIMS-SW
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO CLAIMS-READ.

           MOVE "N" TO WS-CLAIMED-FOUND-SW.
           PERFORM 170-SCAN-CLAIMED-TABLE THRU 170-EXIT
               VARYING CLM-SUB FROM 1 BY 1 UNTIL
               CLM-SUB > WS-CLAIMED-USED OR ENCOUNTER-WAS-CLAIMED.
           IF ENCOUNTER-WAS-CLAIMED
               GO TO 100-EXIT.
           IF WS-CLAIMED-USED = WS-CLAIMED-MAX
               MOVE "*** CLAIMED-ENCOUNTER TABLE FULL" TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 100-EXIT.
           ADD 1 TO WS-CLAIMED-USED.
           MOVE CLM-PATIENT-ID    TO WS-CLAIMED-ID(WS-CLAIMED-USED).
           MOVE CLM-ENCOUNTER-NBR
                TO WS-CLAIMED-ENCOUNTER(WS-CLAIMED-USED).
       100-EXIT.
           EXIT.

       170-SCAN-CLAIMED-TABLE.
           IF WS-CLAIMED-ID(CLM-SUB) = CLM-PATIENT-ID
            AND WS-CLAIMED-ENCOUNTER(CLM-SUB) = CLM-ENCOUNTER-NBR
               MOVE "Y" TO WS-CLAIMED-FOUND-SW.
       170-EXIT.
           EXIT.

       300-SCAN-MASTER.
           MOVE "300-SCAN-MASTER" TO PARA-NAME.
           READ PATMSTR NEXT INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MASTER-SW
                   GO TO 300-EXIT
           END-READ.
           ADD 1 TO MASTERS-READ.

           IF DATE-DISCHARGE IN PATIENT-MASTER-REC = SPACES
               GO TO 300-EXIT.

      ***** A SEGMENTED STAY BILLS SEGMENT BY SEGMENT -- ITS
      ***** UNBILLED DOLLARS ARE WHATEVER IS STILL ON THE QUEUE
           IF SEGMENTED-STAY IN PATIENT-MASTER-REC
               PERFORM 330-FIND-SEGMENT-DOLLARS THRU 330-EXIT
               IF WS-ACCOUNT-DOLLARS NOT > ZERO
                   GO TO 300-EXIT
               END-IF
               IF CODING-HOLD IN PATIENT-MASTER-REC
                   MOVE 1 TO RSN-SUB
               ELSE
                   MOVE 2 TO RSN-SUB
               END-IF
               PERFORM 500-AGE-AND-REPORT THRU 500-EXIT
               GO TO 300-EXIT.

           MOVE PATIENT-TOT-AMT IN PATIENT-MASTER-REC
                TO WS-ACCOUNT-DOLLARS.
           IF WS-ACCOUNT-DOLLARS NOT > ZERO
               GO TO 300-EXIT.

           IF CODING-HOLD IN PATIENT-MASTER-REC
               MOVE 1 TO RSN-SUB
               PERFORM 500-AGE-AND-REPORT THRU 500-EXIT
               GO TO 300-EXIT.

      ***** A SCRUBBER-HELD CLAIM IS ON THE REGISTER BUT NEVER WENT
      ***** OUT, SO THE HOLD IS CHECKED BEFORE THE REGISTER IS
           MOVE "N" TO WS-HOLD-FOUND-SW.
           PERFORM 340-SCAN-HOLD-FOR-MASTER THRU 340-EXIT
               VARYING HLD-SUB FROM 1 BY 1 UNTIL
               HLD-SUB > WS-HOLD-USED OR SCRUBBER-HOLD-FOUND.
           IF SCRUBBER-HOLD-FOUND
               MOVE 3 TO RSN-SUB
               PERFORM 500-AGE-AND-REPORT THRU 500-EXIT
               GO TO 300-EXIT.

           MOVE "N" TO WS-CLAIMED-FOUND-SW.
           PERFORM 320-SCAN-FOR-ENCOUNTER THRU 320-EXIT
               VARYING CLM-SUB FROM 1 BY 1 UNTIL
               CLM-SUB > WS-CLAIMED-USED OR ENCOUNTER-WAS-CLAIMED.
           IF ENCOUNTER-WAS-CLAIMED
               GO TO 300-EXIT.

           PERFORM 400-FIND-CLAIM-BLOCK THRU 400-EXIT.
           PERFORM 500-AGE-AND-REPORT THRU 500-EXIT.
       300-EXIT.
           EXIT.

       320-SCAN-FOR-ENCOUNTER.
           IF WS-CLAIMED-ID(CLM-SUB) = PATIENT-ID IN PATIENT-MASTER-REC
               IF WS-CLAIMED-ENCOUNTER(CLM-SUB) = SPACES
                OR ENCOUNTER-NBR IN PATIENT-MASTER-REC = SPACES
                OR WS-CLAIMED-ENCOUNTER(CLM-SUB) =
                   ENCOUNTER-NBR IN PATIENT-MASTER-REC
                   MOVE "Y" TO WS-CLAIMED-FOUND-SW.
       320-EXIT.
           EXIT.

       330-FIND-SEGMENT-DOLLARS.
           MOVE "330-FIND-SEGMENT-DOLLARS" TO PARA-NAME.
           MOVE ZERO TO WS-ACCOUNT-DOLLARS.
           MOVE "N" TO WS-SEG-FOUND-SW.
           PERFORM 335-SCAN-SEG-FOR-MASTER THRU 335-EXIT
               VARYING SEG-SUB FROM 1 BY 1 UNTIL
               SEG-SUB > WS-SEG-USED OR SEGMENT-ROW-FOUND.
           IF SEGMENT-ROW-FOUND
               SUBTRACT 1 FROM SEG-SUB
               MOVE WS-SEG-DOLLARS(SEG-SUB) TO WS-ACCOUNT-DOLLARS.
       330-EXIT.
           EXIT.

       335-SCAN-SEG-FOR-MASTER.
           IF WS-SEG-ID(SEG-SUB) = PATIENT-ID IN PATIENT-MASTER-REC
               MOVE "Y" TO WS-SEG-FOUND-SW.
       335-EXIT.
           EXIT.

       340-SCAN-HOLD-FOR-MASTER.
           IF WS-HOLD-ID(HLD-SUB) = PATIENT-ID IN PATIENT-MASTER-REC
               MOVE "Y" TO WS-HOLD-FOUND-SW.
       340-EXIT.
           EXIT.

      ***** NOT HELD AND NOT CLAIMED -- WOULD EDICLAIM REJECT IT?
      ***** SAME PAYER DERIVATION AND EDITS AS EDICLAIM'S BUILD.
      ***** NOTHING WRONG MEANS IT IS SIMPLY WAITING ON TONIGHT'S RUN.
       400-FIND-CLAIM-BLOCK.
           MOVE "400-FIND-CLAIM-BLOCK" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO PATINS-KEY.
           READ PATINS INTO PATIENT-INSURANCE.
           IF NOT PATINS-FOUND
               MOVE 4 TO RSN-SUB
               GO TO 400-EXIT.

           IF MEDICARE-INS IN PATIENT-MASTER-REC
               IF MEDICARE-BENEFICIARY = SPACES
                OR MEDICARE-CLAIM-NBR = SPACES
                   MOVE 5 TO RSN-SUB
                   GO TO 400-EXIT
               ELSE
                   MOVE "MEDICARE" TO WS-LOOKUP-PAYER-ID
           ELSE
               MOVE INS-COMPANY-PRIMARY-ID IN INS-COMPANY-PRIMARY
                    TO WS-LOOKUP-PAYER-ID.

           MOVE WS-LOOKUP-PAYER-ID TO PAYERMST-KEY.
           READ PAYERMST INTO PAYER-MASTER-REC.
           IF NOT PAYER-FOUND
               MOVE 6 TO RSN-SUB
               GO TO 400-EXIT.

           IF ELIG-NOT-FOUND OR ELIG-TERMINATED
               MOVE 7 TO RSN-SUB
               GO TO 400-EXIT.

           MOVE 8 TO RSN-SUB.
       400-EXIT.
           EXIT.

       500-AGE-AND-REPORT.
           MOVE "500-AGE-AND-REPORT" TO PARA-NAME.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                TO WS-DISCH-DATE-X.
           MOVE DSC-CCYY TO WS-EVENT-DATE-NUM(1:4).
           MOVE DSC-MM   TO WS-EVENT-DATE-NUM(5:2).
           MOVE DSC-DD   TO WS-EVENT-DATE-NUM(7:2).
           IF WS-EVENT-DATE-NUM NOT NUMERIC
            OR WS-EVENT-DATE-NUM = ZERO
               MOVE "*** UNPARSEABLE DISCHARGE DATE" TO ABEND-REASON
               MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               ADD 1 TO BAD-DATE-COUNT
               GO TO 500-EXIT.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM).
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-EVENT-INT.
           IF WS-DAYS-SINCE < ZERO
               MOVE ZERO TO WS-DAYS-SINCE.

           PERFORM 550-FIND-BAND THRU 550-EXIT
               VARYING BND-SUB FROM 1 BY 1 UNTIL
               BND-SUB = 5 OR
               WS-DAYS-SINCE NOT > WS-BAND-HIGH-DAYS(BND-SUB).

           ADD 1 TO WS-SUM-COUNT(RSN-SUB, BND-SUB),
                    WS-SUM-COUNT(RSN-SUB, 6),
                    WS-SUM-COUNT(9, BND-SUB),
                    WS-SUM-COUNT(9, 6).
           ADD WS-ACCOUNT-DOLLARS TO WS-SUM-DOLLARS(RSN-SUB, BND-SUB),
                                     WS-SUM-DOLLARS(RSN-SUB, 6),
                                     WS-SUM-DOLLARS(9, BND-SUB),
                                     WS-SUM-DOLLARS(9, 6).
           ADD 1 TO DNFB-ACCOUNTS.

           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO RPT-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC TO RPT-ENCOUNTER.
           MOVE DATE-DISCHARGE IN PATIENT-MASTER-REC
                TO RPT-DISCHARGED.
           MOVE WS-DAYS-SINCE      TO RPT-DAYS.
           MOVE WS-ACCOUNT-DOLLARS TO RPT-DOLLARS.
           MOVE WS-REASON-CODE(RSN-SUB) TO RPT-REASON-CODE.
           MOVE WS-REASON-DESC(RSN-SUB) TO RPT-REASON-DESC.
           WRITE DNFBRPT-REC FROM WS-RPT-DETAIL-REC.
       500-EXIT.
           EXIT.

       550-FIND-BAND.
           CONTINUE.
       550-EXIT.
           EXIT.

       700-PRINT-SUMMARY.
           MOVE "700-PRINT-SUMMARY" TO PARA-NAME.
           WRITE DNFBRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE DNFBRPT-REC FROM WS-SUM-TITLE-REC.
           PERFORM 710-SET-BAND-HEADING THRU 710-EXIT
               VARYING BND-SUB FROM 1 BY 1 UNTIL BND-SUB > 5.
           MOVE "   ALL AGES" TO SUM-HDR-CELL(6).
           WRITE DNFBRPT-REC FROM WS-SUM-HDR-REC.

           PERFORM 720-PRINT-REASON-ROW THRU 720-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 9.
       700-EXIT.
           EXIT.

       710-SET-BAND-HEADING.
           MOVE WS-BAND-LABEL(BND-SUB) TO SUM-HDR-CELL(BND-SUB).
       710-EXIT.
           EXIT.

       720-PRINT-REASON-ROW.
           MOVE "720-PRINT-REASON-ROW" TO PARA-NAME.
           MOVE SPACES TO WS-SUM-COUNT-LINE, WS-SUM-DOLLAR-LINE.
           IF ROW-SUB > WS-REASON-COUNT
               MOVE "ALL REASONS" TO SUM-CNT-LABEL
           ELSE
               MOVE WS-REASON-CODE(ROW-SUB) TO SUM-CNT-LABEL(1:4)
               MOVE WS-REASON-DESC(ROW-SUB) TO SUM-CNT-LABEL(6:23).
           MOVE "     DOLLARS" TO SUM-DLR-LABEL.
           PERFORM 730-MOVE-SUMMARY-CELL THRU 730-EXIT
               VARYING COL-SUB FROM 1 BY 1 UNTIL COL-SUB > 6.
           IF ROW-SUB > WS-REASON-COUNT
               WRITE DNFBRPT-REC FROM WS-RPT-BLANK-REC.
           WRITE DNFBRPT-REC FROM WS-SUM-COUNT-LINE.
           WRITE DNFBRPT-REC FROM WS-SUM-DOLLAR-LINE.
       720-EXIT.
           EXIT.

       730-MOVE-SUMMARY-CELL.
           MOVE WS-SUM-COUNT(ROW-SUB, COL-SUB)   TO SUM-CNT(COL-SUB).
           MOVE WS-SUM-DOLLARS(ROW-SUB, COL-SUB) TO SUM-DLR(COL-SUB).
       730-EXIT.
           EXIT.

      ***** MONTH-END: BACK OUT LAST MONTH'S ACCRUAL (ACCOUNTS
      ***** SWAPPED) AND BOOK THIS MONTH'S, SO THE LEDGER CARRIES
      ***** EXACTLY TODAY'S UNBILLED DOLLARS.  THE NEW AMOUNT IS
      ***** CARRIED ON DNFBACR FOR NEXT MONTH'S REVERSAL.
       750-POST-ACCRUAL.
           MOVE "750-POST-ACCRUAL" TO PARA-NAME.
           MOVE WS-SUM-DOLLARS(9, 6) TO WS-NEW-ACCRUAL.
           MOVE WS-CURR-DATE-9 TO JRN-DATE.
           MOVE "DNFB"         TO JRN-CHARGE-CATEGORY.
           MOVE "****"         TO JRN-WARD-NBR.

           IF WS-PRIOR-ACCRUAL > ZERO
               MOVE WS-PRIOR-ACCRUAL    TO JRN-AMT
               MOVE WS-DNFB-CREDIT-ACCT TO JRN-ACCOUNT
               MOVE "D" TO JRN-DR-CR
               WRITE DNFBGL-REC FROM GL-JOURNAL-REC
               MOVE WS-DNFB-DEBIT-ACCT  TO JRN-ACCOUNT
               MOVE "C" TO JRN-DR-CR
               WRITE DNFBGL-REC FROM GL-JOURNAL-REC
               ADD 2 TO JOURNAL-LINES.

           IF WS-NEW-ACCRUAL > ZERO
               MOVE WS-NEW-ACCRUAL      TO JRN-AMT
               MOVE WS-DNFB-DEBIT-ACCT  TO JRN-ACCOUNT
               MOVE "D" TO JRN-DR-CR
               WRITE DNFBGL-REC FROM GL-JOURNAL-REC
               MOVE WS-DNFB-CREDIT-ACCT TO JRN-ACCOUNT
               MOVE "C" TO JRN-DR-CR
               WRITE DNFBGL-REC FROM GL-JOURNAL-REC
               ADD 2 TO JOURNAL-LINES.

           MOVE SPACES TO DNFB-ACCRUAL-REC.
           MOVE WS-CURR-DATE-9 TO DNA-AS-OF-DATE.
           MOVE WS-NEW-ACCRUAL TO DNA-ACCRUAL-AMT.
           MOVE WS-SUM-COUNT(9, 6) TO DNA-ACCOUNT-COUNT.
           WRITE DNFBACRO-REC FROM DNFB-ACCRUAL-REC.

           WRITE DNFBRPT-REC FROM WS-RPT-BLANK-REC.
           MOVE "PRIOR ACCRUAL REVERSED, AS OF" TO ACR-LABEL.
           MOVE WS-PRIOR-AS-OF-DATE TO ACR-DATE.
           MOVE WS-PRIOR-ACCRUAL    TO ACR-AMT.
           WRITE DNFBRPT-REC FROM WS-ACCRUAL-LINE.
           MOVE "UNBILLED REVENUE ACCRUED, AS OF" TO ACR-LABEL.
           MOVE WS-CURR-DATE-9 TO ACR-DATE.
           MOVE WS-NEW-ACCRUAL TO ACR-AMT.
           WRITE DNFBRPT-REC FROM WS-ACCRUAL-LINE.
       750-EXIT.
           EXIT.

       800-CLOSE-FILES.
           MOVE "800-CLOSE-FILES" TO PARA-NAME.
           CLOSE DNFBCTL, PATMSTR, PATINS, CLMREG, PAYERMST, HOLDQ,
                 STAYSEG, DNFBRPT, SYSOUT.
           IF CTL-MONTH-END
               CLOSE GLMAP, DNFBACRI, DNFBGL, DNFBACRO.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           DISPLAY "DNFBRPT RUN MODE            : " CTL-RUN-MODE.
           DISPLAY "DNFBRPT CLAIMS READ         : " CLAIMS-READ.
           DISPLAY "DNFBRPT SCRUBBER ROWS READ  : " HOLDS-READ.
           DISPLAY "DNFBRPT SEGMENT ROWS READ   : " SEGMENTS-READ.
           DISPLAY "DNFBRPT MASTERS READ        : " MASTERS-READ.
           DISPLAY "DNFBRPT DNFB ACCOUNTS       : " DNFB-ACCOUNTS.
           DISPLAY "DNFBRPT DNFB DOLLARS        : "
               WS-SUM-DOLLARS(9, 6).
           DISPLAY "DNFBRPT BAD DISCHARGE DATES : " BAD-DATE-COUNT.
           DISPLAY "DNFBRPT JOURNAL LINES       : " JOURNAL-LINES.
           DISPLAY "******** NORMAL END OF JOB DNFBRPT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           PERFORM 800-CLOSE-FILES THRU 800-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB-DNFBRPT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

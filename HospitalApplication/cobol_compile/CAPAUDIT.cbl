       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CAPAUDIT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY RULES-BASED CHARGE-CAPTURE AUDIT.  SOME
      *          SERVICES NEVER GO OUT ALONE -- A CHEMO ADMINISTRATION
      *          CARRIES A DRUG, A TRANSFUSION A TYPE-AND-CROSSMATCH,
      *          AN ICU BED DAY A MONITOR -- AND WHEN THE COMPANION IS
      *          NEVER KEYED THE CLAIM DROPS WITHOUT IT.  REVENUE
      *          INTEGRITY KEEPS THE PAIRS ON CAPRULE.  THIS JOB
      *          TABLES THE RULES (AND THE PHYSICIAN ORDERS, FOR THE
      *          RULES THAT ONLY APPLY WHEN THE COMPANION WAS
      *          ORDERED), THEN WALKS THE NIGHT'S POSTED PATSRCH-FILE
      *          AND TRMTSRCH-FILE DETAIL.  EVERY TREATMENT MODE, ITEM
      *          OR WARD THAT FIRES A RULE IS LOOKED UP ON CHGDTL FOR
      *          ITS COMPANION WITHIN THE RULE'S WINDOW OF DAYS; ONE
      *          NOT FOUND IS LISTED AS A PROBABLE MISSED CHARGE UNDER
      *          THE RULE'S DEPARTMENT, WITH THE DISCHARGE DATE SO
      *          ACCOUNTS ABOUT TO BILL ARE WORKED FIRST.  RUNS AFTER
      *          DALYUPDT AND TRMTUPDT SO TONIGHT'S CHARGES ARE ON
      *          CHGDTL.  SAME READ-BOTH-STREAMS SHAPE AS ORDRECON.
      *
      ******************************************************************

               COMPANION RULES         -   DDS0001.CAPRULE

               PHYSICIAN ORDERS        -   DDS0001.PHYSORD

               SORTED DAILY INPUT      -   DDS0001.PATSRCH

               SORTED TREATMENT INPUT  -   DDS0001.TRMTSRCH

               VSAM CHARGE DETAIL      -   DDS0001.CHGDTL

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               OUTPUT FILE PRODUCED    -   DDS0001.CAPRPT

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

           SELECT CAPRPT
           ASSIGN TO UT-S-CAPRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT CAPRULE
           ASSIGN TO UT-S-CAPRULE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PHYSORD
           ASSIGN TO UT-S-PHYSORD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATSRCH-FILE
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PFCODE.

           SELECT TRMTSRCH-FILE
           ASSIGN TO UT-S-TRMTSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TFCODE.

           SELECT CHGDTL
                  ASSIGN       to CHGDTL
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is CHGDTL-KEY
                  FILE STATUS  is CHGDTL-STATUS.

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
       01  SYSOUT-REC PIC X(130).

       FD  CAPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAPRPT-REC.
       01  CAPRPT-REC PIC X(132).

       FD  CAPRULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAPRULE-REC.
       01  CAPRULE-REC PIC X(60).

       FD  PHYSORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHYSICIAN-ORDER-REC.
       01  PHYSORD-REC PIC X(50).

      ****** SAME FILE PATSRCH PRODUCES AND DALYUPDT CONSUMES
       FD  PATSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1084 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-DAILY-REC-SRCH.
       01  INPATIENT-DAILY-REC-SRCH PIC X(1084).

      ****** SAME FILE TRMTSRCH PRODUCES AND TRMTUPDT CONSUMES
       FD  TRMTSRCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-SRCH.
       01  INPATIENT-TREATMENT-REC-SRCH PIC X(1150).

       FD  CHGDTL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHGDTL-REC.
       01  CHGDTL-REC.
           05 CHGDTL-KEY       PIC X(23).
           05 FILLER           PIC X(77).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  RFCODE                  PIC X(2).
           05  OFCODE                  PIC X(2).
           05  PFCODE                  PIC X(2).
           05  TFCODE                  PIC X(2).
           05  CHGDTL-STATUS           PIC X(2).
           05  PATMSTR-STATUS          PIC X(2).

       01  MISC-WS-FLDS.
           05  MORE-RULES-SW           PIC X(1) VALUE "Y".
               88  NO-MORE-RULE-RECS     VALUE "N".
           05  MORE-ORDERS-SW          PIC X(1) VALUE "Y".
               88  NO-MORE-ORDER-RECS    VALUE "N".
           05  MORE-PATSRCH-SW         PIC X(1) VALUE "Y".
               88  NO-MORE-PATSRCH-RECS  VALUE "N".
           05  MORE-TRMTSRCH-SW        PIC X(1) VALUE "Y".
               88  NO-MORE-TRMTSRCH-RECS VALUE "N".
           05  MORE-DETAIL-SW          PIC X(1) VALUE "Y".
               88  MORE-DETAIL           VALUE "Y".
               88  NO-MORE-DETAIL        VALUE "N".
           05  ORDER-FOUND-SW          PIC X(1) VALUE "N".
               88  ORDER-FOUND           VALUE "Y".
           05  COMPANION-FOUND-SW      PIC X(1) VALUE "N".
               88  COMPANION-FOUND       VALUE "Y".
           05  EXCP-LISTED-SW          PIC X(1) VALUE "N".
               88  EXCP-ALREADY-LISTED   VALUE "Y".
           05  DEPT-FOUND-SW           PIC X(1) VALUE "N".
               88  DEPT-FOUND            VALUE "Y".

       COPY CAPRULE.
       COPY PHYSORD.
       COPY PATDALY.
       COPY TREATMNT.
       COPY CHGDTL.
       COPY PATMSTR.

      ***** THE COMPANION RULES, TABLED AT STARTUP.  A ROW THAT CANNOT
      ***** BE APPLIED IS WARNED ON SYSOUT AND LEFT OUT.
       01  WS-RULE-TABLE.
           05  WS-RULE-MAX             PIC S9(4) COMP VALUE 200.
           05  WS-RULE-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
                            INDEXED BY RULE-IX.
               10  RUL-RULE-ID         PIC X(4).
               10  RUL-TRIGGER-TYPE    PIC X(1).
               10  RUL-TRIGGER-CODE    PIC X(8).
               10  RUL-COMPANION-TYPE  PIC X(1).
                   88  RUL-PHARMACY-COMPANION VALUE "P".
               10  RUL-COMPANION-ID    PIC X(8).
               10  RUL-WINDOW-DAYS     PIC 9(3).
               10  RUL-ORDER-COND      PIC X(1).
                   88  RUL-ONLY-IF-ORDERED    VALUE "O".
               10  RUL-DEPT-CODE       PIC X(4).
               10  RUL-DESCRIPTION     PIC X(26).

      ***** ACTIVE PHYSICIAN ORDERS -- ONLY CONSULTED BY A RULE
      ***** MARKED "O"
       01  WS-ORDER-TABLE.
           05  WS-ORDER-MAX            PIC S9(4) COMP VALUE 5000.
           05  WS-ORDER-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-ORDER-ENTRY OCCURS 5000 TIMES
                             INDEXED BY ORD-IX.
               10  WOT-PATIENT-ID      PIC X(6).
               10  WOT-ITEM-TYPE       PIC X(1).
               10  WOT-ITEM-ID         PIC X(8).
               10  WOT-SERVICE-DATE    PIC X(8).

      ***** PROBABLE MISSED CHARGES, HELD UNTIL END OF JOB SO THE
      ***** REPORT CAN LIST THEM DEPARTMENT BY DEPARTMENT.  ONE ROW
      ***** PER RULE/PATIENT/SERVICE DATE -- THREE ICU MONITOR-LESS
      ***** RECORDS ON ONE DAY ARE ONE FOLLOW-UP, NOT THREE.
       01  WS-EXCP-TABLE.
           05  WS-EXCP-MAX             PIC S9(4) COMP VALUE 3000.
           05  WS-EXCP-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-EXCP-ENTRY OCCURS 3000 TIMES
                            INDEXED BY EXC-IX.
               10  WET-DEPT-CODE       PIC X(4).
               10  WET-RULE-ID         PIC X(4).
               10  WET-PATIENT-ID      PIC X(6).
               10  WET-SERVICE-DATE    PIC X(8).
               10  WET-TRIGGER-TYPE    PIC X(1).
               10  WET-TRIGGER-CODE    PIC X(8).
               10  WET-COMPANION-TYPE  PIC X(1).
               10  WET-COMPANION-ID    PIC X(8).
               10  WET-WINDOW-DAYS     PIC 9(3).
               10  WET-DESCRIPTION     PIC X(26).
               10  WET-DISCHARGE-DATE  PIC X(10).

      ***** DEPARTMENT ROLL-UP -- ONE SLOT PER RULE DEPARTMENT THAT
      ***** HAS SOMETHING TO FOLLOW UP
       01  WS-DEPT-TABLE.
           05  WS-DEPT-MAX             PIC S9(4) COMP VALUE 50.
           05  WS-DEPT-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES
                            INDEXED BY DEPT-IX FND-IX.
               10  WDT-DEPT-CODE       PIC X(4).
               10  WDT-MISSED-CNT      PIC S9(5) COMP.
               10  WDT-DISCHARGED-CNT  PIC S9(5) COMP.

      ***** THE SERVICE THAT FIRED -- ONE TREATMENT MODE, ITEM OR
      ***** WARD DAY, WITH THE WINDOW THE CURRENT RULE OPENS AROUND IT
       01  WS-TRIGGER-FIELDS.
           05  TRG-PATIENT-ID          PIC X(6).
           05  TRG-SERVICE-DATE        PIC X(8).
           05  TRG-TYPE                PIC X(1).
           05  TRG-CODE                PIC X(8).
           05  TRG-DRUG-COST           PIC 9(7)V99.
           05  WS-WINDOW-FROM          PIC X(8).
           05  WS-WINDOW-TO            PIC X(8).
           05  WS-DATE-CCYYMMDD        PIC 9(8).
           05  WS-TRIGGER-INT          PIC S9(9) COMP.
           05  WS-WORK-INT             PIC S9(9) COMP.

       01  WS-HOLD-FIELDS.
           05  WS-HOLD-DEPT-CODE       PIC X(4).
           05  WS-SUB                  PIC S9(4) COMP.
           05  WS-DATE                 PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
           05  RULES-READ              PIC S9(5) COMP VALUE ZERO.
           05  RULES-REJECTED          PIC S9(5) COMP VALUE ZERO.
           05  ORDERS-READ             PIC S9(5) COMP VALUE ZERO.
           05  TRIGGERS-CHECKED        PIC S9(7) COMP VALUE ZERO.
           05  RULES-FIRED             PIC S9(7) COMP VALUE ZERO.
           05  RULES-NOT-ORDERED       PIC S9(7) COMP VALUE ZERO.
           05  COMPANIONS-FOUND        PIC S9(7) COMP VALUE ZERO.
           05  CHARGES-MISSED          PIC S9(7) COMP VALUE ZERO.
           05  REPEATS-SUPPRESSED      PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(40)
               VALUE "CHARGE-CAPTURE AUDIT -- PROBABLE MISSED ".
           05  FILLER   PIC X(27)
               VALUE "COMPANION CHARGES -- RUN OF".
           05  FILLER   PIC X(1) VALUE SPACES.
           05  HDR-DATE PIC X(8).
           05  FILLER   PIC X(56) VALUE SPACES.

       01  WS-RPT-DEPT-HDR-REC.
           05  FILLER           PIC X(11) VALUE "DEPARTMENT ".
           05  DHD-DEPT-CODE    PIC X(4).
           05  FILLER           PIC X(117) VALUE SPACES.

       01  WS-RPT-COL-HDR-REC.
           05  FILLER   PIC X(38)
               VALUE "  RULE  PATIENT  SVC-DATE  TRIGGER   ".
           05  FILLER   PIC X(40)
               VALUE "  EXPECTED    WINDOW  DESCRIPTION       ".
           05  FILLER   PIC X(22)
               VALUE "         DISCHARGED   ".
           05  FILLER   PIC X(32) VALUE SPACES.

       01  WS-RPT-EXCP-REC.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  EXCP-RULE-ID     PIC X(4).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  EXCP-PATIENT-ID  PIC X(6).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  EXCP-DATE        PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  EXCP-TRIG-TYPE   PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  EXCP-TRIG-CODE   PIC X(8).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  EXCP-COMP-TYPE   PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  EXCP-COMP-ID     PIC X(8).
           05  FILLER           PIC X(3) VALUE " +/".
           05  FILLER           PIC X(1) VALUE "-".
           05  EXCP-WINDOW      PIC ZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  EXCP-DESCRIPTION PIC X(26).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  EXCP-DISCHARGE   PIC X(10).
           05  FILLER           PIC X(35) VALUE SPACES.

       01  WS-RPT-DEPT-TOT-REC.
           05  FILLER           PIC X(7) VALUE "  DEPT ".
           05  DTOT-DEPT-CODE   PIC X(4).
           05  FILLER           PIC X(27)
               VALUE "  PROBABLE MISSED CHARGES ".
           05  DTOT-MISSED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(23)
               VALUE "  ON DISCHARGED ACCTS ".
           05  DTOT-DISCHARGED  PIC ZZ,ZZ9.
           05  FILLER           PIC X(59) VALUE SPACES.

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "CAPAUDIT".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY RUNHDR.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-LOAD-RULES THRU 050-EXIT
                   UNTIL NO-MORE-RULE-RECS.
           PERFORM 060-LOAD-ORDERS THRU 060-EXIT
                   UNTIL NO-MORE-ORDER-RECS.
           PERFORM 100-SCAN-PATSRCH THRU 100-EXIT
                   UNTIL NO-MORE-PATSRCH-RECS.
           PERFORM 200-SCAN-TRMTSRCH THRU 200-EXIT
                   UNTIL NO-MORE-TRMTSRCH-RECS.
           PERFORM 600-PRINT-BY-DEPT THRU 600-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB CAPAUDIT ********".
           ACCEPT WS-DATE FROM DATE.
           OPEN INPUT CAPRULE, PHYSORD, PATSRCH-FILE, TRMTSRCH-FILE,
                      CHGDTL, PATMSTR.
           OPEN OUTPUT CAPRPT, SYSOUT.
           MOVE WS-DATE TO HDR-DATE.
           WRITE CAPRPT-REC FROM WS-RPT-HDR-REC.

           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-DAILY-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.

           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.

      ***** THE FIRST RECORD IS THE RUN-IDENTITY HEADER -- CHECK IT
      ***** BEFORE THE FIRST DETAIL IS READ
           MOVE INPATIENT-TREATMENT-REC TO RUN-HEADER-REC.
           PERFORM 040-CHECK-RUN-HEADER THRU 040-EXIT.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       000-EXIT.
           EXIT.

      ***** THE FILE'S RUN-IDENTITY HEADER AGAINST JOBCTL -- A FILE FROM
      ***** ANOTHER DATE, A STALE RUN OR ONE ALREADY READ IS REFUSED
       040-CHECK-RUN-HEADER.
           MOVE "040-CHECK-RUN-HEADER" TO PARA-NAME.
           MOVE RUN-HEADER-REC TO RHP-HEADER.
           MOVE "C" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       040-EXIT.
           EXIT.

      ***** A RULE THAT CANNOT BE APPLIED IS WARNED AND SKIPPED SO ONE
      ***** BAD ROW DOES NOT STOP THE AUDIT.  A PHARMACY COMPANION
      ***** RIDES THE TREATMENT RECORD, SO ONLY A MODE RULE MAY ASK
      ***** FOR ONE; THE ORDER CONDITION NEEDS A LAB OR EQUIPMENT ITEM
      ***** TO LOOK FOR ON PHYSORD.
       050-LOAD-RULES.
           MOVE "050-LOAD-RULES" TO PARA-NAME.
           READ CAPRULE INTO CHARGE-CAPTURE-RULE-REC
               AT END
                   MOVE "N" TO MORE-RULES-SW
                   GO TO 050-EXIT
           END-READ.
           ADD 1 TO RULES-READ.
           IF NOT CPR-VALID-TRIGGER
              OR CPR-TRIGGER-CODE = SPACES
               MOVE "*** CAPRULE BAD TRIGGER - RULE SKIPPED"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF NOT CPR-VALID-COMPANION
               MOVE "*** CAPRULE BAD COMPANION - RULE SKIPPED"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF CPR-PHARMACY-COMPANION
              AND NOT CPR-MODE-TRIGGER
               MOVE "*** CAPRULE PHARMACY NEEDS MODE TRIGGER"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF NOT CPR-PHARMACY-COMPANION
              AND CPR-COMPANION-ID = SPACES
               MOVE "*** CAPRULE NO COMPANION ID - SKIPPED"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF NOT CPR-ALWAYS-EXPECTED
              AND NOT CPR-ONLY-IF-ORDERED
               MOVE "*** CAPRULE BAD ORDER COND - SKIPPED"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF CPR-PHARMACY-COMPANION
              AND CPR-ONLY-IF-ORDERED
               MOVE "*** CAPRULE ORDER COND NEEDS LAB/EQUIP"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.
           IF CPR-WINDOW-DAYS NOT NUMERIC
               MOVE "*** CAPRULE WINDOW NOT NUMERIC - SKIPPED"
                    TO ABEND-REASON
               GO TO 050-REJECT-RULE.

           IF WS-RULE-COUNT >= WS-RULE-MAX
               MOVE "*** CAPAUDIT RULE TABLE FULL ***"
                    TO ABEND-REASON
               MOVE WS-RULE-COUNT TO ACTUAL-VAL
               PERFORM 1000-ABEND-RTN.
           ADD 1 TO WS-RULE-COUNT.
           SET RULE-IX TO WS-RULE-COUNT.
           MOVE CPR-RULE-ID        TO RUL-RULE-ID(RULE-IX).
           MOVE CPR-TRIGGER-TYPE   TO RUL-TRIGGER-TYPE(RULE-IX).
           MOVE CPR-TRIGGER-CODE   TO RUL-TRIGGER-CODE(RULE-IX).
           MOVE CPR-COMPANION-TYPE TO RUL-COMPANION-TYPE(RULE-IX).
           MOVE CPR-COMPANION-ID   TO RUL-COMPANION-ID(RULE-IX).
           MOVE CPR-WINDOW-DAYS    TO RUL-WINDOW-DAYS(RULE-IX).
           MOVE CPR-ORDER-COND     TO RUL-ORDER-COND(RULE-IX).
           MOVE CPR-DEPT-CODE      TO RUL-DEPT-CODE(RULE-IX).
           MOVE CPR-DESCRIPTION    TO RUL-DESCRIPTION(RULE-IX).
           GO TO 050-EXIT.

       050-REJECT-RULE.
           ADD 1 TO RULES-REJECTED.
           MOVE RULES-READ TO ACTUAL-VAL.
           WRITE SYSOUT-REC FROM ABEND-REC.
       050-EXIT.
           EXIT.

       060-LOAD-ORDERS.
           MOVE "060-LOAD-ORDERS" TO PARA-NAME.
           READ PHYSORD INTO PHYSICIAN-ORDER-REC
               AT END
                   MOVE "N" TO MORE-ORDERS-SW
                   GO TO 060-EXIT
           END-READ.
           ADD 1 TO ORDERS-READ.
           IF POR-DISCONTINUED
               GO TO 060-EXIT.
           IF WS-ORDER-COUNT >= WS-ORDER-MAX
               MOVE "*** CAPAUDIT ORDER TABLE FULL ***"
                    TO ABEND-REASON
               PERFORM 1000-ABEND-RTN.
           ADD 1 TO WS-ORDER-COUNT.
           SET ORD-IX TO WS-ORDER-COUNT.
           MOVE POR-PATIENT-ID     TO WOT-PATIENT-ID(ORD-IX).
           MOVE POR-ITEM-TYPE      TO WOT-ITEM-TYPE(ORD-IX).
           MOVE POR-ITEM-ID        TO WOT-ITEM-ID(ORD-IX).
           MOVE POR-SERVICE-DATE   TO WOT-SERVICE-DATE(ORD-IX).
       060-EXIT.
           EXIT.

      ***** A ROOM-CHARGE RECORD IS ONE BED DAY ON ITS WARD (A BED
      ***** HOLD OR AN ANCILLARY LINE IS NOT A DAY ON THE WARD); EACH
      ***** NONBLANK EQUIPMENT LINE IS ONE ITEM, DATED BY CURR-DTE
       100-SCAN-PATSRCH.
           MOVE "100-SCAN-PATSRCH" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
            OR REVERSAL-REC IN INPATIENT-DAILY-REC
            OR BATCH-HEADER-REC IN INPATIENT-DAILY-REC
               GO TO 100-READ.

           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO TRG-PATIENT-ID.
           MOVE CURR-DTE TO TRG-SERVICE-DATE.
           MOVE ZERO TO TRG-DRUG-COST.
           IF NOT BED-HOLD-REC IN INPATIENT-DAILY-REC
              AND NOT ANCILLARY-CHG-REC IN INPATIENT-DAILY-REC
               MOVE "W" TO TRG-TYPE
               MOVE WARD-NBR IN INPATIENT-DAILY-REC TO TRG-CODE
               PERFORM 300-APPLY-RULES THRU 300-EXIT.

           PERFORM 110-EQUIP-TRIGGER THRU 110-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.

       100-READ.
           READ PATSRCH-FILE INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-PATSRCH-SW
           END-READ.
       100-EXIT.
           EXIT.

       110-EQUIP-TRIGGER.
           IF EQUIPMENT-ID IN ADDITIONAL-EQUIP-CHARGES(WS-SUB)
              = SPACES
               GO TO 110-EXIT.
           MOVE "I" TO TRG-TYPE.
           MOVE EQUIPMENT-ID IN ADDITIONAL-EQUIP-CHARGES(WS-SUB)
                TO TRG-CODE.
           PERFORM 300-APPLY-RULES THRU 300-EXIT.
       110-EXIT.
           EXIT.

      ***** THE TREATMENT MODE FIRES ON THE RECORD HEADER, CARRYING
      ***** ITS OWN DRUG COST FOR A PHARMACY COMPANION; EACH NONBLANK
      ***** LAB LINE FIRES AS AN ITEM
       200-SCAN-TRMTSRCH.
           MOVE "200-SCAN-TRMTSRCH" TO PARA-NAME.
           IF TRAILER-REC IN INPATIENT-TREATMENT-REC
               GO TO 200-READ.

           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                TO TRG-PATIENT-ID.
           MOVE TREATMENT-DATE TO TRG-SERVICE-DATE.
           MOVE "M" TO TRG-TYPE.
           MOVE TREATMENT-MODE TO TRG-CODE.
           COMPUTE TRG-DRUG-COST =
               MEDICATION-COST IN INPATIENT-TREATMENT-REC
             + PHARMACY-COST IN INPATIENT-TREATMENT-REC.
           PERFORM 300-APPLY-RULES THRU 300-EXIT.

           MOVE ZERO TO TRG-DRUG-COST.
           PERFORM 210-LAB-TRIGGER THRU 210-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.

       200-READ.
           READ TRMTSRCH-FILE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TRMTSRCH-SW
           END-READ.
       200-EXIT.
           EXIT.

       210-LAB-TRIGGER.
           IF LAB-TEST-ID IN LAB-CHARGES(WS-SUB) = SPACES
               GO TO 210-EXIT.
           MOVE "I" TO TRG-TYPE.
           MOVE LAB-TEST-ID IN LAB-CHARGES(WS-SUB) TO TRG-CODE.
           PERFORM 300-APPLY-RULES THRU 300-EXIT.
       210-EXIT.
           EXIT.

      ***** RUN ONE TRIGGER PAST EVERY RULE -- MORE THAN ONE RULE MAY
      ***** HANG OFF THE SAME MODE, ITEM OR WARD
       300-APPLY-RULES.
           MOVE "300-APPLY-RULES" TO PARA-NAME.
           ADD 1 TO TRIGGERS-CHECKED.
           IF WS-RULE-COUNT = ZERO
               GO TO 300-EXIT.
           PERFORM 310-CHECK-ONE-RULE THRU 310-EXIT
                   VARYING RULE-IX FROM 1 BY 1
                   UNTIL RULE-IX > WS-RULE-COUNT.
       300-EXIT.
           EXIT.

       310-CHECK-ONE-RULE.
           IF RUL-TRIGGER-TYPE(RULE-IX) NOT = TRG-TYPE
              OR RUL-TRIGGER-CODE(RULE-IX) NOT = TRG-CODE
               GO TO 310-EXIT.
           MOVE "310-CHECK-ONE-RULE" TO PARA-NAME.
           ADD 1 TO RULES-FIRED.

      ***** A PHARMACY COMPANION IS THE DRUG COST ON THE TREATMENT
      ***** THAT FIRED -- NOTHING TO LOOK UP
           IF RUL-PHARMACY-COMPANION(RULE-IX)
               IF TRG-DRUG-COST > ZERO
                   ADD 1 TO COMPANIONS-FOUND
               ELSE
                   PERFORM 400-RECORD-EXCEPTION THRU 400-EXIT
               END-IF
               GO TO 310-EXIT.

           PERFORM 315-SET-WINDOW THRU 315-EXIT.

           IF RUL-ONLY-IF-ORDERED(RULE-IX)
               MOVE "N" TO ORDER-FOUND-SW
               IF WS-ORDER-COUNT > ZERO
                   PERFORM 320-FIND-ORDER THRU 320-EXIT
                           VARYING ORD-IX FROM 1 BY 1
                           UNTIL ORD-IX > WS-ORDER-COUNT
                              OR ORDER-FOUND
               END-IF
               IF NOT ORDER-FOUND
                   ADD 1 TO RULES-NOT-ORDERED
                   GO TO 310-EXIT.

           MOVE "N" TO COMPANION-FOUND-SW.
           PERFORM 330-FIND-COMPANION THRU 330-EXIT.
           IF COMPANION-FOUND
               ADD 1 TO COMPANIONS-FOUND
           ELSE
               PERFORM 400-RECORD-EXCEPTION THRU 400-EXIT.
       310-EXIT.
           EXIT.

      ***** THE RULE'S WINDOW AROUND THE TRIGGER'S SERVICE DATE.  A
      ***** DATE THAT IS NOT A CALENDAR CCYYMMDD OPENS A SAME-DAY
      ***** WINDOW ONLY.
       315-SET-WINDOW.
           MOVE TRG-SERVICE-DATE TO WS-WINDOW-FROM, WS-WINDOW-TO.
           IF RUL-WINDOW-DAYS(RULE-IX) = ZERO
              OR TRG-SERVICE-DATE NOT NUMERIC
               GO TO 315-EXIT.
           MOVE TRG-SERVICE-DATE TO WS-DATE-CCYYMMDD.
           COMPUTE WS-TRIGGER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD).
           IF WS-TRIGGER-INT NOT > RUL-WINDOW-DAYS(RULE-IX)
               GO TO 315-EXIT.
           COMPUTE WS-WORK-INT =
               WS-TRIGGER-INT - RUL-WINDOW-DAYS(RULE-IX).
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-DATE-CCYYMMDD TO WS-WINDOW-FROM.
           COMPUTE WS-WORK-INT =
               WS-TRIGGER-INT + RUL-WINDOW-DAYS(RULE-IX).
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-DATE-CCYYMMDD TO WS-WINDOW-TO.
       315-EXIT.
           EXIT.

       320-FIND-ORDER.
           IF  WOT-PATIENT-ID(ORD-IX)   = TRG-PATIENT-ID
           AND WOT-ITEM-TYPE(ORD-IX)    = RUL-COMPANION-TYPE(RULE-IX)
           AND WOT-ITEM-ID(ORD-IX)      = RUL-COMPANION-ID(RULE-IX)
           AND WOT-SERVICE-DATE(ORD-IX) NOT < WS-WINDOW-FROM
           AND WOT-SERVICE-DATE(ORD-IX) NOT > WS-WINDOW-TO
               MOVE "Y" TO ORDER-FOUND-SW.
       320-EXIT.
           EXIT.

      ***** BROWSE THE PATIENT'S CHGDTL ROWS FROM THE FIRST DAY OF THE
      ***** WINDOW TO THE LAST -- THE KEY IS PATIENT/DATE/TYPE/ITEM,
      ***** SO THE WINDOW IS ONE CONTIGUOUS STRETCH OF THE FILE
       330-FIND-COMPANION.
           MOVE "330-FIND-COMPANION" TO PARA-NAME.
           MOVE "Y" TO MORE-DETAIL-SW.
           MOVE LOW-VALUES TO CHGDTL-KEY.
           MOVE TRG-PATIENT-ID TO CHGDTL-KEY(1:6).
           MOVE WS-WINDOW-FROM TO CHGDTL-KEY(7:8).
           START CHGDTL KEY NOT LESS THAN CHGDTL-KEY
               INVALID KEY
                   MOVE "N" TO MORE-DETAIL-SW
           END-START.
           IF MORE-DETAIL
               PERFORM 335-READ-NEXT-DETAIL THRU 335-EXIT
                       UNTIL NO-MORE-DETAIL
                          OR COMPANION-FOUND.
       330-EXIT.
           EXIT.

       335-READ-NEXT-DETAIL.
           READ CHGDTL NEXT RECORD INTO CHARGE-DETAIL-REC
               AT END
                   MOVE "N" TO MORE-DETAIL-SW
                   GO TO 335-EXIT
           END-READ.
           IF CDT-PATIENT-ID NOT = TRG-PATIENT-ID
              OR CDT-ITEM-DATE > WS-WINDOW-TO
               MOVE "N" TO MORE-DETAIL-SW
               GO TO 335-EXIT.
           IF CDT-ITEM-TYPE = RUL-COMPANION-TYPE(RULE-IX)
              AND CDT-ITEM-ID = RUL-COMPANION-ID(RULE-IX)
               MOVE "Y" TO COMPANION-FOUND-SW.
       335-EXIT.
           EXIT.

      ***** HOLD ONE PROBABLE MISSED CHARGE FOR THE REPORT.  THE SAME
      ***** RULE ON THE SAME PATIENT AND DAY IS LISTED ONCE.
       400-RECORD-EXCEPTION.
           MOVE "400-RECORD-EXCEPTION" TO PARA-NAME.
           MOVE "N" TO EXCP-LISTED-SW.
           IF WS-EXCP-COUNT > ZERO
               PERFORM 410-CHECK-LISTED THRU 410-EXIT
                       VARYING EXC-IX FROM 1 BY 1
                       UNTIL EXC-IX > WS-EXCP-COUNT
                          OR EXCP-ALREADY-LISTED.
           IF EXCP-ALREADY-LISTED
               ADD 1 TO REPEATS-SUPPRESSED
               GO TO 400-EXIT.

           IF WS-EXCP-COUNT >= WS-EXCP-MAX
               MOVE "*** CAPAUDIT EXCEPTION TABLE FULL ***"
                    TO ABEND-REASON
               MOVE WS-EXCP-COUNT TO ACTUAL-VAL
               PERFORM 1000-ABEND-RTN.
           ADD 1 TO CHARGES-MISSED.
           ADD 1 TO WS-EXCP-COUNT.
           SET EXC-IX TO WS-EXCP-COUNT.
           MOVE RUL-DEPT-CODE(RULE-IX)  TO WET-DEPT-CODE(EXC-IX).
           MOVE RUL-RULE-ID(RULE-IX)    TO WET-RULE-ID(EXC-IX).
           MOVE TRG-PATIENT-ID          TO WET-PATIENT-ID(EXC-IX).
           MOVE TRG-SERVICE-DATE        TO WET-SERVICE-DATE(EXC-IX).
           MOVE TRG-TYPE                TO WET-TRIGGER-TYPE(EXC-IX).
           MOVE TRG-CODE                TO WET-TRIGGER-CODE(EXC-IX).
           MOVE RUL-COMPANION-TYPE(RULE-IX)
                                        TO WET-COMPANION-TYPE(EXC-IX).
           MOVE RUL-COMPANION-ID(RULE-IX)
                                        TO WET-COMPANION-ID(EXC-IX).
           MOVE RUL-WINDOW-DAYS(RULE-IX) TO WET-WINDOW-DAYS(EXC-IX).
           MOVE RUL-DESCRIPTION(RULE-IX) TO WET-DESCRIPTION(EXC-IX).

      ***** A DISCHARGED ACCOUNT IS THE ONE ABOUT TO DROP A CLAIM
           MOVE SPACES TO WET-DISCHARGE-DATE(EXC-IX).
           MOVE TRG-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC
               INVALID KEY
                   MOVE SPACES TO DATE-DISCHARGE
           END-READ.
           MOVE DATE-DISCHARGE TO WET-DISCHARGE-DATE(EXC-IX).

           MOVE RUL-DEPT-CODE(RULE-IX) TO WS-HOLD-DEPT-CODE.
           PERFORM 700-POST-DEPT THRU 700-EXIT.
           ADD 1 TO WDT-MISSED-CNT(DEPT-IX).
           IF WET-DISCHARGE-DATE(EXC-IX) NOT = SPACES
               ADD 1 TO WDT-DISCHARGED-CNT(DEPT-IX).
       400-EXIT.
           EXIT.

       410-CHECK-LISTED.
           IF  WET-RULE-ID(EXC-IX)      = RUL-RULE-ID(RULE-IX)
           AND WET-PATIENT-ID(EXC-IX)   = TRG-PATIENT-ID
           AND WET-SERVICE-DATE(EXC-IX) = TRG-SERVICE-DATE
               MOVE "Y" TO EXCP-LISTED-SW.
       410-EXIT.
           EXIT.

      ***** ONE SECTION PER DEPARTMENT -- ITS FOLLOW-UP LIST, THEN
      ***** ITS TOTALS
       600-PRINT-BY-DEPT.
           MOVE "600-PRINT-BY-DEPT" TO PARA-NAME.
           IF WS-DEPT-COUNT = ZERO
               MOVE SPACES TO CAPRPT-REC
               WRITE CAPRPT-REC
               MOVE "  NO PROBABLE MISSED CHARGES FOUND" TO CAPRPT-REC
               WRITE CAPRPT-REC
               GO TO 600-EXIT.
           PERFORM 610-PRINT-ONE-DEPT THRU 610-EXIT
                   VARYING DEPT-IX FROM 1 BY 1
                   UNTIL DEPT-IX > WS-DEPT-COUNT.
       600-EXIT.
           EXIT.

       610-PRINT-ONE-DEPT.
           MOVE SPACES TO CAPRPT-REC.
           WRITE CAPRPT-REC.
           MOVE WDT-DEPT-CODE(DEPT-IX) TO DHD-DEPT-CODE.
           WRITE CAPRPT-REC FROM WS-RPT-DEPT-HDR-REC.
           WRITE CAPRPT-REC FROM WS-RPT-COL-HDR-REC.
           PERFORM 620-PRINT-DEPT-EXCP THRU 620-EXIT
                   VARYING EXC-IX FROM 1 BY 1
                   UNTIL EXC-IX > WS-EXCP-COUNT.
           MOVE WDT-DEPT-CODE(DEPT-IX)      TO DTOT-DEPT-CODE.
           MOVE WDT-MISSED-CNT(DEPT-IX)     TO DTOT-MISSED.
           MOVE WDT-DISCHARGED-CNT(DEPT-IX) TO DTOT-DISCHARGED.
           WRITE CAPRPT-REC FROM WS-RPT-DEPT-TOT-REC.
       610-EXIT.
           EXIT.

       620-PRINT-DEPT-EXCP.
           IF WET-DEPT-CODE(EXC-IX) NOT = WDT-DEPT-CODE(DEPT-IX)
               GO TO 620-EXIT.
           MOVE WET-RULE-ID(EXC-IX)        TO EXCP-RULE-ID.
           MOVE WET-PATIENT-ID(EXC-IX)     TO EXCP-PATIENT-ID.
           MOVE WET-SERVICE-DATE(EXC-IX)   TO EXCP-DATE.
           MOVE WET-TRIGGER-TYPE(EXC-IX)   TO EXCP-TRIG-TYPE.
           MOVE WET-TRIGGER-CODE(EXC-IX)   TO EXCP-TRIG-CODE.
           MOVE WET-COMPANION-TYPE(EXC-IX) TO EXCP-COMP-TYPE.
           MOVE WET-COMPANION-ID(EXC-IX)   TO EXCP-COMP-ID.
           MOVE WET-WINDOW-DAYS(EXC-IX)    TO EXCP-WINDOW.
           MOVE WET-DESCRIPTION(EXC-IX)    TO EXCP-DESCRIPTION.
           MOVE WET-DISCHARGE-DATE(EXC-IX) TO EXCP-DISCHARGE.
           WRITE CAPRPT-REC FROM WS-RPT-EXCP-REC.
       620-EXIT.
           EXIT.

      ***** FIND (OR OPEN) THE DEPARTMENT SLOT FOR WS-HOLD-DEPT-CODE
      ***** -- LEAVES DEPT-IX POINTED AT IT
       700-POST-DEPT.
           MOVE "N" TO DEPT-FOUND-SW.
           IF WS-DEPT-COUNT > ZERO
               PERFORM 710-FIND-DEPT THRU 710-EXIT
                       VARYING FND-IX FROM 1 BY 1
                       UNTIL FND-IX > WS-DEPT-COUNT
                          OR DEPT-FOUND.
           IF DEPT-FOUND
               GO TO 700-EXIT.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               MOVE "*** CAPAUDIT DEPT TABLE FULL ***"
                    TO ABEND-REASON
               PERFORM 1000-ABEND-RTN.
           ADD 1 TO WS-DEPT-COUNT.
           SET DEPT-IX TO WS-DEPT-COUNT.
           MOVE WS-HOLD-DEPT-CODE TO WDT-DEPT-CODE(DEPT-IX).
           MOVE ZERO TO WDT-MISSED-CNT(DEPT-IX)
                        WDT-DISCHARGED-CNT(DEPT-IX).
       700-EXIT.
           EXIT.

       710-FIND-DEPT.
           IF WDT-DEPT-CODE(FND-IX) = WS-HOLD-DEPT-CODE
               SET DEPT-IX TO FND-IX
               MOVE "Y" TO DEPT-FOUND-SW.
       710-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE CAPRULE, PHYSORD, PATSRCH-FILE, TRMTSRCH-FILE,
                 CHGDTL, PATMSTR, CAPRPT, SYSOUT.
           DISPLAY "CAPAUDIT RULES READ         : " RULES-READ.
           DISPLAY "CAPAUDIT RULES REJECTED     : " RULES-REJECTED.
           DISPLAY "CAPAUDIT ORDERS READ        : " ORDERS-READ.
           DISPLAY "CAPAUDIT TRIGGERS CHECKED   : " TRIGGERS-CHECKED.
           DISPLAY "CAPAUDIT RULES FIRED        : " RULES-FIRED.
           DISPLAY "CAPAUDIT NOT ORDERED        : " RULES-NOT-ORDERED.
           DISPLAY "CAPAUDIT COMPANIONS FOUND   : " COMPANIONS-FOUND.
           DISPLAY "CAPAUDIT PROBABLE MISSED    : " CHARGES-MISSED.
           DISPLAY "CAPAUDIT REPEATS SUPPRESSED : " REPEATS-SUPPRESSED.
           MOVE "M" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               DISPLAY RHP-MESSAGE.
           DISPLAY "******** NORMAL END OF JOB CAPAUDIT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE CAPRULE, PHYSORD, PATSRCH-FILE, TRMTSRCH-FILE,
                 CHGDTL, PATMSTR, CAPRPT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-CAPAUDIT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

           05  SVC-CHARGE              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SVC-REV-CODE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
      ***** GA / GZ FROM OUTUPDT ON A MEDICARE LINE OUTSIDE POLICY
           05  SVC-MODIFIER            PIC X(2).
           05  FILLER                  PIC X(100) VALUE SPACES.

      ***** SAME "P" PROCEDURE LINE EDICLAIM WRITES, BUT ONLY FOR
      ***** THE PROCEDURES THIS CLAIM'S PHYSICIAN PERFORMED -- THE
      ***** SURGEON'S FEE IS BILLED ON THE CPT CODE
       01  WS-CLAIM-PROC-REC.
           05  PRC-REC-TYPE            PIC X(1) VALUE "P".
           05  PRC-LINE-PATIENT-ID     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-SEQ            PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-ICD10-PCS      PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-CPT-CODE       PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-DATE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PRC-LINE-PHYS-ID        PIC X(8).
           05  FILLER                  PIC X(147) VALUE SPACES.
       77  PRC-SUB                     PIC 9(1).

       01  MISC-WS-FLDS.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
           05  WS-CODING-HOLDS         PIC 9(7) VALUE ZERO.
           05  WS-PAYER-REJECTS        PIC 9(7) VALUE ZERO.
           05  WS-NO-PHYS-LINES        PIC 9(7) VALUE ZERO.
           05  WS-PROC-LINE-COUNT      PIC 9(7) VALUE ZERO.
      ***** PROFCLM OWNS THE 900-949 BAND OF THE RUN-DATE SEQUENCE
      ***** (EDICLAIM 001-399, SERBILL 400-499, SECDCLM 500-599,
      ***** REBILL 600-799, INTBILL 800-899, PROFCLM 900-949,
      ***** SEGBILL 950-999)
           05  WS-CLAIM-SEQ            PIC 9(3) VALUE 899.
           05  WS-CLAIM-SEQ-LIMIT      PIC 9(3) VALUE 949.

           WRITE PROFCLM-REC FROM WS-CLAIM-HEADER-REC.
           ADD 1 TO WS-CLAIM-COUNT.

           PERFORM 320-WRITE-PROC-LINE THRU 320-EXIT
                   VARYING PRC-SUB FROM 1 BY 1
                   UNTIL PRC-SUB > 3.

           PERFORM 350-WRITE-SERVICE-LINES THRU 350-EXIT
                   VARYING DTL-SUB FROM 1 BY 1
                   UNTIL DTL-SUB > WS-DETAIL-ROWS-USED.
       300-EXIT.
           EXIT.

       320-WRITE-PROC-LINE.
           MOVE "320-WRITE-PROC-LINE" TO PARA-NAME.
           IF PROC-ICD10-PCS(PRC-SUB) = SPACES
              AND PROC-CPT-CODE(PRC-SUB) = SPACES
               GO TO 320-EXIT.
           IF PROC-PERFORMING-PHYS(PRC-SUB) NOT = WS-PHYS-ID(CLM-SUB)
               GO TO 320-EXIT.
           MOVE WS-CURRENT-PATIENT            TO PRC-LINE-PATIENT-ID.
           MOVE PRC-SUB                       TO PRC-LINE-SEQ.
           MOVE PROC-ICD10-PCS(PRC-SUB)       TO PRC-LINE-ICD10-PCS.
           MOVE PROC-CPT-CODE(PRC-SUB)        TO PRC-LINE-CPT-CODE.
           MOVE PROC-PERFORMED-DATE(PRC-SUB)  TO PRC-LINE-DATE.
           MOVE PROC-PERFORMING-PHYS(PRC-SUB) TO PRC-LINE-PHYS-ID.
           WRITE PROFCLM-REC FROM WS-CLAIM-PROC-REC.
           ADD 1 TO WS-PROC-LINE-COUNT.
       320-EXIT.
           EXIT.

       350-WRITE-SERVICE-LINES.
           MOVE "350-WRITE-SERVICE-LINES" TO PARA-NAME.
           MOVE WS-DETAIL-ROW(DTL-SUB) TO CHARGE-DETAIL-REC.
           MOVE CDT-ITEM-DATE       TO SVC-ITEM-DATE.
           MOVE CDT-DIAG-CODE       TO SVC-DIAG-CODE.
           MOVE CDT-CHARGE-AMT      TO SVC-CHARGE.
           MOVE CDT-MODIFIER        TO SVC-MODIFIER.
           IF CDT-LAB-CHARGE
               MOVE "LAB"           TO WS-REV-LOOK-TYPE
           ELSE
       400-WRITE-CLAIM-REGISTER.
           MOVE "400-WRITE-CLAIM-REGISTER" TO PARA-NAME.
           MOVE WS-CURRENT-PATIENT TO CLM-PATIENT-ID.
           MOVE ENCOUNTER-NBR IN PATIENT-MASTER-REC
                               TO CLM-ENCOUNTER-NBR.
           MOVE "O"            TO CLM-FREQUENCY-CDE.
           MOVE "S"            TO CLM-STATUS.
           MOVE SPACES         TO CLM-ACK-DATE.
                                  CLM-EXPECTED-AMT.
           MOVE ZERO           TO CLM-PAID-AMT.
           MOVE SPACES         TO CLM-DENIAL-REASON.
           MOVE SPACES         TO CLM-PAYER-STATUS-CAT.
           MOVE WS-CLAIM-PAYER-ID TO CLM-PAYER-ID.

           WRITE CLMREG-REC FROM CLAIM-REGISTER-REC
               WS-PAYER-REJECTS.
           DISPLAY "PROFCLM NO-PHYSICIAN LINES   : "
               WS-NO-PHYS-LINES.
           DISPLAY "PROFCLM PROCEDURE LINES      : "
               WS-PROC-LINE-COUNT.
           DISPLAY "******** NORMAL END OF JOB PROFCLM ********".
       900-EXIT.
           EXIT.

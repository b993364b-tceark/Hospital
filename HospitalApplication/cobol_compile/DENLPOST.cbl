      *          DENIED DOLLARS BY REASON CODE, SO THE LEAK IS FINALLY
      *          MEASURABLE.
      *
      *          A "Q" TRANSACTION (WRITTEN BY CLMSTPST FROM THE
      *          PAYER'S 277 STATUS RESPONSE) QUEUES A CLAIM THE PAYER
      *          SAYS IT NEVER RECEIVED, OR HAS PENDED FOR MORE
      *          INFORMATION.  IT OPENS A WORKQUEUE ROW LIKE A DENIAL
      *          BUT LEAVES THE REGISTER ALONE -- THE CLAIM IS NOT
      *          DENIED, ONLY STUCK.
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.DENLTXN
           05  DTX-TYPE                PIC X(1).
               88 DTX-DENIAL           VALUE "D".
               88 DTX-STATUS-CHANGE    VALUE "S".
               88 DTX-FOLLOW-UP        VALUE "Q".
           05  DTX-CLAIM-CONTROL-NBR   PIC 9(9).
           05  DTX-DENIAL-DATE         PIC X(8).
           05  DTX-REASON-CODE         PIC X(5).
           05  TXNS-READ               PIC S9(7) COMP VALUE ZERO.
           05  DENIALS-POSTED          PIC S9(7) COMP VALUE ZERO.
           05  DENIALS-UNMATCHED       PIC S9(7) COMP VALUE ZERO.
           05  FOLLOW-UPS-QUEUED       PIC S9(7) COMP VALUE ZERO.
           05  STATUS-CHANGES-APPLIED  PIC S9(7) COMP VALUE ZERO.
           05  QUEUE-ROWS-CARRIED      PIC S9(7) COMP VALUE ZERO.
           05  QUEUE-ROWS-CLOSED       PIC S9(7) COMP VALUE ZERO.
           IF DTX-DENIAL
               PERFORM 200-POST-DENIAL THRU 200-EXIT
           ELSE
           IF DTX-FOLLOW-UP
               PERFORM 250-QUEUE-FOLLOW-UP THRU 250-EXIT
           ELSE
           IF DTX-STATUS-CHANGE
               PERFORM 300-TABLE-STATUS-TXN THRU 300-EXIT
           ELSE
       200-EXIT.
           EXIT.

      ***** A CLAIM STUCK AT THE PAYER GETS A WORKQUEUE ROW FOR ITS
      ***** FULL CHARGES; CLMSTPST HAS ALREADY SET THE REGISTER
      ***** STATUS FROM THE 277, SO THE REGISTER IS ONLY READ
       250-QUEUE-FOLLOW-UP.
           MOVE "250-QUEUE-FOLLOW-UP" TO PARA-NAME.
           MOVE DTX-CLAIM-CONTROL-NBR TO CLMREG-KEY.
           READ CLMREG INTO CLAIM-REGISTER-REC.
           IF NOT CLMREG-FOUND
               ADD 1 TO DENIALS-UNMATCHED
               MOVE "*** FOLLOW-UP FOR CLAIM NOT ON REGISTER"
                    TO ABEND-REASON
               MOVE DTX-CLAIM-CONTROL-NBR TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 250-EXIT.

           MOVE DTX-CLAIM-CONTROL-NBR TO DNL-CLAIM-CONTROL-NBR.
           MOVE CLM-PATIENT-ID        TO DNL-PATIENT-ID.
           MOVE DTX-DENIAL-DATE       TO DNL-DENIAL-DATE.
           MOVE DTX-REASON-CODE       TO DNL-REASON-CODE.
           MOVE "N"                   TO DNL-STATUS.
           MOVE DTX-ASSIGNED-TO       TO DNL-ASSIGNED-TO.
           MOVE CLM-TOTAL-CHARGES     TO DNL-DENIED-AMT.
           PERFORM 500-WRITE-QUEUE-ROW THRU 500-EXIT.
           ADD 1 TO FOLLOW-UPS-QUEUED.
       250-EXIT.
           EXIT.

       300-TABLE-STATUS-TXN.
           MOVE "300-TABLE-STATUS-TXN" TO PARA-NAME.
           IF WS-STXN-ROWS-USED = WS-STXN-MAX
           DISPLAY "DENLPOST TXNS READ          : " TXNS-READ.
           DISPLAY "DENLPOST DENIALS POSTED     : " DENIALS-POSTED.
           DISPLAY "DENLPOST DENIALS UNMATCHED  : " DENIALS-UNMATCHED.
           DISPLAY "DENLPOST FOLLOW-UPS QUEUED  : " FOLLOW-UPS-QUEUED.
           DISPLAY "DENLPOST STATUS CHANGES     : "
               STATUS-CHANGES-APPLIED.
           DISPLAY "DENLPOST QUEUE ROWS CARRIED : " QUEUE-ROWS-CARRIED.

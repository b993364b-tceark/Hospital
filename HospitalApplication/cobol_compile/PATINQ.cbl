      *          CARRIES THE PATIENT-ID INTO THE NEXT TASK.  NOTHING
      *          IS EVER REWRITTEN -- BOTH FILES ARE READ ONLY.
      *
      *          EVERY LOOKUP, ON EITHER SCREEN, WRITES AN ACCESS-LOG
      *          ROW (COPY ACCSLOG) -- SIGNED-ON USERID, PATIENT,
      *          TERMINAL, TIME, AND WHETHER THE RECORD WAS SHOWN.  A
      *          PATIENT FLAGGED CONFIDENTIAL IS SHOWN ONLY TO AN
      *          OPERATOR WHOSE OPERMSTR ROW CARRIES THE CONFIDENTIAL-
      *          VIEW CLASS; ANYONE ELSE GETS "RESTRICTED" AND THE
      *          REFUSAL IS LOGGED.  IF THE LOG CANNOT BE WRITTEN THE
      *          RECORD IS NOT SHOWN.
      *
      ******************************************************************

               VSAM MASTER FILE         -   PATMSTR  (FCT)

               VSAM INSURANCE FILE      -   PATINS   (FCT)

               VSAM OPERATOR MASTER     -   OPERMSTR (FCT)

               ACCESS LOG               -   ACCL     (DCT)
                                            DDS0001.ACCSLOG.ONLINE

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY PATINS.

       COPY OPERMSTR.

       COPY ACCSLOG.

      ***** TASK-TO-TASK STATE.  THE COMMAREA IS THE ONLY MEMORY A
      ***** PSEUDO-CONVERSATIONAL TRANSACTION HAS.
       01  WS-COMMAREA.

       01  WS-RESP                     PIC S9(8) COMP.

       01  WS-USERID                   PIC X(8).

       01  WS-ACCESS-DATE-TIME.
           05  WS-ACCESS-DATE          PIC 9(8).
           05  WS-ACCESS-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  WS-LOG-FAILED-SW            PIC X(1).
           88  ACCESS-LOG-FAILED       VALUE "Y".

       01  MISC-WS-FLDS.
           05  WS-ENTERED-ID           PIC X(6).
           05  WS-LAB-TOTAL            PIC 9(9)V99 VALUE ZERO.
      *    SCREEN 1 -- READ THE LIVE MASTER AND SEND THE ACCOUNT VIEW
      ******************************************************************
       200-SHOW-ACCOUNT.
           MOVE "PINQ" TO ACL-TRANSACTION.
           PERFORM 250-CHECK-ACCESS THRU 250-EXIT.

           IF ACCESS-LOG-FAILED
               MOVE "ACCESS LOG UNAVAILABLE -- NOT SHOWN, TRY AGAIN"
                    TO PRM-MESSAGE
               MOVE SPACES TO COMM-PATIENT-ID
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 200-EXIT.

           IF ACL-NOT-FOUND
               MOVE SPACES TO PRM-MESSAGE
               STRING "PATIENT NOT ON FILE: " COMM-PATIENT-ID
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 200-EXIT.

           IF ACL-DENIED
               MOVE SPACES TO PRM-MESSAGE
               STRING "PATIENT " COMM-PATIENT-ID
                   " IS RESTRICTED -- ACCESS LOGGED"
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               MOVE SPACES TO COMM-PATIENT-ID
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 200-EXIT.

           MOVE COMM-PATIENT-ID        TO ACS-PATIENT-ID.
           MOVE PRIMARY-STAY-WARD-NBR  TO ACS-WARD.
           MOVE BED-IDENTITY-PRIMARY   TO ACS-BED.
       200-EXIT.
           EXIT.

      ******************************************************************
      *    READ THE LIVE MASTER, DECIDE WHETHER THIS OPERATOR MAY SEE
      *    IT, AND LOG THE LOOKUP EITHER WAY.  THE CALLER HAS SET THE
      *    TRANSACTION NAME; ACL-RESULT COMES BACK V, D OR N.
      ******************************************************************
       250-CHECK-ACCESS.
           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC.
           EXEC CICS READ
                DATASET ('PATMSTR')
                INTO    (PATIENT-MASTER-REC)
                RIDFLD  (COMM-PATIENT-ID)
                RESP    (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "N"    TO ACL-RESULT
               MOVE SPACES TO ACL-CONFIDENTIAL-IND
               PERFORM 260-WRITE-ACCESS-LOG THRU 260-EXIT
               GO TO 250-EXIT.

           MOVE "V" TO ACL-RESULT.
           MOVE CONFIDENTIAL-IND TO ACL-CONFIDENTIAL-IND.
           IF CONFIDENTIAL-PATIENT
               EXEC CICS READ
                    DATASET ('OPERMSTR')
                    INTO    (OPERATOR-MASTER-REC)
                    RIDFLD  (WS-USERID)
                    RESP    (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR NOT OPR-ACTIVE
                  OR NOT OPR-MAY-VIEW-CONFID
                   MOVE "D" TO ACL-RESULT.

           PERFORM 260-WRITE-ACCESS-LOG THRU 260-EXIT.
       250-EXIT.
           EXIT.

       260-WRITE-ACCESS-LOG.
           MOVE "N" TO WS-LOG-FAILED-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-DATE-TIME.
           MOVE WS-ACCESS-DATE  TO ACL-DATE.
           MOVE WS-ACCESS-TIME  TO ACL-TIME.
           MOVE WS-USERID       TO ACL-OPERATOR-ID.
           MOVE COMM-PATIENT-ID TO ACL-PATIENT-ID.
           MOVE EIBTRMID        TO ACL-TERMINAL-ID.
           EXEC CICS WRITEQ TD
                QUEUE  ('ACCL')
                FROM   (ACCESS-LOG-REC)
                LENGTH (LENGTH OF ACCESS-LOG-REC)
                RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-LOG-FAILED-SW.
       260-EXIT.
           EXIT.

      ******************************************************************
      *    TOTAL THE IN-RECORD LAB AND EQUIPMENT SUMMARY SLOTS
      ******************************************************************
      *    SCREEN 2 -- THE PATINS PRIMARY CARRIER BLOCK
      ******************************************************************
       400-SHOW-INSURANCE.
           MOVE "PINQ PF8" TO ACL-TRANSACTION.
           PERFORM 250-CHECK-ACCESS THRU 250-EXIT.

           IF ACCESS-LOG-FAILED
              OR NOT ACL-VIEWED
               MOVE SPACES TO PRM-MESSAGE
               STRING "INSURANCE NOT SHOWN FOR PATIENT " COMM-PATIENT-ID
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               MOVE SPACES TO COMM-PATIENT-ID
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 400-EXIT.

           EXEC CICS READ
                DATASET ('PATINS')
                INTO    (PATIENT-INSURANCE)

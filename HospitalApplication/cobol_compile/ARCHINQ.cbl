      *          PATARCH GENERATIONS AND PRINTS ONE LINE PER ARCHIVED
      *          IMAGE.  THE ARCHIVE IS NEVER WRITTEN.
      *
      *          THE RUN CARRIES AN OPERATOR CARD, AND EVERY IMAGE
      *          PRINTED GOES TO THE ACCESS LOG UNDER THAT OPERATOR.
      *          AN IMAGE FLAGGED CONFIDENTIAL IS PRINTED ONLY IF
      *          OPERAUTH PASSES THE OPERATOR FOR THE CONFIDENTIAL-VIEW
      *          CLASS; OTHERWISE A WITHHELD LINE TAKES ITS PLACE AND
      *          THE REFUSAL IS LOGGED.
      *
      ******************************************************************

               REQUEST CARD             -   DDS0001.ARCREQ

               INQUIRY REPORT           -   DDS0001.ARCHRPT

               OPERATOR CARD            -   DDS0001.OPRCARD

               ACCESS LOG               -   DDS0001.ACCSLOG

               DUMP FILE                -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-ARCHRPT
             ORGANIZATION IS SEQUENTIAL.

           SELECT OPRCARD
           ASSIGN TO UT-S-OPRCARD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OPCODE.

           SELECT ACCSLOG
           ASSIGN TO UT-S-ACCSLOG
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           DATA RECORD IS ARCHRPT-REC.
       01  ARCHRPT-REC PIC X(100).

       FD  OPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPRCARD-REC.
       01  OPRCARD-REC PIC X(80).

       FD  ACCSLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCSLOG-REC.
       01  ACCSLOG-REC PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  IFCODE                  PIC X(2).
           05  OPCODE                  PIC X(2).

       COPY PATMSTR.

       COPY ACCSLOG.

       01  WS-OPERATOR-CARD.
           05  OPC-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-OPERAUTH-PARMS.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-AUTH-CLASS          PIC X(1).
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".
               88 OPA-UNKNOWN          VALUE "U".

       01  WS-ACCESS-DATE-TIME.
           05  WS-ACCESS-DATE          PIC 9(8).
           05  WS-ACCESS-TIME          PIC 9(6).
           05  FILLER                  PIC X(7).

       01  ARCHIVE-REQUEST-CARD.
           05  REQ-PATIENT-ID          PIC X(6).
               88  LIST-ENTIRE-ARCHIVE VALUE "ALL   ".
               88 NO-MORE-DATA  VALUE "N".
           05  WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
           05  WS-IMAGES-MATCHED       PIC 9(7) VALUE ZERO.
           05  WS-IMAGES-WITHHELD      PIC 9(7) VALUE ZERO.
           05  MAY-VIEW-CONFID-SW      PIC X(1) VALUE "N".
               88 MAY-VIEW-CONFID      VALUE "Y".

       01  WS-RPT-HDR-REC.
           05  FILLER   PIC X(29)
           05  RPT-DTL-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER                PIC X(39) VALUE SPACES.

       01  WS-RPT-WITHHELD-REC.
           05  FILLER                PIC X(40)
               VALUE "*** CONFIDENTIAL PATIENT IMAGE - DETAILS".
           05  FILLER                PIC X(40)
               VALUE " WITHHELD, SEE THE PRIVACY OFFICE       ".
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-RPT-FINAL-REC.
           05  FILLER                PIC X(26)
               VALUE "ARCHIVED IMAGES LISTED -  ".
           05  RPT-FINAL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(67) VALUE SPACES.

       01  WS-RPT-WITHHELD-TOT-REC.
           05  FILLER                PIC X(26)
               VALUE "CONFIDENTIAL WITHHELD -   ".
           05  RPT-WITHHELD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                PIC X(67) VALUE SPACES.

       COPY ABENDREC.

       PROCEDURE DIVISION.
                   UNTIL NO-MORE-DATA.
           MOVE WS-IMAGES-MATCHED TO RPT-FINAL-COUNT.
           WRITE ARCHRPT-REC FROM WS-RPT-FINAL-REC.
           IF WS-IMAGES-WITHHELD > ZERO
               MOVE WS-IMAGES-WITHHELD TO RPT-WITHHELD-COUNT
               WRITE ARCHRPT-REC FROM WS-RPT-WITHHELD-TOT-REC.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ARCHINQ ********".
           OPEN INPUT ARCREQ, PATARCH, OPRCARD.
           OPEN OUTPUT ARCHRPT, SYSOUT.
           OPEN EXTEND ACCSLOG.
           PERFORM 020-CHECK-OPERATOR THRU 020-EXIT.

           READ ARCREQ INTO ARCHIVE-REQUEST-CARD
               AT END
       000-EXIT.
           EXIT.

      ***** AN UNKNOWN OPERATOR REFUSES THE RUN.  A KNOWN ONE WITHOUT
      ***** THE CONFIDENTIAL-VIEW CLASS STILL RUNS, BUT CONFIDENTIAL
      ***** IMAGES ARE WITHHELD FROM THE REPORT.
       020-CHECK-OPERATOR.
           MOVE "020-CHECK-OPERATOR" TO PARA-NAME.
           READ OPRCARD INTO WS-OPERATOR-CARD
               AT END
                   MOVE "** NO OPERATOR CARD - RUN REFUSED"
                        TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-READ.
           MOVE OPC-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "V" TO OPA-AUTH-CLASS.
           CALL 'OPERAUTH' USING WS-OPERAUTH-PARMS.
           IF OPA-UNKNOWN
               MOVE "** OPERATOR NOT ON OPERMSTR - RUN REFUSED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           IF OPA-AUTHORIZED
               MOVE "Y" TO MAY-VIEW-CONFID-SW.
       020-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO WS-RECORDS-READ.

       200-PRINT-IMAGE.
           MOVE "200-PRINT-IMAGE" TO PARA-NAME.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC TO ACL-PATIENT-ID.
           MOVE CONFIDENTIAL-IND TO ACL-CONFIDENTIAL-IND.
           MOVE "V" TO ACL-RESULT.
           IF CONFIDENTIAL-PATIENT AND NOT MAY-VIEW-CONFID
               MOVE "D" TO ACL-RESULT.
           PERFORM 960-WRITE-ACCESS-LOG THRU 960-EXIT.

           IF ACL-DENIED
               ADD 1 TO WS-IMAGES-WITHHELD
               WRITE ARCHRPT-REC FROM WS-RPT-WITHHELD-REC
               GO TO 200-EXIT.

           ADD 1 TO WS-IMAGES-MATCHED.
           MOVE PATIENT-ID IN PATIENT-MASTER-REC
                                          TO RPT-DTL-PATIENT.
       200-EXIT.
           EXIT.

       960-WRITE-ACCESS-LOG.
           MOVE "960-WRITE-ACCESS-LOG" TO PARA-NAME.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-DATE-TIME.
           MOVE WS-ACCESS-DATE  TO ACL-DATE.
           MOVE WS-ACCESS-TIME  TO ACL-TIME.
           MOVE OPC-OPERATOR-ID TO ACL-OPERATOR-ID.
           MOVE "ARCHINQ"       TO ACL-TRANSACTION.
           MOVE SPACES          TO ACL-TERMINAL-ID.
           WRITE ACCSLOG-REC FROM ACCESS-LOG-REC.
       960-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ARCREQ, PATARCH, ARCHRPT, SYSOUT, OPRCARD, ACCSLOG.
           DISPLAY "ARCHINQ ARCHIVE RECORDS READ : " WS-RECORDS-READ.
           DISPLAY "ARCHINQ IMAGES LISTED        : "
               WS-IMAGES-MATCHED.
           DISPLAY "ARCHINQ IMAGES WITHHELD      : "
               WS-IMAGES-WITHHELD.
           DISPLAY "******** NORMAL END OF JOB ARCHINQ ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ARCREQ, PATARCH, ARCHRPT, SYSOUT, OPRCARD, ACCSLOG.
           DISPLAY "*** ABNORMAL END OF JOB-ARCHINQ ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

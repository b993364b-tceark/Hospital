       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GUARMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          GUARANTOR MASTER MAINTENANCE.  THE BUSINESS OFFICE'S
      *          GUARANTOR TRANSACTIONS ARE APPLIED AGAINST GUARMSTR:
      *          AN ADD OPENS (OR REPLACES THE NAME AND ADDRESS OF)
      *          THE GUARANTOR ROW, A LINK ATTACHES A PATIENT ACCOUNT
      *          TO THE GUARANTOR, AN UNLINK DETACHES ONE, AND A
      *          DELETE REMOVES A GUARANTOR WITH NO ACCOUNTS LEFT.
      *          A LINKED ACCOUNT STOPS GETTING ITS OWN STATEMENT AND
      *          RIDES ON THE GUARANTOR'S CONSOLIDATED ONE, SO A LINK
      *          IS ONLY TAKEN FOR AN ACCOUNT ON PATMSTR.  ANYTHING
      *          THAT CANNOT BE APPLIED REJECTS TO ITS OWN FILE.
      *
      ******************************************************************

               TRANSACTION INPUT FILE  -   DDS0001.GUARTXN

               VSAM GUARANTOR FILE     -   DDS0001.GUARMSTR

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               REJECT FILE             -   DDS0001.GUARREJ

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

           SELECT GUARTXN
           ASSIGN TO UT-S-GUARTXN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT GUARREJ
           ASSIGN TO UT-S-GUARREJ
             ORGANIZATION IS SEQUENTIAL.

           SELECT GUARMSTR
                  ASSIGN       to GUARMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is GUARMSTR-KEY
                  FILE STATUS  is GUARMSTR-STATUS.

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

       FD  GUARTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GUAR-TXN-REC.
       01  GUARTXN-REC PIC X(130).

       FD  GUARREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GUARREJ-REC.
       01  GUARREJ-REC PIC X(130).

       FD  GUARMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS GUARANTOR-MASTER-REC.
       01  GUARMSTR-REC.
           05 GUARMSTR-KEY    PIC X(06).
           05 FILLER          PIC X(194).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(2).
           05  GUARMSTR-STATUS         PIC X(2).
               88 GUARANTOR-FOUND      VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 RECORD-FOUND         VALUE "00".

       COPY GUARMSTR.

      ***** ONE ADD, LINK, UNLINK OR DELETE PER RECORD
       01  GUAR-TXN-REC.
           05  GTX-ACTION              PIC X(1).
               88 GTX-ADD              VALUE "A".
               88 GTX-LINK             VALUE "L".
               88 GTX-UNLINK           VALUE "U".
               88 GTX-DELETE           VALUE "D".
           05  GTX-GUARANTOR-ID        PIC X(6).
           05  GTX-PATIENT-ID          PIC X(6).
           05  GTX-OPERATOR-ID         PIC X(8).
           05  GTX-NAME                PIC X(30).
           05  GTX-STREET              PIC X(30).
           05  GTX-CITY                PIC X(20).
           05  GTX-STATE               PIC X(2).
           05  GTX-ZIP                 PIC X(9).
           05  FILLER                  PIC X(18).

       01  WS-SWITCHES.
           05  MORE-TXN-SW             PIC X(1) VALUE "Y".
               88 NO-MORE-TXNS         VALUE "N".
           05  WS-LINK-FOUND-SW        PIC X(1).
               88 LINK-FOUND           VALUE "Y".

       77  WS-DATE                     PIC 9(6).
       77  GUA-SUB                     PIC 9(2).
       77  GUA-MAX                     PIC 9(2) VALUE 12.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-DATE            PIC X(8).
           05  FILLER                  PIC X(13).

       01  COUNTERS-AND-ACCUMULATORS.
           05  TXNS-READ               PIC S9(7) COMP VALUE ZERO.
           05  GUARANTORS-ADDED        PIC S9(7) COMP VALUE ZERO.
           05  GUARANTORS-CHANGED      PIC S9(7) COMP VALUE ZERO.
           05  GUARANTORS-DELETED      PIC S9(7) COMP VALUE ZERO.
           05  ACCOUNTS-LINKED         PIC S9(7) COMP VALUE ZERO.
           05  ACCOUNTS-UNLINKED       PIC S9(7) COMP VALUE ZERO.
           05  TXNS-REJECTED           PIC S9(7) COMP VALUE ZERO.

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
           DISPLAY "******** BEGIN JOB GUARMNT ********".
           ACCEPT WS-DATE FROM DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT GUARTXN, PATMSTR.
           OPEN I-O GUARMSTR.
           OPEN OUTPUT GUARREJ, SYSOUT.

           READ GUARTXN INTO GUAR-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO TXNS-READ.
           IF GTX-GUARANTOR-ID = SPACES
               MOVE "NO GUARANTOR  " TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
           ELSE
           IF GTX-ADD
               PERFORM 200-ADD-GUARANTOR THRU 200-EXIT
           ELSE
           IF GTX-LINK
               PERFORM 300-LINK-ACCOUNT THRU 300-EXIT
           ELSE
           IF GTX-UNLINK
               PERFORM 400-UNLINK-ACCOUNT THRU 400-EXIT
           ELSE
           IF GTX-DELETE
               PERFORM 500-DELETE-GUARANTOR THRU 500-EXIT
           ELSE
               MOVE "UNKNOWN ACTION" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT.

           READ GUARTXN INTO GUAR-TXN-REC
               AT END
               MOVE "N" TO MORE-TXN-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** AN ADD FOR A GUARANTOR ALREADY ON FILE IS A NAME/ADDRESS
      ***** CHANGE -- THE LINKED ACCOUNTS STAY WHERE THEY ARE
       200-ADD-GUARANTOR.
           MOVE "200-ADD-GUARANTOR" TO PARA-NAME.
           IF GTX-NAME = SPACES OR GTX-STREET = SPACES
               MOVE "NO NAME/ADDRESS" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 200-EXIT.

           MOVE GTX-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARANTOR-FOUND
               MOVE SPACES           TO GUARANTOR-MASTER-REC
               MOVE GTX-GUARANTOR-ID TO GUA-GUARANTOR-ID
               MOVE ZERO             TO GUA-LINK-COUNT.

           MOVE GTX-NAME        TO GUA-NAME.
           MOVE GTX-STREET      TO GUA-STREET.
           MOVE GTX-CITY        TO GUA-CITY.
           MOVE GTX-STATE       TO GUA-STATE.
           MOVE GTX-ZIP         TO GUA-ZIP.

           IF GUARANTOR-FOUND
               PERFORM 700-REWRITE-GUARANTOR THRU 700-EXIT
               ADD 1 TO GUARANTORS-CHANGED
           ELSE
               MOVE WS-CURR-DATE    TO GUA-LAST-MAINT-DATE
               MOVE GTX-OPERATOR-ID TO GUA-LAST-MAINT-BY
               WRITE GUARMSTR-REC FROM GUARANTOR-MASTER-REC
                 INVALID KEY
                     MOVE "** PROBLEM WRITING GUARMSTR"
                          TO ABEND-REASON
                     GO TO 1000-ABEND-RTN
               END-WRITE
               ADD 1 TO GUARANTORS-ADDED.
       200-EXIT.
           EXIT.

       300-LINK-ACCOUNT.
           MOVE "300-LINK-ACCOUNT" TO PARA-NAME.
           MOVE GTX-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR.
           IF NOT RECORD-FOUND
               MOVE "NOT ON PATMSTR" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 300-EXIT.

           MOVE GTX-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARANTOR-FOUND
               MOVE "NO GUARANTOR  " TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 300-EXIT.

           PERFORM 350-FIND-LINK THRU 350-EXIT.
           IF LINK-FOUND
               MOVE "ALREADY LINKED" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 300-EXIT.
           IF GUA-LINK-COUNT NOT < GUA-MAX
               MOVE "LINK LIST FULL" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 300-EXIT.

           ADD 1 TO GUA-LINK-COUNT.
           MOVE GTX-PATIENT-ID TO GUA-LINKED-PATIENT(GUA-LINK-COUNT).
           PERFORM 700-REWRITE-GUARANTOR THRU 700-EXIT.
           ADD 1 TO ACCOUNTS-LINKED.
       300-EXIT.
           EXIT.

      ***** LEAVES GUA-SUB ON THE ACCOUNT'S SLOT WHEN FOUND
       350-FIND-LINK.
           MOVE "N" TO WS-LINK-FOUND-SW.
           PERFORM 360-SCAN-LINK THRU 360-EXIT
               VARYING GUA-SUB FROM 1 BY 1 UNTIL
               GUA-SUB > GUA-LINK-COUNT OR LINK-FOUND.
           IF LINK-FOUND
               SUBTRACT 1 FROM GUA-SUB.
       350-EXIT.
           EXIT.

       360-SCAN-LINK.
           IF GUA-LINKED-PATIENT(GUA-SUB) = GTX-PATIENT-ID
               MOVE "Y" TO WS-LINK-FOUND-SW.
       360-EXIT.
           EXIT.

      ***** THE SLOTS BEHIND THE UNLINKED ACCOUNT CLOSE UP SO THE
      ***** LIST STAYS DENSE
       400-UNLINK-ACCOUNT.
           MOVE "400-UNLINK-ACCOUNT" TO PARA-NAME.
           MOVE GTX-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARANTOR-FOUND
               MOVE "NO GUARANTOR  " TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 400-EXIT.

           PERFORM 350-FIND-LINK THRU 350-EXIT.
           IF NOT LINK-FOUND
               MOVE "NOT LINKED    " TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 400-EXIT.

           PERFORM 450-CLOSE-UP-SLOT THRU 450-EXIT
               VARYING GUA-SUB FROM GUA-SUB BY 1 UNTIL
               GUA-SUB NOT < GUA-LINK-COUNT.
           MOVE SPACES TO GUA-LINKED-PATIENT(GUA-LINK-COUNT).
           SUBTRACT 1 FROM GUA-LINK-COUNT.
           PERFORM 700-REWRITE-GUARANTOR THRU 700-EXIT.
           ADD 1 TO ACCOUNTS-UNLINKED.
       400-EXIT.
           EXIT.

       450-CLOSE-UP-SLOT.
           MOVE GUA-LINKED-PATIENT(GUA-SUB + 1)
                TO GUA-LINKED-PATIENT(GUA-SUB).
       450-EXIT.
           EXIT.

      ***** A GUARANTOR STILL CARRYING ACCOUNTS CANNOT BE DELETED --
      ***** THE ACCOUNTS WOULD DROP OFF EVERY STATEMENT RUN
       500-DELETE-GUARANTOR.
           MOVE "500-DELETE-GUARANTOR" TO PARA-NAME.
           MOVE GTX-GUARANTOR-ID TO GUARMSTR-KEY.
           READ GUARMSTR INTO GUARANTOR-MASTER-REC.
           IF NOT GUARANTOR-FOUND
               MOVE "NO GUARANTOR  " TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 500-EXIT.
           IF GUA-LINK-COUNT > ZERO
               MOVE "ACCOUNTS LINKED" TO ACTUAL-VAL
               PERFORM 600-REJECT-TXN THRU 600-EXIT
               GO TO 500-EXIT.

           DELETE GUARMSTR
             INVALID KEY
                 MOVE "** PROBLEM DELETING GUARMSTR" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-DELETE.
           ADD 1 TO GUARANTORS-DELETED.
       500-EXIT.
           EXIT.

       600-REJECT-TXN.
           MOVE "600-REJECT-TXN" TO PARA-NAME.
           ADD 1 TO TXNS-REJECTED.
           WRITE GUARREJ-REC FROM GUAR-TXN-REC.
           MOVE "*** GUARANTOR TXN REJECTED" TO ABEND-REASON.
           WRITE SYSOUT-REC FROM ABEND-REC.
       600-EXIT.
           EXIT.

       700-REWRITE-GUARANTOR.
           MOVE "700-REWRITE-GUARANTOR" TO PARA-NAME.
           MOVE WS-CURR-DATE    TO GUA-LAST-MAINT-DATE.
           MOVE GTX-OPERATOR-ID TO GUA-LAST-MAINT-BY.
           REWRITE GUARMSTR-REC FROM GUARANTOR-MASTER-REC
             INVALID KEY
                 MOVE "** PROBLEM REWRITING GUARMSTR" TO ABEND-REASON
                 GO TO 1000-ABEND-RTN
           END-REWRITE.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE GUARTXN, GUARREJ, GUARMSTR, PATMSTR, SYSOUT.
           DISPLAY "GUARMNT TXNS READ           : " TXNS-READ.
           DISPLAY "GUARMNT GUARANTORS ADDED    : " GUARANTORS-ADDED.
           DISPLAY "GUARMNT GUARANTORS CHANGED  : " GUARANTORS-CHANGED.
           DISPLAY "GUARMNT GUARANTORS DELETED  : " GUARANTORS-DELETED.
           DISPLAY "GUARMNT ACCOUNTS LINKED     : " ACCOUNTS-LINKED.
           DISPLAY "GUARMNT ACCOUNTS UNLINKED   : " ACCOUNTS-UNLINKED.
           DISPLAY "GUARMNT TXNS REJECTED       : " TXNS-REJECTED.
           DISPLAY "******** NORMAL END OF JOB GUARMNT ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE GUARTXN, GUARREJ, GUARMSTR, PATMSTR, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-GUARMNT ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADTBCAST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          OUTBOUND ADT BROADCAST.  ADMDISCH AND HL7ADT APPEND
      *          ONE ADTEVT ROW FOR EVERY ADMIT, TRANSFER, DISCHARGE,
      *          LEAVE OF ABSENCE, CANCEL AND A08 THEY COMMIT (SEE
      *          ADTBCST.CPY).  PHARMACY, DIETARY, THE LAB SYSTEM AND
      *          NURSE CALL USED TO HEAR ABOUT THESE BY PHONE OR FROM
      *          THE MORNING CENSUS PRINTOUT.
      *
      *          EACH SUBSCRIBER HAS ONE CARD ON ADTSUBS NAMING THE
      *          EVENT TYPES, PATIENT CLASSES AND CAMPUS IT WANTS --
      *          DIETARY, FOR INSTANCE, TAKES INPATIENTS ONLY.  A
      *          BLANK FILTER TAKES EVERYTHING.  EVERY EVENT THAT
      *          PASSES A SUBSCRIBER'S FILTER IS WRITTEN TO ADTOUT
      *          PREFIXED WITH THAT SUBSCRIBER'S CODE, AND THE
      *          INTERFACE ENGINE ROUTES EACH ROW ON THE PREFIX.
      *
      *          ADTCNT IS OPERATIONS' DAILY COUNT -- EVENTS COMMITTED
      *          AND MESSAGES SENT BY EVENT TYPE, AND MESSAGES SENT BY
      *          SUBSCRIBER.
      *
      ******************************************************************

               SUBSCRIBER FILTER CARDS -   DDS0001.ADTSUBS

               COMMITTED ADT EVENTS    -   DDS0001.ADTEVT

               OUTBOUND MESSAGE FILE   -   DDS0001.ADTOUT

               DAILY COUNT REPORT      -   DDS0001.ADTCNT

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

           SELECT ADTSUBS
           ASSIGN TO UT-S-ADTSUBS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CFCODE.

           SELECT ADTEVT
           ASSIGN TO UT-S-ADTEVT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EVFCODE.

           SELECT ADTOUT
           ASSIGN TO UT-S-ADTOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT ADTCNT
           ASSIGN TO UT-S-ADTCNT
             ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SYSOUT-REC.
       01  SYSOUT-REC  PIC X(130).

       FD  ADTSUBS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTSUBS-REC.
       01  ADTSUBS-REC PIC X(80).

       FD  ADTEVT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTEVT-REC.
       01  ADTEVT-REC PIC X(200).

      ***** THE SUBSCRIBER CODE FOLLOWED BY THE EVENT AS COMMITTED
       FD  ADTOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTOUT-REC.
       01  ADTOUT-REC PIC X(208).

       FD  ADTCNT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTCNT-REC.
       01  ADTCNT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CFCODE                  PIC X(2).
           05  EVFCODE                 PIC X(2).

       COPY ADTBCST.

      ***** ONE CARD PER SUBSCRIBING SYSTEM.  UP TO TEN EVENT TYPES
      ***** AND FIVE PATIENT CLASSES; BLANK LISTS AND A BLANK
      ***** FACILITY MEAN "ALL".
       01  ADT-SUBSCRIBER-CARD.
           05  SBC-SUBSCRIBER-ID       PIC X(08).
           05  SBC-EVENT-LIST.
               10  SBC-EVENT-TYPE      PIC X(04) OCCURS 10 TIMES.
           05  SBC-CLASS-LIST.
               10  SBC-PATIENT-CLASS   PIC X(01) OCCURS 5 TIMES.
           05  SBC-FACILITY-CODE       PIC X(02).
           05  FILLER                  PIC X(25).

       01  ADT-OUTBOUND-REC.
           05  ADO-SUBSCRIBER-ID       PIC X(08).
           05  ADO-EVENT               PIC X(200).

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-DATA         VALUE "N".
           05  MORE-SUBS-SW            PIC X(1) VALUE "Y".
               88 NO-MORE-SUBS         VALUE "N".
           05  FILTER-PASS-SW          PIC X(1).
               88 FILTER-PASSED        VALUE "Y".

       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUB-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  WS-SUB-MAX              PIC S9(4) COMP VALUE 20.
           05  SUB-ENTRY OCCURS 20 TIMES INDEXED BY SUB-IX.
               10  SUB-CARD            PIC X(80).
               10  SUB-SENT            PIC S9(7) COMP.

      ***** THE EVENT TYPES THE DAILY COUNT REPORTS ON, IN PRINT
      ***** ORDER -- ANYTHING ELSE COUNTS UNDER THE LAST ROW
       01  WS-EVENT-NAMES.
           05  FILLER PIC X(24) VALUE "A01 ADMIT               ".
           05  FILLER PIC X(24) VALUE "A02 TRANSFER            ".
           05  FILLER PIC X(24) VALUE "A03 DISCHARGE           ".
           05  FILLER PIC X(24) VALUE "A21 LEAVE OF ABSENCE    ".
           05  FILLER PIC X(24) VALUE "A22 RETURN FROM LOA     ".
           05  FILLER PIC X(24) VALUE "A11 CANCEL ADMIT        ".
           05  FILLER PIC X(24) VALUE "A13 CANCEL DISCHARGE    ".
           05  FILLER PIC X(24) VALUE "A08 PATIENT UPDATE      ".
           05  FILLER PIC X(24) VALUE "??? UNKNOWN EVENT TYPE  ".
       01  WS-EVENT-TABLE REDEFINES WS-EVENT-NAMES.
           05  EVT-ENTRY OCCURS 9 TIMES INDEXED BY EVT-IX.
               10  EVT-CODE            PIC X(04).
               10  EVT-DESC            PIC X(20).

       01  WS-EVENT-COUNTS.
           05  EVT-COUNT-ENTRY OCCURS 9 TIMES.
               10  EVT-COMMITTED       PIC S9(7) COMP.
               10  EVT-SENT            PIC S9(7) COMP.

       77  WS-EVENT-SUB                PIC S9(4) COMP.
       77  WS-FILTER-SUB               PIC S9(4) COMP.

       01  WS-DATE                     PIC 9(6).

       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "OUTBOUND ADT BROADCAST - DAILY COUNT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDR-DATE                PIC 9(6).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(26) VALUE "EVENT TYPE".
           05  FILLER                  PIC X(14) VALUE "   COMMITTED".
           05  FILLER                  PIC X(14) VALUE "        SENT".
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-EVENT-LINE.
           05  EVL-DESC                PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EVL-COMMITTED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  EVL-SENT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-HDR-LINE-3.
           05  FILLER                  PIC X(26) VALUE "SUBSCRIBER".
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "        SENT".
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-SUB-LINE.
           05  SBL-SUBSCRIBER-ID       PIC X(08).
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  SBL-SENT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05  RECORDS-READ            PIC S9(9) COMP VALUE ZERO.
           05  MESSAGES-SENT           PIC S9(9) COMP VALUE ZERO.
           05  EVENTS-NOT-SENT         PIC S9(9) COMP VALUE ZERO.

       COPY ABENDREC.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 700-WRITE-COUNTS THRU 700-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB ADTBCAST ********".
           ACCEPT WS-DATE FROM DATE.
           INITIALIZE WS-EVENT-COUNTS.
           OPEN INPUT ADTSUBS, ADTEVT.
           OPEN OUTPUT ADTOUT, ADTCNT, SYSOUT.

           PERFORM 050-LOAD-SUBSCRIBERS THRU 050-EXIT
               UNTIL NO-MORE-SUBS.
           IF WS-SUB-COUNT = ZERO
               MOVE "** NO SUBSCRIBER CARDS - RUN CANNOT PROCEED"
                    TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           READ ADTEVT INTO ADT-BROADCAST-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       000-EXIT.
           EXIT.

       050-LOAD-SUBSCRIBERS.
           MOVE "050-LOAD-SUBSCRIBERS" TO PARA-NAME.
           READ ADTSUBS INTO ADT-SUBSCRIBER-CARD
               AT END
                   MOVE "N" TO MORE-SUBS-SW
                   GO TO 050-EXIT
           END-READ.
           IF SBC-SUBSCRIBER-ID = SPACES
               GO TO 050-EXIT.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               MOVE "** SUBSCRIBER TABLE FULL - CARD IGNORED"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 050-EXIT.
           ADD 1 TO WS-SUB-COUNT.
           SET SUB-IX TO WS-SUB-COUNT.
           MOVE ADT-SUBSCRIBER-CARD TO SUB-CARD(SUB-IX).
           MOVE ZERO TO SUB-SENT(SUB-IX).
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           ADD 1 TO RECORDS-READ.

           SET EVT-IX TO 1.
           SEARCH EVT-ENTRY
               AT END
                   SET EVT-IX TO 9
               WHEN EVT-CODE(EVT-IX) = ADB-EVENT-TYPE
                   NEXT SENTENCE
           END-SEARCH.
           SET WS-EVENT-SUB TO EVT-IX.
           ADD 1 TO EVT-COMMITTED(WS-EVENT-SUB).

           IF WS-EVENT-SUB = 9
               MOVE "*** UNKNOWN ADT EVENT TYPE - NOT SENT"
                    TO ABEND-REASON
               WRITE SYSOUT-REC FROM ABEND-REC
               ADD 1 TO EVENTS-NOT-SENT
           ELSE
               PERFORM 200-ROUTE-EVENT THRU 200-EXIT
                   VARYING SUB-IX FROM 1 BY 1
                   UNTIL SUB-IX > WS-SUB-COUNT.

           READ ADTEVT INTO ADT-BROADCAST-REC
               AT END
               MOVE "N" TO MORE-DATA-SW
           END-READ.
       100-EXIT.
           EXIT.

      ***** ONE SUBSCRIBER'S FILTER AGAINST THE CURRENT EVENT
       200-ROUTE-EVENT.
           MOVE "200-ROUTE-EVENT" TO PARA-NAME.
           MOVE SUB-CARD(SUB-IX) TO ADT-SUBSCRIBER-CARD.

           IF SBC-EVENT-LIST NOT = SPACES
               MOVE "N" TO FILTER-PASS-SW
               PERFORM 210-MATCH-EVENT THRU 210-EXIT
                   VARYING WS-FILTER-SUB FROM 1 BY 1
                   UNTIL WS-FILTER-SUB > 10
               IF NOT FILTER-PASSED
                   GO TO 200-EXIT.

           IF SBC-CLASS-LIST NOT = SPACES
               MOVE "N" TO FILTER-PASS-SW
               PERFORM 220-MATCH-CLASS THRU 220-EXIT
                   VARYING WS-FILTER-SUB FROM 1 BY 1
                   UNTIL WS-FILTER-SUB > 5
               IF NOT FILTER-PASSED
                   GO TO 200-EXIT.

           IF SBC-FACILITY-CODE NOT = SPACES
            AND SBC-FACILITY-CODE NOT = ADB-FACILITY-CODE
               GO TO 200-EXIT.

           MOVE SBC-SUBSCRIBER-ID  TO ADO-SUBSCRIBER-ID.
           MOVE ADT-BROADCAST-REC  TO ADO-EVENT.
           WRITE ADTOUT-REC FROM ADT-OUTBOUND-REC.
           ADD 1 TO SUB-SENT(SUB-IX).
           ADD 1 TO EVT-SENT(WS-EVENT-SUB).
           ADD 1 TO MESSAGES-SENT.
       200-EXIT.
           EXIT.

       210-MATCH-EVENT.
           IF SBC-EVENT-TYPE(WS-FILTER-SUB) NOT = SPACES
            AND SBC-EVENT-TYPE(WS-FILTER-SUB) = ADB-EVENT-TYPE
               MOVE "Y" TO FILTER-PASS-SW.
       210-EXIT.
           EXIT.

       220-MATCH-CLASS.
           IF SBC-PATIENT-CLASS(WS-FILTER-SUB) NOT = SPACES
            AND SBC-PATIENT-CLASS(WS-FILTER-SUB) = ADB-PATIENT-CLASS
               MOVE "Y" TO FILTER-PASS-SW.
       220-EXIT.
           EXIT.

       700-WRITE-COUNTS.
           MOVE "700-WRITE-COUNTS" TO PARA-NAME.
           MOVE WS-DATE TO HDR-DATE.
           WRITE ADTCNT-REC FROM WS-HDR-LINE-1.
           MOVE SPACES TO ADTCNT-REC.
           WRITE ADTCNT-REC.
           WRITE ADTCNT-REC FROM WS-HDR-LINE-2.
           PERFORM 710-WRITE-EVENT-LINE THRU 710-EXIT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > 9.

           MOVE "TOTAL" TO EVL-DESC.
           MOVE RECORDS-READ TO EVL-COMMITTED.
           MOVE MESSAGES-SENT TO EVL-SENT.
           WRITE ADTCNT-REC FROM WS-EVENT-LINE.

           MOVE SPACES TO ADTCNT-REC.
           WRITE ADTCNT-REC.
           WRITE ADTCNT-REC FROM WS-HDR-LINE-3.
           PERFORM 720-WRITE-SUB-LINE THRU 720-EXIT
               VARYING SUB-IX FROM 1 BY 1
               UNTIL SUB-IX > WS-SUB-COUNT.
       700-EXIT.
           EXIT.

      ***** THE UNKNOWN ROW PRINTS ONLY WHEN SOMETHING LANDED IN IT
       710-WRITE-EVENT-LINE.
           IF WS-EVENT-SUB = 9
            AND EVT-COMMITTED(WS-EVENT-SUB) = ZERO
               GO TO 710-EXIT.
           MOVE EVT-ENTRY(WS-EVENT-SUB) TO EVL-DESC.
           MOVE EVT-COMMITTED(WS-EVENT-SUB) TO EVL-COMMITTED.
           MOVE EVT-SENT(WS-EVENT-SUB) TO EVL-SENT.
           WRITE ADTCNT-REC FROM WS-EVENT-LINE.
       710-EXIT.
           EXIT.

       720-WRITE-SUB-LINE.
           MOVE SUB-CARD(SUB-IX) TO ADT-SUBSCRIBER-CARD.
           MOVE SBC-SUBSCRIBER-ID TO SBL-SUBSCRIBER-ID.
           MOVE SUB-SENT(SUB-IX) TO SBL-SENT.
           WRITE ADTCNT-REC FROM WS-SUB-LINE.
       720-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "900-CLEANUP" TO PARA-NAME.
           CLOSE ADTSUBS, ADTEVT, ADTOUT, ADTCNT, SYSOUT.
           DISPLAY "ADTBCAST EVENTS READ        : " RECORDS-READ.
           DISPLAY "ADTBCAST SUBSCRIBERS        : " WS-SUB-COUNT.
           DISPLAY "ADTBCAST MESSAGES SENT      : " MESSAGES-SENT.
           DISPLAY "ADTBCAST EVENTS NOT SENT    : " EVENTS-NOT-SENT.
           DISPLAY "******** END JOB ADTBCAST ********".
       900-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-REC.
           CLOSE ADTSUBS, ADTEVT, ADTOUT, ADTCNT, SYSOUT.
           DISPLAY "*** ABNORMAL END OF JOB-ADTBCAST ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.

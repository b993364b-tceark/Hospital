       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTVIEW.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          READ-ONLY CICS BROWSE OF THE ELECTRONIC REPORT
      *          REPOSITORY, TRANSACTION RPTV.  A DEPARTMENT LOOKS AT
      *          ITS OWN REPORTS FOR ANY RETAINED DATE INSTEAD OF
      *          WAITING FOR OPERATIONS TO REPRINT THEM:
      *
      *             RPTV                         THE DEPARTMENT'S
      *                                          REPORTS
      *             RPTV REPORTID                THE SAVED RUNS OF
      *                                          ONE REPORT
      *             RPTV REPORTID YYYYMMDD [NNN] ONE RUN, A SCREEN
      *                                          OF LINES AT A TIME
      *
      *          THE DEPARTMENT IS THE SIGNED-ON OPERATOR'S HOME
      *          DEPARTMENT ON THE OPERATOR MASTER; A REPORT IS SHOWN
      *          ONLY TO ITS OWNING DEPARTMENT AND TO DEPARTMENTS ON
      *          ITS DISTRIBUTION.  ON A RUN, PF7/PF8 PAGE BACK AND
      *          FORWARD, PF11 SHIFTS RIGHT TO THE BACK HALF OF A WIDE
      *          PRINT LINE AND PF10 SHIFTS BACK; ON A LIST, PF8 SHOWS
      *          MORE AND PF7 RETURNS TO THE TOP.  PF3 EXITS.
      *          PSEUDO-CONVERSATIONAL, SAME AS PINQ -- THE COMMAREA
      *          CARRIES THE DEPARTMENT, WHAT IS ON THE SCREEN AND
      *          WHERE THE NEXT SCREEN STARTS.  NOTHING IS REWRITTEN.
      *
      ******************************************************************

               VSAM OPERATOR MASTER     -   OPERMSTR (FCT)

               VSAM REPORT DEFINITIONS  -   RPTDEF   (FCT)

               VSAM DISTRIBUTION TABLE  -   RPTDIST  (FCT)

               VSAM REPORT INDEX        -   RPTINDX  (FCT)

               VSAM REPORT LINES        -   RPTLINE  (FCT)

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

       COPY OPERMSTR.

       COPY RPTREPO.

      ***** TASK-TO-TASK STATE.  THE COMMAREA IS THE ONLY MEMORY A
      ***** PSEUDO-CONVERSATIONAL TRANSACTION HAS.
       01  WS-COMMAREA.
           05  COMM-DEPT-ID            PIC X(8).
           05  COMM-SCREEN-NBR         PIC 9(1).
               88  ON-REPORT-LIST      VALUE 1.
               88  ON-RUN-LIST         VALUE 2.
               88  ON-REPORT-RUN       VALUE 3.
           05  COMM-REPORT-ID          PIC X(8).
           05  COMM-RUN-DATE           PIC 9(8).
           05  COMM-RUN-SEQ            PIC 9(3).
           05  COMM-TOP-LINE           PIC 9(7).
           05  COMM-LINE-COUNT         PIC 9(7).
           05  COMM-COL-START          PIC 9(3).
           05  COMM-NEXT-KEY           PIC X(26).
           05  COMM-MORE-SW            PIC X(1).
               88  COMM-MORE-TO-SHOW   VALUE "Y".

       01  WS-INPUT-AREA               PIC X(80).
       01  WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.

       01  WS-RESP                     PIC S9(8) COMP.

       01  MISC-WS-FLDS.
           05  WS-USERID               PIC X(8).
           05  WS-IN-TRANID            PIC X(4).
           05  WS-IN-REPORT-ID         PIC X(8).
           05  WS-IN-RUN-DATE          PIC X(8).
           05  WS-IN-RUN-DATE-9 REDEFINES WS-IN-RUN-DATE
                                       PIC 9(8).
           05  WS-IN-RUN-SEQ           PIC X(3).
           05  WS-IN-RUN-SEQ-9 REDEFINES WS-IN-RUN-SEQ
                                       PIC 9(3).
           05  WS-BROWSE-SW            PIC X(1).
               88  BROWSE-DONE         VALUE "Y".
           05  WS-ALLOWED-SW           PIC X(1).
               88  REPORT-ALLOWED      VALUE "Y".
           05  WS-LAST-LINE            PIC 9(7).
           05  WS-TOP-PAGE             PIC 9(5).
           05  WS-COL-END              PIC 9(3).
       77  BODY-SUB                    PIC S9(4) COMP.
       77  WS-SCREEN-LINES             PIC S9(4) COMP VALUE 19.

      ***** ONE 24-LINE SCREEN SERVES ALL THREE VIEWS -- TITLE, AN
      ***** INFORMATION LINE, COLUMN HEADINGS, 19 BODY LINES, A
      ***** MESSAGE LINE AND THE PF-KEY LINE
       01  WS-VIEW-SCREEN.
           05  RVS-TITLE-LINE.
               10  FILLER  PIC X(9)  VALUE "RPTV     ".
               10  RVS-TITLE           PIC X(51).
               10  FILLER  PIC X(6)  VALUE "DEPT: ".
               10  RVS-DEPT-ID         PIC X(8).
               10  FILLER  PIC X(6)  VALUE SPACES.
           05  RVS-INFO-LINE           PIC X(80).
           05  RVS-HEAD-LINE           PIC X(80).
           05  RVS-BODY-LINE           PIC X(80) OCCURS 19 TIMES.
           05  RVS-MSG-LINE            PIC X(80).
           05  RVS-PFK-LINE            PIC X(80).

       01  WS-REPORT-LIST-HEAD.
           05  FILLER  PIC X(10) VALUE "REPORT".
           05  FILLER  PIC X(42) VALUE "TITLE".
           05  FILLER  PIC X(28) VALUE "OWNER".

       01  WS-REPORT-LIST-LINE.
           05  RRP-REPORT-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RRP-REPORT-TITLE        PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RRP-OWNER-DEPT          PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-RUN-LIST-HEAD.
           05  FILLER  PIC X(10) VALUE "RUN DATE".
           05  FILLER  PIC X(6)  VALUE "SEQ".
           05  FILLER  PIC X(5)  VALUE "FAC".
           05  FILLER  PIC X(9)  VALUE "   PAGES".
           05  FILLER  PIC X(12) VALUE "      LINES".
           05  FILLER  PIC X(11) VALUE "LOADED".
           05  FILLER  PIC X(27) VALUE "KEPT UNTIL".

       01  WS-RUN-LIST-LINE.
           05  RRL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RRL-RUN-SEQ             PIC 9(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RRL-FACILITY            PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RRL-PAGE-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RRL-LINE-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RRL-LOADED-DATE         PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RRL-EXPIRES-DATE        PIC 9(8).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RUN-INFO-LINE.
           05  FILLER  PIC X(6)  VALUE "LINES ".
           05  RRI-FIRST-LINE          PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(3)  VALUE " - ".
           05  RRI-LAST-LINE           PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(4)  VALUE " OF ".
           05  RRI-LINE-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER  PIC X(7)  VALUE "  PAGE ".
           05  RRI-PAGE-NBR            PIC ZZ,ZZ9.
           05  FILLER  PIC X(11) VALUE "  COLUMNS ".
           05  RRI-COL-START           PIC ZZ9.
           05  FILLER  PIC X(1)  VALUE "-".
           05  RRI-COL-END             PIC ZZ9.
           05  FILLER  PIC X(9)  VALUE SPACES.

       01  WS-RUN-TITLE.
           05  RRT-REPORT-ID           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RRT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  RRT-RUN-SEQ             PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RRT-REPORT-TITLE        PIC X(29).

      ***** THE PROMPT / MESSAGE SCREEN
       01  WS-PROMPT-SCREEN.
           05  PRM-TITLE-LINE          PIC X(80)
               VALUE "RPTV     REPORT REPOSITORY BROWSE".
           05  PRM-MSG-LINE.
               10  PRM-MESSAGE         PIC X(60)
                   VALUE "ENTER:  RPTV [REPORTID [YYYYMMDD [NNN]]]".
               10  FILLER              PIC X(20) VALUE SPACES.

       01  WS-GOODBYE-MSG              PIC X(30)
               VALUE "RPTV REPORT BROWSE ENDED".

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(72).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               MOVE SPACES TO WS-COMMAREA
               MOVE 1 TO COMM-SCREEN-NBR
               PERFORM 050-GET-DEPARTMENT THRU 050-EXIT
               PERFORM 100-RECEIVE-INPUT THRU 100-EXIT
               PERFORM 150-DISPATCH-INPUT THRU 150-EXIT
               PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBAID = DFHPF3
               EXEC CICS SEND TEXT
                    FROM   (WS-GOODBYE-MSG)
                    LENGTH (LENGTH OF WS-GOODBYE-MSG)
                    ERASE
                    FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC.

           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
              OR EIBAID = DFHPF10 OR EIBAID = DFHPF11
               PERFORM 500-SCROLL THRU 500-EXIT
               PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

           PERFORM 100-RECEIVE-INPUT THRU 100-EXIT.
           PERFORM 150-DISPATCH-INPUT THRU 150-EXIT.
           PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

      ******************************************************************
      *    THE SIGNED-ON OPERATOR'S HOME DEPARTMENT.  NO OPERATOR ROW,
      *    OR NO DEPARTMENT ON IT, ENDS THE TRANSACTION OUTRIGHT.
      ******************************************************************
       050-GET-DEPARTMENT.
           EXEC CICS ASSIGN
                USERID (WS-USERID)
           END-EXEC.
           EXEC CICS READ
                DATASET ('OPERMSTR')
                INTO    (OPERATOR-MASTER-REC)
                RIDFLD  (WS-USERID)
                RESP    (WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT OPR-ACTIVE
              OR OPR-DEPT-ID = SPACES
               MOVE SPACES TO PRM-MESSAGE
               STRING "NO DEPARTMENT ON FILE FOR OPERATOR " WS-USERID
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               EXEC CICS RETURN END-EXEC.

           MOVE OPR-DEPT-ID TO COMM-DEPT-ID.
       050-EXIT.
           EXIT.

      ******************************************************************
      *    PULL THE TYPED LINE APART -- "RPTV REPORTID YYYYMMDD NNN".
      *    A BARE ENTER LEAVES THE TRANSACTION ID SPACES.
      ******************************************************************
       100-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA.
           MOVE 80 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO   (WS-INPUT-AREA)
                LENGTH (WS-INPUT-LEN)
                RESP   (WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-IN-TRANID, WS-IN-REPORT-ID,
                          WS-IN-RUN-DATE, WS-IN-RUN-SEQ.
           IF WS-RESP = DFHRESP(NORMAL)
               UNSTRING WS-INPUT-AREA DELIMITED BY ALL SPACE
                   INTO WS-IN-TRANID, WS-IN-REPORT-ID,
                        WS-IN-RUN-DATE, WS-IN-RUN-SEQ.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    WHICH VIEW THE TYPED LINE ASKS FOR.  A BARE ENTER SHOWS THE
      *    CURRENT VIEW AGAIN FROM ITS START.
      ******************************************************************
       150-DISPATCH-INPUT.
           IF WS-IN-TRANID = SPACES
              AND COMM-REPORT-ID NOT = SPACES
               MOVE COMM-REPORT-ID TO WS-IN-REPORT-ID
               IF ON-REPORT-RUN
                   MOVE COMM-RUN-DATE TO WS-IN-RUN-DATE
                   MOVE COMM-RUN-SEQ  TO WS-IN-RUN-SEQ.

           IF WS-IN-REPORT-ID = SPACES
               MOVE SPACES       TO COMM-REPORT-ID
               MOVE COMM-DEPT-ID TO RDS-DEPT-ID
               MOVE LOW-VALUES   TO RDS-REPORT-ID
               MOVE RDS-KEY      TO COMM-NEXT-KEY
               PERFORM 200-LIST-REPORTS THRU 200-EXIT
               GO TO 150-EXIT.

           PERFORM 160-CHECK-DISTRIBUTION THRU 160-EXIT.
           IF NOT REPORT-ALLOWED
               MOVE SPACES TO PRM-MESSAGE
               STRING "REPORT " WS-IN-REPORT-ID
                      " IS NOT DISTRIBUTED TO " COMM-DEPT-ID
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 150-EXIT.
           MOVE WS-IN-REPORT-ID TO COMM-REPORT-ID.

           IF WS-IN-RUN-DATE = SPACES
               MOVE COMM-REPORT-ID TO RIX-REPORT-ID
               MOVE ZERO           TO RIX-RUN-DATE, RIX-RUN-SEQ
               MOVE RIX-KEY        TO COMM-NEXT-KEY
               PERFORM 300-LIST-RUNS THRU 300-EXIT
               GO TO 150-EXIT.

           IF WS-IN-RUN-DATE NOT NUMERIC
              OR (WS-IN-RUN-SEQ NOT = SPACES
                  AND WS-IN-RUN-SEQ NOT NUMERIC)
               MOVE "RUN DATE MUST BE YYYYMMDD, RUN NUMBER NNN"
                    TO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 150-EXIT.

           PERFORM 350-OPEN-RUN THRU 350-EXIT.
       150-EXIT.
           EXIT.

      ******************************************************************
      *    THE OWNING DEPARTMENT ALWAYS SEES ITS REPORT; ANY OTHER
      *    DEPARTMENT NEEDS A DISTRIBUTION ROW
      ******************************************************************
       160-CHECK-DISTRIBUTION.
           MOVE "N" TO WS-ALLOWED-SW.
           EXEC CICS READ
                DATASET ('RPTDEF')
                INTO    (REPORT-DEFINITION-REC)
                RIDFLD  (WS-IN-REPORT-ID)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND RDF-OWNER-DEPT = COMM-DEPT-ID
               MOVE "Y" TO WS-ALLOWED-SW
               GO TO 160-EXIT.

           MOVE COMM-DEPT-ID    TO RDS-DEPT-ID.
           MOVE WS-IN-REPORT-ID TO RDS-REPORT-ID.
           EXEC CICS READ
                DATASET ('RPTDIST')
                INTO    (REPORT-DISTRIBUTION-REC)
                RIDFLD  (RDS-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO WS-ALLOWED-SW.
       160-EXIT.
           EXIT.

      ******************************************************************
      *    THE DEPARTMENT'S REPORTS, FROM THE DISTRIBUTION TABLE,
      *    STARTING AT COMM-NEXT-KEY
      ******************************************************************
       200-LIST-REPORTS.
           PERFORM 600-CLEAR-SCREEN THRU 600-EXIT.
           MOVE "REPORTS DISTRIBUTED TO THIS DEPARTMENT" TO RVS-TITLE.
           MOVE WS-REPORT-LIST-HEAD TO RVS-HEAD-LINE.
           MOVE "ENTER=RPTV REPORTID TO SEE ITS RUNS" TO RVS-MSG-LINE.
           MOVE "PF7=TOP   PF8=MORE   PF3=EXIT" TO RVS-PFK-LINE.

           MOVE COMM-NEXT-KEY TO RDS-KEY.
           EXEC CICS STARTBR
                DATASET ('RPTDIST')
                RIDFLD  (RDS-KEY)
                GTEQ
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 210-NEXT-REPORT THRU 210-EXIT
                   UNTIL BROWSE-DONE
               EXEC CICS ENDBR
                    DATASET ('RPTDIST')
               END-EXEC.

           IF BODY-SUB = ZERO
               MOVE "NO REPORTS ARE DISTRIBUTED TO THIS DEPARTMENT"
                    TO RVS-INFO-LINE.
           MOVE 1 TO COMM-SCREEN-NBR.
           PERFORM 650-SEND-VIEW THRU 650-EXIT.
       200-EXIT.
           EXIT.

       210-NEXT-REPORT.
           EXEC CICS READNEXT
                DATASET ('RPTDIST')
                INTO    (REPORT-DISTRIBUTION-REC)
                RIDFLD  (RDS-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RDS-DEPT-ID NOT = COMM-DEPT-ID
               MOVE "Y" TO WS-BROWSE-SW
               GO TO 210-EXIT.
           IF BODY-SUB = WS-SCREEN-LINES
               MOVE RDS-KEY TO COMM-NEXT-KEY
               MOVE "Y" TO COMM-MORE-SW, WS-BROWSE-SW
               GO TO 210-EXIT.

           MOVE RDS-REPORT-ID TO RRP-REPORT-ID.
           EXEC CICS READ
                DATASET ('RPTDEF')
                INTO    (REPORT-DEFINITION-REC)
                RIDFLD  (RDS-REPORT-ID)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RDF-REPORT-TITLE TO RRP-REPORT-TITLE
               MOVE RDF-OWNER-DEPT   TO RRP-OWNER-DEPT
           ELSE
               MOVE "NOT DEFINED"    TO RRP-REPORT-TITLE
               MOVE SPACES           TO RRP-OWNER-DEPT.
           ADD 1 TO BODY-SUB.
           MOVE WS-REPORT-LIST-LINE TO RVS-BODY-LINE(BODY-SUB).
       210-EXIT.
           EXIT.

      ******************************************************************
      *    THE SAVED RUNS OF ONE REPORT, OLDEST RETAINED FIRST,
      *    STARTING AT COMM-NEXT-KEY
      ******************************************************************
       300-LIST-RUNS.
           PERFORM 600-CLEAR-SCREEN THRU 600-EXIT.
           MOVE SPACES TO RVS-TITLE.
           STRING "SAVED RUNS OF " COMM-REPORT-ID
               DELIMITED BY SIZE INTO RVS-TITLE.
           MOVE WS-RUN-LIST-HEAD TO RVS-HEAD-LINE.
           MOVE "ENTER=RPTV REPORTID YYYYMMDD [NNN] TO READ A RUN"
                TO RVS-MSG-LINE.
           MOVE "PF7=TOP   PF8=MORE   PF3=EXIT" TO RVS-PFK-LINE.

           MOVE COMM-NEXT-KEY TO RIX-KEY.
           EXEC CICS STARTBR
                DATASET ('RPTINDX')
                RIDFLD  (RIX-KEY)
                GTEQ
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 310-NEXT-RUN THRU 310-EXIT
                   UNTIL BROWSE-DONE
               EXEC CICS ENDBR
                    DATASET ('RPTINDX')
               END-EXEC.

           IF BODY-SUB = ZERO
               MOVE "NO RUNS OF THIS REPORT ARE ON FILE"
                    TO RVS-INFO-LINE.
           MOVE 2 TO COMM-SCREEN-NBR.
           PERFORM 650-SEND-VIEW THRU 650-EXIT.
       300-EXIT.
           EXIT.

       310-NEXT-RUN.
           EXEC CICS READNEXT
                DATASET ('RPTINDX')
                INTO    (REPORT-INDEX-REC)
                RIDFLD  (RIX-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RIX-REPORT-ID NOT = COMM-REPORT-ID
               MOVE "Y" TO WS-BROWSE-SW
               GO TO 310-EXIT.
           IF BODY-SUB = WS-SCREEN-LINES
               MOVE RIX-KEY TO COMM-NEXT-KEY
               MOVE "Y" TO COMM-MORE-SW, WS-BROWSE-SW
               GO TO 310-EXIT.

           IF BODY-SUB = ZERO
               MOVE RIX-REPORT-TITLE TO RVS-INFO-LINE.
           MOVE RIX-RUN-DATE     TO RRL-RUN-DATE.
           MOVE RIX-RUN-SEQ      TO RRL-RUN-SEQ.
           MOVE RIX-FACILITY     TO RRL-FACILITY.
           MOVE RIX-PAGE-COUNT   TO RRL-PAGE-COUNT.
           MOVE RIX-LINE-COUNT   TO RRL-LINE-COUNT.
           MOVE RIX-LOADED-DATE  TO RRL-LOADED-DATE.
           MOVE RIX-EXPIRES-DATE TO RRL-EXPIRES-DATE.
           ADD 1 TO BODY-SUB.
           MOVE WS-RUN-LIST-LINE TO RVS-BODY-LINE(BODY-SUB).
       310-EXIT.
           EXIT.

      ******************************************************************
      *    FIND THE RUN ASKED FOR -- WITH NO RUN NUMBER, THE FIRST RUN
      *    FILED FOR THE DATE -- AND SHOW ITS FIRST SCREEN OF LINES
      ******************************************************************
       350-OPEN-RUN.
           MOVE COMM-REPORT-ID   TO RIX-REPORT-ID.
           MOVE WS-IN-RUN-DATE-9 TO RIX-RUN-DATE.
           IF WS-IN-RUN-SEQ = SPACES
               MOVE ZERO TO RIX-RUN-SEQ
           ELSE
               MOVE WS-IN-RUN-SEQ-9 TO RIX-RUN-SEQ.

           EXEC CICS STARTBR
                DATASET ('RPTINDX')
                RIDFLD  (RIX-KEY)
                GTEQ
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                    DATASET ('RPTINDX')
                    INTO    (REPORT-INDEX-REC)
                    RIDFLD  (RIX-KEY)
                    RESP    (WS-RESP)
               END-EXEC
               EXEC CICS ENDBR
                    DATASET ('RPTINDX')
               END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RIX-REPORT-ID NOT = COMM-REPORT-ID
              OR RIX-RUN-DATE NOT = WS-IN-RUN-DATE-9
              OR (WS-IN-RUN-SEQ NOT = SPACES
                  AND RIX-RUN-SEQ NOT = WS-IN-RUN-SEQ-9)
               MOVE SPACES TO PRM-MESSAGE
               STRING "NO RUN OF " COMM-REPORT-ID " ON FILE FOR "
                      WS-IN-RUN-DATE " " WS-IN-RUN-SEQ
                   DELIMITED BY SIZE INTO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 350-EXIT.

           IF RIX-LINE-COUNT = ZERO
               MOVE "THAT RUN DID NOT FINISH LOADING - SEE THE NEXT RUN"
                    TO PRM-MESSAGE
               PERFORM 700-SEND-PROMPT THRU 700-EXIT
               GO TO 350-EXIT.

           MOVE RIX-RUN-DATE     TO COMM-RUN-DATE.
           MOVE RIX-RUN-SEQ      TO COMM-RUN-SEQ.
           MOVE RIX-LINE-COUNT   TO COMM-LINE-COUNT.
           MOVE 1                TO COMM-TOP-LINE, COMM-COL-START.
           MOVE RIX-REPORT-TITLE TO RRT-REPORT-TITLE.
           PERFORM 400-SHOW-LINES THRU 400-EXIT.
       350-EXIT.
           EXIT.

      ******************************************************************
      *    ONE SCREEN OF PRINT LINES FROM COMM-TOP-LINE, 80 COLUMNS
      *    FROM COMM-COL-START
      ******************************************************************
       400-SHOW-LINES.
           PERFORM 600-CLEAR-SCREEN THRU 600-EXIT.
           MOVE COMM-REPORT-ID TO RRT-REPORT-ID.
           MOVE COMM-RUN-DATE  TO RRT-RUN-DATE.
           MOVE COMM-RUN-SEQ   TO RRT-RUN-SEQ.
           MOVE WS-RUN-TITLE   TO RVS-TITLE.
           MOVE "PF7=BACK  PF8=FORWARD  PF10=LEFT  PF11=RIGHT  PF3=EXIT"
                TO RVS-PFK-LINE.

           MOVE COMM-REPORT-ID TO RLN-REPORT-ID.
           MOVE COMM-RUN-DATE  TO RLN-RUN-DATE.
           MOVE COMM-RUN-SEQ   TO RLN-RUN-SEQ.
           MOVE COMM-TOP-LINE  TO RLN-LINE-NBR.
           MOVE ZERO TO WS-TOP-PAGE, WS-LAST-LINE.
           EXEC CICS STARTBR
                DATASET ('RPTLINE')
                RIDFLD  (RLN-KEY)
                GTEQ
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 410-NEXT-LINE THRU 410-EXIT
                   UNTIL BROWSE-DONE
               EXEC CICS ENDBR
                    DATASET ('RPTLINE')
               END-EXEC.

           COMPUTE WS-COL-END = COMM-COL-START + 79.
           MOVE COMM-TOP-LINE   TO RRI-FIRST-LINE.
           MOVE WS-LAST-LINE    TO RRI-LAST-LINE.
           MOVE COMM-LINE-COUNT TO RRI-LINE-COUNT.
           MOVE WS-TOP-PAGE     TO RRI-PAGE-NBR.
           MOVE COMM-COL-START  TO RRI-COL-START.
           MOVE WS-COL-END      TO RRI-COL-END.
           MOVE WS-RUN-INFO-LINE TO RVS-INFO-LINE.
           IF WS-LAST-LINE NOT < COMM-LINE-COUNT
               MOVE "*** END OF REPORT ***" TO RVS-MSG-LINE.
           MOVE 3 TO COMM-SCREEN-NBR.
           PERFORM 650-SEND-VIEW THRU 650-EXIT.
       400-EXIT.
           EXIT.

       410-NEXT-LINE.
           EXEC CICS READNEXT
                DATASET ('RPTLINE')
                INTO    (REPORT-LINE-REC)
                RIDFLD  (RLN-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR RLN-REPORT-ID NOT = COMM-REPORT-ID
              OR RLN-RUN-DATE NOT = COMM-RUN-DATE
              OR RLN-RUN-SEQ NOT = COMM-RUN-SEQ
               MOVE "Y" TO WS-BROWSE-SW
               GO TO 410-EXIT.

           ADD 1 TO BODY-SUB.
           IF BODY-SUB = 1
               MOVE RLN-PAGE-NBR TO WS-TOP-PAGE.
           MOVE RLN-PRINT-LINE(COMM-COL-START:80)
                TO RVS-BODY-LINE(BODY-SUB).
           MOVE RLN-LINE-NBR TO WS-LAST-LINE.
           IF BODY-SUB = WS-SCREEN-LINES
               MOVE "Y" TO WS-BROWSE-SW.
       410-EXIT.
           EXIT.

      ******************************************************************
      *    PF7/PF8 PAGE A RUN BY ONE SCREEN, OR ON A LIST GO BACK TO
      *    THE TOP / ON TO THE NEXT SCREEN; PF10/PF11 SHIFT A RUN
      *    BETWEEN THE FRONT AND BACK OF A WIDE PRINT LINE
      ******************************************************************
       500-SCROLL.
           IF ON-REPORT-RUN
               IF EIBAID = DFHPF8
                   IF COMM-TOP-LINE + WS-SCREEN-LINES
                      NOT > COMM-LINE-COUNT
                       ADD WS-SCREEN-LINES TO COMM-TOP-LINE.
           IF ON-REPORT-RUN
               IF EIBAID = DFHPF7
                   IF COMM-TOP-LINE > WS-SCREEN-LINES
                       SUBTRACT WS-SCREEN-LINES FROM COMM-TOP-LINE
                   ELSE
                       MOVE 1 TO COMM-TOP-LINE.
           IF ON-REPORT-RUN
               IF EIBAID = DFHPF10
                   MOVE 1 TO COMM-COL-START.
           IF ON-REPORT-RUN
               IF EIBAID = DFHPF11
                   MOVE 54 TO COMM-COL-START.
           IF ON-REPORT-RUN
               MOVE COMM-REPORT-ID TO RIX-REPORT-ID
               MOVE COMM-RUN-DATE  TO RIX-RUN-DATE
               MOVE COMM-RUN-SEQ   TO RIX-RUN-SEQ
               EXEC CICS READ
                    DATASET ('RPTINDX')
                    INTO    (REPORT-INDEX-REC)
                    RIDFLD  (RIX-KEY)
                    RESP    (WS-RESP)
               END-EXEC
               MOVE RIX-REPORT-TITLE TO RRT-REPORT-TITLE
               PERFORM 400-SHOW-LINES THRU 400-EXIT
               GO TO 500-EXIT.

           IF EIBAID = DFHPF10 OR EIBAID = DFHPF11
               GO TO 500-EXIT.
           IF EIBAID = DFHPF8 AND NOT COMM-MORE-TO-SHOW
               GO TO 500-EXIT.

           IF ON-RUN-LIST
               IF EIBAID = DFHPF7
                   MOVE COMM-REPORT-ID TO RIX-REPORT-ID
                   MOVE ZERO           TO RIX-RUN-DATE, RIX-RUN-SEQ
                   MOVE RIX-KEY        TO COMM-NEXT-KEY
                   PERFORM 300-LIST-RUNS THRU 300-EXIT
               ELSE
                   PERFORM 300-LIST-RUNS THRU 300-EXIT
           ELSE
               IF EIBAID = DFHPF7
                   MOVE COMM-DEPT-ID TO RDS-DEPT-ID
                   MOVE LOW-VALUES   TO RDS-REPORT-ID
                   MOVE RDS-KEY      TO COMM-NEXT-KEY
                   PERFORM 200-LIST-REPORTS THRU 200-EXIT
               ELSE
                   PERFORM 200-LIST-REPORTS THRU 200-EXIT.
       500-EXIT.
           EXIT.

       600-CLEAR-SCREEN.
           MOVE SPACES TO RVS-TITLE, RVS-INFO-LINE, RVS-HEAD-LINE,
                          RVS-MSG-LINE, RVS-PFK-LINE.
           PERFORM 610-CLEAR-BODY-LINE THRU 610-EXIT
               VARYING BODY-SUB FROM 1 BY 1
               UNTIL BODY-SUB > WS-SCREEN-LINES.
           MOVE ZERO TO BODY-SUB.
           MOVE "N" TO WS-BROWSE-SW, COMM-MORE-SW.
           MOVE COMM-DEPT-ID TO RVS-DEPT-ID.
       600-EXIT.
           EXIT.

       610-CLEAR-BODY-LINE.
           MOVE SPACES TO RVS-BODY-LINE(BODY-SUB).
       610-EXIT.
           EXIT.

       650-SEND-VIEW.
           EXEC CICS SEND TEXT
                FROM   (WS-VIEW-SCREEN)
                LENGTH (LENGTH OF WS-VIEW-SCREEN)
                ERASE
                FREEKB
           END-EXEC.
       650-EXIT.
           EXIT.

       700-SEND-PROMPT.
           EXEC CICS SEND TEXT
                FROM   (WS-PROMPT-SCREEN)
                LENGTH (LENGTH OF WS-PROMPT-SCREEN)
                ERASE
                FREEKB
           END-EXEC.
       700-EXIT.
           EXIT.

       800-RETURN-TRANSID.
           EXEC CICS RETURN
                TRANSID  ('RPTV')
                COMMAREA (WS-COMMAREA)
                LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
       800-EXIT.
           EXIT.

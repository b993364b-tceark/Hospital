       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGENTRY.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          CICS DAILY ROOM-CHARGE ENTRY, TRANSACTION CHGE.  THE
      *          DATA-ENTRY OPERATOR BUILDS ONE PATDALY CHARGE RECORD
      *          A LINE AT A TIME AND PRESSES PF5 TO HAVE IT EDITED.
      *          THE EDITS ARE CHGEDIT'S -- THE SAME MODULE DALYEDIT
      *          AND OUTEDIT CALL AT NIGHT -- SO A CHARGE THAT PASSES
      *          HERE PASSES THERE, AND A REJECT IS FIXED WHILE THE
      *          OPERATOR STILL HAS THE PAPER IN FRONT OF THEM
      *          INSTEAD OF THE NEXT MORNING OFF PATERR.
      *
      *          A CLEAN RECORD IS STAMPED WITH THE SIGNED-ON USERID
      *          IN OPERATOR-ID AND WRITTEN TO THE EXTRAPARTITION TD
      *          QUEUE CHGE, WHICH THE DCT POINTS AT THE DAILY CHARGE
      *          FILE THE NIGHTLY CYCLE PICKS UP.  A RECORD IN ERROR
      *          IS NEVER WRITTEN -- IT STAYS ON THE SCREEN WITH THE
      *          ERROR TEXT UNTIL IT IS CORRECTED OR CLEARED.
      *
      *          INPUT LINES (FIELDS SEPARATED BY ONE SPACE; MONEY IS
      *          KEYED AS DIGITS WITH TWO IMPLIED DECIMALS):
      *            CHGE H T PPPPPP CCYYMMDD WARD BBBB RRRR FC ENCOUNTER
      *                   T = BLANK ROOM CHARGE, H BED-HOLD, R REVERSAL
      *            CHGE D FROMDATE TODATE-- BASECHRGE DIAGCDE OBS
      *            CHGE E NN EQUIP-ID CATG COSTNNN PHYSICN RSN DESC...
      *                   AN EQUIP-ID OF SPACES CLEARS ROW NN
      *            CHGE S NN SERIALNBR- (DEVICE USED ON ROW NN)
      *            CHGE C N COMMENT TEXT (SEGMENT N = 1 THRU 2)
      *            CHGE V T ITEM-ID- AMOUNTNNN SVCDATE-
      *          PF5 EDITS AND SAVES, CLEAR STARTS OVER, PF3 EXITS.
      *          PSEUDO-CONVERSATIONAL: THE RECORD UNDER CONSTRUCTION
      *          RIDES THE COMMAREA FROM TASK TO TASK.
      *
      ******************************************************************

               VSAM MASTER FILE         -   PATMSTR  (FCT)

               VSAM PERSONAL FILE       -   PATPERSN (FCT)

               DAILY CHARGE FILE        -   CHGE     (DCT, EXTRA-
                                                      PARTITION TD)

               RUN PARAMETERS           -   RUNPARM  (FCT)

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

       COPY PATDALY.

       COPY PATMSTR.

       COPY PATPERSN.

       COPY CHGEDPRM.

      ***** THE LATE-CHARGE LIMIT AND DOWNTIME WINDOW ARE THE SAME
      ***** "*SHARED*" RUNPARM ROWS THE NIGHTLY EDITS READ THROUGH
      ***** PARMGET.  PARMGET DOES BATCH I/O, SO THE SCREEN BROWSES
      ***** THE ROWS ITSELF FOR THE ONE IN FORCE TODAY.
       COPY RUNPARM.

       01  WS-PARM-LOOKUP.
           05  WS-PARM-KEY.
               10  WS-PARM-PROGRAM-ID  PIC X(8).
               10  WS-PARM-NAME        PIC X(16).
               10  WS-PARM-EFF-DATE    PIC 9(8).
           05  WS-PARM-NUMBER          PIC S9(9) COMP-3.
           05  WS-PARM-FOUND-SW        PIC X(1).
               88  PARM-IN-FORCE       VALUE "Y".
           05  WS-PARM-BROWSE-SW       PIC X(1).
               88  PARM-BROWSE-DONE    VALUE "Y".

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-TODAY-9              PIC 9(8).
           05  FILLER                  PIC X(13).

      ***** TASK-TO-TASK STATE.  THE COMMAREA IS THE ONLY MEMORY A
      ***** PSEUDO-CONVERSATIONAL TRANSACTION HAS.
       01  WS-COMMAREA.
           05  COMM-CHARGE-REC         PIC X(1084).

       01  WS-INPUT-AREA.
           05  INP-TRANID              PIC X(4).
           05  FILLER                  PIC X(1).
           05  INP-ACTION              PIC X(1).
               88  INP-HEADER          VALUE "H".
               88  INP-DATES           VALUE "D".
               88  INP-EQUIPMENT       VALUE "E".
               88  INP-SERIAL          VALUE "S".
               88  INP-COMMENTS        VALUE "C".
               88  INP-REVERSAL        VALUE "V".
           05  FILLER                  PIC X(1).
           05  INP-DATA                PIC X(73).
      ***** H -- WHO, WHERE AND WHEN
           05  INP-HDR-DATA REDEFINES INP-DATA.
               10  INH-RECORD-TYPE     PIC X(1).
               10  FILLER              PIC X(1).
               10  INH-PATIENT-ID      PIC X(6).
               10  FILLER              PIC X(1).
               10  INH-CURR-DTE        PIC X(8).
               10  FILLER              PIC X(1).
               10  INH-WARD            PIC X(4).
               10  FILLER              PIC X(1).
               10  INH-BED-X           PIC X(4).
               10  INH-BED-N REDEFINES INH-BED-X
                                       PIC 9(4).
               10  FILLER              PIC X(1).
               10  INH-ROOM-X          PIC X(4).
               10  INH-ROOM-N REDEFINES INH-ROOM-X
                                       PIC 9(4).
               10  FILLER              PIC X(1).
               10  INH-FACILITY        PIC X(2).
               10  FILLER              PIC X(1).
               10  INH-ENCOUNTER       PIC X(10).
               10  FILLER              PIC X(27).
      ***** D -- THE ROOM DATES, RATE AND DIAGNOSIS
           05  INP-DATE-DATA REDEFINES INP-DATA.
               10  IND-DATE-FROM       PIC X(8).
               10  FILLER              PIC X(1).
               10  IND-DATE-TO         PIC X(8).
               10  FILLER              PIC X(1).
               10  IND-BASE-X          PIC X(9).
               10  IND-BASE-N REDEFINES IND-BASE-X
                                       PIC 9(7)V99.
               10  FILLER              PIC X(1).
               10  IND-DIAG            PIC X(7).
               10  FILLER              PIC X(1).
               10  IND-OBS-X           PIC X(3).
               10  IND-OBS-N REDEFINES IND-OBS-X
                                       PIC 9(3).
               10  FILLER              PIC X(34).
      ***** E -- ONE EQUIPMENT ROW
           05  INP-EQP-DATA REDEFINES INP-DATA.
               10  INE-ROW-X           PIC X(2).
               10  INE-ROW-N REDEFINES INE-ROW-X
                                       PIC 9(2).
               10  FILLER              PIC X(1).
               10  INE-EQUIP-ID        PIC X(8).
               10  FILLER              PIC X(1).
               10  INE-CATEGORY        PIC X(4).
               10  FILLER              PIC X(1).
               10  INE-COST-X          PIC X(7).
               10  INE-COST-N REDEFINES INE-COST-X
                                       PIC 9(5)V99.
               10  FILLER              PIC X(1).
               10  INE-PHYSICIAN       PIC X(8).
               10  FILLER              PIC X(1).
               10  INE-REASON          PIC X(4).
               10  FILLER              PIC X(1).
               10  INE-DESC            PIC X(30).
               10  FILLER              PIC X(4).
      ***** S -- THE SERIAL OF THE DEVICE USED ON ONE EQUIPMENT ROW
           05  INP-SER-DATA REDEFINES INP-DATA.
               10  INS-ROW-X           PIC X(2).
               10  INS-ROW-N REDEFINES INS-ROW-X
                                       PIC 9(2).
               10  FILLER              PIC X(1).
               10  INS-SERIAL          PIC X(10).
               10  FILLER              PIC X(60).
      ***** C -- ONE 62-BYTE SEGMENT OF THE 124-BYTE COMMENTS
           05  INP-CMT-DATA REDEFINES INP-DATA.
               10  INC-SEGMENT         PIC X(1).
                   88  VALID-CMT-SEGMENT VALUES "1" THRU "2".
               10  INC-SEGMENT-N REDEFINES INC-SEGMENT
                                       PIC 9(1).
               10  FILLER              PIC X(1).
               10  INC-TEXT            PIC X(62).
               10  FILLER              PIC X(9).
      ***** V -- THE CHARGE A REVERSAL BACKS OUT
           05  INP-REV-DATA REDEFINES INP-DATA.
               10  INV-ITEM-TYPE       PIC X(1).
               10  FILLER              PIC X(1).
               10  INV-ITEM-ID         PIC X(8).
               10  FILLER              PIC X(1).
               10  INV-AMOUNT-X        PIC X(9).
               10  INV-AMOUNT-N REDEFINES INV-AMOUNT-X
                                       PIC 9(7)V99.
               10  FILLER              PIC X(1).
               10  INV-SVC-DATE        PIC X(8).
               10  FILLER              PIC X(44).
       01  WS-INPUT-LEN                PIC S9(4) COMP VALUE 80.

       01  WS-RESP                     PIC S9(8) COMP.

       01  MISC-WS-FLDS.
           05  WS-READ-KEY             PIC X(6).
           05  WS-MESSAGE              PIC X(70).
           05  WS-SQLCODE-DISP         PIC -(8)9.
           05  WS-CMT-START            PIC S9(4) COMP.
           05  WS-ROLLUP-COST          PIC 9(7)V99.
       77  ROW-SUB                     PIC S9(4) COMP.

      ***** THE ENTRY SCREEN -- THE RECORD AS KEYED SO FAR
       01  WS-ENTRY-SCREEN.
           05  ENS-TITLE-LINE.
               10  FILLER  PIC X(29)
                   VALUE "CHGE     DAILY CHARGE ENTRY  ".
               10  FILLER  PIC X(21) VALUE "           PATIENT:  ".
               10  ENS-PATIENT-ID      PIC X(6).
               10  FILLER  PIC X(8)  VALUE "  TYPE: ".
               10  ENS-RECORD-TYPE     PIC X(1).
               10  FILLER  PIC X(15) VALUE SPACES.
           05  ENS-BLANK-1             PIC X(80) VALUE SPACES.
           05  ENS-WHERE-LINE.
               10  FILLER  PIC X(6)  VALUE "DATE: ".
               10  ENS-CURR-DTE        PIC X(8).
               10  FILLER  PIC X(8)  VALUE "  WARD: ".
               10  ENS-WARD            PIC X(4).
               10  FILLER  PIC X(7)  VALUE "  BED: ".
               10  ENS-BED             PIC X(4).
               10  FILLER  PIC X(8)  VALUE "  ROOM: ".
               10  ENS-ROOM            PIC X(4).
               10  FILLER  PIC X(7)  VALUE "  FAC: ".
               10  ENS-FACILITY        PIC X(2).
               10  FILLER  PIC X(7)  VALUE "  ENC: ".
               10  ENS-ENCOUNTER       PIC X(10).
               10  FILLER  PIC X(5)  VALUE SPACES.
           05  ENS-STAY-LINE.
               10  FILLER  PIC X(6)  VALUE "FROM: ".
               10  ENS-DATE-FROM       PIC X(8).
               10  FILLER  PIC X(6)  VALUE "  TO: ".
               10  ENS-DATE-TO         PIC X(8).
               10  FILLER  PIC X(8)  VALUE "  BASE: ".
               10  ENS-BASE            PIC ZZZZZZ9.99.
               10  FILLER  PIC X(8)  VALUE "  DIAG: ".
               10  ENS-DIAG            PIC X(7).
               10  FILLER  PIC X(11) VALUE "  OBS HRS: ".
               10  ENS-OBS             PIC ZZ9.
               10  FILLER  PIC X(5)  VALUE SPACES.
           05  ENS-TOTAL-LINE.
               10  FILLER  PIC X(8)  VALUE "TOTAL:  ".
               10  ENS-TOTAL           PIC ZZZZZZ9.99.
               10  FILLER  PIC X(12) VALUE "  REVERSES: ".
               10  ENS-REV-TYPE        PIC X(1).
               10  FILLER  PIC X(1)  VALUE SPACES.
               10  ENS-REV-ITEM        PIC X(8).
               10  FILLER  PIC X(40) VALUE SPACES.
           05  ENS-CMT-LINE.
               10  FILLER  PIC X(10) VALUE "COMMENTS: ".
               10  ENS-COMMENTS        PIC X(70).
           05  ENS-EQP-HDR-LINE.
               10  FILLER  PIC X(40)
                   VALUE "NO EQUIP-ID CATG DESCRIPTION".
               10  FILLER  PIC X(40)
                   VALUE "           COST PHYSICN  RSN  SERIAL".
           05  ENS-EQP-LINE OCCURS 12 TIMES.
               10  ENS-EQP-ROW         PIC Z9.
               10  FILLER              PIC X(1).
               10  ENS-EQP-ID          PIC X(8).
               10  FILLER              PIC X(1).
               10  ENS-EQP-CATEGORY    PIC X(4).
               10  FILLER              PIC X(1).
               10  ENS-EQP-DESC        PIC X(29).
               10  FILLER              PIC X(1).
               10  ENS-EQP-COST        PIC ZZZZ9.99.
               10  FILLER              PIC X(1).
               10  ENS-EQP-PHYSICIAN   PIC X(8).
               10  FILLER              PIC X(1).
               10  ENS-EQP-REASON      PIC X(4).
               10  FILLER              PIC X(1).
               10  ENS-EQP-SERIAL      PIC X(10).
           05  ENS-MSG-LINE.
               10  FILLER  PIC X(5)  VALUE "MSG: ".
               10  ENS-MESSAGE         PIC X(70).
               10  FILLER  PIC X(5)  VALUE SPACES.
           05  ENS-HELP-LINE-1.
               10  FILLER  PIC X(40)
                   VALUE "H T PATNBR DATE WARD BED ROOM FC ENC  | ".
               10  FILLER  PIC X(40)
                   VALUE "D FROM TO BASE DIAG OBS-HRS           ".
           05  ENS-HELP-LINE-2.
               10  FILLER  PIC X(40)
                   VALUE "E NN ID CATG COST PHYS RSN DESC       | ".
               10  FILLER  PIC X(40)
                   VALUE "C N TEXT|V T ITEM AMT SVCDT|S NN SERIAL".
           05  ENS-PFK-LINE.
               10  FILLER  PIC X(40)
                   VALUE "PF5=EDIT AND SAVE   CLEAR=START OVER   ".
               10  FILLER  PIC X(40) VALUE "PF3=EXIT".

       01  WS-GOODBYE-MSG              PIC X(30)
               VALUE "CHGE CHARGE ENTRY ENDED".

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(1084).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = ZERO
               PERFORM 300-START-NEW-CHARGE THRU 300-EXIT
               MOVE "KEY THE H LINE FIRST -- CHGE H T PATNBR DATE ..."
                    TO WS-MESSAGE
               PERFORM 600-SEND-SCREEN THRU 600-EXIT
               PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE COMM-CHARGE-REC TO INPATIENT-DAILY-REC.

           IF EIBAID = DFHPF3
               EXEC CICS SEND TEXT
                    FROM   (WS-GOODBYE-MSG)
                    LENGTH (LENGTH OF WS-GOODBYE-MSG)
                    ERASE
                    FREEKB
               END-EXEC
               EXEC CICS RETURN END-EXEC.

           IF EIBAID = DFHCLEAR
               PERFORM 300-START-NEW-CHARGE THRU 300-EXIT
               MOVE "CHARGE CLEARED -- KEY THE H LINE" TO WS-MESSAGE
               PERFORM 600-SEND-SCREEN THRU 600-EXIT
               PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

           IF EIBAID = DFHPF5
               PERFORM 500-EDIT-AND-SAVE THRU 500-EXIT
               PERFORM 600-SEND-SCREEN THRU 600-EXIT
               PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

           PERFORM 100-RECEIVE-INPUT THRU 100-EXIT.
           PERFORM 200-APPLY-INPUT THRU 200-EXIT.
           PERFORM 600-SEND-SCREEN THRU 600-EXIT.
           PERFORM 800-RETURN-TRANSID THRU 800-EXIT.

      ******************************************************************
      *    PULL IN THE TYPED LINE -- "CHGE X DATA ..."
      ******************************************************************
       100-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA.
           MOVE 80 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
                INTO   (WS-INPUT-AREA)
                LENGTH (WS-INPUT-LEN)
                RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-INPUT-AREA.
       100-EXIT.
           EXIT.

      ******************************************************************
      *    LAY ONE INPUT LINE INTO THE RECORD.  ONLY THE SHAPE OF THE
      *    INPUT IS CHECKED HERE -- DIGITS WHERE THE RECORD HOLDS A
      *    NUMBER.  WHETHER THE CHARGE IS ANY GOOD IS CHGEDIT'S CALL
      *    AT PF5.
      ******************************************************************
       200-APPLY-INPUT.
           MOVE SPACES TO WS-MESSAGE.
           IF INP-HEADER
               PERFORM 210-APPLY-HEADER THRU 210-EXIT
           ELSE
           IF INP-DATES
               PERFORM 220-APPLY-DATES THRU 220-EXIT
           ELSE
           IF INP-EQUIPMENT
               PERFORM 230-APPLY-EQUIPMENT THRU 230-EXIT
           ELSE
           IF INP-SERIAL
               PERFORM 260-APPLY-SERIAL THRU 260-EXIT
           ELSE
           IF INP-COMMENTS
               PERFORM 240-APPLY-COMMENTS THRU 240-EXIT
           ELSE
           IF INP-REVERSAL
               PERFORM 250-APPLY-REVERSAL THRU 250-EXIT
           ELSE
               MOVE "ENTER H, D, E, S, C OR V AFTER CHGE -- SEE HELP"
                    TO WS-MESSAGE.
       200-EXIT.
           EXIT.

       210-APPLY-HEADER.
           IF INH-RECORD-TYPE NOT = SPACE AND NOT = "H"
                                          AND NOT = "R"
               MOVE "RECORD TYPE MUST BE BLANK, H (BED-HOLD) OR R"
                    TO WS-MESSAGE
               GO TO 210-EXIT.
           IF INH-BED-X NOT NUMERIC OR INH-ROOM-X NOT NUMERIC
               MOVE "BED AND ROOM MUST BE FOUR DIGITS" TO WS-MESSAGE
               GO TO 210-EXIT.

           MOVE INH-RECORD-TYPE TO PATIENT-RECORD-TYPE.
           MOVE INH-PATIENT-ID  TO INPATIENT-DAILY-REC(2:6).
           MOVE INH-CURR-DTE    TO CURR-DTE IN INPATIENT-DAILY-REC.
           MOVE INH-WARD        TO WARD-NBR IN INPATIENT-DAILY-REC.
           MOVE INH-BED-N       TO BED-IDENTITY IN INPATIENT-DAILY-REC.
           MOVE INH-ROOM-N      TO ROOM-IDENTITY IN INPATIENT-DAILY-REC.
           MOVE INH-FACILITY    TO FACILITY-CDE IN INPATIENT-DAILY-REC.
           MOVE INH-ENCOUNTER   TO DAILY-ENCOUNTER-NBR.
           MOVE "HEADER TAKEN" TO WS-MESSAGE.
       210-EXIT.
           EXIT.

       220-APPLY-DATES.
           IF IND-BASE-X NOT NUMERIC
               MOVE "BASE CHARGE IS 9 DIGITS, 2 IMPLIED DECIMALS"
                    TO WS-MESSAGE
               GO TO 220-EXIT.
           IF IND-OBS-X = SPACES
               MOVE "000" TO IND-OBS-X.
           IF IND-OBS-X NOT NUMERIC
               MOVE "OBSERVATION HOURS ARE 3 DIGITS" TO WS-MESSAGE
               GO TO 220-EXIT.

           MOVE IND-DATE-FROM TO ROOM-DATE-FROM IN INPATIENT-DAILY-REC.
           MOVE IND-DATE-TO   TO ROOM-DATE-TO IN INPATIENT-DAILY-REC.
           MOVE IND-BASE-N    TO
                BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC.
           MOVE IND-DIAG      TO
                PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC.
           MOVE IND-OBS-N     TO OBS-HOURS IN INPATIENT-DAILY-REC.
           MOVE "DATES AND RATE TAKEN" TO WS-MESSAGE.
       220-EXIT.
           EXIT.

      ***** THE EDITS STOP AT THE FIRST BLANK EQUIPMENT ROW, SO ROWS
      ***** ARE KEYED FROM 1 UP WITHOUT GAPS
       230-APPLY-EQUIPMENT.
           IF INE-ROW-X NOT NUMERIC
            OR INE-ROW-N < 1 OR INE-ROW-N > 12
               MOVE "EQUIPMENT ROW IS 01 THRU 12" TO WS-MESSAGE
               GO TO 230-EXIT.

           MOVE INE-ROW-N TO ROW-SUB.
           IF INE-EQUIP-ID = SPACES
               MOVE SPACES TO ADDITIONAL-EQUIP-CHARGES(ROW-SUB),
                              EQUIPMENT-SERIAL-NBR(ROW-SUB)
               MOVE "EQUIPMENT ROW CLEARED" TO WS-MESSAGE
               GO TO 230-EXIT.

           IF ROW-SUB > 1
               IF EQUIPMENT-ID(ROW-SUB - 1) = SPACES
                   MOVE "KEY EQUIPMENT ROWS IN ORDER -- NO GAPS"
                        TO WS-MESSAGE
                   GO TO 230-EXIT.

           IF INE-COST-X NOT NUMERIC
               MOVE "EQUIPMENT COST IS 7 DIGITS, 2 IMPLIED DECIMALS"
                    TO WS-MESSAGE
               GO TO 230-EXIT.

           MOVE INE-EQUIP-ID  TO EQUIPMENT-ID(ROW-SUB).
           MOVE INE-CATEGORY  TO EQUIPMENT-CATEGORY(ROW-SUB).
           MOVE INE-DESC      TO EQUIPMENT-SHORT-DESC(ROW-SUB).
           MOVE INE-COST-N    TO EQUIPMENT-COST(ROW-SUB).
           MOVE INE-PHYSICIAN TO EQUIPMENT-PRES-PHYS(ROW-SUB).
           MOVE INE-REASON    TO EQUIPMENT-REASON-CDE(ROW-SUB).
           MOVE "EQUIPMENT ROW TAKEN" TO WS-MESSAGE.
       230-EXIT.
           EXIT.

       240-APPLY-COMMENTS.
           IF NOT VALID-CMT-SEGMENT
               MOVE "COMMENT SEGMENT IS 1 THRU 2" TO WS-MESSAGE
               GO TO 240-EXIT.

           COMPUTE WS-CMT-START = (INC-SEGMENT-N - 1) * 62 + 1.
           MOVE INC-TEXT TO DAILY-CHARGES-COMMENTS(WS-CMT-START:62).
           MOVE "COMMENT TAKEN" TO WS-MESSAGE.
       240-EXIT.
           EXIT.

      ***** A REVERSAL'S AMOUNT RIDES TOTAL-ROOM-CHARGE AND ITS
      ***** ORIGINAL SERVICE DATE RIDES ROOM-DATE-FROM (SEE PATDALY)
       250-APPLY-REVERSAL.
           IF NOT REVERSAL-REC IN INPATIENT-DAILY-REC
               MOVE "KEY THE H LINE WITH TYPE R BEFORE THE V LINE"
                    TO WS-MESSAGE
               GO TO 250-EXIT.
           IF INV-AMOUNT-X NOT NUMERIC
               MOVE "AMOUNT IS 9 DIGITS, 2 IMPLIED DECIMALS"
                    TO WS-MESSAGE
               GO TO 250-EXIT.

           MOVE INV-ITEM-TYPE TO REV-ITEM-TYPE IN INPATIENT-DAILY-REC.
           MOVE INV-ITEM-ID   TO REV-ITEM-ID IN INPATIENT-DAILY-REC.
           MOVE INV-AMOUNT-N  TO
                TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC.
           MOVE INV-SVC-DATE  TO ROOM-DATE-FROM IN INPATIENT-DAILY-REC.
           MOVE "REVERSAL TAKEN" TO WS-MESSAGE.
       250-EXIT.
           EXIT.

      ***** THE SERIAL OFF THE DEVICE'S ASSET TAG, FOR AN EQUIPMENT
      ***** ROW ALREADY KEYED.  WHETHER IT IS ON THE REGISTER AND
      ***** MATCHES THE ITEM IS EQPUSAGE'S CALL AT NIGHT.
       260-APPLY-SERIAL.
           IF INS-ROW-X NOT NUMERIC
            OR INS-ROW-N < 1 OR INS-ROW-N > 12
               MOVE "EQUIPMENT ROW IS 01 THRU 12" TO WS-MESSAGE
               GO TO 260-EXIT.

           MOVE INS-ROW-N TO ROW-SUB.
           IF EQUIPMENT-ID(ROW-SUB) = SPACES
               MOVE "KEY THE E LINE FOR THE ROW BEFORE ITS SERIAL"
                    TO WS-MESSAGE
               GO TO 260-EXIT.

           MOVE INS-SERIAL TO EQUIPMENT-SERIAL-NBR(ROW-SUB).
           IF INS-SERIAL = SPACES
               MOVE "SERIAL CLEARED" TO WS-MESSAGE
           ELSE
               MOVE "SERIAL TAKEN" TO WS-MESSAGE.
       260-EXIT.
           EXIT.

      ******************************************************************
      *    AN EMPTY CHARGE -- MONEY AND COUNTS ZERO, EVERYTHING ELSE
      *    SPACES
      ******************************************************************
       300-START-NEW-CHARGE.
           MOVE SPACES TO INPATIENT-DAILY-REC.
           MOVE ZERO   TO BED-IDENTITY IN INPATIENT-DAILY-REC,
                          ROOM-IDENTITY IN INPATIENT-DAILY-REC,
                          TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC,
                          BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC,
                          OBS-HOURS IN INPATIENT-DAILY-REC.
       300-EXIT.
           EXIT.

      ******************************************************************
      *    PF5 -- RUN THE SHARED EDITS.  CLEAN GOES TO THE NIGHTLY
      *    FILE AND THE SCREEN STARTS A NEW CHARGE; AN ERROR STAYS ON
      *    THE SCREEN FOR CORRECTION.
      ******************************************************************
       500-EDIT-AND-SAVE.
           IF INPATIENT-DAILY-REC(2:6) = SPACES
               MOVE "NOTHING TO SAVE -- KEY THE H LINE FIRST"
                    TO WS-MESSAGE
               GO TO 500-EXIT.

      ***** A ROOM CHARGE'S TOTAL IS THE RATE PLUS ITS EQUIPMENT, THE
      ***** SAME FIGURE THE CROSS-FIELD EDITS ROLL UP; A REVERSAL'S
      ***** TOTAL IS THE AMOUNT KEYED ON THE V LINE
           IF NOT REVERSAL-REC IN INPATIENT-DAILY-REC
               MOVE ZERO TO WS-ROLLUP-COST
               PERFORM 510-ADD-EQUIP-ROW THRU 510-EXIT
                   VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12
               COMPUTE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC =
                   BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                   + WS-ROLLUP-COST.

           EXEC CICS ASSIGN
                USERID (OPERATOR-ID IN INPATIENT-DAILY-REC)
           END-EXEC.

           PERFORM 520-READ-PATIENT THRU 520-EXIT.
           PERFORM 530-GET-TIMELINESS-PARMS THRU 530-EXIT.

           MOVE "I" TO CED-CHARGE-TYPE.
           CALL 'CHGEDIT' USING CHGEDIT-PARMS, INPATIENT-DAILY-REC,
                                PATIENT-MASTER-REC,
                                PATIENT-PERSONAL-MASTER-REC.

           IF CED-DB2-FATAL
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE CED-SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO WS-MESSAGE
               STRING "DB2 ERROR " WS-SQLCODE-DISP " ON "
                      CED-DB2-TABLE-NAME " -- NOT SAVED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 500-EXIT.

           IF CED-RECORD-ERROR
               MOVE CED-ERR-MSG TO WS-MESSAGE
               GO TO 500-EXIT.

           EXEC CICS WRITEQ TD
                QUEUE  ('CHGE')
                FROM   (INPATIENT-DAILY-REC)
                LENGTH (LENGTH OF INPATIENT-DAILY-REC)
                RESP   (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CHARGE FILE UNAVAILABLE -- NOT SAVED, TRY AGAIN"
                    TO WS-MESSAGE
               GO TO 500-EXIT.

           MOVE SPACES TO WS-MESSAGE.
           STRING "SAVED " INPATIENT-DAILY-REC(2:6) "  "
                  CED-NOTE-MSG
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM 300-START-NEW-CHARGE THRU 300-EXIT.
       500-EXIT.
           EXIT.

       510-ADD-EQUIP-ROW.
           IF EQUIPMENT-ID(ROW-SUB) NOT = SPACES
            AND EQUIPMENT-COST(ROW-SUB) NUMERIC
               ADD EQUIPMENT-COST(ROW-SUB) TO WS-ROLLUP-COST.
       510-EXIT.
           EXIT.

      ******************************************************************
      *    THE PATIENT'S MASTER AND PERSONAL ROWS FOR THE CROSS-FILE
      *    EDITS -- CHGEDIT IS TOLD WHETHER EACH WAS FOUND
      ******************************************************************
       520-READ-PATIENT.
           MOVE INPATIENT-DAILY-REC(2:6) TO WS-READ-KEY.
           MOVE "N" TO CED-MASTER-SW, CED-PERSN-SW.
           EXEC CICS READ
                DATASET ('PATMSTR')
                INTO    (PATIENT-MASTER-REC)
                RIDFLD  (WS-READ-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO CED-MASTER-SW.

           EXEC CICS READ
                DATASET ('PATPERSN')
                INTO    (PATIENT-PERSONAL-MASTER-REC)
                RIDFLD  (WS-READ-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "Y" TO CED-PERSN-SW.
       520-EXIT.
           EXIT.

      ******************************************************************
      *    THE LATE-CHARGE LIMIT AND ANY DECLARED DOWNTIME WINDOW, WITH
      *    THE SAME DEFAULTS AND RANGE CHECKS AS DALYEDIT -- A CHARGE
      *    THE WINDOW LETS THROUGH SAVES WITH CHGEDIT'S RECOVERY NOTE
      ******************************************************************
       530-GET-TIMELINESS-PARMS.
           MOVE ZERO TO CED-LATE-DAYS, CED-DOWNTIME-FROM,
                        CED-DOWNTIME-THRU.
           MOVE 7    TO CED-CATCHUP-DAYS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.

           MOVE "LATE-CHARGE-DAYS" TO WS-PARM-NAME.
           PERFORM 540-GET-SHARED-PARM THRU 540-EXIT.
           IF PARM-IN-FORCE AND WS-PARM-NUMBER NOT < ZERO
              AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO CED-LATE-DAYS.

           MOVE "CATCHUP-DAYS"     TO WS-PARM-NAME.
           PERFORM 540-GET-SHARED-PARM THRU 540-EXIT.
           IF PARM-IN-FORCE AND WS-PARM-NUMBER NOT < ZERO
              AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO CED-CATCHUP-DAYS.

           MOVE "DOWNTIME-FROM"    TO WS-PARM-NAME.
           PERFORM 540-GET-SHARED-PARM THRU 540-EXIT.
           IF PARM-IN-FORCE AND WS-PARM-NUMBER > 19000000
              AND WS-PARM-NUMBER < 100000000
               MOVE WS-PARM-NUMBER TO CED-DOWNTIME-FROM.

           MOVE "DOWNTIME-THRU"    TO WS-PARM-NAME.
           PERFORM 540-GET-SHARED-PARM THRU 540-EXIT.
           IF PARM-IN-FORCE AND WS-PARM-NUMBER > 19000000
              AND WS-PARM-NUMBER < 100000000
               MOVE WS-PARM-NUMBER TO CED-DOWNTIME-THRU.
       530-EXIT.
           EXIT.

      ***** ROWS FOR ONE PARAMETER RUN IN EFFECTIVE-DATE ORDER -- THE
      ***** LAST ONE NOT PAST TODAY IS THE ONE IN FORCE
       540-GET-SHARED-PARM.
           MOVE "N"        TO WS-PARM-FOUND-SW, WS-PARM-BROWSE-SW.
           MOVE ZERO       TO WS-PARM-NUMBER.
           MOVE "*SHARED*" TO WS-PARM-PROGRAM-ID.
           MOVE ZERO       TO WS-PARM-EFF-DATE.
           EXEC CICS STARTBR
                DATASET ('RUNPARM')
                RIDFLD  (WS-PARM-KEY)
                GTEQ
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 540-EXIT.
           PERFORM 545-NEXT-PARM-ROW THRU 545-EXIT
               UNTIL PARM-BROWSE-DONE.
           EXEC CICS ENDBR
                DATASET ('RUNPARM')
           END-EXEC.
       540-EXIT.
           EXIT.

       545-NEXT-PARM-ROW.
           EXEC CICS READNEXT
                DATASET ('RUNPARM')
                INTO    (RUN-PARAMETER-REC)
                RIDFLD  (WS-PARM-KEY)
                RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR PRM-PROGRAM-ID NOT = "*SHARED*"
              OR PRM-PARM-NAME NOT = WS-PARM-NAME
              OR PRM-EFFECTIVE-DATE > WS-TODAY-9
               MOVE "Y" TO WS-PARM-BROWSE-SW
               GO TO 545-EXIT.
           IF PRM-NUMERIC-VALUE
               COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(PRM-VALUE)
           ELSE
               MOVE ZERO TO WS-PARM-NUMBER.
           MOVE "Y" TO WS-PARM-FOUND-SW.
       545-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE RECORD AS IT STANDS, WITH THE LATEST MESSAGE
      ******************************************************************
       600-SEND-SCREEN.
           MOVE INPATIENT-DAILY-REC(2:6)  TO ENS-PATIENT-ID.
           MOVE PATIENT-RECORD-TYPE       TO ENS-RECORD-TYPE.
           MOVE CURR-DTE IN INPATIENT-DAILY-REC     TO ENS-CURR-DTE.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC     TO ENS-WARD.
           MOVE INPATIENT-DAILY-REC(16:4) TO ENS-BED.
           MOVE INPATIENT-DAILY-REC(20:4) TO ENS-ROOM.
           MOVE FACILITY-CDE IN INPATIENT-DAILY-REC TO ENS-FACILITY.
           MOVE DAILY-ENCOUNTER-NBR       TO ENS-ENCOUNTER.
           MOVE ROOM-DATE-FROM IN INPATIENT-DAILY-REC
                                          TO ENS-DATE-FROM.
           MOVE ROOM-DATE-TO IN INPATIENT-DAILY-REC
                                          TO ENS-DATE-TO.
           MOVE BASE-ROOM-CHARGE IN INPATIENT-DAILY-REC
                                          TO ENS-BASE.
           MOVE PRIMARY-DIAGNOSTIC-CODE IN INPATIENT-DAILY-REC
                                          TO ENS-DIAG.
           MOVE OBS-HOURS IN INPATIENT-DAILY-REC    TO ENS-OBS.
           MOVE TOTAL-ROOM-CHARGE IN INPATIENT-DAILY-REC
                                          TO ENS-TOTAL.
           MOVE REV-ITEM-TYPE IN INPATIENT-DAILY-REC
                                          TO ENS-REV-TYPE.
           MOVE REV-ITEM-ID IN INPATIENT-DAILY-REC  TO ENS-REV-ITEM.
           MOVE DAILY-CHARGES-COMMENTS(1:70)        TO ENS-COMMENTS.

           PERFORM 610-FORMAT-EQUIP-ROW THRU 610-EXIT
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.

           MOVE WS-MESSAGE TO ENS-MESSAGE.
           EXEC CICS SEND TEXT
                FROM   (WS-ENTRY-SCREEN)
                LENGTH (LENGTH OF WS-ENTRY-SCREEN)
                ERASE
                FREEKB
           END-EXEC.
       600-EXIT.
           EXIT.

       610-FORMAT-EQUIP-ROW.
           MOVE SPACES  TO ENS-EQP-LINE(ROW-SUB).
           MOVE ROW-SUB TO ENS-EQP-ROW(ROW-SUB).
           IF EQUIPMENT-ID(ROW-SUB) = SPACES
               GO TO 610-EXIT.
           MOVE EQUIPMENT-ID(ROW-SUB)   TO ENS-EQP-ID(ROW-SUB).
           MOVE EQUIPMENT-CATEGORY(ROW-SUB)
                                        TO ENS-EQP-CATEGORY(ROW-SUB).
           MOVE EQUIPMENT-SHORT-DESC(ROW-SUB)
                                        TO ENS-EQP-DESC(ROW-SUB).
           MOVE EQUIPMENT-COST(ROW-SUB) TO ENS-EQP-COST(ROW-SUB).
           MOVE EQUIPMENT-PRES-PHYS(ROW-SUB)
                                        TO ENS-EQP-PHYSICIAN(ROW-SUB).
           MOVE EQUIPMENT-REASON-CDE(ROW-SUB)
                                        TO ENS-EQP-REASON(ROW-SUB).
           MOVE EQUIPMENT-SERIAL-NBR(ROW-SUB)
                                        TO ENS-EQP-SERIAL(ROW-SUB).
       610-EXIT.
           EXIT.

       800-RETURN-TRANSID.
           MOVE INPATIENT-DAILY-REC TO COMM-CHARGE-REC.
           EXEC CICS RETURN
                TRANSID  ('CHGE')
                COMMAREA (WS-COMMAREA)
                LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.
       800-EXIT.
           EXIT.

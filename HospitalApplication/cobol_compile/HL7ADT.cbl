      *          FEED OUTAGE USED TO SURFACE ONLY AS NEXT WEEK'S
      *          CHARGE REJECTS.
      *
      *          EVERY A01 LEAVES HERE WITH A FRESH ENCOUNTER NUMBER
      *          FROM ENCNEXT, SO THE STAY IS A VISIT OF ITS OWN FROM
      *          THE MOMENT ADMDISCH OPENS IT.  THE OTHER EVENTS GO
      *          OUT WITH THE NUMBER BLANK AND ADMDISCH APPLIES THEM TO
      *          THE PATIENT'S LIVE STAY.
      *
      *          AN A01 ALSO CARRIES THE REFERRAL -- PV1-14 ADMIT
      *          SOURCE, MAPPED TO THE ADMDTXN REFERRAL SOURCE, AND
      *          PV1-8 REFERRING DOCTOR -- FOR REFRPT'S MONTHLY
      *          REFERRAL VOLUME REPORT.
      *
      *          AN A08 IS APPLIED HERE RATHER THAN IN ADMDISCH, SO AN
      *          A08 THAT ACTUALLY CHANGED PATPERSN OR PATINS ALSO
      *          APPENDS ITS OUTBOUND ADT EVENT TO ADTEVT FOR ADTBCAST
      *          -- ADMDISCH APPENDS THE REST.
      *
      *          EMERGENCY DEPARTMENT EVENTS ARE APPLIED HERE TOO.  AN
      *          A04 OPENS AN EDVISIT ROW FOR THE ARRIVAL, EACH "ZED"
      *          TRACKING-BOARD MILESTONE (TRIAGE AND ESI LEVEL,
      *          PROVIDER SEEN, DISPOSITION DECISION, DEPARTURE) IS
      *          STAMPED ON THE PATIENT'S OPEN VISIT, AND AN A01 FOR A
      *          PATIENT WITH AN OPEN VISIT LINKS IT TO THE NEW STAY'S
      *          ENCOUNTER.  EDTHRPT REPORTS THROUGHPUT OFF THE FILE.
      *
      ******************************************************************

               HL7 EVENT INPUT FILE    -   DDS0001.HL7ADTIN

               TRANSACTION OUTPUT FILE -   DDS0001.ADMDTXN

               OUTBOUND ADT EVENTS     -   DDS0001.ADTEVT

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               ED VISIT FILE (VSAM)    -   DDS0001.EDVISIT

               DUMP FILE               -   SYSOUT

      ******************************************************************
           ASSIGN TO UT-S-DEMOAUD
             ORGANIZATION IS SEQUENTIAL.

           SELECT ADTEVT
           ASSIGN TO UT-S-ADTEVT
             ORGANIZATION IS SEQUENTIAL.

           SELECT PATMSTR
                  ASSIGN       to PATMSTR
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is RANDOM
                  RECORD KEY   is PATIENT-KEY
                  FILE STATUS  is PATMSTR-STATUS.

           SELECT EDVISIT
                  ASSIGN       to EDVISIT
                  ORGANIZATION is INDEXED
                  ACCESS MODE  is DYNAMIC
                  RECORD KEY   is EDVISIT-KEY
                  FILE STATUS  is EDVISIT-STATUS.

           SELECT PATINS
                  ASSIGN       to PATINS
                  ORGANIZATION is INDEXED
       FD  ADMDTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADMDTXN-REC-DATA.
       01  ADMDTXN-REC-DATA PIC X(140).

      ***** ONE ROW PER FIELD AN A08 ACTUALLY CHANGED -- WHO, WHEN,
      ***** WHICH FIELD, AND THE VALUE BEFORE AND AFTER
           DATA RECORD IS DEMOAUD-REC.
       01  DEMOAUD-REC PIC X(100).

      ***** ONE ROW PER COMMITTED ADT EVENT FOR THE DOWNSTREAM
      ***** SYSTEMS - SEE ADTBCST.CPY
       FD  ADTEVT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADTEVT-REC.
       01  ADTEVT-REC PIC X(200).

       FD  PATMSTR
           RECORD CONTAINS 3133 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  PATMSTR-REC.
           05 PATIENT-KEY      PIC X(06).
           05 FILLER           PIC X(3127).

      ***** ONE ROW PER EMERGENCY DEPARTMENT VISIT - SEE EDVISIT.CPY
       FD  EDVISIT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ED-VISIT-REC.
       01  EDVISIT-REC.
           05 EDVISIT-KEY      PIC X(18).
           05 FILLER           PIC X(102).

       FD  PATINS
           RECORD CONTAINS 702 CHARACTERS
           DATA RECORD IS PATIENT-INSURANCE.
               88 PATINS-FOUND         VALUE "00".
           05  PATPERSN-STATUS         PIC X(2).
               88 PATPERSN-FOUND       VALUE "00".
           05  PATMSTR-STATUS          PIC X(2).
               88 PATMSTR-FOUND        VALUE "00".
           05  EDVISIT-STATUS          PIC X(2).
               88 EDVISIT-FOUND        VALUE "00".

       01  WS-SWITCHES.
           05  MORE-DATA-SW            PIC X(1) VALUE "Y".
       COPY ADMDTXN.
       COPY PATINS.
       COPY PATPERSN.
       COPY PATMSTR.
       COPY ADTBCST.
       COPY EDVISIT.

      ***** THE ED EVENT'S DATE AND TIME IN EDVISIT FORM, AND THE
      ***** KEY OF THE PATIENT'S OPEN VISIT WHEN THERE IS ONE
       01  WS-ED-FIELDS.
           05  WS-ED-STAMP-DATE        PIC X(8).
           05  WS-ED-STAMP-TIME        PIC X(4).
           05  WS-ED-OPEN-KEY          PIC X(18).
           05  WS-ED-FOUND-SW          PIC X(1).
               88 ED-VISIT-FOUND       VALUE "Y".
           05  MORE-EDV-SW             PIC X(1).
               88 NO-MORE-EDV          VALUE "N".

       01  WS-FMT-DATE.
           05  FMT-CENTURY             PIC X(2) VALUE "20".
           05  FMT-YY                  PIC 9(2).
           05  FILLER                  PIC X VALUE "-".
           05  FMT-MM                  PIC 9(2).
           05  FILLER                  PIC X VALUE "-".
           05  FMT-DD                  PIC 9(2).

       01  WS-DEMO-AUDIT-REC.
           05  DMA-PATIENT-ID          PIC X(6).
       77  WS-LAST-HB-TIME             PIC X(8) VALUE SPACES.
       77  NBR-UPDATE-TXNS             PIC S9(7) COMP VALUE ZERO.
       77  NBR-CANCEL-TXNS             PIC S9(7) COMP VALUE ZERO.
       77  NBR-ADT-EVENTS              PIC S9(7) COMP VALUE ZERO.
       77  NBR-ED-ARRIVALS             PIC S9(7) COMP VALUE ZERO.
       77  NBR-ED-MILESTONES           PIC S9(7) COMP VALUE ZERO.
       77  NBR-ED-ADMIT-LINKS          PIC S9(7) COMP VALUE ZERO.

       01  WS-ENCNEXT-PARMS.
           05  ENC-CALLER-ID           PIC X(8) VALUE "HL7ADT".
           05  ENC-NEW-NBR             PIC X(10).
           05  ENC-RESULT              PIC X(1).
               88 ENC-ISSUED           VALUE "Y".

       COPY ABENDREC.

           MOVE "000-HOUSEKEEPING" TO PARA-NAME.
           DISPLAY "******** BEGIN JOB HL7ADT ********".
           ACCEPT WS-DATE FROM DATE.
           MOVE WS-DATE(1:2) TO FMT-YY.
           MOVE WS-DATE(3:2) TO FMT-MM.
           MOVE WS-DATE(5:2) TO FMT-DD.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE SPACES TO ADMDTXN-REC.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           ELSE
           IF HL7-CANCEL-ADMIT OR HL7-CANCEL-DISCH
               PERFORM 600-TRANSLATE-CANCEL THRU 600-EXIT
           ELSE
           IF HL7-ED-ARRIVAL-EVENT
               PERFORM 620-APPLY-ED-ARRIVAL THRU 620-EXIT
           ELSE
           IF HL7-ED-MILESTONE-EVENT
               PERFORM 630-APPLY-ED-MILESTONE THRU 630-EXIT
           ELSE
               ADD 1 TO ERROR-EVENTS
               MOVE "*** UNRECOGNIZED HL7 EVENT TYPE - SKIPPED"
               TO ADMDTXN-ATTENDING-PHYSICIAN.
           MOVE HL7-ASSIGNED-BED           TO ADMDTXN-BED-NBR.
           MOVE HL7-ADMIT-DIAG             TO ADMDTXN-ADMIT-DIAG.
           PERFORM 210-MAP-ADMIT-SOURCE THRU 210-EXIT.
           MOVE HL7-ADM-REFERRING-MD       TO ADMDTXN-REFERRING-PROV.

      ***** THE STAY'S ENCOUNTER NUMBER IS ISSUED HERE, NOT AT
      ***** ADMDISCH, SO THE NUMBER IS ON THE TRANSACTION FILE TOO
           CALL 'ENCNEXT' USING WS-ENCNEXT-PARMS.
           IF NOT ENC-ISSUED
               MOVE "** ENCCTL UNAVAILABLE - NO ENCOUNTER NUMBER"
                    TO ABEND-REASON
               MOVE HL7-PATIENT-ID TO ACTUAL-VAL
               GO TO 1000-ABEND-RTN.
           MOVE ENC-NEW-NBR                TO ADMDTXN-ENCOUNTER-NBR.

           WRITE ADMDTXN-REC-DATA FROM ADMDTXN-REC.
           ADD 1 TO NBR-ADMIT-TXNS.
           PERFORM 660-LINK-ED-VISIT THRU 660-EXIT.
       200-EXIT.
           EXIT.

      ***** PV1-14 ADMIT SOURCE TO OUR REFERRAL SOURCE.  TABLE 0023:
      ***** 1 PHYSICIAN, 2 CLINIC, 3 HMO (A PHYSICIAN REFERRAL TO
      ***** US), 4/5/6 TRANSFER FROM A HOSPITAL, SNF OR OTHER
      ***** FACILITY, 7 EMERGENCY ROOM.  A SENDER ALREADY USING OUR
      ***** LETTERS PASSES STRAIGHT THROUGH; ANYTHING ELSE (8 COURT,
      ***** 9 NOT AVAILABLE) GOES OVER BLANK AND REPORTS AS UNKNOWN.
       210-MAP-ADMIT-SOURCE.
           MOVE "210-MAP-ADMIT-SOURCE" TO PARA-NAME.
           MOVE SPACES TO ADMDTXN-REFERRAL-SOURCE.
           IF HL7-ADM-ADMIT-SOURCE = "1" OR "3" OR "P"
               MOVE "P" TO ADMDTXN-REFERRAL-SOURCE
           ELSE
           IF HL7-ADM-ADMIT-SOURCE = "2" OR "C"
               MOVE "C" TO ADMDTXN-REFERRAL-SOURCE
           ELSE
           IF HL7-ADM-ADMIT-SOURCE = "4" OR "5" OR "6" OR "T"
               MOVE "T" TO ADMDTXN-REFERRAL-SOURCE
           ELSE
           IF HL7-ADM-ADMIT-SOURCE = "7" OR "E"
               MOVE "E" TO ADMDTXN-REFERRAL-SOURCE
           ELSE
           IF HL7-ADM-ADMIT-SOURCE = "S"
               MOVE "S" TO ADMDTXN-REFERRAL-SOURCE.
       210-EXIT.
           EXIT.

      ***** ADT^A02 -- THE PATIENT MOVED WARD AND/OR BED.  ONLY THE
      ***** IDENTITY AND THE NEW LOCATION TRAVEL ON THE TRANSACTION;
      ***** ADMDISCH PULLS THE OLD LOCATION OFF PATMSTR ITSELF.
           MOVE HL7-ATTENDING-MD
               TO ADMDTXN-ATTENDING-PHYSICIAN.
           MOVE HL7-ASSIGNED-BED           TO ADMDTXN-BED-NBR.
           MOVE SPACES                     TO ADMDTXN-ENCOUNTER-NBR.

           WRITE ADMDTXN-REC-DATA FROM ADMDTXN-REC.
           ADD 1 TO NBR-TRANSFER-TXNS.
               TO ADMDTXN-ATTENDING-PHYSICIAN.
           MOVE SPACES                     TO ADMDTXN-BED-NBR.
           MOVE HL7-DISPOSITION            TO ADMDTXN-DISPOSITION.
           MOVE SPACES                     TO ADMDTXN-ENCOUNTER-NBR.

           WRITE ADMDTXN-REC-DATA FROM ADMDTXN-REC.
           ADD 1 TO NBR-DISCHARGE-TXNS.

           PERFORM 550-APPLY-A08-COVERAGE THRU 550-EXIT.

           IF PERSONAL-CHANGED OR INSURANCE-CHANGED
               PERFORM 570-WRITE-A08-EVENT THRU 570-EXIT.

           ADD 1 TO NBR-UPDATE-TXNS.
       500-EXIT.
           EXIT.
       550-EXIT.
           EXIT.

      ***** THE DOWNSTREAM SYSTEMS HEAR ABOUT A CORRECTION ONLY WHEN
      ***** SOMETHING ACTUALLY CHANGED.  THE VISIT FIELDS COME OFF
      ***** PATMSTR -- A PATIENT NOT IN HOUSE GOES OUT WITHOUT THEM.
       570-WRITE-A08-EVENT.
           MOVE "570-WRITE-A08-EVENT" TO PARA-NAME.
           MOVE SPACES TO ADT-BROADCAST-REC.
           MOVE "A08"                  TO ADB-EVENT-TYPE.
           MOVE "HL7ADT"               TO ADB-SOURCE-PGM.
           MOVE WS-FMT-DATE            TO ADB-EVENT-DATE.
           MOVE HL7-EVENT-TIME         TO ADB-EVENT-TIME.
           MOVE HL7-PATIENT-ID         TO ADB-PATIENT-ID.
           MOVE LAST-NAME              TO ADB-LAST-NAME.
           MOVE FIRST-NAME             TO ADB-FIRST-NAME.
           MOVE DOB                    TO ADB-DOB.
           MOVE GENDER                 TO ADB-GENDER.

           MOVE HL7-PATIENT-ID TO PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF PATMSTR-FOUND
               MOVE ENCOUNTER-NBR      TO ADB-ENCOUNTER-NBR
               MOVE PATIENT-TYPE       TO ADB-PATIENT-CLASS
               MOVE FACILITY-CODE      TO ADB-FACILITY-CODE
               MOVE PRIMARY-STAY-WARD-NBR TO ADB-WARD-NBR
               MOVE BED-IDENTITY-PRIMARY  TO ADB-BED-NBR
               MOVE ATTENDING-PHYSICIAN   TO ADB-ATTENDING-MD
               MOVE DIAGNOSTIC-CODE-PRIMARY TO ADB-ADMIT-DIAG.
           IF ADB-FACILITY-CODE = SPACES
               MOVE "01" TO ADB-FACILITY-CODE.

           WRITE ADTEVT-REC FROM ADT-BROADCAST-REC.
           ADD 1 TO NBR-ADT-EVENTS.
       570-EXIT.
           EXIT.

      ***** ADT^A11 / ADT^A13 -- THE CANCEL EVENTS TRAVEL AS THEIR
      ***** OWN TRANSACTION TYPES SO ADMDISCH CAN BACK THE ORIGINAL
      ***** OUT END TO END.  THE A13 CARRIES THE WARD/BED THE STAY
           MOVE SPACES                 TO ADMDTXN-ATTENDING-PHYSICIAN.
           MOVE HL7-ASSIGNED-BED       TO ADMDTXN-BED-NBR.
           MOVE SPACES                 TO ADMDTXN-DISPOSITION.
           MOVE SPACES                 TO ADMDTXN-ENCOUNTER-NBR.

           WRITE ADMDTXN-REC-DATA FROM ADMDTXN-REC.
           ADD 1 TO NBR-CANCEL-TXNS.
       600-EXIT.
           EXIT.

      ***** ADT^A04 -- THE PATIENT WALKED IN (OR CAME BY AMBULANCE).
      ***** THE VISIT OPENS WITH ONLY ITS ARRIVAL; THE MILESTONES
      ***** FILL IN AS THE TRACKING BOARD SENDS THEM.
       620-APPLY-ED-ARRIVAL.
           MOVE "620-APPLY-ED-ARRIVAL" TO PARA-NAME.
           PERFORM 650-SET-ED-STAMP THRU 650-EXIT.
           INITIALIZE ED-VISIT-REC.
           MOVE HL7-PATIENT-ID     TO EDV-PATIENT-ID.
           MOVE WS-ED-STAMP-DATE   TO EDV-ARRIVAL-DATE.
           MOVE WS-ED-STAMP-TIME   TO EDV-ARRIVAL-TIME.
           MOVE "O"                TO EDV-VISIT-STATUS.
           MOVE EDV-VISIT-KEY      TO EDVISIT-KEY.
           WRITE EDVISIT-REC FROM ED-VISIT-REC
               INVALID KEY
                   ADD 1 TO ERROR-EVENTS
                   MOVE "*** ED ARRIVAL ALREADY ON EDVISIT"
                        TO ABEND-REASON
                   MOVE HL7-PATIENT-ID TO ACTUAL-VAL
                   WRITE SYSOUT-REC FROM ABEND-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO NBR-ED-ARRIVALS
           END-WRITE.
       620-EXIT.
           EXIT.

      ***** "ZED" -- ONE TRACKING-BOARD MILESTONE FOR THE PATIENT'S
      ***** OPEN VISIT.  ONLY THE FIRST PROVIDER-SEEN COUNTS; THE
      ***** DEPARTURE CLOSES THE VISIT AND MAY CARRY THE DISPOSITION
      ***** ITSELF (A PATIENT WHO WALKS OUT NEVER GETS A DECISION).
       630-APPLY-ED-MILESTONE.
           MOVE "630-APPLY-ED-MILESTONE" TO PARA-NAME.
           PERFORM 640-FIND-OPEN-ED-VISIT THRU 640-EXIT.
           IF NOT ED-VISIT-FOUND
               ADD 1 TO ERROR-EVENTS
               MOVE "*** ED MILESTONE WITH NO OPEN ED VISIT"
                    TO ABEND-REASON
               MOVE HL7-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 630-EXIT.

           PERFORM 650-SET-ED-STAMP THRU 650-EXIT.
           IF HL7-ED-TRIAGED
               MOVE WS-ED-STAMP-DATE   TO EDV-TRIAGE-DATE
               MOVE WS-ED-STAMP-TIME   TO EDV-TRIAGE-TIME
               MOVE HL7-ED-ESI-LEVEL   TO EDV-ESI-LEVEL
           ELSE
           IF HL7-ED-PROVIDER-SEEN
               IF EDV-PROVIDER-DATE = SPACES
                   MOVE WS-ED-STAMP-DATE   TO EDV-PROVIDER-DATE
                   MOVE WS-ED-STAMP-TIME   TO EDV-PROVIDER-TIME
                   MOVE HL7-ED-PROVIDER-ID TO EDV-PROVIDER-ID
               ELSE
                   NEXT SENTENCE
           ELSE
           IF HL7-ED-DECISION
               MOVE WS-ED-STAMP-DATE   TO EDV-DECISION-DATE
               MOVE WS-ED-STAMP-TIME   TO EDV-DECISION-TIME
               MOVE HL7-ED-DISPOSITION TO EDV-DISPOSITION
           ELSE
           IF HL7-ED-DEPARTED
               MOVE WS-ED-STAMP-DATE   TO EDV-DEPART-DATE
               MOVE WS-ED-STAMP-TIME   TO EDV-DEPART-TIME
               MOVE "C"                TO EDV-VISIT-STATUS
               IF EDV-DISPOSITION = SPACES
                   MOVE HL7-ED-DISPOSITION TO EDV-DISPOSITION
               ELSE
                   NEXT SENTENCE
           ELSE
               ADD 1 TO ERROR-EVENTS
               MOVE "*** UNKNOWN ED MILESTONE - SKIPPED"
                    TO ABEND-REASON
               MOVE HL7-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 630-EXIT.

           IF EDV-ESI-LEVEL NOT = SPACE
              AND NOT EDV-VALID-ESI
               ADD 1 TO ERROR-EVENTS
               MOVE "*** ESI LEVEL NOT 1-5 - MILESTONE SKIPPED"
                    TO ABEND-REASON
               MOVE HL7-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 630-EXIT.
           IF EDV-DISPOSITION NOT = SPACES
              AND NOT EDV-VALID-DISPOSITION
               ADD 1 TO ERROR-EVENTS
               MOVE "*** UNKNOWN ED DISPOSITION - SKIPPED"
                    TO ABEND-REASON
               MOVE HL7-PATIENT-ID TO ACTUAL-VAL
               WRITE SYSOUT-REC FROM ABEND-REC
               GO TO 630-EXIT.

           REWRITE EDVISIT-REC FROM ED-VISIT-REC
               INVALID KEY
                   ADD 1 TO ERROR-EVENTS
                   MOVE "*** PROBLEM REWRITING EDVISIT"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO NBR-ED-MILESTONES
           END-REWRITE.
       630-EXIT.
           EXIT.

      ***** THE PATIENT'S MOST RECENT VISIT STILL OPEN, READ FOR
      ***** UPDATE.  THE VISITS SIT TOGETHER UNDER THE PATIENT-ID,
      ***** OLDEST ARRIVAL FIRST.
       640-FIND-OPEN-ED-VISIT.
           MOVE "640-FIND-OPEN-ED-VISIT" TO PARA-NAME.
           MOVE "N" TO WS-ED-FOUND-SW.
           MOVE "Y" TO MORE-EDV-SW.
           MOVE LOW-VALUES TO EDVISIT-KEY.
           MOVE HL7-PATIENT-ID TO EDVISIT-KEY(1:6).
           START EDVISIT KEY NOT LESS THAN EDVISIT-KEY
               INVALID KEY
                   MOVE "N" TO MORE-EDV-SW
           END-START.
           PERFORM 645-SCAN-ED-VISITS THRU 645-EXIT
               UNTIL NO-MORE-EDV.
           IF NOT ED-VISIT-FOUND
               GO TO 640-EXIT.

           MOVE WS-ED-OPEN-KEY TO EDVISIT-KEY.
           READ EDVISIT INTO ED-VISIT-REC
               INVALID KEY
                   MOVE "N" TO WS-ED-FOUND-SW
           END-READ.
       640-EXIT.
           EXIT.

       645-SCAN-ED-VISITS.
           READ EDVISIT NEXT RECORD INTO ED-VISIT-REC
               AT END
                   MOVE "N" TO MORE-EDV-SW
                   GO TO 645-EXIT
           END-READ.
           IF EDV-PATIENT-ID NOT = HL7-PATIENT-ID
               MOVE "N" TO MORE-EDV-SW
               GO TO 645-EXIT.
           IF EDV-OPEN
               MOVE "Y" TO WS-ED-FOUND-SW
               MOVE EDV-VISIT-KEY TO WS-ED-OPEN-KEY.
       645-EXIT.
           EXIT.

      ***** THE ENGINE'S MESSAGE TIME, ON THE EVENT'S OWN DATE WHEN
      ***** THE TRACKING BOARD SENDS ONE -- OTHERWISE TODAY'S
       650-SET-ED-STAMP.
           MOVE "650-SET-ED-STAMP" TO PARA-NAME.
           IF HL7-ED-EVENT-DATE NUMERIC
               MOVE HL7-ED-EVENT-DATE TO WS-ED-STAMP-DATE
           ELSE
               STRING FMT-CENTURY FMT-YY FMT-MM FMT-DD
                   DELIMITED BY SIZE INTO WS-ED-STAMP-DATE.
           MOVE HL7-EVENT-TIME(1:2) TO WS-ED-STAMP-TIME(1:2).
           MOVE HL7-EVENT-TIME(4:2) TO WS-ED-STAMP-TIME(3:2).
       650-EXIT.
           EXIT.

      ***** AN ADMISSION OUT OF THE ED -- THE OPEN VISIT BECOMES
      ***** THE NEW STAY'S.  A DIRECT ADMISSION HAS NO OPEN VISIT
      ***** AND PASSES THROUGH.  WITHOUT A DECISION EVENT THE ADMIT
      ***** ITSELF IS THE DECISION, SO BOARDING STILL MEASURES.
       660-LINK-ED-VISIT.
           MOVE "660-LINK-ED-VISIT" TO PARA-NAME.
           PERFORM 640-FIND-OPEN-ED-VISIT THRU 640-EXIT.
           IF NOT ED-VISIT-FOUND
            OR EDV-ENCOUNTER-NBR NOT = SPACES
               GO TO 660-EXIT.

           PERFORM 650-SET-ED-STAMP THRU 650-EXIT.
           MOVE WS-ED-STAMP-DATE      TO EDV-ADMIT-DATE.
           MOVE WS-ED-STAMP-TIME      TO EDV-ADMIT-TIME.
           MOVE ADMDTXN-ENCOUNTER-NBR TO EDV-ENCOUNTER-NBR.
           IF EDV-DISPOSITION = SPACES
               MOVE "AD" TO EDV-DISPOSITION.
           IF EDV-DECISION-DATE = SPACES
               MOVE WS-ED-STAMP-DATE  TO EDV-DECISION-DATE
               MOVE WS-ED-STAMP-TIME  TO EDV-DECISION-TIME.

           REWRITE EDVISIT-REC FROM ED-VISIT-REC
               INVALID KEY
                   MOVE "*** PROBLEM LINKING ED VISIT TO STAY"
                        TO ABEND-REASON
                   WRITE SYSOUT-REC FROM ABEND-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO NBR-ED-ADMIT-LINKS
           END-REWRITE.
       660-EXIT.
           EXIT.

       700-CLOSE-FILES.
           MOVE "700-CLOSE-FILES" TO PARA-NAME.
           CLOSE HL7ADTIN, ADMDTXN, DEMOAUD, PATINS, PATPERSN,
                 PATMSTR, ADTEVT, EDVISIT, SYSOUT.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT HL7ADTIN.
           OPEN I-O PATINS, PATPERSN, EDVISIT.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT ADMDTXN.
           OPEN OUTPUT SYSOUT.
           OPEN EXTEND DEMOAUD, ADTEVT.
       800-EXIT.
           EXIT.

           DISPLAY "HL7ADT DISCHARGE TRANSACTIONS: " NBR-DISCHARGE-TXNS.
           DISPLAY "HL7ADT A08 UPDATES APPLIED   : " NBR-UPDATE-TXNS.
           DISPLAY "HL7ADT CANCEL TRANSACTIONS   : " NBR-CANCEL-TXNS.
           DISPLAY "HL7ADT A08 EVENTS SENT       : " NBR-ADT-EVENTS.
           DISPLAY "HL7ADT ED ARRIVALS OPENED    : " NBR-ED-ARRIVALS.
           DISPLAY "HL7ADT ED MILESTONES APPLIED : " NBR-ED-MILESTONES.
           DISPLAY "HL7ADT ED VISITS ADMITTED    : " NBR-ED-ADMIT-LINKS.
           DISPLAY "HL7ADT EVENTS IN ERROR       : " ERROR-EVENTS.
           DISPLAY "HL7ADT HEARTBEATS SEEN       : " NBR-HEARTBEATS.
           DISPLAY "HL7ADT SEQUENCE GAPS         : " NBR-SEQ-GAPS.

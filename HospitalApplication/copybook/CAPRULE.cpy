      * COPY CAPRULE.
      ***** ONE ROW PER CHARGE-CAPTURE COMPANION RULE, MAINTAINED BY
      ***** REVENUE INTEGRITY.  EACH ROW SAYS "WHEN THIS TREATMENT
      ***** MODE, ITEM OR WARD APPEARS, EXPECT THIS COMPANION CHARGE
      ***** WITHIN N DAYS" -- A CHEMO ADMINISTRATION WITH NO PHARMACY
      ***** COST, A TRANSFUSION WITH NO TYPE-AND-CROSSMATCH LAB, AN
      ***** ICU BED DAY WITH NO MONITOR.  LOADED INTO A TABLE BY
      ***** CAPAUDIT AT STARTUP, THE WAY OUTEDIT LOADS MEDNPOL.
       01  CHARGE-CAPTURE-RULE-REC.
           05  CPR-RULE-ID                 PIC X(4).
      ***** WHAT FIRES THE RULE -- A TREATMENT MODE ON A TRMTSRCH
      ***** RECORD, A LAB OR EQUIPMENT ITEM ID ON EITHER STREAM, OR
      ***** THE WARD NUMBER ON A DAILY ROOM-CHARGE RECORD
           05  CPR-TRIGGER-TYPE            PIC X(1).
               88 CPR-MODE-TRIGGER         VALUE "M".
               88 CPR-ITEM-TRIGGER         VALUE "I".
               88 CPR-WARD-TRIGGER         VALUE "W".
               88 CPR-VALID-TRIGGER        VALUES "M", "I", "W".
           05  CPR-TRIGGER-CODE            PIC X(8).
      ***** WHAT SHOULD HAVE BEEN CHARGED WITH IT -- A LAB OR
      ***** EQUIPMENT ITEM LOOKED FOR ON CHGDTL, OR "P" FOR A
      ***** PHARMACY/MEDICATION COST ON THE TRIGGERING TREATMENT
      ***** ITSELF (MODE TRIGGERS ONLY; THE ID IS LEFT BLANK)
           05  CPR-COMPANION-TYPE          PIC X(1).
               88 CPR-LAB-COMPANION        VALUE "L".
               88 CPR-EQUIP-COMPANION      VALUE "E".
               88 CPR-PHARMACY-COMPANION   VALUE "P".
               88 CPR-VALID-COMPANION      VALUES "L", "E", "P".
           05  CPR-COMPANION-ID            PIC X(8).
      ***** DAYS EITHER SIDE OF THE TRIGGER'S SERVICE DATE THE
      ***** COMPANION MAY FALL ON -- ZERO MEANS THE SAME DAY
           05  CPR-WINDOW-DAYS             PIC 9(3).
      ***** "O" -- ONLY EXPECTED WHEN A PHYSICIAN ORDER FOR THE
      ***** COMPANION ITEM FALLS IN THE WINDOW (MRI WITH CONTRAST IS
      ***** ONLY OWED WHEN CONTRAST WAS ORDERED).  BLANK -- ALWAYS.
           05  CPR-ORDER-COND              PIC X(1).
               88 CPR-ALWAYS-EXPECTED      VALUE " ".
               88 CPR-ONLY-IF-ORDERED      VALUE "O".
      ***** DEPARTMENT THAT WORKS THE FOLLOW-UP -- THE AUDIT LISTS
      ***** AND TOTALS UNDER THIS CODE
           05  CPR-DEPT-CODE               PIC X(4).
           05  CPR-DESCRIPTION             PIC X(26).
           05  FILLER                      PIC X(4).

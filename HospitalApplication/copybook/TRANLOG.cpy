      ***** TRACE A UNIT TO ITS PATIENT FROM THE FILE INSTEAD OF
      ***** FROM PAPER.  A BLOCKED TRANSFUSION (TRMTSRCH'S TYPE/
      ***** CROSSMATCH EDIT) NEVER REACHES THIS LOG -- IT NEVER
      ***** POSTED.  INCDMNT MATCHES EVERY TRANSFUSION REACTION
      ***** REPORTED TO RISK MANAGEMENT BACK TO ITS UNIT'S ROW HERE.
       01  TRANSFUSION-LOG-REC.
           05  TLG-BLOOD-UNIT-ID           PIC X(8).
           05  TLG-BLOOD-TYPE              PIC X(3).

      * COPY WARDBUDG.
      ***** WARD OPERATING BUDGET -- LOADED BY FINANCE ONCE A FISCAL
      ***** YEAR, ONE ROW PER WARD PER MONTH OF THE YEAR.  THE MONTH
      ***** IS THE CALENDAR CCYYMM THE PLAN COVERS; THE FISCAL YEAR IS
      ***** THE YEAR THE PLAN ENDS IN.  PATIENT-DAYS ARE MIDNIGHT
      ***** CENSUS DAYS AND THE REVENUE LINES ARE GROSS CHARGES, SO
      ***** EVERY FIGURE MEASURES THE SAME WAY DLYSTATS CAPTURES THE
      ***** ACTUALS ON ITS WARD ROWS.  BUDGRPT AND HPPDRPT READ IT.
       01  WARD-BUDGET-REC.
           05  WBG-FISCAL-YEAR             PIC 9(4).
           05  WBG-WARD-NBR                PIC X(4).
           05  WBG-MONTH                   PIC 9(6).
           05  WBG-PATIENT-DAYS            PIC 9(7).
           05  WBG-ADMISSIONS              PIC 9(5).
           05  WBG-ROOM-REVENUE            PIC 9(9)V99.
           05  WBG-EQUIP-REVENUE           PIC 9(9)V99.
           05  WBG-TRMT-REVENUE            PIC 9(9)V99.
      ***** NURSING WORKED HOURS PER PATIENT DAY THE WARD IS STAFFED
      ***** TO THAT MONTH (HPPDRPT).  ROWS LOADED BEFORE THE TARGET
      ***** WAS ADDED CARRY SPACES.
           05  WBG-TARGET-HPPD-X           PIC X(4).
           05  WBG-TARGET-HPPD REDEFINES WBG-TARGET-HPPD-X
                                           PIC 9(2)V99.
           05  FILLER                      PIC X(17).

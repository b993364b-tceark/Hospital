      * COPY TIMEKEEP.
      ***** ONE ROW PER NURSE PER WARD PER SHIFT WORKED, SENT EVERY
      ***** NIGHT BY THE TIMEKEEPING SYSTEM.  TIMEEDIT CHECKS EACH
      ***** ROW AGAINST THE NURSEREG REGISTRY, FILLS IN THE TRAILING
      ***** FIELDS, AND APPENDS THE ROWS THAT PASS TO THE PERMANENT
      ***** TIMEHIST FILE HPPDRPT READS.  HOURS ARE WORKED HOURS
      ***** ONLY -- NO PAID LEAVE, NO ORIENTATION.
       01  TIME-WORKED-REC.
           05  TKP-NURSE-ID                PIC X(8).
           05  TKP-WARD-NBR                PIC X(4).
               88  TKP-VALID-WARD VALUES ARE
                   "0010", "2010", "1010", "0011", "0110", "0000"
                   "3333" "4444" "5555" "6666" "7777" "0033".
           05  TKP-WORK-DATE               PIC X(8).
           05  TKP-WORK-DATE-9 REDEFINES TKP-WORK-DATE
                                           PIC 9(8).
           05  TKP-SHIFT                   PIC X(1).
               88  TKP-DAY-SHIFT           VALUE "D".
               88  TKP-EVENING-SHIFT       VALUE "E".
               88  TKP-NIGHT-SHIFT         VALUE "N".
               88  TKP-VALID-SHIFT         VALUES ARE "D" "E" "N".
           05  TKP-HOURS-WORKED-X          PIC X(4).
           05  TKP-HOURS-WORKED REDEFINES TKP-HOURS-WORKED-X
                                           PIC 9(2)V99.
           05  FILLER                      PIC X(25).
      ***** SET BY TIMEEDIT -- THE LICENSE EXPIRATION ON THE REGISTRY
      ***** WHEN THE ROW LOADED, AND WHETHER IT HAD ALREADY PASSED BY
      ***** THE DAY THE SHIFT WAS WORKED
           05  TKP-LICENSE-EXPIRES         PIC X(10).
           05  TKP-LICENSE-LAPSED-SW       PIC X(1).
               88  TKP-LICENSE-LAPSED      VALUE "Y".
           05  TKP-LOADED-DATE             PIC X(8).
           05  FILLER                      PIC X(11).

      * COPY RUNPARM.
      ***** THE RUN-PARAMETER MASTER (DDS0001.RUNPARM, VSAM KSDS) THAT
      ***** TOOK THE PLACE OF THE ONE-RECORD CONTROL CARDS.  ONE ROW
      ***** PER PROGRAM / PARAMETER NAME / EFFECTIVE DATE.  A CHANGE
      ***** IS A NEW ROW AT A NEW EFFECTIVE DATE, SO EVERY VALUE A
      ***** PARAMETER EVER HAD STAYS ON FILE; THE VALUE IN FORCE FOR A
      ***** RUN IS THE ROW WITH THE LATEST EFFECTIVE DATE ON OR BEFORE
      ***** THE RUN DATE.  A VALUE READ BY MORE THAN ONE PROGRAM IS
      ***** KEPT UNDER PROGRAM "*SHARED*".  PROGRAMS READ IT THROUGH
      ***** PARMGET, PARMMNT MAINTAINS IT, AND PARMLIST PRINTS WHAT IS
      ***** IN FORCE.  A NUMERIC VALUE IS KEYED LEFT-JUSTIFIED, DIGITS
      ***** WITH AN OPTIONAL DECIMAL POINT (E.G. "60", "2500.00").
       01  RUN-PARAMETER-REC.
           05  PRM-KEY.
               10  PRM-PROGRAM-ID          PIC X(8).
               10  PRM-PARM-NAME           PIC X(16).
               10  PRM-EFFECTIVE-DATE      PIC 9(8).
           05  PRM-VALUE-TYPE              PIC X(1).
               88 PRM-NUMERIC-VALUE        VALUE "N".
               88 PRM-TEXT-VALUE           VALUE "T".
           05  PRM-VALUE                   PIC X(20).
           05  PRM-DESCRIPTION             PIC X(40).
           05  PRM-CHANGED-BY              PIC X(8).
           05  PRM-CHANGED-DATE            PIC 9(8).
           05  PRM-CHANGED-TIME            PIC 9(6).
           05  FILLER                      PIC X(5).

      ***** ONE ROW PER CHANGE PARMMNT APPLIES, APPENDED TO THE PARMAUD
      ***** QSAM FILE -- WHO, WHEN, WHAT, AND THE ROW BEFORE AND AFTER.
      ***** AN ADD HAS NO BEFORE IMAGE, A DELETE NO AFTER IMAGE.
       01  RUN-PARAMETER-AUDIT-REC.
           05  PRA-OPERATOR-ID             PIC X(8).
           05  PRA-DATE                    PIC 9(8).
           05  PRA-TIME                    PIC 9(6).
           05  PRA-ACTION                  PIC X(1).
           05  PRA-BEFORE-IMAGE            PIC X(120).
           05  PRA-AFTER-IMAGE             PIC X(120).
           05  FILLER                      PIC X(17).

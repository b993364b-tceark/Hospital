      * COPY PARMGPRM.
      ***** PARAMETER BLOCK FOR PARMGET, THE ONE READER OF THE RUNPARM
      ***** MASTER (SEE COPY RUNPARM).  THE CALLER SETS THE OWNING
      ***** PROGRAM (ITS OWN NAME, OR "*SHARED*"), THE PARAMETER NAME
      ***** AND THE DATE TO ANSWER FOR (ZERO MEANS TODAY); PARMGET
      ***** RETURNS THE VALUE IN FORCE ON THAT DATE.
       01  PARMGET-PARMS.
      ***** SET BY THE CALLER
           05  PGT-PROGRAM-ID              PIC X(08).
           05  PGT-PARM-NAME               PIC X(16).
           05  PGT-AS-OF-DATE              PIC 9(08).
      ***** RETURNED BY PARMGET -- PGT-NUMBER ONLY FOR A NUMERIC ROW
           05  PGT-VALUE                   PIC X(20).
           05  PGT-NUMBER                  PIC S9(9)V99.
           05  PGT-RESULT                  PIC X(01).
               88 PGT-FOUND                VALUE "Y".
               88 PGT-NOT-FOUND            VALUE "N".
               88 PGT-FILE-ERROR           VALUE "E".

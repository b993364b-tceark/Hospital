      * COPY ENCCTL.
      ***** NEXT-NUMBER CONTROL ROW FOR ENCOUNTER NUMBERS.  ONE ROW,
      ***** KEY "ENCNBR", HELD ON A SMALL VSAM FILE AND TOUCHED ONLY
      ***** BY ENCNEXT, WHICH READS IT, BUMPS THE LAST NUMBER ISSUED,
      ***** AND REWRITES IT BEFORE HANDING THE NEW NUMBER BACK.  THE
      ***** ROW IS LOADED ONCE BY HAND; A MISSING ROW IS AN ERROR,
      ***** NEVER A RESTART FROM ONE.
       01  ENCOUNTER-CONTROL-REC.
           05  ENCCTL-KEY                  PIC X(08).
           05  ENCCTL-LAST-NBR             PIC 9(10).
           05  ENCCTL-LAST-ISSUE-DATE      PIC 9(06).
           05  ENCCTL-ISSUED-BY            PIC X(08).
           05  FILLER                      PIC X(08).

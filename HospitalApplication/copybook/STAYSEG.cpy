      ***** A SEGMENT AT THE INTER-CAMPUS TRANSFER AND AT DISCHARGE;
      ***** SEGBILL BILLS ONE CLAIM PER SEGMENT SO EACH CAMPUS'S
      ***** REVENUE IS ITS OWN, WHILE THE PATIENT STILL KEEPS ONE
      ***** ACCOUNT (AND ONE STATEMENT) ON PATMSTR.  A SWING-BED
      ***** CONVERSION CLOSES THE ACUTE PORTION OF THE STAY AS A
      ***** TYPE "A" SEGMENT, WHICH SEGBILL BILLS WITHOUT WAITING
      ***** FOR THE SWING STAY TO END.
       01  STAY-SEGMENT-REC.
           05  SEG-PATIENT-ID              PIC X(6).
           05  SEG-FACILITY-CODE           PIC X(2).
           05  SEG-START-DATE              PIC X(10).
           05  SEG-END-DATE                PIC X(10).
           05  SEG-CHARGES                 PIC 9(7)V99.
           05  SEG-SEGMENT-TYPE            PIC X(1).
               88 SEG-CAMPUS-SEGMENT       VALUE " ".
               88 SEG-ACUTE-BEFORE-SWING   VALUE "A".
           05  FILLER                      PIC X(2).

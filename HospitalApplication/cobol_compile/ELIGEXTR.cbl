       FD  ADMDTXN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADMDTXN-REC-DATA.
       01  ADMDTXN-REC-DATA PIC X(140).

      ***** EVERY OUTBOUND IDENTIFIABLE RECORD LEAVES ITS TRACK ON
      ***** THE COMMON DISCLOSURE LOG

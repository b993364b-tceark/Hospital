       FD  PATHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATHIST-REC.
       01  PATHIST-REC PIC X(128).

       FD  DISPRPT
           RECORDING MODE IS F
           05  CNT-AMA                 PIC S9(7) COMP VALUE ZERO.
           05  CNT-EXPIRED             PIC S9(7) COMP VALUE ZERO.
           05  CNT-TRANSFER            PIC S9(7) COMP VALUE ZERO.
           05  CNT-HOSPICE             PIC S9(7) COMP VALUE ZERO.
           05  CNT-UNCODED             PIC S9(7) COMP VALUE ZERO.

       01  WS-RPT-HDR-REC.
               ADD 1 TO CNT-EXPIRED
           ELSE IF HIST-DISPOSITION = "TR"
               ADD 1 TO CNT-TRANSFER
           ELSE IF HIST-DISPOSITION = "HS"
               ADD 1 TO CNT-HOSPICE
           ELSE
               ADD 1 TO CNT-UNCODED.

           MOVE "TRANSFERRED OUT (TR)        :" TO RPT-LABEL.
           MOVE CNT-TRANSFER TO RPT-COUNT.
           WRITE DISPRPT-REC FROM WS-RPT-DETAIL-REC.
           MOVE "HOSPICE (HS)                :" TO RPT-LABEL.
           MOVE CNT-HOSPICE TO RPT-COUNT.
           WRITE DISPRPT-REC FROM WS-RPT-DETAIL-REC.
           MOVE "PRE-DISPOSITION HISTORY ROWS:" TO RPT-LABEL.
           MOVE CNT-UNCODED TO RPT-COUNT.
           WRITE DISPRPT-REC FROM WS-RPT-DETAIL-REC.

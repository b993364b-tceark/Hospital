      ***** ONE EQUIP-TABLE-REC ROW (8+4+25+7+8+5+39+4).
       01  WS-EQUIP-HOLD-REC           PIC X(100).

      ***** INPUT COUNT HANDED TO RESTCTL THROUGH STEPCNT
       01  WS-STEPCNT-PARMS.
           05  SCT-CALLER-ID           PIC X(8) VALUE "PATSRCH".
           05  SCT-CALLER-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  SCT-RESULT              PIC X(1).

      ***** RUN-IDENTITY HEADER CALLS -- SEE RUNHDR
       01  WS-RUNHDR-PARMS.
           05  RHP-FUNCTION            PIC X(1).
           05  RHP-CALLER-ID           PIC X(8) VALUE "PATSRCH".
           05  RHP-HEADER              PIC X(50).
           05  RHP-RESULT              PIC X(1).
               88 RHP-ACCEPTED         VALUE "Y".
           05  RHP-MESSAGE             PIC X(40).

       COPY ABENDREC.

       PROCEDURE DIVISION.
           ACCEPT  WS-DATE FROM DATE.
           OPEN INPUT EQUIPMENT-FILE, PATSORT-FILE, PATMSTR, PATINS.
           OPEN OUTPUT PATSRCH-FILE, SYSOUT.
           PERFORM 030-WRITE-RUN-HEADER THRU 030-EXIT.

      *  Remember to move "NO" to IFCODE if the input file is AT END
           READ PATSORT-FILE INTO INPATIENT-DAILY-REC
       000-EXIT.
           EXIT.

      ***** RUN-IDENTITY HEADER AHEAD OF THE FIRST DETAIL
       030-WRITE-RUN-HEADER.
           MOVE "030-WRITE-RUN-HEADER" TO PARA-NAME.
           MOVE "P" TO RHP-FUNCTION.
           CALL 'RUNHDR' USING WS-RUNHDR-PARMS.
           IF NOT RHP-ACCEPTED
               MOVE RHP-MESSAGE TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE INPATIENT-DAILY-REC-SRCH FROM RHP-HEADER.
       030-EXIT.
           EXIT.

       050-LOAD-EQUIPMENT-TABLE.
           MOVE "050-LOAD-EQUIPMENT-TABLE" TO PARA-NAME.
           IF ROW-IDX > WS-EQUIP-ROW-MAX
           DISPLAY "** RECORDS WRITTEN **".
           DISPLAY  RECORDS-WRITTEN.

           MOVE RECORDS-READ TO SCT-CALLER-COUNT.
           CALL 'STEPCNT' USING WS-STEPCNT-PARMS.

      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "******** NORMAL END OF JOB PATSRCH ********".
       900-EXIT.

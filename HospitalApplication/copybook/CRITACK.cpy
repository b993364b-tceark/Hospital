      * COPY CRITACK.
      ***** ACKNOWLEDGMENTS BACK FROM THE PAGING/SECURE-MESSAGING
      ***** INTERFACE, ONE PER RESPONSE TO A CRITICAL-RESULT PAGE.
      ***** THE QUEUE KEY IS THE ONE CARRIED OUT ON PAGEOUT.  ONLY AN
      ***** ACKNOWLEDGMENT WITH THE RESULT READ BACK CLOSES THE ROW.
       01  CRITICAL-ACK-REC.
           05  CAK-QUEUE-KEY               PIC X(30).
           05  CAK-RECEIVER-ID             PIC X(8).
           05  CAK-RECEIVER-ROLE           PIC X(1).
               88 CAK-VALID-ROLE           VALUES "P", "C", "O".
           05  CAK-ACK-DATE                PIC X(8).
           05  CAK-ACK-TIME                PIC X(4).
           05  CAK-READ-BACK-IND           PIC X(1).
               88 CAK-READ-BACK            VALUE "Y".
               88 CAK-VALID-READ-BACK      VALUES "Y", "N".
           05  FILLER                      PIC X(28).

      ***** WARD.  BLANK ON ROWS WRITTEN BEFORE THE FIELD EXISTED;
      ***** STATEUTL COUNTS THOSE UNDER "UNKN".
           05  HIST-WARD-NBR               PIC X(04).
      ***** THE STAY THE ROW CLOSES (SEE ENCOUNTER-NBR ON PATMSTR).
      ***** THE 64-BYTE ROW HAD NO ROOM LEFT FOR IT, SO THE RECORD
      ***** WAS WIDENED TO 128 WITH THE BALANCE KEPT AS GROWTH
      ***** FILLER.  BLANK ON ROWS WRITTEN BEFORE ENCOUNTER NUMBERS.
           05  HIST-ENCOUNTER-NBR          PIC X(10).
      ***** PRESENT-ON-ADMISSION FLAGS FOR THE THREE DIAGNOSES, AS
      ***** THEY STOOD ON PATMSTR WHEN THE ROW WAS WRITTEN
           05  HIST-POA-PRIMARY            PIC X(01).
           05  HIST-POA-SECONDARY          PIC X(01).
           05  HIST-POA-TERTIARY           PIC X(01).
           05  FILLER                      PIC X(58).

      * COPY ONCALL.
      ***** THE PHYSICIAN ON-CALL SCHEDULE, KEPT BY THE MEDICAL
      ***** STAFF OFFICE AND MAINTAINED ONLY THROUGH ONCLMNT.  TWO
      ***** KINDS OF ROW SHARE THE FILE:
      *****   "W" -- A WARD AND THE SPECIALTY THAT ADMITS TO IT
      *****          (4WST IS CARDIOLOGY, 2010 IS OBSTETRICS ...)
      *****   "B" -- ONE ON-CALL BLOCK:  THE PHYSICIAN COVERING A
      *****          SPECIALTY FROM START DATE/TIME UP TO (NOT
      *****          INCLUDING) END DATE/TIME.  A BLOCK NAMING A WARD
      *****          COVERS THAT WARD ONLY; A BLANK WARD COVERS EVERY
      *****          WARD OF THE SPECIALTY.
      ***** ADMDISCH READS BOTH TO NAME A DEFAULT ATTENDING WHEN AN
      ***** ADMISSION ARRIVES WITHOUT A VALID ONE.
       01  ON-CALL-SCHEDULE-REC.
           05  OCS-SCHEDULE-KEY.
               10  OCS-REC-TYPE            PIC X(1).
                   88 OCS-WARD-ROW         VALUE "W".
                   88 OCS-BLOCK-ROW        VALUE "B".
                   88 OCS-VALID-TYPE       VALUES "W", "B".
               10  OCS-SPECIALTY-CDE       PIC X(4).
               10  OCS-WARD-NBR            PIC X(4).
      ***** CCYYMMDD AND HHMM (24-HOUR); BLANK ON A "W" ROW
               10  OCS-START-DATE          PIC X(8).
               10  OCS-START-TIME          PIC X(4).
           05  OCS-END-DATE                PIC X(8).
           05  OCS-END-TIME                PIC X(4).
           05  OCS-PHYSICIAN-ID            PIC X(8).
           05  FILLER                      PIC X(19).

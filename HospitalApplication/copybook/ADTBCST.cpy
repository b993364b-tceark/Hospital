      *** QSAM FILE
      *** ONE COMMITTED ADT EVENT PER RECORD, OUTBOUND.  ADMDISCH
      *** APPENDS A ROW FOR EVERY ADMIT, TRANSFER, DISCHARGE, LEAVE
      *** OF ABSENCE AND CANCEL IT ACTUALLY APPLIES TO PATMSTR, AND
      *** HL7ADT APPENDS ONE FOR EVERY A08 THAT CHANGED PATPERSN OR
      *** PATINS -- NEVER FOR A TRANSACTION THAT WAS REJECTED.
      *** ADTBCAST FANS THE DAY'S ROWS OUT TO THE SUBSCRIBING
      *** DEPARTMENTAL SYSTEMS THROUGH THE INTERFACE ENGINE, WHICH
      *** BUILDS THE ER7 MESSAGE FROM THESE FIELDS.
       01  ADT-BROADCAST-REC.
           05  ADB-EVENT-TYPE          PIC X(04).
               88 ADB-ADMIT            VALUE "A01".
               88 ADB-TRANSFER         VALUE "A02".
               88 ADB-DISCHARGE        VALUE "A03".
               88 ADB-UPDATE           VALUE "A08".
               88 ADB-CANCEL-ADMIT     VALUE "A11".
               88 ADB-CANCEL-DISCH     VALUE "A13".
               88 ADB-LOA-OUT          VALUE "A21".
               88 ADB-LOA-RETURN       VALUE "A22".
      *** THE PROGRAM THAT COMMITTED THE EVENT
           05  ADB-SOURCE-PGM          PIC X(08).
      *** EVN-2 -- WHEN IT WAS COMMITTED (YYYY-MM-DD, HH:MM:SS)
           05  ADB-EVENT-DATE          PIC X(10).
           05  ADB-EVENT-TIME          PIC X(08).
           05  ADB-PATIENT-ID          PIC X(06).
           05  ADB-ENCOUNTER-NBR       PIC X(10).
      *** PV1-2 PATIENT CLASS -- SUBSCRIBERS FILTER ON THIS
           05  ADB-PATIENT-CLASS       PIC X(01).
           05  ADB-FACILITY-CODE       PIC X(02).
      *** PV1-3 CURRENT LOCATION, AND PV1-6 PRIOR LOCATION ON AN A02
           05  ADB-WARD-NBR            PIC X(04).
           05  ADB-BED-NBR             PIC X(04).
           05  ADB-PRIOR-WARD-NBR      PIC X(04).
           05  ADB-PRIOR-BED-NBR       PIC X(04).
           05  ADB-ATTENDING-MD        PIC X(08).
           05  ADB-ADMIT-DIAG          PIC X(07).
      *** PV1-36 ON AN A03
           05  ADB-DISPOSITION         PIC X(02).
      *** PID-5 / PID-7 / PID-8 FROM PATPERSN AS OF THE EVENT
           05  ADB-LAST-NAME           PIC X(15).
           05  ADB-FIRST-NAME          PIC X(20).
           05  ADB-DOB                 PIC X(10).
           05  ADB-GENDER              PIC X(01).
           05  FILLER                  PIC X(72).

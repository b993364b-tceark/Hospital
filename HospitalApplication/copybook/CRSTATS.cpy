      * COPY CRSTATS.
      ***** COST-REPORT STATISTICS EXTRACT -- ONE ROW PER WORKSHEET
      ***** FIGURE CRSTATS PRODUCES FOR THE FISCAL YEAR, FOR
      ***** REIMBURSEMENT TO LOAD INTO THE COST-REPORT PREPARATION
      ***** SOFTWARE INSTEAD OF RE-KEYING THE PRINTED PAGES.
      *****   "PD"  PATIENT-DAYS FOR ONE WARD AND PAYER CLASS
      *****   "DC"  DISCHARGES FOR ONE PAYER CLASS
      *****   "PG"  PROGRAM DAYS -- MEDICARE ("MCR") AND MEDICAID
      *****         ("MCD") PATIENT-DAYS, ALL WARDS
      *****   "AC"  ANCILLARY CHARGES FOR ONE COST CENTER
       01  COST-REPORT-STAT-REC.
           05  CRS-FISCAL-YEAR             PIC 9(4).
           05  CRS-STAT-TYPE               PIC X(2).
               88 CRS-PATIENT-DAYS         VALUE "PD".
               88 CRS-DISCHARGES           VALUE "DC".
               88 CRS-PROGRAM-DAYS         VALUE "PG".
               88 CRS-ANCILLARY-CHARGES    VALUE "AC".
           05  CRS-WARD-NBR                PIC X(4).
           05  CRS-PAYER-CLASS             PIC X(5).
           05  CRS-COST-CENTER             PIC X(5).
           05  CRS-COST-CENTER-NAME        PIC X(30).
           05  CRS-COUNT                   PIC S9(9).
           05  CRS-AMOUNT                  PIC S9(11)V99.
           05  FILLER                      PIC X(8).

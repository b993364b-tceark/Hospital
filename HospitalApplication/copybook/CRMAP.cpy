      * COPY CRMAP.
      ***** MEDICARE COST-REPORT MAPPING, KEPT BY REIMBURSEMENT THE
      ***** WAY FINANCE KEEPS GLMAP AND LOADED INTO TABLES BY CRSTATS
      ***** AT STARTUP.  TWO KINDS OF ROW:
      *****
      *****   "R"  REVENUE CODE (AS REVMAP STAMPS IT, LEFT-JUSTIFIED
      *****        IN CRM-KEY) TO COST-REPORT COST CENTER -- THE
      *****        WORKSHEET LINE NUMBER AND ITS NAME
      *****   "P"  PAYER-ID (AS ON THE CLAIM REGISTER AND PAYERMST) TO
      *****        PAYER CLASS.  "MCR" IS MEDICARE (TITLE XVIII) AND
      *****        "MCD" IS MEDICAID (TITLE XIX); THE OTHER CLASS
      *****        CODES ARE REIMBURSEMENT'S OWN, AT MOST EIGHT IN ALL.
      *****
      ***** A KEY OF "********" IS THE WILDCARD ROW FOR ITS TYPE, USED
      ***** WHEN NO SPECIFIC ROW EXISTS -- BOTH WILDCARDS MUST BE KEYED
      ***** OR THE RUN IS REFUSED, SO NO DAY OR DOLLAR FALLS OUT OF
      ***** THE STATISTICS UNCOUNTED.
       01  COST-REPORT-MAP-REC.
           05  CRM-ROW-TYPE                PIC X(1).
               88 CRM-COST-CENTER-ROW      VALUE "R".
               88 CRM-PAYER-CLASS-ROW      VALUE "P".
           05  CRM-KEY                     PIC X(8).
               88 CRM-WILDCARD-KEY         VALUE "********".
           05  CRM-MAPPED-CODE             PIC X(5).
               88 CRM-MEDICARE-CLASS       VALUE "MCR".
               88 CRM-MEDICAID-CLASS       VALUE "MCD".
           05  CRM-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(6).

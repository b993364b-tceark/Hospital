      ***** FILE FINALLY SAYS WHO IS ALLOWED TO DO WHAT.  OPERAUTH
      ***** CHECKS THE CLASS FLAGS FOR THE MAINTENANCE PROGRAMS --
      ***** ADMISSIONS (ADMDISCH), PRICING (CATMAINT), CLINICAL
      ***** (ALRGYMNT), MERGE (PATMERGE) AND CONFIDENTIAL VIEW (THE
      ***** PATIENT INQUIRIES) -- AND EVERY GATED RUN
      ***** APPENDS A SECURITY-LOG ROW, WHICH IS EXACTLY THE LIST
      ***** THE AUDITORS ASK FOR EVERY YEAR.
       01  OPERATOR-MASTER-REC.
           05  OPR-OPERATOR-ID             PIC X(8).
      ***** SURNAME FIRST, "LAST, FIRST" -- PRIVRPT SPLITS IT TO
      ***** MATCH OPERATORS AGAINST THE PATIENTS THEY LOOK UP
           05  OPR-NAME                    PIC X(30).
           05  OPR-ACTIVE-IND              PIC X(1).
               88 OPR-ACTIVE               VALUE "Y".
               88 OPR-MAY-CLINICAL         VALUE "Y".
           05  OPR-AUTH-MERGE              PIC X(1).
               88 OPR-MAY-MERGE            VALUE "Y".
      ***** THE OPERATOR'S HOME DEPARTMENT -- THE REPORT REPOSITORY
      ***** SHOWS AN OPERATOR ONLY THAT DEPARTMENT'S REPORTS
           05  OPR-DEPT-ID                 PIC X(8).
      ***** "Y" LETS THE OPERATOR SEE A PATIENT FLAGGED CONFIDENTIAL
      ***** ON THE INQUIRIES.  IT IS NEVER IMPLIED BY ANY OTHER CLASS.
           05  OPR-AUTH-CONFIDENTIAL       PIC X(1).
               88 OPR-MAY-VIEW-CONFID      VALUE "Y".
           05  FILLER                      PIC X(8).

      ***** ONE ROW PER GATED RUN -- WHO RAN WHAT, WHEN, AND HOW
      ***** MANY TRANSACTIONS APPLIED AND REJECTED

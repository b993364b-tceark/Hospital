      *          HAVE NO GROUP YET, AND ASSIGNS ONE FROM THE
      *          CASEMIX_GROUPS DB2 TABLE USING THE STAY'S DIAGNOSTIC
      *          CODES (HEADER CODES FIRST, THEN THE PATDIAG OVERFLOW
      *          ROWS), THE PRINCIPAL PROCEDURE HIM CODED THROUGH
      *          PROCCODE, HOSPITAL-STAY-LTH, THE PATIENT'S AGE FROM THE
      *          REAL DOB, AND THE DISCHARGE DISPOSITION.  THE GROUP
      *          AND ITS CASE RATE ARE STORED ON THE STAY -- WITH THE
      *          USUAL PATAUDIT BEFORE/AFTER IMAGES -- SO EDICLAIM
       FD  PATDIAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATDIAG-REC.
       01  PATDIAG-REC PIC X(40).

       FD  PATAUDIT
           RECORDING MODE IS F
      ***** ITS DIAGNOSTIC CODES EQUALS DIAG-CODE AND THE STAY
      ***** LENGTH, AGE, AND DISPOSITION FALL INSIDE THE ROW'S
      ***** WINDOWS (A BLANK DISPOSITION ON THE ROW MATCHES ANY).
      ***** A ROW WITH A PROC-CODE IS A SURGICAL GROUP AND MATCHES
      ***** ONLY A STAY WHOSE PRINCIPAL ICD-10-PCS IS THAT CODE; A
      ***** BLANK PROC-CODE IS THE MEDICAL GROUP FOR THE DIAGNOSIS.
       01  DCLCASEMIX-GROUPS.
           10 GROUP-CODE                     PIC X(04).
           10 DIAG-CODE                      PIC X(07).
           10 PROC-CODE                      PIC X(07).
           10 MIN-STAY                       PIC S9(4) COMP.
           10 MAX-STAY                       PIC S9(4) COMP.
           10 MIN-AGE                        PIC S9(4) COMP.
               88 NO-MORE-OVFL  VALUE "N".
           05  GROUP-FOUND-SW          PIC X(1).
               88 GROUP-FOUND   VALUE "Y".
           05  SURGICAL-GROUPED        PIC S9(7) COMP VALUE ZERO.
           05  WS-DATE                 PIC 9(6).
           05  RECORDS-READ            PIC S9(9) COMP VALUE ZERO.
           05  STAYS-GROUPED           PIC S9(7) COMP VALUE ZERO.
           MOVE HOSPITAL-STAY-LTH IN PATIENT-MASTER-REC
                TO WS-STAY-LTH.

      ***** A CODED PRINCIPAL PROCEDURE IS TRIED FIRST AGAINST THE
      ***** SURGICAL ROWS -- AN OPERATIVE STAY GROUPED ON DIAGNOSIS
      ***** ALONE PRICES AS MEDICAL.  NO SURGICAL ROW FOR THE
      ***** PROCEDURE FALLS BACK TO THE MEDICAL ROWS.
           MOVE "N" TO GROUP-FOUND-SW.
           IF PROC-ICD10-PCS(1) NOT = SPACES
               MOVE PROC-ICD10-PCS(1) TO PROC-CODE IN DCLCASEMIX-GROUPS
               PERFORM 300-TRY-ONE-DIAGNOSIS THRU 300-EXIT
                   VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > WS-CAND-COUNT
                      OR GROUP-FOUND
               IF GROUP-FOUND
                   ADD 1 TO SURGICAL-GROUPED.

           IF NOT GROUP-FOUND
               MOVE SPACES TO PROC-CODE IN DCLCASEMIX-GROUPS
               PERFORM 300-TRY-ONE-DIAGNOSIS THRU 300-EXIT
                   VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > WS-CAND-COUNT
                      OR GROUP-FOUND.

           IF GROUP-FOUND
               PERFORM 400-STORE-GROUP THRU 400-EXIT
                INTO :GROUP-CODE, :CASE-RATE-AMT
              FROM DDS0001.CASEMIX_GROUPS
              WHERE DIAG_CODE = :DIAG-CODE OF DCLCASEMIX-GROUPS
                AND PROC_CODE = :PROC-CODE OF DCLCASEMIX-GROUPS
                AND MIN_STAY <= :WS-STAY-LTH
                AND MAX_STAY >= :WS-STAY-LTH
                AND MIN_AGE <= :WS-DERIVED-AGE
           CLOSE PATMSTR, PATPERSN, PATDIAG, PATAUDIT, SYSOUT.
           DISPLAY "CASEMIX RECORDS READ     : " RECORDS-READ.
           DISPLAY "CASEMIX STAYS GROUPED    : " STAYS-GROUPED.
           DISPLAY "CASEMIX SURGICAL GROUPS  : " SURGICAL-GROUPED.
           DISPLAY "CASEMIX STAYS UNGROUPED  : " STAYS-UNGROUPED.
           DISPLAY "******** NORMAL END OF JOB CASEMIX ********".
       900-EXIT.

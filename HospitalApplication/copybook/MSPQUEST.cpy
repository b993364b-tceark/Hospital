      * COPY MSPQUEST.
      ***** THE MEDICARE SECONDARY PAYER QUESTIONNAIRE FOR A STAY --
      ***** ONE ROW PER PATIENT, TIED TO THE STAY BY ENCOUNTER NUMBER
      ***** (A READMISSION'S ANSWERS REPLACE THE LAST STAY'S).
      ***** ADMDISCH FILES IT AT EVERY MEDICARE ADMISSION; MSPRPT
      ***** TAKES THE LATE ANSWERS PATIENT ACCESS COLLECTS AND LISTS
      ***** EVERY STAY STILL INCOMPLETE.  EDICLAIM HOLDS THE CLAIM
      ***** FOR AN INCOMPLETE STAY AND BILLS MSQ-PRIMARY-PAYER-ID
      ***** FIRST WHEN THE ANSWERS MAKE MEDICARE SECONDARY.
       01  MSP-QUESTIONNAIRE-REC.
           05  MSQ-PATIENT-ID              PIC X(6).
           05  MSQ-ENCOUNTER-NBR           PIC X(10).
           05  MSQ-ANSWERS.
               10  MSQ-EMPLOYED-GHP        PIC X(1).
               10  MSQ-SPOUSE-GHP          PIC X(1).
               10  MSQ-ACCIDENT            PIC X(1).
               10  MSQ-ESRD                PIC X(1).
               10  MSQ-BLACK-LUNG          PIC X(1).
           05  MSQ-ANSWER-TBL REDEFINES MSQ-ANSWERS.
               10  MSQ-ANSWER              PIC X(1) OCCURS 5 TIMES.
                   88 MSQ-ANSWER-YES       VALUE "Y".
                   88 MSQ-ANSWER-VALID     VALUES "Y", "N".
      ***** BLANK WHEN MEDICARE IS PRIMARY
           05  MSQ-PRIMARY-PAYER-ID        PIC X(8).
           05  MSQ-STATUS                  PIC X(1).
               88 MSQ-COMPLETE             VALUE "C".
               88 MSQ-INCOMPLETE           VALUE "I".
           05  MSQ-ADMIT-DATE              PIC X(10).
           05  MSQ-CAPTURE-DATE            PIC X(10).
           05  MSQ-LAST-MAINT-BY           PIC X(8).
           05  FILLER                      PIC X(22).

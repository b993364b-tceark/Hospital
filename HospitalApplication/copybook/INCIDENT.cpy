      * COPY INCIDENT.
      ***** THE OCCURRENCE (INCIDENT) FILE FOR RISK MANAGEMENT -- ONE
      ***** ROW PER REPORTED EVENT, KEYED BY THE NUMBER PRINTED ON
      ***** THE OCCURRENCE FORM.  FALLS, MEDICATION ERRORS, WRONG-
      ***** PATIENT EVENTS, TRANSFUSION REACTIONS AND EQUIPMENT
      ***** FAILURES ALL LAND HERE, TIED TO THE PATIENT, WARD, BED,
      ***** TREATMENT AND UNIT INVOLVED.  MAINTAINED ONLY THROUGH
      ***** INCDMNT (ADD, FOLLOW-UP, CLOSE); INCDRPT PRINTS THE
      ***** MONTHLY RISK REPORT FROM IT.
       01  INCIDENT-REC.
           05  INC-INCIDENT-NBR            PIC X(8).
           05  INC-EVENT-TYPE              PIC X(4).
               88 INC-FALL                 VALUE "FALL".
               88 INC-MEDICATION-ERROR     VALUE "MEDE".
               88 INC-WRONG-PATIENT        VALUE "WRPT".
               88 INC-TRANSFUSION-RXN      VALUE "TRXN".
               88 INC-EQUIPMENT-FAILURE    VALUE "EQIP".
               88 INC-OTHER-EVENT          VALUE "OTHR".
               88 INC-VALID-TYPE           VALUES "FALL", "MEDE",
                                           "WRPT", "TRXN", "EQIP",
                                           "OTHR".
      ***** HARM SCALE, 1 (REACHED NO ONE / NO HARM) TO 5 (DEATH)
           05  INC-SEVERITY                PIC X(1).
               88 INC-NO-HARM              VALUE "1".
               88 INC-MINOR-HARM           VALUE "2".
               88 INC-MODERATE-HARM        VALUE "3".
               88 INC-SEVERE-HARM          VALUE "4".
               88 INC-DEATH                VALUE "5".
               88 INC-VALID-SEVERITY       VALUES "1" THRU "5".
      ***** CCYYMMDD AND HHMM (24-HOUR) OF THE EVENT ITSELF
           05  INC-EVENT-DATE              PIC X(8).
           05  INC-EVENT-TIME              PIC X(4).
      ***** THE PATIENT, WHERE THE PATIENT WAS, AND THE TREATMENT
      ***** (TREATMNT'S DATE/TIME FORMAT) THE EVENT IS TIED TO.  AN
      ***** EQUIPMENT FAILURE THAT REACHED NO PATIENT CARRIES SPACES
      ***** FOR THE PATIENT.
           05  INC-PATIENT-ID              PIC X(6).
           05  INC-WARD-NBR                PIC X(4).
           05  INC-BED-IDENTITY            PIC X(4).
           05  INC-TREATMENT-DATE          PIC X(8).
           05  INC-TREATMENT-TIME          PIC X(8).
      ***** REQUIRED ON A MEDICATION ERROR, A TRANSFUSION REACTION
      ***** AND AN EQUIPMENT FAILURE RESPECTIVELY
           05  INC-MEDICATION-ID           PIC X(8).
           05  INC-BLOOD-UNIT-ID           PIC X(8).
           05  INC-EQUIPMENT-ID            PIC X(8).
      ***** STAFF:  WHO FILED THE FORM, AND UP TO THREE INVOLVED
           05  INC-REPORTED-BY             PIC X(8).
           05  INC-STAFF-INVOLVED          PIC X(8) OCCURS 3 TIMES.
           05  INC-DESCRIPTION             PIC X(40).
      ***** "O" OPEN AS KEYED, "F" UNDER FOLLOW-UP, "C" CLOSED
           05  INC-STATUS                  PIC X(1).
               88 INC-OPEN                 VALUE "O".
               88 INC-IN-FOLLOW-UP         VALUE "F".
               88 INC-CLOSED               VALUE "C".
           05  INC-FOLLOWUP-BY             PIC X(8).
           05  INC-FOLLOWUP-DATE           PIC X(8).
           05  INC-FOLLOWUP-NOTE           PIC X(40).
           05  INC-CLOSED-BY               PIC X(8).
           05  INC-CLOSED-DATE             PIC X(8).
           05  INC-OUTCOME-CDE             PIC X(4).
      ***** TRANSFUSION REACTIONS ONLY -- THE TRANLOG ROW FOR THE
      ***** UNIT, STAMPED BY INCDMNT WHEN THE REACTION IS ADDED.
      ***** "Y" UNIT LOGGED TO THIS PATIENT, "P" UNIT LOGGED TO A
      ***** DIFFERENT PATIENT, "N" UNIT NOT ON THE TRANSFUSION LOG --
      ***** "P" AND "N" ARE THEMSELVES FINDINGS FOR THE BLOOD BANK.
           05  INC-TRANLOG-MATCH           PIC X(1).
               88 INC-TRANLOG-MATCHED      VALUE "Y".
               88 INC-TRANLOG-OTHER-PAT    VALUE "P".
               88 INC-TRANLOG-NOT-FOUND    VALUE "N".
           05  INC-TRANLOG-DATE            PIC X(8).
           05  INC-TRANLOG-TIME            PIC X(8).
           05  INC-TRANLOG-NURSE           PIC X(8).
           05  INC-ENTERED-DATE            PIC X(8).
           05  FILLER                      PIC X(39).

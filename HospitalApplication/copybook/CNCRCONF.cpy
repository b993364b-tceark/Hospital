      * COPY CNCRCONF.
      ***** CASE CONFIRMATION KEYED BY THE TUMOR REGISTRAR FROM THE
      ***** CASEFINDING LIST -- ONE ROW PER CANDIDATE THE REGISTRAR
      ***** HAS REVIEWED AND FOUND REPORTABLE, WITH THE ABSTRACTED
      ***** SITE, HISTOLOGY AND BEHAVIOR.  CNCRXTR SENDS EACH TO THE
      ***** STATE REGISTRY AND ADDS IT TO THE ACCESSION FILE.
       01  CANCER-CONFIRM-REC.
           05  CCF-PATIENT-ID              PIC X(6).
           05  CCF-ACCESSION-NBR           PIC X(9).
           05  CCF-SEQUENCE                PIC X(2).
      ***** ICD-O-3 TOPOGRAPHY (C509) AND MORPHOLOGY (8500)
           05  CCF-PRIMARY-SITE            PIC X(4).
           05  CCF-HISTOLOGY               PIC X(4).
           05  CCF-BEHAVIOR                PIC X(1).
               88 CCF-VALID-BEHAVIOR       VALUES "0", "1", "2", "3".
           05  CCF-DIAGNOSIS-DATE          PIC X(8).
           05  CCF-CLASS-OF-CASE           PIC X(2).
           05  CCF-REGISTRAR-ID            PIC X(8).
           05  FILLER                      PIC X(36).

      * COPY ACCESSN.
      ***** CANCER REGISTRY ACCESSION FILE -- ONE ROW PER PRIMARY
      ***** THE REGISTRY HAS ABSTRACTED.  THE REGISTRAR KEEPS IT;
      ***** CNCRXTR APPENDS A ROW FOR EVERY CASE CONFIRMED TO THE
      ***** STATE.  CNCRFIND DROPS ANY PATIENT ALREADY ON IT, SO AN
      ***** ABSTRACTED PATIENT IS NOT FOUND AGAIN EVERY MONTH.
       01  ACCESSION-REC.
           05  ACC-PATIENT-ID              PIC X(6).
      ***** CCYY OF FIRST CONTACT + A 5-DIGIT SERIAL
           05  ACC-ACCESSION-NBR           PIC X(9).
           05  ACC-SEQUENCE                PIC X(2).
           05  ACC-PRIMARY-SITE            PIC X(4).
           05  ACC-DIAGNOSIS-DATE          PIC X(8).
           05  ACC-ADDED-DATE              PIC X(8).
           05  FILLER                      PIC X(3).

      * COPY SUSPLIST.
      ***** PHYSICIANS WHOSE ADMITTING PRIVILEGES ARE SUSPENDED
      ***** UNDER THE MEDICAL STAFF BYLAWS FOR DELINQUENT RECORDS --
      ***** ONE ROW PER PHYSICIAN WITH AT LEAST ONE CHART DEFICIENCY
      ***** OPEN PAST THE DELINQUENCY THRESHOLD (RUNPARM HIMAGE
      ***** DELINQ-DAYS, 30 DAYS WHEN NOT SET).  REBUILT IN FULL BY
      ***** EVERY HIMAGE RUN, SO A PHYSICIAN COMES OFF THE LIST AT THE
      ***** FIRST RUN AFTER THE LAST DELINQUENT DOCUMENT IS COMPLETED.
      ***** ADMDISCH REFUSES A LISTED PHYSICIAN AS ATTENDING ON A NEW
      ***** ELECTIVE ADMISSION.
       01  SUSPENSION-LIST-REC.
           05  SUS-PHYSICIAN-ID            PIC X(8).
           05  SUS-PHYSICIAN-NAME          PIC X(30).
      ***** AGE IN DAYS OF THE OLDEST OPEN DEFICIENCY, AND HOW MANY
      ***** OPEN DEFICIENCIES ARE PAST THE THRESHOLD
           05  SUS-OLDEST-DAYS             PIC 9(4).
           05  SUS-DELINQ-COUNT            PIC 9(4).
      ***** CCYYMMDD OF THE HIMAGE RUN THAT BUILT THE LIST
           05  SUS-LIST-DATE               PIC X(8).
           05  FILLER                      PIC X(6).

      * COPY ROIREQ.
      ***** THE RELEASE-OF-INFORMATION REQUEST FILE -- ONE ROW PER
      ***** REQUEST FOR COPIES OF A MEDICAL RECORD, KEYED BY THE
      ***** NUMBER HIM STAMPS ON THE INCOMING LETTER.  ATTORNEYS,
      ***** INSURERS, OTHER PROVIDERS AND PATIENTS THEMSELVES ALL
      ***** LAND HERE.  MAINTAINED ONLY THROUGH ROIMNT (LOG,
      ***** AUTHORIZATION, FULFIL, DENY); FULFILMENT INVOICES THE COPY
      ***** FEE UNDER THE REQUEST NUMBER, POSTS IT TO THE
      ***** MISCELLANEOUS RECEIVABLE AND WRITES THE DISCLOSURE-LOG
      ***** ROW.  ROIAGE LISTS REQUESTS NEAR OR PAST THEIR DUE DATE
      ***** EVERY WEEK.
       01  ROI-REQUEST-REC.
           05  ROI-REQUEST-NBR             PIC X(8).
           05  ROI-PATIENT-ID              PIC X(6).
           05  ROI-REQUESTER-TYPE          PIC X(1).
               88 ROI-ATTORNEY             VALUE "A".
               88 ROI-INSURER              VALUE "I".
               88 ROI-PROVIDER             VALUE "P".
               88 ROI-SELF                 VALUE "S".
               88 ROI-OTHER-PARTY          VALUE "O".
               88 ROI-VALID-REQUESTER      VALUES "A", "I", "P",
                                           "S", "O".
      ***** THE PATIENT (OR PERSONAL REPRESENTATIVE) AND A PROVIDER
      ***** TREATING THE PATIENT NEED NO SIGNED AUTHORIZATION;
      ***** EVERYONE ELSE DOES
               88 ROI-AUTH-REQUIRED        VALUES "A", "I", "O".
      ***** WHERE THE COPIES AND THE INVOICE GO
           05  ROI-REQUESTER-NAME          PIC X(30).
           05  ROI-REQUESTER-ADDR          PIC X(30).
           05  ROI-REQUESTER-CITY          PIC X(20).
           05  ROI-REQUESTER-STATE         PIC X(2).
           05  ROI-REQUESTER-ZIP           PIC X(10).
      ***** CCYYMMDD.  THE DUE DATE IS SET BY ROIMNT FROM THE DATE
      ***** RECEIVED (RUNPARM ROIMNT DUE-DAYS, 30 WHEN NOT SET).
           05  ROI-RECEIVED-DATE           PIC X(8).
           05  ROI-DUE-DATE                PIC X(8).
      ***** THE PATIENT'S SIGNED AUTHORIZATION, IF ONE CAME IN
           05  ROI-AUTH-RECEIVED           PIC X(1).
               88 ROI-AUTH-ON-FILE         VALUE "Y".
           05  ROI-AUTH-DATE               PIC X(8).
           05  ROI-AUTH-EXPIRES            PIC X(8).
      ***** WHAT WAS ASKED FOR, AND THE SERVICE DATES IT COVERS
           05  ROI-RECORDS-REQUESTED       PIC X(40).
           05  ROI-SERVICE-FROM            PIC X(8).
           05  ROI-SERVICE-THRU            PIC X(8).
      ***** "O" OPEN, "H" HELD FOR AN AUTHORIZATION, "F" FULFILLED,
      ***** "D" DENIED OR WITHDRAWN
           05  ROI-STATUS                  PIC X(1).
               88 ROI-OPEN                 VALUE "O".
               88 ROI-HELD-FOR-AUTH        VALUE "H".
               88 ROI-FULFILLED            VALUE "F".
               88 ROI-DENIED               VALUE "D".
               88 ROI-PENDING              VALUES "O", "H".
      ***** FILLED IN AT FULFILMENT -- THE FEE IS INVOICED UNDER
      ***** THE REQUEST NUMBER
           05  ROI-PAGES                   PIC 9(5).
           05  ROI-FEE-AMT                 PIC 9(5)V99.
           05  ROI-FULFILLED-DATE          PIC X(8).
           05  ROI-FULFILLED-BY            PIC X(8).
           05  ROI-DENIAL-REASON           PIC X(30).
           05  ROI-DENIED-DATE             PIC X(8).
           05  ROI-ENTERED-DATE            PIC X(8).
           05  ROI-ENTERED-BY              PIC X(8).
           05  FILLER                      PIC X(21).

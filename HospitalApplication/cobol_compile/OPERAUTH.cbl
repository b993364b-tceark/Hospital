      *          MAINTENANCE PROGRAMS BEFORE THEY APPLY ANYTHING.
      *          GIVEN AN OPERATOR-ID AND AN AUTHORIZATION CLASS --
      *          "A" ADMISSIONS, "P" PRICING, "C" CLINICAL, "M"
      *          MERGE, "V" CONFIDENTIAL-PATIENT VIEW -- IT READS THE
      *          OPERMSTR ROW AND ANSWERS:
      *
      *             "Y"  OPERATOR IS ACTIVE AND HOLDS THE CLASS
      *             "N"  OPERATOR ON FILE BUT NOT AUTHORIZED
      *             "U"  OPERATOR NOT ON THE MASTER AT ALL
      *
      *          CALLERS TREAT ANYTHING BUT "Y" AS A REFUSED RUN,
      *          THE SAME WAY A BAD CONTROL CARD REFUSES ONE -- EXCEPT
      *          THE BATCH INQUIRIES, WHICH ASK FOR "V" AND ON A "N"
      *          STILL RUN BUT WITHHOLD THE CONFIDENTIAL PATIENTS.
      *
      ******************************************************************

               88 OPA-CLASS-PRICING    VALUE "P".
               88 OPA-CLASS-CLINICAL   VALUE "C".
               88 OPA-CLASS-MERGE      VALUE "M".
               88 OPA-CLASS-CONFIDENTIAL VALUE "V".
           05  OPA-RESULT              PIC X(1).
               88 OPA-AUTHORIZED       VALUE "Y".
               88 OPA-DENIED           VALUE "N".
                   IF OPR-MAY-MERGE
                       MOVE "Y" TO OPA-RESULT
                   END-IF
               WHEN OPA-CLASS-CONFIDENTIAL
                   IF OPR-MAY-VIEW-CONFID
                       MOVE "Y" TO OPA-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO OPA-RESULT
           END-EVALUATE.

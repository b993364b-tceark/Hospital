      * COPY GUARMSTR.
      ***** ONE ROW PER GUARANTOR -- THE PERSON FINANCIALLY
      ***** RESPONSIBLE FOR ONE OR MORE PATIENT ACCOUNTS -- KEYED BY
      ***** GUARANTOR NUMBER.  GUARMNT ADDS THE GUARANTOR AND LINKS
      ***** AND UNLINKS ACCOUNTS.  PATSTMT MAILS ONE CONSOLIDATED
      ***** STATEMENT PER GUARANTOR, TO THE ADDRESS HERE, IN PLACE OF
      ***** THE LINKED ACCOUNTS' OWN STATEMENTS, AND ITS COUPON
      ***** CARRIES THE GUARANTOR NUMBER.  A PAYMENT RECEIVED AGAINST
      ***** THE GUARANTOR NUMBER (CSHRCPT, LOCKBOX, AUTOPAYP) IS
      ***** SPREAD ACROSS THE LINKED ACCOUNTS OLDEST DISCHARGE FIRST.
       01  GUARANTOR-MASTER-REC.
           05  GUA-GUARANTOR-ID            PIC X(6).
           05  GUA-NAME                    PIC X(30).
           05  GUA-STREET                  PIC X(30).
           05  GUA-CITY                    PIC X(20).
           05  GUA-STATE                   PIC X(2).
           05  GUA-ZIP                     PIC X(9).
           05  GUA-LINK-COUNT              PIC 9(2).
           05  GUA-LINKED-PATIENT OCCURS 12 TIMES
                                           PIC X(6).
           05  GUA-LAST-MAINT-DATE         PIC X(8).
           05  GUA-LAST-MAINT-BY           PIC X(8).
           05  FILLER                      PIC X(13).

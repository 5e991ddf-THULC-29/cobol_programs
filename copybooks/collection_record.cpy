      * Collections worklist record, keyed by loan number - one per
      * loan that has ever aged 30 days or more past due. Seeded and
      * refreshed every night by the LOANDELQ aging (days past due,
      * bucket, balance and schedule as the aging found them, and
      * the date it last found the loan past due); worked online by
      * the collectors through COLLMNT, which logs each contact's
      * result and note and takes a promise to pay (date and
      * amount); and reviewed every night by COLLPTP, which totals
      * the payments posted against an open promise, marks it kept
      * or broken, and resolves the record once the aging no longer
      * finds the loan 30 days past due. A resolved record is kept
      * - its contact trail and broken-promise count come back with
      * it if the loan ages again.
      * Contact result codes: NA = no answer, LM = left message,
      * PP = promise to pay, RF = refused to pay, DS = disputes the
      * debt, WN = wrong number.
      * Promise status: space = no promise, O = open (not yet due
      * and not yet paid), K = kept, B = broken (due date passed
      * short of the amount promised). A broken promise puts the
      * loan at the top of the next morning's worklist until a
      * collector logs the next contact.
       01  COLLECTION-RECORD.
           05  CW-LOAN-NUMBER          PIC 9(6).
           05  CW-CUSTOMER-NUMBER      PIC 9(6).
           05  CW-DAYS-PAST-DUE        PIC 9(5).
           05  CW-BUCKET               PIC X(7).
           05  CW-BALANCE              PIC 9(7)V99.
           05  CW-NEXT-DUE-DATE        PIC 9(8).
           05  CW-SCHEDULED-PAYMENT    PIC 9(7)V99.
           05  CW-FIRST-AGED-DATE      PIC 9(8).
           05  CW-LAST-AGED-DATE       PIC 9(8).
           05  CW-CONTACT-COUNT        PIC 9(3).
           05  CW-LAST-CONTACT-DATE    PIC 9(8).
           05  CW-LAST-CONTACT-RESULT  PIC X(2).
               88  CW-RESULT-NO-ANSWER     VALUE "NA".
               88  CW-RESULT-LEFT-MESSAGE  VALUE "LM".
               88  CW-RESULT-PROMISE       VALUE "PP".
               88  CW-RESULT-REFUSED       VALUE "RF".
               88  CW-RESULT-DISPUTE       VALUE "DS".
               88  CW-RESULT-WRONG-NUMBER  VALUE "WN".
               88  CW-RESULT-VALID         VALUE "NA" "LM" "PP"
                                                 "RF" "DS" "WN".
           05  CW-LAST-CONTACT-OPERATOR PIC X(8).
           05  CW-LAST-CONTACT-NOTE    PIC X(40).
           05  CW-PROMISE-STATUS       PIC X(1).
               88  CW-NO-PROMISE           VALUE SPACE.
               88  CW-PROMISE-OPEN         VALUE "O".
               88  CW-PROMISE-KEPT         VALUE "K".
               88  CW-PROMISE-BROKEN       VALUE "B".
           05  CW-PROMISE-TAKEN-DATE   PIC 9(8).
           05  CW-PROMISE-DATE         PIC 9(8).
           05  CW-PROMISE-AMOUNT       PIC 9(7)V99.
           05  CW-PROMISE-PAID         PIC 9(7)V99.
           05  CW-PROMISE-SETTLED-DATE PIC 9(8).
           05  CW-BROKEN-COUNT         PIC 9(3).
           05  CW-RESOLVED-DATE        PIC 9(8).
           05  CW-RECORD-STATUS        PIC X(1).
               88  CW-STATUS-WORKING       VALUE "A".
               88  CW-STATUS-RESOLVED      VALUE "R".

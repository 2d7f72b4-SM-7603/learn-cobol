      *> ---------------------------------------------------------------
      *> STUACCT.CPY
      *> The student account ledger, one record per transaction,
      *> keyed on student ID plus transaction date plus a sequence
      *> number that makes several postings on one day unique.
      *> Amounts are unsigned; the transaction type says which way
      *> they move the balance.  Debits (owed by the student):
      *>   C  tuition charge    - TUIBILL, one per course per term
      *>   A  adjustment charge - TUIPOST, supervisor only
      *> Credits (reduce what is owed):
      *>   D  tuition credit    - TUIBILL, a dropped course or
      *>                          fewer credits than were billed
      *>   P  payment           - TUIPOST
      *>   R  adjustment credit - TUIPOST, supervisor only
      *> Tuition lines carry the term, course and credits they
      *> bill, so the next billing run can see what was already
      *> charged.  SA-DUE-DATE is when a debit falls due (the
      *> term's due date for tuition, the posting date for an
      *> adjustment); TUIAGE ages the unpaid debits from it.
      *> ---------------------------------------------------------------
       01  STUDENT-ACCOUNT-RECORD.
           05  SA-KEY.
               10  SA-STUDENT-ID     PIC 9(06).
               10  SA-TRAN-DATE      PIC 9(08).
               10  SA-SEQ            PIC 9(03).
           05  SA-TRAN-TYPE          PIC X(01).
               88  SA-TUITION-CHARGE VALUE "C".
               88  SA-ADJUST-CHARGE  VALUE "A".
               88  SA-TUITION-CREDIT VALUE "D".
               88  SA-PAYMENT        VALUE "P".
               88  SA-ADJUST-CREDIT  VALUE "R".
               88  SA-DEBIT          VALUE "C", "A".
               88  SA-CREDIT         VALUE "D", "P", "R".
               88  SA-TUITION        VALUE "C", "D".
           05  SA-TERM-ID            PIC X(05).
           05  SA-COURSE-ID          PIC X(06).
           05  SA-CREDITS            PIC 9(01).
           05  SA-AMOUNT             PIC 9(7)V99.
           05  SA-DUE-DATE           PIC 9(08).
           05  SA-REFERENCE          PIC X(20).
           05  SA-ENTERED-BY         PIC X(08).
           05  SA-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> TAXPROF.CPY
      *> A customer's income-tax withholding election, keyed on
      *> SSNUM: filing status (S single, M married, H head of
      *> household), allowances claimed, a flat additional amount
      *> withheld from every check, the exempt claim and the date
      *> it runs out (zero for no end date), and the state whose
      *> income tax applies to the work.  TP-ELECTION-DATE is the
      *> date the customer signed the election; TP-CHANGED-BY and
      *> TP-CHANGED-DATE stamp the clerk who keyed it in TXPMNT.
      *> A customer with no profile is withheld as single with no
      *> allowances and no state, and is listed as an exception.
      *> ---------------------------------------------------------------
       01  TAX-PROFILE-RECORD.
           05  TP-SSNUM              PIC 9(09).
           05  TP-FILING-STATUS      PIC X(01).
               88  TP-SINGLE         VALUE "S".
               88  TP-MARRIED        VALUE "M".
               88  TP-HEAD-OF-HOUSE  VALUE "H".
               88  TP-VALID-STATUS   VALUE "S", "M", "H".
           05  TP-ALLOWANCES         PIC 9(02).
           05  TP-ADDL-WITHHOLDING   PIC 9(05)V99.
           05  TP-EXEMPT-FLAG        PIC X(01).
               88  TP-EXEMPT         VALUE "Y".
               88  TP-VALID-EXEMPT   VALUE "Y", "N".
           05  TP-EXEMPT-EXPIRES     PIC 9(08).
           05  TP-WORK-STATE         PIC X(02).
           05  TP-ELECTION-DATE      PIC 9(08).
           05  TP-CHANGED-BY         PIC X(08).
           05  TP-CHANGED-DATE       PIC 9(08).
           05  TP-FILLER             PIC X(10).

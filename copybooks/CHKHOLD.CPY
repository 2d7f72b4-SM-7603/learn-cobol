      *> ---------------------------------------------------------------
      *> CHKHOLD.CPY
      *> One record per paper check CHKPRT printed to the held-check
      *> list instead of the mail run because the customer's current
      *> address was marked undeliverable.  The check itself is real
      *> - numbered and on the check register as issued - it just
      *> sits in the payroll office.  Keyed on SSNUM plus check
      *> number.  Status H while it is held; ADRMNT sets R (released,
      *> with the date and operator) when a good address goes on
      *> file; CHKPRT sets M when it prints the released check's
      *> mailer to the new address on the next mail run (it also
      *> mails an H check whose customer's address has come good on
      *> its own, as when a future-dated address takes effect).
      *> CHKVOID sets V when a held check is voided, which takes it
      *> off the hold.  RMLRPT totals the H and R checks.
      *> ---------------------------------------------------------------
       01  HELD-CHECK-RECORD.
           05  HC-KEY.
               10  HC-SSNUM          PIC 9(09).
               10  HC-CHECK-NO       PIC 9(06).
           05  HC-PAY-DATE           PIC 9(08).
           05  HC-NET-PAY            PIC 9(5)V99.
           05  HC-HELD-DATE          PIC 9(08).
           05  HC-STATUS             PIC X(01).
               88  HC-HELD           VALUE "H".
               88  HC-RELEASED       VALUE "R".
               88  HC-MAILED         VALUE "M".
               88  HC-VOIDED         VALUE "V".
               88  HC-STILL-HELD     VALUE "H", "R".
           05  HC-RELEASED-DATE      PIC 9(08).
           05  HC-RELEASED-BY        PIC X(08).
           05  HC-MAILED-DATE        PIC 9(08).
           05  HC-FILLER             PIC X(10).

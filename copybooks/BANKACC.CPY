      *> checks.  Status R means the bank returned an item against
      *> this account (closed, no account, ...) - the register
      *> ignores R accounts, so the customer drops back to paper
      *> until the account is re-keyed and re-prenoted.  Status H
      *> is a hold DTHMATCH places when the customer matches the
      *> death master - the register pays no deposit into a held
      *> account and ACHNACHA will not transmit one; only DTHREV
      *> lifts a hold, back to the status it replaced.
      *> ---------------------------------------------------------------
       01  BANK-ACCOUNT-RECORD.
           05  BA-SSNUM.
               88  BA-PRENOTE-SENT    VALUE "S".
               88  BA-ACCOUNT-ACTIVE  VALUE "A".
               88  BA-RETURNED        VALUE "R".
               88  BA-HELD            VALUE "H".
           05  BA-PRENOTE-DATE       PIC 9(08).
           05  BA-FILLER             PIC X(10).

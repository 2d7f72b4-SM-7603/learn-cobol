      *> ---------------------------------------------------------------
      *> RETROAPR.CPY
      *> The totals of the last retro-pay preview - the retro
      *> register RETROPAY printed in preview mode for payroll to
      *> approve before anything posts.  One record, replaced by
      *> every preview.  A posting run recomputes the same totals
      *> first and refuses unless a preview ran the same day and
      *> matches it on the customer count, the check count, and
      *> the retro gross, so what posts is what was approved.
      *> Amounts are unsigned, implied two decimals.
      *> ---------------------------------------------------------------
       01  RETRO-APPROVAL-RECORD.
           05  RA-RUN-DATE           PIC 9(08).
           05  RA-RUN-TIME           PIC 9(08).
           05  RA-CUSTOMER-COUNT     PIC 9(05).
           05  RA-CHECK-COUNT        PIC 9(07).
           05  RA-RETRO-GROSS        PIC 9(09)V99.
           05  RA-FILLER             PIC X(20).

      *> ---------------------------------------------------------------
      *> PAYTRL.CPY
      *> The totals of the last trial payroll - what PAYREG's trial
      *> mode computed from the clean hours file without posting
      *> anything, and what Treasury funded the account against.
      *> One record, replaced by every trial run; PAYBAL reads it
      *> after the real register posts and flags every total the
      *> posting did not reproduce.  TR-CHECK-DATE is the check
      *> date the trial previewed - a trial for any other date is
      *> not the preview of the run being proved.  Amounts are
      *> unsigned, implied two decimals.
      *> ---------------------------------------------------------------
       01  PAYROLL-TRIAL-RECORD.
           05  TR-CHECK-DATE         PIC 9(08).
           05  TR-RUN-DATE           PIC 9(08).
           05  TR-RUN-TIME           PIC 9(08).
           05  TR-CHECK-COUNT        PIC 9(07).
           05  TR-GROSS              PIC 9(09)V99.
           05  TR-INCOME-TAX         PIC 9(09)V99.
           05  TR-EE-FICA            PIC 9(09)V99.
           05  TR-GARNISHMENTS       PIC 9(09)V99.
           05  TR-DEDUCTIONS         PIC 9(09)V99.
           05  TR-NET                PIC 9(09)V99.
           05  TR-ACH-COUNT          PIC 9(07).
           05  TR-ACH-TOTAL          PIC 9(09)V99.
           05  TR-PAPER-COUNT        PIC 9(07).
           05  TR-PAPER-TOTAL        PIC 9(09)V99.
           05  TR-ER-TAXES           PIC 9(09)V99.
           05  TR-FILLER             PIC X(16).

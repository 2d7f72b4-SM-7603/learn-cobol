      *> ---------------------------------------------------------------
      *> GLMAP.CPY
      *> Payroll-to-ledger account mapping, keyed on the map key
      *> the payroll programs post under (WAGEEXP, WTHPAY, GARNPAY,
      *> CASHACH, CASHCHK, CASHRMT, SUSPENSE, FICAPAY, FUTAPAY,
      *> SUTAPAY, ERTAXEXP, and DED plus a deduction type code
      *> such as DEDRET).  Accounting keeps the chart-of-accounts
      *> side through GLMNT, so a re-mapped account is a keyed
      *> transaction, not a program change.
      *> GM-CHANGED-BY and GM-CHANGED-DATE stamp the last change.
      *> ---------------------------------------------------------------
       01  GL-MAP-RECORD.
           05  GM-MAP-KEY            PIC X(08).
           05  GM-ACCOUNT            PIC X(12).
           05  GM-DESCRIPTION        PIC X(30).
           05  GM-CHANGED-BY         PIC X(08).
           05  GM-CHANGED-DATE       PIC 9(08).
           05  GM-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> DEDARR.CPY
      *> Deduction arrears, one record per customer per deduction
      *> type code, keyed on DA-KEY.  When a check's net pay runs
      *> out before a DEDMAS entry is fully taken, the register
      *> adds the part it could not take to DA-BALANCE instead of
      *> losing it, and recovers the balance on later checks -
      *> after every current deduction, in the entries' priority
      *> order, never more than DA-RECOVERY-LIMIT on one check.
      *> The limit starts at the entry's scheduled per-check
      *> amount when the arrears first arise.  DA-SINCE-DATE is
      *> the check date the current balance first went short and
      *> DA-SHORT-COUNT the checks short since; both restart when
      *> the balance is recovered in full.  The to-date amounts
      *> are lifetime totals.  A trial run only reads it.
      *> ---------------------------------------------------------------
       01  DEDUCTION-ARREARS-RECORD.
           05  DA-KEY.
               10  DA-SSNUM          PIC 9(09).
               10  DA-TYPE-CODE      PIC X(03).
           05  DA-BALANCE            PIC 9(6)V99.
           05  DA-RECOVERY-LIMIT     PIC 9(4)V99.
           05  DA-SINCE-DATE         PIC 9(08).
           05  DA-LAST-SHORT-DATE    PIC 9(08).
           05  DA-SHORT-COUNT        PIC 9(03).
           05  DA-SHORT-TO-DATE      PIC 9(6)V99.
           05  DA-RECOVERED-TO-DATE  PIC 9(6)V99.
           05  DA-LAST-RECOVERY-DATE PIC 9(08).
           05  DA-FILLER             PIC X(10).

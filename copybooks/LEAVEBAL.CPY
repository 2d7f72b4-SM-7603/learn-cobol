      *> ---------------------------------------------------------------
      *> LEAVEBAL.CPY
      *> Per-customer leave balances in hours, keyed on LB-SSNUM.
      *> The payroll register accrues the policy tier's per-check
      *> rates (LVPOLCY, by years of service from LB-HIRE-DATE)
      *> into both balances on every check, up to the tier's
      *> maximum balance, and draws a balance down when VAC or
      *> SIC hours are paid; a terminated customer's final check
      *> pays the vacation balance out and leaves it at zero.
      *> LB-HIRE-DATE is keyed in LVPMNT - spaces on records from
      *> before it existed, which accrue at the new-hire tier until
      *> it is keyed.  PAYEDIT reads the balances at edit time so
      *> a transaction can never spend leave the customer does
      *> not have, and the check-print stub shows the current
      *> balances so customers stop calling to ask.
      *> ---------------------------------------------------------------
       01  LEAVE-BALANCE-RECORD.
           05  LB-SSNUM.
               10  LB-SSSERIAL       PIC 9999.
           05  LB-VACATION-BALANCE   PIC 9(3)V99.
           05  LB-SICK-BALANCE       PIC 9(3)V99.
           05  LB-HIRE-DATE          PIC 9(08).
           05  LB-FILLER             PIC X(02).

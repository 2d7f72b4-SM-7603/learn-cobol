      *> ---------------------------------------------------------------
      *> LVPOLCY.CPY
      *> The leave accrual policy, one tier per record, keyed on
      *> the completed years of service the tier starts at (00 is
      *> the new-hire tier).  A customer earns under the highest
      *> tier the customer's service has reached, measured from
      *> LB-HIRE-DATE to the check date.  Accruals are hours per
      *> check.  The maximum balance stops accrual once a balance
      *> reaches it; the carryover limit is what the year-end
      *> leave run (LVYREND) lets a balance keep into the new
      *> year - anything above it is forfeited.  Both are literal
      *> hours, so 999.99 means no limit.  LP-CHANGED-BY and
      *> LP-CHANGED-DATE stamp the last change in LVPMNT.
      *> ---------------------------------------------------------------
       01  LEAVE-POLICY-RECORD.
           05  LP-SERVICE-YEARS      PIC 9(02).
           05  LP-VAC-ACCRUAL        PIC 9V99.
           05  LP-SICK-ACCRUAL       PIC 9V99.
           05  LP-VAC-MAX-BALANCE    PIC 9(3)V99.
           05  LP-SICK-MAX-BALANCE   PIC 9(3)V99.
           05  LP-VAC-CARRYOVER      PIC 9(3)V99.
           05  LP-SICK-CARRYOVER     PIC 9(3)V99.
           05  LP-CHANGED-BY         PIC X(08).
           05  LP-CHANGED-DATE       PIC 9(08).
           05  LP-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> LVPPRM.CPY
      *> Parameter block passed to the LVPLOOK subprogram.  The
      *> caller fills the hire date and the as-of date (the check
      *> date, or the last day of the leave year at year end);
      *> LVPLOOK hands back the completed years of service and the
      *> accrual policy tier in force for them.  A hire date that
      *> is zero, not numeric, or after the as-of date counts as
      *> no service.  LV-FOUND is N when the policy file holds no
      *> tier at all - the caller falls back to its own rates.
      *> ---------------------------------------------------------------
       01  LEAVE-POLICY-PARMS.
           05  LV-HIRE-DATE          PIC 9(08).
           05  LV-AS-OF-DATE         PIC 9(08).
           05  LV-SERVICE-YEARS      PIC 9(02).
           05  LV-VAC-ACCRUAL        PIC 9V99.
           05  LV-SICK-ACCRUAL       PIC 9V99.
           05  LV-VAC-MAX-BALANCE    PIC 9(3)V99.
           05  LV-SICK-MAX-BALANCE   PIC 9(3)V99.
           05  LV-VAC-CARRYOVER      PIC 9(3)V99.
           05  LV-SICK-CARRYOVER     PIC 9(3)V99.
           05  LV-FOUND              PIC X(01).
               88  LV-TIER-FOUND     VALUE "Y".

      *> straight through, and VAC/SIC/HOL are leave hours paid
      *> straight time - VAC and SIC draw the customer's leave
      *> balance down, and PAYEDIT refuses a transaction that
      *> spends more leave than the balance holds.  PT-CHECK-DATE
      *> is the scheduled check date off the payroll calendar that
      *> PAYEDIT stamps on every clean transaction; a raw record may
      *> carry one already, and PAYEDIT rejects it if it is not the
      *> check date being edited for.  Every day a customer worked
      *> up to the check date is a transaction of its own, and
      *> PAYREG pays all of them together on the one check.
      *> PT-WORK-DATE is the day the hours were worked - keyed on
      *> the raw record, or stamped by PAYEDIT with the day it
      *> edits them when the raw record carries none - and it is
      *> the day's workweek, not the check's, that the overtime
      *> split is measured on.
      *> ---------------------------------------------------------------
       01  PAYROLL-TRANS-RECORD.
           05  PT-SSNUM.
               88  PT-TYPE-HOLIDAY   VALUE "HOL".
               88  PT-VALID-TYPE     VALUE "REG", "   ", "OTE",
                                           "VAC", "SIC", "HOL".
           05  PT-CHECK-DATE         PIC 9(08).
           05  PT-WORK-DATE          PIC 9(08).
           05  FILLER                PIC X(01).

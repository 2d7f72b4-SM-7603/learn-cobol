      *> ---------------------------------------------------------------
      *> PAYCAL.CPY
      *> Payroll calendar, one record per calendar date that means
      *> something to payroll, keyed on the date.  A scheduled
      *> check date carries Y in PY-CHECK-DATE-FLAG with the pay
      *> period it pays (number within the year, first and last
      *> day worked); a bank holiday carries Y in PY-HOLIDAY-FLAG
      *> and its name.  A date can be both - a check date that
      *> falls on a holiday still pays the period, but the ACH
      *> effective date backs up to the prior business day.  Dates
      *> not on the file are ordinary days.  PAYEDIT stamps the
      *> scheduled check date on every clean transaction and
      *> PAYREG posts under it; CALMNT maintains the file and
      *> stamps PY-CHANGED-BY and PY-CHANGED-DATE.
      *> ---------------------------------------------------------------
       01  PAYROLL-CALENDAR-RECORD.
           05  PY-CAL-DATE.
               10  PY-CAL-YYYY       PIC 9(04).
               10  PY-CAL-MM         PIC 9(02).
               10  PY-CAL-DD         PIC 9(02).
           05  PY-CHECK-DATE-FLAG    PIC X(01).
               88  PY-CHECK-DATE     VALUE "Y".
               88  PY-VALID-CHECK-FLAG VALUE "Y", "N".
           05  PY-PERIOD-NUMBER      PIC 9(02).
           05  PY-PERIOD-BEGIN       PIC 9(08).
           05  PY-PERIOD-END         PIC 9(08).
           05  PY-HOLIDAY-FLAG       PIC X(01).
               88  PY-BANK-HOLIDAY   VALUE "Y".
               88  PY-VALID-HOLIDAY-FLAG VALUE "Y", "N".
           05  PY-HOLIDAY-NAME       PIC X(20).
           05  PY-CHANGED-BY         PIC X(08).
           05  PY-CHANGED-DATE       PIC 9(08).
           05  PY-FILLER             PIC X(10).

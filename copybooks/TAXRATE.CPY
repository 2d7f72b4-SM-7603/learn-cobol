      *> ---------------------------------------------------------------
      *> TAXRATE.CPY
      *> Payroll tax rate set for one tax year, keyed on the year:
      *> the employee and employer Social Security and Medicare
      *> rates, the FUTA and SUTA employer rates, and the annual
      *> wage base each one stops at.  A wage base of zero means
      *> the tax has no cap (Medicare).  A year with no set of its
      *> own is taxed under the latest earlier year's set, so the
      *> new year's set - the Social Security base moves every
      *> January - has to be keyed through TAXMNT before the
      *> first pay date of the year.  TX-CHANGED-BY and
      *> TX-CHANGED-DATE stamp the last change.
      *> ---------------------------------------------------------------
       01  PAYROLL-TAX-RATE-RECORD.
           05  TX-TAX-YEAR           PIC 9(04).
           05  TX-SS-EE-RATE         PIC V9(05).
           05  TX-SS-ER-RATE         PIC V9(05).
           05  TX-SS-WAGE-BASE       PIC 9(07)V99.
           05  TX-MED-EE-RATE        PIC V9(05).
           05  TX-MED-ER-RATE        PIC V9(05).
           05  TX-MED-WAGE-BASE      PIC 9(07)V99.
           05  TX-FUTA-RATE          PIC V9(05).
           05  TX-FUTA-WAGE-BASE     PIC 9(07)V99.
           05  TX-SUTA-RATE          PIC V9(05).
           05  TX-SUTA-WAGE-BASE     PIC 9(07)V99.
           05  TX-CHANGED-BY         PIC X(08).
           05  TX-CHANGED-DATE       PIC 9(08).
           05  TX-FILLER             PIC X(10).

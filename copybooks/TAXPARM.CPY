      *> ---------------------------------------------------------------
      *> TAXPARM.CPY
      *> Parameter block passed to the TAXCALC subprogram.  The
      *> caller fills the tax year, the check's gross, and the
      *> customer's taxable wages already posted for the year (off
      *> WAGEBASE); TAXCALC hands back this check's taxable wages
      *> under each wage base and the employee and employer tax
      *> amounts, plus the year of the rate set it used.  TC-FOUND
      *> is N only when the rate file holds no set at or before
      *> the tax year - every amount then comes back zero.
      *> ---------------------------------------------------------------
       01  PAYROLL-TAX-PARMS.
           05  TC-TAX-YEAR           PIC 9(04).
           05  TC-GROSS              PIC 9(05)V99.
           05  TC-SS-WAGES-YTD       PIC 9(07)V99.
           05  TC-MED-WAGES-YTD      PIC 9(07)V99.
           05  TC-FUTA-WAGES-YTD     PIC 9(07)V99.
           05  TC-SUTA-WAGES-YTD     PIC 9(07)V99.
           05  TC-SS-WAGES           PIC 9(05)V99.
           05  TC-MED-WAGES          PIC 9(05)V99.
           05  TC-FUTA-WAGES         PIC 9(05)V99.
           05  TC-SUTA-WAGES         PIC 9(05)V99.
           05  TC-EE-SS              PIC 9(05)V99.
           05  TC-EE-MED             PIC 9(05)V99.
           05  TC-ER-SS              PIC 9(05)V99.
           05  TC-ER-MED             PIC 9(05)V99.
           05  TC-FUTA               PIC 9(05)V99.
           05  TC-SUTA               PIC 9(05)V99.
           05  TC-SET-YEAR           PIC 9(04).
           05  TC-FOUND              PIC X(01).
               88  TC-RATES-FOUND    VALUE "Y".

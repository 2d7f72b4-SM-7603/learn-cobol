      *> ---------------------------------------------------------------
      *> WAGEBASE.CPY
      *> Payroll-tax wage-base accumulators, one record per
      *> customer per tax year, kept alongside YTDTOTS and keyed
      *> on WB-KEY (SSNUM plus year) so a PAYADJ reversal of a
      *> closed year's check still finds the year it belongs to.
      *> The taxable wages are what each tax has been charged on
      *> so far this year - the register stops taxing once one
      *> reaches its wage base - and the tax amounts are the
      *> year's employee and employer dollars to date.  The
      *> register adds every check; PAYADJ subtracts a reversal
      *> and adds the corrected check back.
      *> ---------------------------------------------------------------
       01  WAGE-BASE-RECORD.
           05  WB-KEY.
               10  WB-SSNUM          PIC 9(09).
               10  WB-YEAR           PIC 9(04).
           05  WB-SS-WAGES           PIC 9(07)V99.
           05  WB-MED-WAGES          PIC 9(07)V99.
           05  WB-FUTA-WAGES         PIC 9(07)V99.
           05  WB-SUTA-WAGES         PIC 9(07)V99.
           05  WB-EE-SS-YTD          PIC 9(07)V99.
           05  WB-EE-MED-YTD         PIC 9(07)V99.
           05  WB-ER-SS-YTD          PIC 9(07)V99.
           05  WB-ER-MED-YTD         PIC 9(07)V99.
           05  WB-FUTA-YTD           PIC 9(07)V99.
           05  WB-SUTA-YTD           PIC 9(07)V99.
           05  WB-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> WRKWEEK.CPY
      *> Workweek hours, one record per customer per workweek per
      *> check, keyed on WW-KEY (SSNUM, the Sunday the week begins
      *> - CALLOOK function W finds it for any date - and the pay
      *> date of the check) so the overtime threshold is measured
      *> on the week, not on one day's transaction or one check.
      *> WW-REG-HOURS is the ordinary worked time that check paid
      *> for days in the week; the week's total so far is the sum
      *> of its records.  Exempt and leave hours never count.  The
      *> register writes a record for every week a check's days
      *> fall in as it posts (a trial run only reads them), and
      *> PAYADJ deletes a reversed check's records and writes the
      *> corrected check's under the adjustment date.
      *> ---------------------------------------------------------------
       01  WORK-WEEK-RECORD.
           05  WW-KEY.
               10  WW-SSNUM          PIC 9(09).
               10  WW-WEEK-BEGIN     PIC 9(08).
               10  WW-PAY-DATE       PIC 9(08).
           05  WW-REG-HOURS          PIC 9(04)V99.
           05  WW-FILLER             PIC X(12).

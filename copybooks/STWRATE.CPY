      *> ---------------------------------------------------------------
      *> STWRATE.CPY
      *> One effective-dated income-tax withholding rate set for
      *> one taxing state, keyed on the state code and the date
      *> the set takes force.  State "US" carries the federal set
      *> every check is withheld under; the customer's work state
      *> (TP-WORK-STATE) picks the state set on top of it.  Each
      *> set holds the per-check value of one allowance and a
      *> flat rate per filing status, subscripted 1 single, 2
      *> married, 3 head of household.  A state with no set on
      *> file (no income tax) withholds nothing.  SW-CHANGED-BY
      *> and SW-CHANGED-DATE stamp the last change in STWMNT.
      *> ---------------------------------------------------------------
       01  STATE-WTH-RATE-RECORD.
           05  SW-KEY.
               10  SW-STATE          PIC X(02).
               10  SW-EFFECTIVE-DATE PIC 9(08).
           05  SW-ALLOWANCE-AMT      PIC 9(03)V99.
           05  SW-STATUS-RATE OCCURS 3 TIMES
                                     PIC V999.
           05  SW-CHANGED-BY         PIC X(08).
           05  SW-CHANGED-DATE       PIC 9(08).
           05  SW-FILLER             PIC X(10).

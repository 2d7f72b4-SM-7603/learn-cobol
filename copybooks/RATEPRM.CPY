      *> ---------------------------------------------------------------
      *> RATEPRM.CPY
      *> Parameter block passed to the RATELOOK subprogram.  The
      *> caller fills the SSNUM and the pay date; RATELOOK hands
      *> back the pay rate history entry in force on that date
      *> (the greatest effective date on or before it) and its
      *> effective date.  RP-FOUND is N when the customer has no
      *> entry in force on the date, or there is no history file
      *> at all - the caller falls back to the rate it already has.
      *> ---------------------------------------------------------------
       01  RATE-LOOKUP-PARMS.
           05  RP-SSNUM              PIC 9(09).
           05  RP-PAY-DATE           PIC 9(08).
           05  RP-PAY-RATE           PIC 9(3)V99.
           05  RP-EFFECTIVE-DATE     PIC 9(08).
           05  RP-FOUND              PIC X(01).
               88  RP-RATE-FOUND     VALUE "Y".

      *> ---------------------------------------------------------------
      *> BRWPRM.CPY
      *> Parameter block passed to the CUSTBRW subprogram.  CUSTBRW
      *> asks the clerk for the first letters of a name, pages
      *> through the customers whose names begin with them (SSN
      *> masked, date of birth, employment status) and lets the
      *> clerk pick one.  BR-PICKED comes back Y with the picked
      *> customer's SSNUM, or N when the clerk cancelled or nothing
      *> matched.
      *> ---------------------------------------------------------------
       01  NAME-BROWSE-PARMS.
           05  BR-SSNUM              PIC 9(09).
           05  BR-PICKED             PIC X(01).
               88  BR-CUSTOMER-PICKED VALUE "Y".

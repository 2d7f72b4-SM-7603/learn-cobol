      *> an action code (A=ADD, C=CHANGE, D=DELETE) plus the
      *> enrollment key (student, term, course) and, for adds and
      *> changes, the score and credits.  The same role CUSTTRN
      *> plays for the customer master.  ET-CREDITS is carried
      *> for the registrar's layout only - ENRLBAT posts the
      *> course catalog's credits, not this field.
      *> ---------------------------------------------------------------
       01  ENROLL-MAINT-TRANS.
           05  ET-ACTION             PIC X(01).

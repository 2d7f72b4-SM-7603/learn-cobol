      *> ---------------------------------------------------------------
      *> STUAWD.CPY
      *> Work-study awards, one record per student worker per
      *> academic term, keyed on the student ID plus the same
      *> five-byte term ID the enrollment detail carries (2026F
      *> style).  AW-AWARD-AMOUNT is the most the student may earn
      *> through payroll for the term; AW-PERIOD-BEGIN and
      *> AW-PERIOD-END bound the check dates that count against it,
      *> and the award whose period holds a check date makes that
      *> the student's current term.  PAYEDIT refuses hours that
      *> would take gross pay for the period (from PAYHIST) past
      *> the award; WSAERN reports award, earned and remaining.
      *> WSAMNT maintains the file and stamps AW-CHANGED-BY and
      *> AW-CHANGED-DATE.
      *> ---------------------------------------------------------------
       01  WORK-STUDY-AWARD-RECORD.
           05  AW-KEY.
               10  AW-STUDENT-ID     PIC 9(06).
               10  AW-TERM-ID        PIC X(05).
           05  AW-AWARD-AMOUNT       PIC 9(05)V99.
           05  AW-PERIOD-BEGIN       PIC 9(08).
           05  AW-PERIOD-END         PIC 9(08).
           05  AW-CHANGED-BY         PIC X(08).
           05  AW-CHANGED-DATE       PIC 9(08).
           05  AW-FILLER             PIC X(10).

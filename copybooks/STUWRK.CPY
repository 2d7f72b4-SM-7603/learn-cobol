      *> ---------------------------------------------------------------
      *> STUWRK.CPY
      *> Student worker cross-reference - one record per student who
      *> is also paid through the payroll register, tying the
      *> customer master's CM-SSNUM to the student master's
      *> SM-STUDENT-ID.  Keyed on the SSNUM, since PAYEDIT looks a
      *> worker up from every hours transaction it edits; the
      *> student side is marked by SM-WORKER-FLAG on the student
      *> master.  A student links to one SSNUM and an SSNUM to one
      *> student.  STUDMNT links and unlinks them and stamps
      *> SX-LINKED-BY and SX-LINKED-DATE.
      *> ---------------------------------------------------------------
       01  STUDENT-WORKER-RECORD.
           05  SX-SSNUM.
               10  SX-SSAREA         PIC 999.
               10  SX-SSGROUP        PIC 99.
               10  SX-SSSERIAL       PIC 9999.
           05  SX-STUDENT-ID         PIC 9(06).
           05  SX-LINKED-BY          PIC X(08).
           05  SX-LINKED-DATE        PIC 9(08).
           05  SX-FILLER             PIC X(10).

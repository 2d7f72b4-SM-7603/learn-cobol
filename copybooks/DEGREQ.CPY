      *> ---------------------------------------------------------------
      *> DEGREQ.CPY
      *> Degree requirements, one record per program of study,
      *> keyed on the six-byte program ID the student master
      *> carries in SM-PROGRAM-ID.  A student clears the program
      *> by passing every required course, earning at least the
      *> group minimum of credits in each elective group, earning
      *> the total-credit minimum overall, and holding at least
      *> the minimum cumulative GPA (credit-weighted, A=4 to F=0,
      *> a retaken course counted once at its best grade).  A
      *> course counts toward one requirement only - a required
      *> course is never also an elective.  DR-CHANGED-BY and
      *> DR-CHANGED-DATE stamp the last change in DEGMNT.
      *> ---------------------------------------------------------------
       01  DEGREE-REQUIREMENT-RECORD.
           05  DR-PROGRAM-ID         PIC X(06).
           05  DR-PROGRAM-TITLE      PIC X(30).
           05  DR-MIN-TOTAL-CREDITS  PIC 9(03).
           05  DR-MIN-GPA            PIC 9V99.
           05  DR-REQUIRED-COUNT     PIC 9(02).
           05  DR-REQUIRED-COURSE OCCURS 20 TIMES
                                     PIC X(06).
           05  DR-GROUP-COUNT        PIC 9(01).
           05  DR-ELECTIVE-GROUP OCCURS 4 TIMES.
               10  DR-GROUP-TITLE        PIC X(20).
               10  DR-GROUP-MIN-CREDITS  PIC 9(02).
               10  DR-GROUP-COURSE-COUNT PIC 9(02).
               10  DR-GROUP-COURSE OCCURS 12 TIMES
                                         PIC X(06).
           05  DR-CHANGED-BY         PIC X(08).
           05  DR-CHANGED-DATE       PIC 9(08).
           05  DR-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> CRSPRM.CPY
      *> Parameter block passed to the CRSLOOK subprogram.  The
      *> caller fills the function and the course ID, plus the
      *> student and term for an enrollment check.  A title lookup
      *> (L) hands back the catalog title and credits; an
      *> enrollment check (E) also proves the course is offered in
      *> that term and that the student passed every prerequisite
      *> in an earlier term.  CK-RESULT says which test failed
      *> first; on a prerequisite failure CK-MISSING-PREREQ names
      *> the course not yet passed.
      *> ---------------------------------------------------------------
       01  COURSE-LOOKUP-PARMS.
           05  CK-FUNCTION           PIC X(01).
               88  CK-TITLE-LOOKUP   VALUE "L".
               88  CK-ENROLL-CHECK   VALUE "E".
           05  CK-STUDENT-ID         PIC 9(06).
           05  CK-TERM-ID            PIC X(05).
           05  CK-COURSE-ID          PIC X(06).
           05  CK-COURSE-TITLE       PIC X(30).
           05  CK-CREDITS            PIC 9(01).
           05  CK-MISSING-PREREQ     PIC X(06).
           05  CK-RESULT             PIC X(01).
               88  CK-COURSE-OK          VALUE "Y".
               88  CK-COURSE-UNKNOWN     VALUE "U".
               88  CK-COURSE-INACTIVE    VALUE "I".
               88  CK-BAD-TERM           VALUE "T".
               88  CK-PREREQ-NOT-MET     VALUE "P".

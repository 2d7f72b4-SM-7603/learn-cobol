      *> ---------------------------------------------------------------
      *> CRSCAT.CPY
      *> The course catalog, one record per course, keyed on the
      *> same six-byte course ID the enrollment detail carries.
      *> Enrollments take their credits from CC-CREDITS, so a
      *> course's credit value is keyed once, here.  A course is
      *> open for enrollment from CC-FIRST-TERM through
      *> CC-LAST-TERM (term IDs read like 2026F; a blank last term
      *> means still offered).  Up to three prerequisites, each a
      *> course that must already be on the student's record from
      *> an earlier term with at least the minimum grade (A best,
      *> D the lowest pass; blank means any passing grade).
      *> CC-CHANGED-BY and CC-CHANGED-DATE stamp the last change
      *> in CRSMNT.
      *> ---------------------------------------------------------------
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID          PIC X(06).
           05  CC-COURSE-TITLE       PIC X(30).
           05  CC-CREDITS            PIC 9(01).
           05  CC-FIRST-TERM         PIC X(05).
           05  CC-LAST-TERM          PIC X(05).
           05  CC-PREREQ-COUNT       PIC 9(01).
           05  CC-PREREQ OCCURS 3 TIMES.
               10  CC-PREREQ-COURSE-ID   PIC X(06).
               10  CC-PREREQ-MIN-GRADE   PIC X(01).
           05  CC-CHANGED-BY         PIC X(08).
           05  CC-CHANGED-DATE       PIC 9(08).
           05  CC-FILLER             PIC X(10).

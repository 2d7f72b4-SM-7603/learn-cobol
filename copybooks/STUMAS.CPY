      *> Student master record, keyed by student ID, holding every
      *> course score on file for that student so a transcript and a
      *> weighted GPA can be produced in one pass.
      *> SM-PROGRAM-ID is the student's program of study, keyed on
      *> the degree requirements file (DEGREQ); blank until one
      *> is assigned.  It was carved out of the trailing filler, so
      *> the record length is unchanged.
      *> SM-HOLD-FLAG is set by the receivables aging run (TUIAGE)
      *> when the student's past-due tuition is over the hold
      *> threshold; STUDMNT and ENRLBAT refuse new enrollments
      *> while it is set.  Also out of the old filler.
      *> SM-WORKER-FLAG marks a student linked to a payroll SSNUM
      *> on the student worker cross-reference (STUWRK); STUDMNT
      *> sets and clears it with the link.  Also out of the filler.
      *> ---------------------------------------------------------------
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID             PIC 9(6).
               10  SM-COURSE-ID          PIC X(06).
               10  SM-COURSE-SCORE       PIC X(01).
               10  SM-COURSE-CREDITS     PIC 9(01).
           05  SM-PROGRAM-ID             PIC X(06).
           05  SM-HOLD-FLAG              PIC X(01).
               88  SM-PAST-DUE-HOLD      VALUE "P".
           05  SM-WORKER-FLAG            PIC X(01).
               88  SM-STUDENT-WORKER     VALUE "W".
           05  FILLER                    PIC X(02).

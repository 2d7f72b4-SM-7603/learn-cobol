      *> ---------------------------------------------------------------
      *> DTHMAS.CPY
      *> One record of the Social Security death master file as the
      *> subscription service ships it - 100 bytes, one decedent per
      *> record.  The change code is blank on a full file; on an
      *> update file A adds a decedent, C corrects one, and D
      *> withdraws one SSA now says was reported in error.  Dates
      *> are MMDDCCYY, the same order as CM-DATE-OF-BIRTH; SSA
      *> leaves a date (or just its day) zero when it does not
      *> have it.
      *> ---------------------------------------------------------------
       01  DEATH-MASTER-RECORD.
           05  DM-CHANGE-CODE        PIC X(01).
               88  DM-WITHDRAWN      VALUE "D".
           05  DM-SSNUM              PIC 9(09).
           05  DM-LAST-NAME          PIC X(20).
           05  DM-NAME-SUFFIX        PIC X(04).
           05  DM-FIRST-NAME         PIC X(15).
           05  DM-MIDDLE-NAME        PIC X(15).
           05  DM-VERIFY-CODE        PIC X(01).
               88  DM-VERIFIED       VALUE "V".
               88  DM-PROOF-SEEN     VALUE "P".
           05  DM-DATE-OF-DEATH.
               10  DM-DOD-MM         PIC 99.
               10  DM-DOD-DD         PIC 99.
               10  DM-DOD-CCYY       PIC 9(4).
           05  DM-DATE-OF-BIRTH.
               10  DM-DOB-MM         PIC 99.
               10  DM-DOB-DD         PIC 99.
               10  DM-DOB-CCYY       PIC 9(4).
           05  DM-FILLER             PIC X(19).

      *> ---------------------------------------------------------------
      *> CHGPEND.CPY
      *> The pending-change queue for dual control.  A clerk's new
      *> or changed direct-deposit account (BNKMNT) and a keyed pay
      *> rate change (RATEMNT) land here instead of on BANKACCT or
      *> RATEHIST, with the values before and after and the
      *> operator who keyed them.  Nothing pays from the queue -
      *> the register keeps paying the old account and the old rate
      *> until a different operator at supervisor authority
      *> approves the change in CHGAPR, which applies it, or
      *> rejects it.  Keyed on SSNUM, the kind of change, and when
      *> it was keyed; a customer has at most one change of each
      *> kind pending.  Decided entries stay on file for CHGRPT and
      *> the auditors.  PC-ACTION is A for a new account, C for a
      *> changed one (rate changes are always A).  The value areas
      *> are read through the bank or the rate view by change type.
      *> ---------------------------------------------------------------
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-SSNUM          PIC 9(09).
               10  PC-CHANGE-TYPE    PIC X(01).
                   88  PC-BANK-CHANGE    VALUE "B".
                   88  PC-RATE-CHANGE    VALUE "R".
               10  PC-ENTERED-DATE   PIC 9(08).
               10  PC-ENTERED-TIME   PIC 9(08).
           05  PC-ACTION             PIC X(01).
               88  PC-ADD-ACTION     VALUE "A".
               88  PC-CHANGE-ACTION  VALUE "C".
           05  PC-OLD-VALUE          PIC X(27).
           05  PC-OLD-BANK REDEFINES PC-OLD-VALUE.
               10  PC-OLD-ROUTING    PIC 9(09).
               10  PC-OLD-ACCOUNT    PIC X(17).
               10  PC-OLD-TYPE       PIC X(01).
           05  PC-OLD-RATE-VIEW REDEFINES PC-OLD-VALUE.
               10  PC-OLD-RATE       PIC 9(3)V99.
               10  FILLER            PIC X(22).
           05  PC-NEW-VALUE          PIC X(27).
           05  PC-NEW-BANK REDEFINES PC-NEW-VALUE.
               10  PC-NEW-ROUTING    PIC 9(09).
               10  PC-NEW-ACCOUNT    PIC X(17).
               10  PC-NEW-TYPE       PIC X(01).
           05  PC-NEW-RATE-VIEW REDEFINES PC-NEW-VALUE.
               10  PC-NEW-RATE       PIC 9(3)V99.
               10  PC-RATE-EFFECTIVE PIC 9(08).
               10  FILLER            PIC X(14).
           05  PC-ENTERED-BY         PIC X(08).
           05  PC-STATUS             PIC X(01).
               88  PC-PENDING        VALUE "P".
               88  PC-APPROVED       VALUE "A".
               88  PC-REJECTED       VALUE "R".
           05  PC-DECIDED-BY         PIC X(08).
           05  PC-DECIDED-DATE       PIC 9(08).
           05  PC-DECIDED-TIME       PIC 9(08).
           05  PC-FILLER             PIC X(20).

      *> ---------------------------------------------------------------
      *> NDXPRM.CPY
      *> Parameter block passed to the NDXUPD subprogram, which keeps
      *> the CUSTNDX name cross-reference in step with the customer
      *> master.  The caller sets the function and the SSNUM: A adds
      *> the new name, D drops the old name, C drops the old name and
      *> adds the new one (nothing happens when they are the same
      *> name), X closes the cross-reference - every caller sends an
      *> X before it ends.  NP-DONE comes back N only when the entry
      *> to drop was not there or the entry to add already was.
      *> ---------------------------------------------------------------
       01  NAME-INDEX-PARMS.
           05  NP-FUNCTION           PIC X(01).
               88  NP-ADD-NAME       VALUE "A".
               88  NP-DROP-NAME      VALUE "D".
               88  NP-CHANGE-NAME    VALUE "C".
               88  NP-CLOSE-INDEX    VALUE "X".
           05  NP-SSNUM              PIC 9(09).
           05  NP-OLD-NAME           PIC X(20).
           05  NP-NEW-NAME           PIC X(20).
           05  NP-DONE               PIC X(01).
               88  NP-INDEX-UPDATED  VALUE "Y".

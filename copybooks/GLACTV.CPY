      *> ---------------------------------------------------------------
      *> GLACTV.CPY
      *> Pending general-ledger activity from the runs that move
      *> payroll money outside the register: PAYADJ reversals and
      *> corrected checks, RETROPAY retro checks, DEDREMIT vendor
      *> remittances, and the QTRWTH withholding remittance.  Each
      *> line names the map key (GLMAP) the amount posts to and
      *> whether it is a debit or a credit; every writer appends
      *> balanced lines.  GLJRNL sweeps the whole file into the
      *> next journal it releases and then empties it, so nothing
      *> posts twice.
      *> ---------------------------------------------------------------
       01  GL-ACTIVITY-RECORD.
           05  GA-POST-DATE          PIC 9(08).
           05  GA-SOURCE             PIC X(08).
           05  GA-MAP-KEY            PIC X(08).
           05  GA-DR-CR              PIC X(01).
               88  GA-DEBIT          VALUE "D".
               88  GA-CREDIT         VALUE "C".
           05  GA-AMOUNT             PIC 9(7)V99.
           05  GA-SSNUM              PIC 9(09).
           05  GA-FILLER             PIC X(10).

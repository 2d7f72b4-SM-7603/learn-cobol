      *> ---------------------------------------------------------------
      *> DEDDTL.CPY
      *> One deduction detail per DD-ENTRY taken per check - the
      *> type-code breakdown the pay history does not carry.  The
      *> payroll register appends one for every deduction it takes
      *> (code space); PAYADJ appends an R detail for every dollar
      *> a reversal backs out and an A detail for every deduction
      *> the corrected check takes; RETROPAY a T detail for every
      *> deduction a retro check takes.  GLJRNL credits the
      *> original details to each type code's liability account;
      *> reversal, corrected and retro activity reaches the
      *> ledger through GLACTV.
      *> DT-ARREARS-CODE ties a detail to the customer's deduction
      *> arrears (DEDARR): S means the check fell DT-ARREARS-AMOUNT
      *> short of the entry and that much went to arrears (DT-AMOUNT
      *> is what it did take, zero when the net covered none of
      *> it), V means the whole DT-AMOUNT recovered arrears.  An R
      *> detail carrying either code backs that arrears movement
      *> out, so PAYADJ can put a reversed check's arrears back.
      *> ---------------------------------------------------------------
       01  DEDUCTION-DETAIL-RECORD.
           05  DT-SSNUM              PIC 9(09).
           05  DT-PAY-DATE           PIC 9(08).
           05  DT-TYPE-CODE          PIC X(03).
           05  DT-AMOUNT             PIC 9(5)V99.
           05  DT-ADJUST-CODE        PIC X(01).
               88  DT-ORIGINAL       VALUE " ".
               88  DT-REVERSAL       VALUE "R".
               88  DT-CORRECTED      VALUE "A".
               88  DT-RETRO          VALUE "T".
           05  DT-ARREARS-CODE       PIC X(01).
               88  DT-ARREARS-NONE   VALUE " ".
               88  DT-ARREARS-SHORT  VALUE "S".
               88  DT-ARREARS-RECOVERY VALUE "V".
           05  DT-ARREARS-AMOUNT     PIC 9(5)V99.
           05  DT-FILLER             PIC X(02).

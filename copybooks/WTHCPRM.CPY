      *> ---------------------------------------------------------------
      *> WTHCPRM.CPY
      *> Parameter block passed to the WTHCALC subprogram.  The
      *> caller fills the pay date, the check's gross, and the
      *> customer's election off TAXPROF (or the single/zero
      *> default when there is none); WTHCALC hands back the
      *> federal and state withholding, the total withheld
      *> including the flat additional amount, and which rate
      *> sets it found.  WC-EXEMPT-USED is Y when an unexpired
      *> exempt claim zeroed the check's withholding.
      *> ---------------------------------------------------------------
       01  WITHHOLDING-CALC-PARMS.
           05  WC-PAY-DATE           PIC 9(08).
           05  WC-GROSS              PIC 9(05)V99.
           05  WC-FILING-STATUS      PIC X(01).
           05  WC-ALLOWANCES         PIC 9(02).
           05  WC-ADDL-WITHHOLDING   PIC 9(05)V99.
           05  WC-EXEMPT-FLAG        PIC X(01).
           05  WC-EXEMPT-EXPIRES     PIC 9(08).
           05  WC-WORK-STATE         PIC X(02).
           05  WC-FED-WITHHOLDING    PIC 9(05)V99.
           05  WC-STATE-WITHHOLDING  PIC 9(05)V99.
           05  WC-WITHHOLDING        PIC 9(05)V99.
           05  WC-FED-FOUND          PIC X(01).
               88  WC-FED-SET-FOUND  VALUE "Y".
           05  WC-STATE-FOUND        PIC X(01).
               88  WC-STATE-SET-FOUND VALUE "Y".
           05  WC-EXEMPT-USED        PIC X(01).
               88  WC-EXEMPT-APPLIED VALUE "Y".

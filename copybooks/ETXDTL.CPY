      *> ---------------------------------------------------------------
      *> ETXDTL.CPY
      *> Payroll-tax detail, one record per pay-history record,
      *> keyed on ET-KEY exactly as the check's PH-KEY (SSNUM plus
      *> pay date plus adjustment sequence), so CHKPRT and PAYADJ
      *> find a check's taxes with one keyed read.  Carries the
      *> wages taxed under each wage base and the employee Social
      *> Security and Medicare withheld from the check alongside
      *> the employer's matching share, FUTA, and SUTA.  Adjust
      *> codes follow the pay history: a PAYADJ reversal posts an
      *> R copy (amounts to be SUBTRACTED) at the reversal's
      *> sequence and the corrected check an A record behind it.
      *> A RETROPAY retro check carries a T record at its own.
      *> Checks posted before the taxes were computed have no
      *> detail - a missing record means no tax was taken.
      *> ---------------------------------------------------------------
       01  EMPLOYER-TAX-DETAIL-RECORD.
           05  ET-KEY.
               10  ET-SSNUM          PIC 9(09).
               10  ET-PAY-DATE       PIC 9(08).
               10  ET-ADJ-SEQ        PIC 9.
           05  ET-SS-WAGES           PIC 9(05)V99.
           05  ET-MED-WAGES          PIC 9(05)V99.
           05  ET-FUTA-WAGES         PIC 9(05)V99.
           05  ET-SUTA-WAGES         PIC 9(05)V99.
           05  ET-EE-SS              PIC 9(05)V99.
           05  ET-EE-MED             PIC 9(05)V99.
           05  ET-ER-SS              PIC 9(05)V99.
           05  ET-ER-MED             PIC 9(05)V99.
           05  ET-FUTA               PIC 9(05)V99.
           05  ET-SUTA               PIC 9(05)V99.
           05  ET-ADJUST-CODE        PIC X(01).
               88  ET-ADJ-ORIGINAL   VALUE " ".
               88  ET-ADJ-REVERSAL   VALUE "R".
               88  ET-ADJ-CORRECTED  VALUE "A".
               88  ET-ADJ-RETRO      VALUE "T".
           05  ET-FILLER             PIC X(10).

      *> ---------------------------------------------------------------
      *> TUITRT.CPY
      *> Tuition rates, one record per academic term, keyed on the
      *> same five-byte term ID the enrollment detail carries
      *> (2026F style).  TUIBILL charges every credit enrolled in
      *> the term at TU-RATE-PER-CREDIT, and each charge is due on
      *> TU-DUE-DATE - the date TUIAGE ages it from.
      *> TU-LAST-BILLED is the date of the term's latest billing
      *> run (zero until it is first billed).  TU-CHANGED-BY and
      *> TU-CHANGED-DATE stamp the last change in TUIMNT.
      *> ---------------------------------------------------------------
       01  TUITION-RATE-RECORD.
           05  TU-TERM-ID            PIC X(05).
           05  TU-RATE-PER-CREDIT    PIC 9(4)V99.
           05  TU-DUE-DATE           PIC 9(08).
           05  TU-LAST-BILLED        PIC 9(08).
           05  TU-CHANGED-BY         PIC X(08).
           05  TU-CHANGED-DATE       PIC 9(08).
           05  TU-FILLER             PIC X(10).

      *> SECLOG.CPY
      *> Security log record, appended for every sign-on attempt and
      *> every denied function so the log can be reviewed after the
      *> fact.  SL-DISPOSITION carries GRANTED, DENIED, or BADPSWD,
      *> or APPROVED / REJECTED for a dual-control decision in
      *> CHGAPR.  On a decision (and on a denied attempt to approve
      *> one's own change) SL-OTHER-OPERATOR is the operator who
      *> keyed the change, so SECRPT can pair approvers with the
      *> operators whose work they approve.  It means nothing on
      *> any other event and SECRPT does not read it there.
      *> ---------------------------------------------------------------
       01  SECURITY-LOG-RECORD.
           05  SL-OPERATOR-ID        PIC X(08).
           05  SL-TIMESTAMP.
               10  SL-TS-DATE        PIC 9(8).
               10  SL-TS-TIME        PIC 9(8).
           05  SL-OTHER-OPERATOR     PIC X(08).
           05  SL-FILLER             PIC X(02).

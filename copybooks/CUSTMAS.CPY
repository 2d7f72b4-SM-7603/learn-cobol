      *> field existed) is active, L is on leave, T is terminated
      *> as of the status date.  PAYEDIT refuses hours for anyone
      *> not active, except a terminated customer's final check
      *> run on or before the termination date.  D is deceased, set
      *> only by DTHMATCH from a confirmed death master match, with
      *> the date of death as the status date; DTHREV puts back
      *> whatever the match changed if the match proves wrong.
      *> ---------------------------------------------------------------
       01 CUST-MASTER-RECORD.
           05 CM-SSNUM.
               88 CM-EMP-ACTIVE         VALUE "A", " ".
               88 CM-EMP-ON-LEAVE       VALUE "L".
               88 CM-EMP-TERMINATED     VALUE "T".
               88 CM-EMP-DECEASED       VALUE "D".
               88 CM-VALID-EMP-STATUS   VALUE "A", " ", "L", "T", "D".
           05 CM-STATUS-DATE         PIC 9(8).
           05 CM-FILLER              PIC X(1).

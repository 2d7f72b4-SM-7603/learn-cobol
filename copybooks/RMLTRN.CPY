      *> ---------------------------------------------------------------
      *> RMLTRN.CPY
      *> Returned-mail transaction, one per piece of mail the post
      *> office sent back, as keyed by the mailroom for the RMLBAT
      *> batch load.  The reason code is the same as CUSTADDR's
      *> AD-RETURN-REASON: M moved/no forwarding address, N no
      *> such address, R refused or unclaimed, I insufficient
      *> address, O anything else.  The returned date is the day
      *> the mail came back (CCYYMMDD).
      *> ---------------------------------------------------------------
       01  RETURNED-MAIL-TRANS.
           05  RM-SSNUM.
               10  RM-SSAREA         PIC 999.
               10  RM-SSGROUP        PIC 99.
               10  RM-SSSERIAL       PIC 9999.
           05  RM-RETURNED-DATE      PIC 9(08).
           05  RM-RETURN-REASON      PIC X(01).
               88  RM-VALID-RETURN-REASON
                                     VALUE "M", "N", "R", "I", "O".
           05  RM-FILLER             PIC X(12).

      *> record with the greatest effective date at or before the
      *> run date; the elections submission and the pay stub
      *> mailing block both read it that way.
      *> When the post office sends mail back, the returned-mail
      *> transaction (ADRMNT function 5, or RMLBAT in batch) marks
      *> the CURRENT record undeliverable with the date the mail
      *> came back and why.  While the current address is marked,
      *> CHKPRT holds the customer's paper checks off the mail run
      *> and VOTSUBM holds their submission; a new address added
      *> through ADRMNT becomes the current record unmarked, which
      *> releases both.  The three fields were the old filler, so
      *> records from before they existed read as deliverable -
      *> AD-RETURNED-DATE only means anything on a marked record.
      *> ---------------------------------------------------------------
       01  CUSTOMER-ADDRESS-RECORD.
           05  AD-KEY.
           05  AD-CITY               PIC X(15).
           05  AD-STATE              PIC X(02).
           05  AD-ZIP                PIC X(09).
           05  AD-MAIL-STATUS        PIC X(01).
               88  AD-DELIVERABLE    VALUE " ".
               88  AD-UNDELIVERABLE  VALUE "U".
           05  AD-RETURNED-DATE      PIC 9(08).
           05  AD-RETURN-REASON      PIC X(01).
               88  AD-RSN-MOVED      VALUE "M".
               88  AD-RSN-NO-ADDRESS VALUE "N".
               88  AD-RSN-REFUSED    VALUE "R".
               88  AD-RSN-INSUFFICIENT VALUE "I".
               88  AD-RSN-OTHER      VALUE "O".
               88  AD-VALID-RETURN-REASON
                                     VALUE "M", "N", "R", "I", "O".

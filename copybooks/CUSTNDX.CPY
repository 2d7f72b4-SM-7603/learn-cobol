      *> ---------------------------------------------------------------
      *> CUSTNDX.CPY
      *> Customer name cross-reference.  One record per customer on
      *> the master, keyed on the name folded to upper case and then
      *> the SSNUM, so everyone sharing a name sits together in SSN
      *> order and a START on the first few letters of a name lands
      *> on the first customer whose name begins with them.  Kept in
      *> step by every program that adds, renames or deletes a
      *> customer, through the NDXUPD subprogram; NDXBLD rebuilds it
      *> from the master (first load, and after CMRELD reloads the
      *> master).  CUSTBRW browses it for CUSTINQ and CUSTMNT;
      *> DUPFIND reads it in name order to pair duplicates.
      *> ---------------------------------------------------------------
       01  CUST-NAME-INDEX-RECORD.
           05  NX-KEY.
               10  NX-NAME-KEY       PIC X(20).
               10  NX-SSNUM          PIC 9(09).
           05  NX-FILLER             PIC X(11).

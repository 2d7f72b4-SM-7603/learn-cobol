      *> ---------------------------------------------------------------
      *> DTHAUD.CPY
      *> Death master action audit, appended one record per change
      *> DTHMATCH makes for a confirmed match and one per change
      *> DTHREV puts back when a match proves wrong.  DA-ACTION says
      *> what was changed:
      *>   STATUS   employment status byte and status date
      *>   VOTEFLAG CM-CAN-VOTE-FLAG
      *>   BANKHOLD the bank account's prenote status byte
      *>   DEDSTOP  deduction entry DA-ENTRY's active flag
      *> DA-OLD-VALUE is what was there before, DA-NEW-VALUE what
      *> was put there - for STATUS the status byte followed by the
      *> eight-digit status date.  A match always writes its STATUS
      *> record first; DTHREV reverses every DTHMATCH record for the
      *> customer since the last DTHREV record, and only where the
      *> field still holds the value the match set.  DA-OPERATOR is
      *> the supervisor who ran the reversal, blank from DTHMATCH.
      *> ---------------------------------------------------------------
       01  DEATH-AUDIT-RECORD.
           05  DA-SSNUM              PIC 9(09).
           05  DA-SOURCE             PIC X(08).
               88  DA-FROM-MATCH     VALUE "DTHMATCH".
               88  DA-FROM-REVERSAL  VALUE "DTHREV".
           05  DA-ACTION             PIC X(08).
               88  DA-STATUS-ACTION  VALUE "STATUS".
               88  DA-VOTE-ACTION    VALUE "VOTEFLAG".
               88  DA-BANK-ACTION    VALUE "BANKHOLD".
               88  DA-DEDUCTION-ACTION VALUE "DEDSTOP".
           05  DA-ENTRY              PIC 9(01).
           05  DA-OLD-VALUE          PIC X(09).
           05  DA-OLD-STATUS-VIEW REDEFINES DA-OLD-VALUE.
               10  DA-OLD-STATUS     PIC X(01).
               10  DA-OLD-STATUS-DATE PIC 9(08).
           05  DA-NEW-VALUE          PIC X(09).
           05  DA-NEW-STATUS-VIEW REDEFINES DA-NEW-VALUE.
               10  DA-NEW-STATUS     PIC X(01).
               10  DA-NEW-STATUS-DATE PIC 9(08).
           05  DA-DATE-OF-DEATH      PIC 9(08).
           05  DA-TIMESTAMP.
               10  DA-TS-DATE        PIC 9(08).
               10  DA-TS-TIME        PIC 9(08).
           05  DA-OPERATOR           PIC X(08).
           05  DA-FILLER             PIC X(10).

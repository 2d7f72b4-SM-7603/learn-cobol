      *> ---------------------------------------------------------------
      *> GLJEREC.CPY
      *> The payroll journal GLJRNL hands the general ledger: one
      *> H header naming the journal date, one D line per ledger
      *> account and side (amounts summarized by account), and a
      *> T trailer carrying the line count and the debit and
      *> credit totals, which are always equal - the file is never
      *> written unless they are.  Amounts unsigned, two decimals.
      *> ---------------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE        PIC X(01).
               88  JE-HEADER         VALUE "H".
               88  JE-DETAIL         VALUE "D".
               88  JE-TRAILER        VALUE "T".
           05  JE-JOURNAL-DATE       PIC 9(08).
           05  JE-ACCOUNT            PIC X(12).
           05  JE-DR-CR              PIC X(01).
           05  JE-AMOUNT             PIC 9(09)V99.
           05  JE-DESCRIPTION        PIC X(30).
           05  JE-SOURCE             PIC X(08).
           05  JE-FILLER             PIC X(09).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JT-RECORD-TYPE        PIC X(01).
           05  JT-JOURNAL-DATE       PIC 9(08).
           05  JT-LINE-COUNT         PIC 9(07).
           05  JT-TOTAL-DEBITS       PIC 9(11)V99.
           05  JT-TOTAL-CREDITS      PIC 9(11)V99.
           05  JT-FILLER             PIC X(38).

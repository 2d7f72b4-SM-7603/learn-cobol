      *> ---------------------------------------------------------------
      *> SUIWAGE.CPY
      *> The 100-byte records of the quarterly state unemployment
      *> wage file SUIRPT builds for the agency: one E employer
      *> record naming the account and the quarter, one W record
      *> per customer paid in the quarter, and one T control
      *> trailer carrying the record count, the dollar totals, and
      *> the count of employees on the payroll on the 12th of each
      *> month of the quarter.  One view per record type over the
      *> same 100 bytes.  Amounts are unsigned, implied two
      *> decimals; excess wages are what the quarter paid above the
      *> year's SUTA wage base.
      *> ---------------------------------------------------------------
       01  SUI-WAGE-RECORD               PIC X(100).
       01  SUI-EMPLOYER-RECORD REDEFINES SUI-WAGE-RECORD.
           05  QE-RECORD-TYPE        PIC X(01).
           05  QE-EMPLOYER-ACCT      PIC X(10).
           05  QE-EMPLOYER-FEIN      PIC X(09).
           05  QE-EMPLOYER-NAME      PIC X(30).
           05  QE-QUARTER            PIC 9(01).
           05  QE-YEAR               PIC 9(04).
           05  QE-CREATION-DATE      PIC 9(08).
           05  QE-FILLER             PIC X(37).
       01  SUI-WAGE-DETAIL REDEFINES SUI-WAGE-RECORD.
           05  QW-RECORD-TYPE        PIC X(01).
           05  QW-SSNUM              PIC 9(09).
           05  QW-EMPLOYEE-NAME      PIC X(20).
           05  QW-QUARTER            PIC 9(01).
           05  QW-YEAR               PIC 9(04).
           05  QW-GROSS-WAGES        PIC 9(09)V99.
           05  QW-EXCESS-WAGES       PIC 9(09)V99.
           05  QW-TAXABLE-WAGES      PIC 9(09)V99.
           05  QW-FILLER             PIC X(32).
       01  SUI-CONTROL-TRAILER REDEFINES SUI-WAGE-RECORD.
           05  QT-RECORD-TYPE        PIC X(01).
           05  QT-EMPLOYER-ACCT      PIC X(10).
           05  QT-WAGE-RECORDS       PIC 9(07).
           05  QT-TOTAL-GROSS        PIC 9(11)V99.
           05  QT-TOTAL-EXCESS       PIC 9(11)V99.
           05  QT-TOTAL-TAXABLE      PIC 9(11)V99.
           05  QT-MONTH-COUNT        PIC 9(06) OCCURS 3 TIMES.
           05  QT-FILLER             PIC X(25).

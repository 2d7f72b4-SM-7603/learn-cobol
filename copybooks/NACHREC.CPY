      *> ---------------------------------------------------------------
      *> NACHREC.CPY
      *> The five 94-byte NACHA origination record types ACHNACHA
      *> builds from PAYREG's ACH extract: 1 file header, 5 company/
      *> batch header, 6 entry detail, 8 batch control, 9 file
      *> control.  One view per record type over the same 94 bytes;
      *> the file is padded out to a full block of ten with records
      *> of all nines.  Amounts are unsigned, implied two decimals.
      *> ---------------------------------------------------------------
       01  NACHA-RECORD                  PIC X(94).
       01  NACHA-FILE-HEADER REDEFINES NACHA-RECORD.
           05  NF-RECORD-TYPE        PIC X(01).
           05  NF-PRIORITY-CODE      PIC X(02).
           05  NF-IMMED-DEST         PIC X(10).
           05  NF-IMMED-ORIGIN       PIC X(10).
           05  NF-CREATION-DATE      PIC 9(06).
           05  NF-CREATION-TIME      PIC 9(04).
           05  NF-FILE-ID-MODIFIER   PIC X(01).
           05  NF-RECORD-SIZE        PIC X(03).
           05  NF-BLOCKING-FACTOR    PIC X(02).
           05  NF-FORMAT-CODE        PIC X(01).
           05  NF-DEST-NAME          PIC X(23).
           05  NF-ORIGIN-NAME        PIC X(23).
           05  NF-REFERENCE-CODE     PIC X(08).
       01  NACHA-BATCH-HEADER REDEFINES NACHA-RECORD.
           05  NB-RECORD-TYPE        PIC X(01).
           05  NB-SERVICE-CLASS      PIC 9(03).
           05  NB-COMPANY-NAME       PIC X(16).
           05  NB-DISCRETIONARY      PIC X(20).
           05  NB-COMPANY-ID         PIC X(10).
           05  NB-SEC-CODE           PIC X(03).
           05  NB-ENTRY-DESC         PIC X(10).
           05  NB-DESCRIPTIVE-DATE   PIC X(06).
           05  NB-EFFECTIVE-DATE     PIC 9(06).
           05  NB-SETTLEMENT-DATE    PIC X(03).
           05  NB-ORIGINATOR-STATUS  PIC X(01).
           05  NB-ORIGIN-DFI         PIC 9(08).
           05  NB-BATCH-NUMBER       PIC 9(07).
       01  NACHA-ENTRY-DETAIL REDEFINES NACHA-RECORD.
           05  NE-RECORD-TYPE        PIC X(01).
           05  NE-TRANS-CODE         PIC 9(02).
               88  NE-CHECKING-CREDIT  VALUE 22.
               88  NE-CHECKING-PRENOTE VALUE 23.
               88  NE-SAVINGS-CREDIT   VALUE 32.
               88  NE-SAVINGS-PRENOTE  VALUE 33.
           05  NE-RECEIVING-DFI      PIC 9(08).
           05  NE-CHECK-DIGIT        PIC 9(01).
           05  NE-DFI-ACCOUNT        PIC X(17).
           05  NE-AMOUNT             PIC 9(08)V99.
           05  NE-INDIVIDUAL-ID      PIC X(15).
           05  NE-INDIVIDUAL-NAME    PIC X(22).
           05  NE-DISCRETIONARY      PIC X(02).
           05  NE-ADDENDA-IND        PIC 9(01).
           05  NE-TRACE-NUMBER.
               10  NE-TRACE-DFI      PIC 9(08).
               10  NE-TRACE-SEQ      PIC 9(07).
       01  NACHA-BATCH-CONTROL REDEFINES NACHA-RECORD.
           05  NC-RECORD-TYPE        PIC X(01).
           05  NC-SERVICE-CLASS      PIC 9(03).
           05  NC-ENTRY-COUNT        PIC 9(06).
           05  NC-ENTRY-HASH         PIC 9(10).
           05  NC-TOTAL-DEBIT        PIC 9(10)V99.
           05  NC-TOTAL-CREDIT       PIC 9(10)V99.
           05  NC-COMPANY-ID         PIC X(10).
           05  NC-AUTH-CODE          PIC X(19).
           05  NC-RESERVED           PIC X(06).
           05  NC-ORIGIN-DFI         PIC 9(08).
           05  NC-BATCH-NUMBER       PIC 9(07).
       01  NACHA-FILE-CONTROL REDEFINES NACHA-RECORD.
           05  NT-RECORD-TYPE        PIC X(01).
           05  NT-BATCH-COUNT        PIC 9(06).
           05  NT-BLOCK-COUNT        PIC 9(06).
           05  NT-ENTRY-COUNT        PIC 9(08).
           05  NT-ENTRY-HASH         PIC 9(10).
           05  NT-TOTAL-DEBIT        PIC 9(10)V99.
           05  NT-TOTAL-CREDIT       PIC 9(10)V99.
           05  NT-RESERVED           PIC X(39).

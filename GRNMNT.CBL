002990     MOVE "DENIED" TO SL-DISPOSITION
003000     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003010     ACCEPT SL-TS-TIME FROM TIME
003019     MOVE SPACES TO SL-OTHER-OPERATOR
003020     MOVE SPACES TO SL-FILLER
003030     WRITE SECURITY-LOG-RECORD.
003040 9000-EXIT.

002870     MOVE "DENIED" TO SL-DISPOSITION
002880     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002890     ACCEPT SL-TS-TIME FROM TIME
002899     MOVE SPACES TO SL-OTHER-OPERATOR
002900     MOVE SPACES TO SL-FILLER
002910     WRITE SECURITY-LOG-RECORD.
002920 9000-EXIT.

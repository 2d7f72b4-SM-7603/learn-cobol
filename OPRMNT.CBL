002020     MOVE "DENIED" TO SL-DISPOSITION
002030     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002040     ACCEPT SL-TS-TIME FROM TIME
002049     MOVE SPACES TO SL-OTHER-OPERATOR
002050     MOVE SPACES TO SL-FILLER
002060     WRITE SECURITY-LOG-RECORD.
002070 9000-EXIT.

002500     MOVE "DENIED" TO SL-DISPOSITION
002510     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002520     ACCEPT SL-TS-TIME FROM TIME
002529     MOVE SPACES TO SL-OTHER-OPERATOR
002530     MOVE SPACES TO SL-FILLER
002540     WRITE SECURITY-LOG-RECORD.
002550 9000-EXIT.

001260     END-IF
001270     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
001280     ACCEPT SL-TS-TIME FROM TIME
001289     MOVE SPACES TO SL-OTHER-OPERATOR
001290     MOVE SPACES TO SL-FILLER
001300     WRITE SECURITY-LOG-RECORD.
001310 2100-EXIT.

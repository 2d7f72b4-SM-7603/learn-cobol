      *> ---------------------------------------------------------------
      *> PAYBKUP.CPY
      *> Snapshot record for the ten payroll posting files PAYREG
      *> updates (PAYHIST, YTDTOTS, DEDMAS, BANKACCT, GARNORD,
      *> LEAVEBAL, WAGEBASE, ETXDETL, WRKWEEK, DEDARR), all carried
      *> in one sequential file in CMBKUP's style: per file one H
      *> header naming the file and when the snapshot was cut, one
      *> D record per record image, and one T trailer whose record
      *> count and dollar hash let PAYREST prove the section before
      *> going live.  The hash is PH-NET-PAY, YT-NET-YTD, the sum
      *> of DD-TAKEN-TO-DATE entries, BA-ROUTING-NUMBER,
      *> GO-WITHHELD-TO-DATE, the sum of the two leave
      *> balances, WB-MED-WAGES, ET-MED-WAGES, WW-REG-HOURS, or
      *> DA-BALANCE, whichever the file carries.  SN-DATA is sized
      *> for the longest image (the 215-byte deduction master
      *> record).  The append-only GARNDETL answer trail is not
      *> snapped - see the PAYSNAP/PAYREST prologues for how a

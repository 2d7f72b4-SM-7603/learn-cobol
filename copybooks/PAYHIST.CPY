      *> (code R, amounts to be SUBTRACTED by every consumer) at
      *> the next sequence and, usually, the corrected check
      *> (code A) right behind it - so history is never rewritten.
      *> RETROPAY posts a retroactive rate increase the same way -
      *> one off-cycle paper check (code T) dated the day it ran,
      *> at the first free sequence after the register's 0.
      *> PH-PAY-METHOD says how the net went out: D means the ACH
      *> extract carried it, C (or space on records from before the
      *> field existed) means a paper check - CHKPRT only issues
      *> check numbers for the C records.  PH-RETURN-FLAG R means
      *> the bank bounced the deposit back after the fact, so this
      *> net pay never actually landed in the account.
      *> PH-WEEK-HOURS is how many of the check's hours counted
      *> toward the overtime thresholds of the workweeks its days
      *> fell in (WRKWEEK) - zero for exempt and leave hours, and
      *> not numeric on checks posted before the workweek
      *> accumulator existed.
      *> ---------------------------------------------------------------
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               88  PH-ADJ-ORIGINAL   VALUE " ".
               88  PH-ADJ-REVERSAL   VALUE "R".
               88  PH-ADJ-CORRECTED  VALUE "A".
               88  PH-ADJ-RETRO      VALUE "T".
           05  PH-WEEK-HOURS         PIC 9(3)V99.
           05  PH-FILLER             PIC X(02).

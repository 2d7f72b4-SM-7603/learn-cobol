      *> ---------------------------------------------------------------
      *> PAYRATE.CPY
      *> Pay rate history, one record per rate change, keyed on
      *> RH-KEY (SSNUM plus the date the rate takes effect), so a
      *> raise can be keyed in RATEMNT ahead of the day it starts.
      *> The rate in force on a date is the one with the greatest
      *> effective date on or before it - RATELOOK answers that
      *> for PAYEDIT and PAYREG.  RH-PRIOR-RATE is the rate that
      *> was in force on the effective date when the change was
      *> keyed.  A change keyed with an effective date on or
      *> before the day it was entered is backdated: RH-RETRO-FLAG
      *> P holds it for the RETROPAY batch, which pays the
      *> difference on every check posted since and sets it to D
      *> with the date it posted.  A change keyed ahead is space.
      *> ---------------------------------------------------------------
       01  PAY-RATE-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-SSNUM          PIC 9(09).
               10  RH-EFFECTIVE-DATE PIC 9(08).
           05  RH-PAY-RATE           PIC 9(3)V99.
           05  RH-PRIOR-RATE         PIC 9(3)V99.
           05  RH-ENTERED-DATE       PIC 9(08).
           05  RH-ENTERED-BY         PIC X(08).
           05  RH-RETRO-FLAG         PIC X(01).
               88  RH-NO-RETRO       VALUE " ".
               88  RH-RETRO-PENDING  VALUE "P".
               88  RH-RETRO-DONE     VALUE "D".
           05  RH-RETRO-DATE         PIC 9(08).
           05  RH-FILLER             PIC X(20).

      *> ---------------------------------------------------------------
      *> CALPARM.CPY
      *> Parameter block passed to the CALLOOK subprogram.  The
      *> caller sets the function and a date:
      *>   D - what the calendar says about the date itself
      *>   L - the latest scheduled check date on or before it
      *>   N - the earliest scheduled check date on or after it
      *>   B - the date itself if it is a business day, else the
      *>       nearest business day before it (weekends and bank
      *>       holidays are not business days)
      *>   W - the Sunday on or before it, the day its workweek
      *>       begins (no calendar needed)
      *> CALLOOK hands back the result date, the day of the week
      *> of the caller's date (1 = Monday through 7 = Sunday), the
      *> check-date and pay-period fields of the result date, and
      *> the holiday fields of the caller's date.  CK-FOUND is N
      *> when L or N finds no check date, or D finds no record.
      *> CK-CALENDAR-FLAG is N when there is no calendar at all.
      *> ---------------------------------------------------------------
       01  CALENDAR-LOOKUP-PARMS.
           05  CK-FUNCTION           PIC X(01).
               88  CK-DAY-INFO       VALUE "D".
               88  CK-LAST-CHECK     VALUE "L".
               88  CK-NEXT-CHECK     VALUE "N".
               88  CK-BUSINESS-DAY   VALUE "B".
               88  CK-WEEK-BEGIN     VALUE "W".
           05  CK-DATE               PIC 9(08).
           05  CK-RESULT-DATE        PIC 9(08).
           05  CK-DAY-OF-WEEK        PIC 9(01).
               88  CK-WEEKEND        VALUE 6, 7.
           05  CK-CHECK-FLAG         PIC X(01).
               88  CK-IS-CHECK-DATE  VALUE "Y".
           05  CK-PERIOD-NUMBER      PIC 9(02).
           05  CK-PERIOD-BEGIN       PIC 9(08).
           05  CK-PERIOD-END         PIC 9(08).
           05  CK-HOLIDAY-FLAG       PIC X(01).
               88  CK-IS-HOLIDAY     VALUE "Y".
           05  CK-HOLIDAY-NAME       PIC X(20).
           05  CK-FOUND              PIC X(01).
               88  CK-DATE-FOUND     VALUE "Y".
           05  CK-CALENDAR-FLAG      PIC X(01).
               88  CK-NO-CALENDAR    VALUE "N".

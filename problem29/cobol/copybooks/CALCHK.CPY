      *> CALCHK.CPY
      *> Parameter block for the CALCHK subprogram, which answers
      *> date questions from the shop processing calendar
      *> (SHOPCAL.CPY).  All dates are YYYYMMDD.  The caller sets
      *> CQ-FUNCTION and the date(s); CALCHK fills the answer half.
      *>
      *>   CQ-FUNCTION "C"  CLASSIFY CQ-DATE: CQ-DAY-TYPE and
      *>                    CQ-DESCRIPTION
      *>               "N"  as "C", plus the NEXT business day after
      *>                    CQ-DATE in CQ-RESULT-DATE
      *>               "A"  as "C", plus the AGE: business days after
      *>                    CQ-DATE up to and including CQ-TO-DATE,
      *>                    in CQ-DAYS (999 when that many or more, 0
      *>                    when CQ-TO-DATE is not a later date)
      *>
      *>   CQ-DAY-TYPE     "B" business, "W" weekend or other
      *>                   non-business day, "H" holiday, "X"
      *>                   blackout night; space = CQ-DATE is not a
      *>                   valid date (nothing else is answered)
      *>   CQ-CALENDAR-FLAG "Y" = the calendar was consulted; "N" =
      *>                   it could not be opened and every day was
      *>                   treated as a business day - plain calendar
      *>                   days, the rule before the calendar existed.
      *>                   The caller decides whether to say so.
       01  CALENDAR-CHECK-AREA.
           05  CQ-FUNCTION         PIC X(01).
               88  CQ-CLASSIFY             VALUE "C".
               88  CQ-NEXT-BUSINESS        VALUE "N".
               88  CQ-COUNT-BUSINESS       VALUE "A".
           05  CQ-DATE             PIC X(08).
           05  CQ-TO-DATE          PIC X(08).
           05  CQ-RESULT-DATE      PIC X(08).
           05  CQ-DAYS             PIC 9(03).
           05  CQ-DAY-TYPE         PIC X(01).
               88  CQ-BUSINESS-DAY         VALUE "B".
               88  CQ-NON-BUSINESS-DAY     VALUE "W".
               88  CQ-HOLIDAY              VALUE "H".
               88  CQ-BLACKOUT             VALUE "X".
               88  CQ-BAD-DATE             VALUE " ".
           05  CQ-DESCRIPTION      PIC X(20).
           05  CQ-CALENDAR-FLAG    PIC X(01).
               88  CQ-CALENDAR-CONSULTED   VALUE "Y".
               88  CQ-CALENDAR-UNAVAILABLE VALUE "N".

      *> SHOPCAL.CPY
      *> Shop processing calendar (SHOPCAL.DAT), keyed on the date.
      *> Until this file every date rule in the system counted plain
      *> calendar days: month-end standing work ran on the month's
      *> last calendar night whether or not anyone was in, daily
      *> standing work ran on public holidays, deadlines escalated
      *> as if the weekend were a working night, and the feed
      *> reconciliation paged us for records the reporting team had
      *> been closed for days too long to load.
      *>
      *> The file records exceptions, not every day: a date with no
      *> record is a business day Monday through Friday and a
      *> weekend day Saturday and Sunday.  A record says otherwise:
      *>
      *>   CL-DAY-TYPE "B"  BUSINESS - a working day whatever the
      *>                    weekday (a Saturday worked to catch up)
      *>               "W"  NON-BUSINESS - not worked, not a holiday
      *>                    (a weekday the shop is closed)
      *>               "H"  HOLIDAY - not worked; daily standing
      *>                    work does not run
      *>               "X"  BLACKOUT - no nightly processing at all
      *>                    (machine-room maintenance, year-end
      *>                    freeze); no standing cards are generated
      *>                    and the night is recorded as skipped
      *>
      *> Only "B" days are business days.  Holidays, blackout nights
      *> and weekend days all count as non-business, so month-end
      *> work runs on the last business night of the month, a
      *> deadline falling on a non-business day has to be met by the
      *> business night before it, and ages are counted in business
      *> days.  CALENDAR-MAINT is the only program that writes this
      *> file; everything else reads it through the CALCHK
      *> subprogram.
       01  SHOP-CALENDAR-RECORD.
           05  CL-DATE             PIC X(08).
           05  CL-DAY-TYPE         PIC X(01).
               88  CL-BUSINESS-DAY         VALUE "B".
               88  CL-NON-BUSINESS-DAY     VALUE "W".
               88  CL-HOLIDAY              VALUE "H".
               88  CL-BLACKOUT             VALUE "X".
           05  CL-DESCRIPTION      PIC X(20).
           05  CL-UPDATE-DATE      PIC X(10).

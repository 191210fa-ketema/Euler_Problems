      *> CALMNTCL.CPY
      *> Control card for the calendar maintenance utility
      *> (CALMNT.CTL) - one card per action, processed in card order.
      *>
      *>   CX-ACTION  "LIST" - list every calendar record on file; a
      *>              year punched in CX-DATE (YYYY, rest blank)
      *>              lists that year only
      *>              "ADD " - mark CX-DATE with CX-DAY-TYPE and the
      *>              description.  A date already on file is
      *>              refused - use CHNG.
      *>              "CHNG" - change the type and/or description of
      *>              a date on file; a blank field is left alone
      *>              "DEL " - remove the date's record, so the date
      *>              goes back to the default (Monday-Friday
      *>              business, Saturday-Sunday weekend)
      *>   CX-DATE    YYYYMMDD
      *>   CX-DAY-TYPE  "B", "W", "H" or "X" - see SHOPCAL.CPY
      *>   CX-DESCRIPTION  free text for the listing, e.g. the
      *>              holiday's name
       01  CAL-MAINT-CONTROL-RECORD.
           05  CX-ACTION           PIC X(04).
               88  CX-ACT-LIST             VALUE "LIST".
               88  CX-ACT-ADD              VALUE "ADD ".
               88  CX-ACT-CHANGE           VALUE "CHNG".
               88  CX-ACT-DELETE           VALUE "DEL ".
           05  CX-DATE             PIC X(08).
           05  CX-DAY-TYPE         PIC X(01).
           05  CX-DESCRIPTION      PIC X(20).

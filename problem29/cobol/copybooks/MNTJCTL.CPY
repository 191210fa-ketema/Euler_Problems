      *> MNTJCTL.CPY
      *> Selection card for the maintenance journal listing
      *> (MNTJRPT.CTL) read by MAINT-JOURNAL.  Every field is
      *> optional and a blank field selects everything, so a blank
      *> card - or no card at all - lists the whole journal; fields
      *> that are filled in must all match.
      *>
      *>   MC-FROM-DATE    YYYYMMDD, first day to list
      *>   MC-THRU-DATE    YYYYMMDD, last day to list
      *>   MC-OPERATOR-ID  one operator's changes only
      *>   MC-RANGE-KEY    A-MIN..B-MAX, twelve digits as on the card:
      *>                   a change is listed when the range matches
      *>                   either its before or its after image, so a
      *>                   request whose range was changed is followed
      *>                   across the change
      *>   MC-FILE-CODE    "A" the ad-hoc deck only, "S" the standing
      *>                   master only
      *>
      *> A date that is not eight digits, or a file code other than
      *> A or S, lists nothing and ends with RETURN-CODE 4 - the
      *> same explicit-beats-guessed rule the chargeback card
      *> follows.
       01  MAINT-JOURNAL-CONTROL-RECORD.
           05  MC-FROM-DATE        PIC X(08).
           05  MC-THRU-DATE        PIC X(08).
           05  MC-OPERATOR-ID      PIC X(08).
           05  MC-RANGE-KEY        PIC X(12).
           05  MC-FILE-CODE        PIC X(01).

      *> MNTJRNL.CPY
      *> Maintenance journal (MNTJRNL.DAT) - permanent and append-
      *> only, written by the two on-line maintenance programs:
      *> RANGE-ENTRY for the ad-hoc deck (RANGEADH.DAT) and
      *> STANDING-ENTRY for the standing-request master
      *> (STANDMST.DAT).  One record per add, change, suspend,
      *> reactivate or remove, carrying the entry as it stood before
      *> and after, so any standing or ad-hoc request's history can
      *> be rebuilt from the journal alone.  MAINT-JOURNAL lists it.
      *> REQUEST-INTAKE journals each card it adds to the ad-hoc
      *> deck from another system's batch (INTAKREQ.CPY) as an "A"
      *> record whose operator ID is the sending system's ID.
      *>
      *> A session's records are written when the session is saved,
      *> right after the file itself is rewritten - an abandoned
      *> session changes nothing, so it journals nothing.  Each
      *> record still carries the date and time the operator made
      *> that change at the terminal.
      *>
      *>   MJ-DATE / MJ-TIME  MM/DD/YYYY and HHMMSS of the change
      *>   MJ-OPERATOR-ID     the ID the operator signed on with
      *>   MJ-FILE-CODE       "A" the ad-hoc deck, "S" the standing
      *>                      master
      *>   MJ-ACTION          "A" added, "C" changed, "S" suspended,
      *>                      "R" reactivated, "D" removed
      *>   MJ-ENTRY-NO        the entry's number on the operator's
      *>                      list at the time - numbers close up
      *>                      behind a removal, so the images, not
      *>                      the number, identify the request
      *>   MJ-BEFORE-IMAGE    the record before the change (spaces for
      *>                      an add), MJ-AFTER-IMAGE the record after
      *>                      it (spaces for a remove).  An ad-hoc
      *>                      card fills all 82 bytes (RANGEREQ.CPY);
      *>                      a standing request fills the first 29
      *>                      (STANDREQ.CPY).  Both layouts open with
      *>                      the A-MIN..B-MAX range key, so the first
      *>                      12 bytes are the range either way.
      *>
      *> An ad-hoc card that leaves the deck with no "D" record was
      *> taken by the nightly build - STANDING-REQUEST-GEN consumes
      *> the deck - and its run is on the request master.
       01  MAINT-JOURNAL-RECORD.
           05  MJ-DATE             PIC X(10).
           05  MJ-TIME             PIC X(06).
           05  MJ-OPERATOR-ID      PIC X(08).
           05  MJ-FILE-CODE        PIC X(01).
               88  MJ-ADHOC-DECK           VALUE "A".
               88  MJ-STANDING-MASTER      VALUE "S".
           05  MJ-ACTION           PIC X(01).
               88  MJ-ADDED                VALUE "A".
               88  MJ-CHANGED              VALUE "C".
               88  MJ-SUSPENDED            VALUE "S".
               88  MJ-REACTIVATED          VALUE "R".
               88  MJ-REMOVED              VALUE "D".
           05  MJ-ENTRY-NO         PIC 9(05).
           05  MJ-BEFORE-IMAGE.
               10  MJ-BEFORE-RANGE PIC X(12).
               10  FILLER          PIC X(70).
           05  MJ-AFTER-IMAGE.
               10  MJ-AFTER-RANGE  PIC X(12).
               10  FILLER          PIC X(70).

      *>             phase instead of regenerating POWER-FILE
      *>   "DONE"  - the request already completed; CK-DISTINCT is the
      *>             answer, nothing left to redo
      *>   "KEYS"  - the request is being answered from the night's
      *>             shared key set; re-enter at the set, whose own
      *>             progress is in the key-set records below
      *>   "PUBL"  - the request was answered from the shared key set
      *>             and is completed and published; a restart picks
      *>             up at the entry AFTER CK-REQ-SEQ, so nothing it
      *>             wrote is written a second time
      *> CK-REQ-SEQ is the in-flight request's 1-based position in
      *> the priority-sorted PROCESSING order - not the transaction
      *> file's card order, which differs whenever the cards carry
           05  CK-COUNT            PIC 9(06).
           05  CK-DISTINCT         PIC 9(06).
           05  CK-REQ-SEQ          PIC 9(05).

      *> While requests are being answered from a shared key set (see
      *> DISTINCT-POWERS' PLAN-KEY-SET), the request record above is
      *> followed by one header and one member record per request in
      *> the set - a restart takes the set back exactly as planned
      *> instead of re-planning it against a results master the
      *> abended run has since added to.  The header's CS-PHASE runs
      *> "GEN " (keys on POWER-FILE through A = CS-LAST-A, CS-COUNT
      *> of them), "SORT" (every key generated), "DONE" (the sorted
      *> set is on SHAREKEY.DAT).  CS-BUILD-HSEC is the time spent
      *> building the set so far, in hundredths of a second, so a
      *> member answered after a restart is charged the same share
      *> of it as it would have been.  A file holding only the request
      *> record - every checkpoint written before shared key sets
      *> existed included - simply has no set in flight.  Both
      *> shapes are 36 bytes.
       01  CHECKPOINT-KEY-SET-RECORD.
           05  CS-RECORD-TYPE      PIC X(01).
               88  CS-SET-HEADER           VALUE "H".
               88  CS-SET-MEMBER           VALUE "M".
           05  CS-HEADER-DATA.
               10  CS-PHASE        PIC X(04).
               10  CS-LAST-A       PIC 999.
               10  CS-COUNT        PIC 9(06).
               10  CS-MEMBER-COUNT PIC 9(03).
               10  CS-BUILD-HSEC   PIC 9(08).
               10  FILLER          PIC X(11).
           05  CS-MEMBER-DATA REDEFINES CS-HEADER-DATA.
               10  CS-REQ-SEQ      PIC 9(05).
               10  CS-A-MIN        PIC 999.
               10  CS-A-MAX        PIC 999.
               10  CS-B-MIN        PIC 999.
               10  CS-B-MAX        PIC 999.
               10  FILLER          PIC X(18).

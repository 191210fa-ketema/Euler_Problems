      *> AUTHMNCL.CPY
      *> Control card for the authorization maintenance utility
      *> (AUTHMNT.CTL) - one card per action, processed in card
      *> order, so a department and its requestors can be set up in
      *> a single deck (department card first, for a clean report).
      *>
      *>   AX-ACTION  "LIST" - list every entry, requestors and
      *>              departments, active and retired (the other
      *>              fields are ignored)
      *>              "ADD " - add the named entry.  An entry that is
      *>              already on file and active is refused; a
      *>              retired one is reinstated with the card's
      *>              values.  Blank limits add as 0 (no limit).
      *>              "CHNG" - change the named active entry; a blank
      *>              field leaves the stored value alone, so punch
      *>              zeros to lift a limit and "*" in
      *>              AX-MAX-PRIORITY to lift the priority ceiling
      *>              "RETR" - retire the named entry.  It stays on
      *>              file (AZ-STATUS "R") for the record, but from
      *>              the next check on it authorizes nothing.
      *>   AX-REC-TYPE  "R" requestor or "D" department
      *>   AX-ID        requestor ID, or the department code
      *>                left-justified
      *>   AX-DEPT      requestor cards only - the department the
      *>                requestor bills
      *>   AX-MAX-CELLS, AX-NIGHTLY-QUOTA, AX-MAX-PRIORITY
      *>                department cards only - see AUTHMST.CPY
       01  AUTH-MAINT-CONTROL-RECORD.
           05  AX-ACTION           PIC X(04).
               88  AX-ACT-LIST             VALUE "LIST".
               88  AX-ACT-ADD              VALUE "ADD ".
               88  AX-ACT-CHANGE           VALUE "CHNG".
               88  AX-ACT-RETIRE           VALUE "RETR".
           05  AX-REC-TYPE         PIC X(01).
               88  AX-REQUESTOR-CARD       VALUE "R".
               88  AX-DEPARTMENT-CARD      VALUE "D".
           05  AX-ID               PIC X(08).
           05  AX-DEPT             PIC X(04).
           05  AX-MAX-CELLS        PIC X(06).
           05  AX-NIGHTLY-QUOTA    PIC X(03).
           05  AX-MAX-PRIORITY     PIC X(01).

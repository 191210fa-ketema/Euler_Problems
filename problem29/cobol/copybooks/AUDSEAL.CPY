      *> AUDSEAL.CPY
      *> Parameter block for the AUDSEAL subprogram, which keeps the
      *> running totals of an audit-log block and builds the seal
      *> record that closes it (AUDIT-SEAL-RECORD in AUDITREC.CPY).
      *> Everything that writes or checks a seal goes through AUDSEAL
      *> so the chained value is worked out one way only.  All of
      *> the state lives here in the caller's block; the caller sets
      *> SL-FUNCTION and calls.
      *>
      *>   SL-FUNCTION "O"  OPEN A BLOCK: read DISTPWR.AUD through,
      *>                    set SL-PRIOR-CHAIN to the chain of the
      *>                    last seal on it and the totals to the run
      *>                    records logged after that seal (normally
      *>                    none; an abended run's records otherwise,
      *>                    which tonight's seal then covers).  Call
      *>                    before the log is opened for EXTEND.
      *>               "A"  ADD the run record in SL-RECORD to the
      *>                    block totals and fold all 60 of its bytes
      *>                    into the block hash, in logged order.
      *>               "S"  SEAL: build the seal for the block in
      *>                    SL-RECORD from the totals, SL-PRIOR-CHAIN,
      *>                    SL-SEAL-DATE and SL-JOB-ID; then start the
      *>                    next block - totals zeroed, SL-PRIOR-CHAIN
      *>                    set to the new seal's chain.
      *>
      *>   SL-LOG-FLAG     answer to "O": "Y" the log was read, "N"
      *>                   there is no log yet (a first seal, chained
      *>                   from zero), "E" the log would not open or
      *>                   read - the block is started from zero and
      *>                   its seal will not join the chain; the
      *>                   caller says so.
      *>   SL-SEALS-READ   answer to "O": seals found on the log.
      *>   SL-HASH-BLOCK   running block hash over every byte of every
      *>                   run record in the block, weighted by byte
      *>                   position and record sequence (see AUDSEAL);
      *>                   always below 9999991.
       01  AUDIT-SEAL-AREA.
           05  SL-FUNCTION         PIC X(01).
               88  SL-OPEN-BLOCK           VALUE "O".
               88  SL-ADD-RECORD           VALUE "A".
               88  SL-SEAL-BLOCK           VALUE "S".
           05  SL-RECORD           PIC X(60).
           05  SL-SEAL-DATE        PIC X(10).
           05  SL-JOB-ID           PIC X(08).
           05  SL-PRIOR-CHAIN      PIC 9(07).
           05  SL-RECORD-COUNT     PIC 9(06).
           05  SL-HASH-COUNT       PIC 9(12).
           05  SL-HASH-DISTINCT    PIC 9(12).
           05  SL-HASH-BLOCK       PIC 9(12).
           05  SL-SEALS-READ       PIC 9(06).
           05  SL-LOG-FLAG         PIC X(01).
               88  SL-LOG-READ             VALUE "Y".
               88  SL-NO-LOG               VALUE "N".
               88  SL-LOG-UNREADABLE       VALUE "E".

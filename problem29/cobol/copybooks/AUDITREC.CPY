      *> answer, "X" when it disagreed (the interchange record was
      *> suppressed that night), blank when verification mode was
      *> off or the record predates the extension.
      *>
      *> Seal records.  Each DISTINCT-POWERS run, and each POWER-MERGE
      *> publish, closes its block of audit records with one seal
      *> (AUDIT-SEAL-RECORD below, built by the AUDSEAL subprogram -
      *> see AUDSEAL.CPY).  A block is every record since the
      *> previous seal, so the first seal ever written also covers
      *> the history logged before seals existed, and a restarted
      *> run's seal covers what its abended attempt logged.  A seal
      *> is told from a run record by "**SEAL**" where a run record
      *> carries its HHMMSSHH run time (AU-SEAL-RECORD); every
      *> program that reads the log for run records must skip it.
      *> The seal keeps the run date in the run-record position, so
      *> anything that cuts the log by date sees it as part of its
      *> night.
      *>
      *>   AS-JOB-ID         the program that sealed the block
      *>   AS-RECORD-COUNT   run records in the block
      *>   AS-HASH-COUNT     sum of AU-COUNT over the block and
      *>   AS-HASH-DISTINCT  sum of AU-DISTINCT - low-order seven
      *>                     digits of each, as hash totals are
      *>   AS-PRIOR-CHAIN    AS-CHAIN of the seal before this one
      *>                     (zero on the first seal ever written)
      *>   AS-CHAIN          chained value over the prior chain, the
      *>                     seal date and job, the totals above and
      *>                     a hash of every byte of every run record
      *>                     in the block, taken in logged order and
      *>                     weighted by position - every field is
      *>                     covered, elapsed time, source and verify
      *>                     flags included.  AUDIT-VERIFY recomputes
      *>                     it, so a record altered, removed or moved
      *>                     within its night, or a night removed or
      *>                     moved, shows up as a seal that no longer
      *>                     agrees or a prior chain that no longer
      *>                     joins
       01  AUDIT-RECORD.
           05  AU-RUN-DATE         PIC X(10).
           05  AU-RUN-TIME         PIC X(08).
               88  AU-SEAL-RECORD          VALUE "**SEAL**".
           05  AU-JOB-ID           PIC X(08).
           05  AU-A-MIN            PIC X(03).
           05  AU-A-MAX            PIC X(03).
           05  AU-ELAPSED-HS       PIC 9(02).
           05  AU-SOURCE           PIC X(01).
           05  AU-VERIFY           PIC X(01).

       01  AUDIT-SEAL-RECORD.
           05  AS-RUN-DATE         PIC X(10).
           05  AS-SEAL-MARK        PIC X(08).
           05  AS-JOB-ID           PIC X(08).
           05  AS-RECORD-COUNT     PIC 9(06).
           05  AS-HASH-COUNT       PIC 9(07).
           05  AS-HASH-DISTINCT    PIC 9(07).
           05  AS-PRIOR-CHAIN      PIC 9(07).
           05  AS-CHAIN            PIC 9(07).

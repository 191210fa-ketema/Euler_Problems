      *> DISTINCT-POWERS' per-request file SORT, read back by the
      *> distinct-count pass and by the POWRCOLL collision detail
      *> and POWRPROF value profile subprograms.  One record per
      *> generated a^b combination: generation sequence (for a
      *> request answered from the night's shared key set, its
      *> position in the extract instead), the A and B that
      *> produced the value, then the exact decimal value as
      *> 1400 zero-padded digits (equal-width digit strings collate
      *> in numeric order, which is what the SORT relies on).  The
      *> POWER-FILE, SORT-WORK and KEY-SET records in DISTINCT-POWERS
      *> carry this same shape under their own prefixes and must
      *> change in step with it.
       01  SORTED-POWER-RECORD.
           05  SP-SEQ                  PIC 9(08).
           05  SP-GEN-A                PIC 9(03).

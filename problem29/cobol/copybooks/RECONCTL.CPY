      *> RECONCTL.CPY
      *> Control card for the interchange-feed reconciliation
      *> (FEEDRCON.CTL) - the age in business days (shop calendar,
      *> SHOPCAL.CPY) past which a released but still unacknowledged
      *> record makes the run end with RETURN-CODE 8, which is what
      *> the scheduler pages on.  A missing or non-numeric card
      *> takes the 3-day default - the reconciliation must never run
      *> with its alarm silently unplugged - and the report says the
      *> default was taken.
       01  RECON-CONTROL-RECORD.
           05  RC-AGE-LIMIT-DAYS   PIC 9(03).

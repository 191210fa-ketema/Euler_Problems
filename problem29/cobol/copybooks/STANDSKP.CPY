      *> STANDSKP.CPY
      *> Standing-request skip log (STANDSKP.DAT) - permanent and
      *> append-only, written by STANDING-REQUEST-GEN whenever the
      *> shop calendar (SHOPCAL.CPY) stops standing work that would
      *> otherwise have run, so "why didn't my daily range run on
      *> the 25th?" has an answer on file and not just in a job log
      *> nobody kept.
      *>
      *>   SK-REASON "BLACKOUT" - tonight is a blackout night.  One
      *>             record with the range and requestor fields blank
      *>             marks the night itself, followed by one record
      *>             per standing request that was due and was not
      *>             generated.
      *>             "HOLIDAY " - tonight is a holiday; one record per
      *>             daily standing request not generated.
      *>   SK-DESCRIPTION  the calendar's description of the night
       01  STANDING-SKIP-RECORD.
           05  SK-RUN-DATE         PIC X(10).
           05  SK-REASON           PIC X(08).
           05  SK-DESCRIPTION      PIC X(20).
           05  SK-A-MIN            PIC X(03).
           05  SK-A-MAX            PIC X(03).
           05  SK-B-MIN            PIC X(03).
           05  SK-B-MAX            PIC X(03).
           05  SK-REQUESTOR-ID     PIC X(08).
           05  SK-DEPT             PIC X(04).
           05  SK-FREQUENCY        PIC X(01).

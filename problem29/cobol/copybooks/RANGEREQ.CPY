      *> are always computed fresh: the results master is keyed on
      *> contiguous bounds, and a list's min/max key must not serve
      *> (or be served) the enclosing rectangle's answer.
      *>
      *> RR-REQ-TYPE "S" makes the card a SERIES request: the growth
      *> curve of the distinct count over the square ranges 2..k by
      *> 2..k for every size k from 2 up to N, in one request instead
      *> of one card per size.  A series card punches the largest
      *> square - A 002-N and B 002-N - and validation rejects one
      *> that is not a square starting at 2.  Every key is generated
      *> and sorted once, for the largest square; the report carries
      *> one table of combinations, distinct values and new distinct
      *> values at each size, and every square 2..k is filed on the
      *> results master, so a later single request for any of them
      *> is served from history.  Audit, interchange, request-master
      *> and billing treatment is that of an ordinary request for
      *> the largest square.  The list fields are not used.
       01  RANGE-REQUEST-RECORD.
           05  RR-A-MIN            PIC X(03).
           05  RR-A-MAX            PIC X(03).
           05  RR-DATE-NEEDED      PIC X(08).
           05  RR-REQ-TYPE         PIC X(01).
               88  RR-VALUE-LIST           VALUE "V".
               88  RR-SERIES               VALUE "S".
           05  RR-LIST-COUNT       PIC X(02).
           05  RR-A-VALUE OCCURS 15 TIMES
                                   PIC X(03).

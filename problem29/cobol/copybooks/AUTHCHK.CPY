      *> AUTHCHK.CPY
      *> Parameter block for the AUTHCHK subprogram, which checks one
      *> card's requestor block against the authorization master
      *> (AUTHMST.CPY).  The caller fills the request half; AUTHCHK
      *> fills the answer half.
      *>
      *>   AC-REQUESTOR-ID, AC-DEPT, AC-PRIORITY   as punched on the
      *>                   card (a blank or non-numeric priority is
      *>                   graded as "9", the way the queue loads it)
      *>   AC-COMBINATIONS the card's rectangle size - A bases times
      *>                   B exponents - computed by the caller, who
      *>                   alone knows whether the A side is a range
      *>                   or a value list
      *>
      *>   AC-REASON       spaces = authorized; otherwise the 20-byte
      *>                   reason, worded for RQ-REJECT-REASON:
      *>                     "UNAUTHORIZED REQSTR"  requestor not on
      *>                                            file, or retired
      *>                     "WRONG DEPARTMENT"     card names a
      *>                                            department other
      *>                                            than the
      *>                                            requestor's own
      *>                     "DEPT NOT AUTHORIZED"  department not on
      *>                                            file, or retired
      *>                     "RECTANGLE OVER LIMIT" more combinations
      *>                                            than AZ-MAX-CELLS
      *>                     "PRIORITY OVER LIMIT"  more urgent than
      *>                                            AZ-MAX-PRIORITY
      *>   AC-NIGHTLY-QUOTA the department's AZ-NIGHTLY-QUOTA (0 = no
      *>                   limit).  The quota is a property of the
      *>                   whole night's queue, not of one card, so
      *>                   counting against it is the nightly job's
      *>                   business - AUTHCHK only reports it.
      *>   AC-MASTER-FLAG  "Y" = the master was consulted; "N" = it
      *>                   could not be opened and nothing was
      *>                   checked (AC-REASON is spaces).  The caller
      *>                   decides what an unavailable master means.
       01  AUTH-CHECK-AREA.
           05  AC-REQUESTOR-ID     PIC X(08).
           05  AC-DEPT             PIC X(04).
           05  AC-PRIORITY         PIC X(01).
           05  AC-COMBINATIONS     PIC 9(06).
           05  AC-REASON           PIC X(20).
           05  AC-NIGHTLY-QUOTA    PIC 9(03).
           05  AC-MASTER-FLAG      PIC X(01).
               88  AC-MASTER-CONSULTED     VALUE "Y".
               88  AC-MASTER-UNAVAILABLE   VALUE "N".

      *> AUTHMST.CPY
      *> Requestor/department authorization master (AUTHMST.DAT),
      *> keyed on record type plus identifier.  Until this file the
      *> requestor block on a RANGEREQ.CPY card was taken on trust -
      *> a mistyped requestor ID or a department that no longer
      *> exists ran, and was billed by DEPT-CHARGEBACK, exactly like
      *> a real one.  Two kinds of record share the file:
      *>
      *>   AZ-REC-TYPE "R"  REQUESTOR - AZ-ID is the 8-byte
      *>                    RR-REQUESTOR-ID; AZ-DEPT is the one
      *>                    department that requestor may bill.
      *>                    The limit fields are not used.
      *>   AZ-REC-TYPE "D"  DEPARTMENT - AZ-ID holds the 4-byte
      *>                    RR-DEPT code, left-justified; AZ-DEPT is
      *>                    not used.  The limits:
      *>     AZ-MAX-CELLS      largest rectangle the department may
      *>                       submit, as a combination count (A
      *>                       bases times B exponents); 0 = no limit
      *>     AZ-NIGHTLY-QUOTA  requests the department may run in one
      *>                       night, counted in processing order so
      *>                       the most urgent work gets the slots;
      *>                       0 = no limit
      *>     AZ-MAX-PRIORITY   the most urgent priority the
      *>                       department may claim ("1" through
      *>                       "9"); a card punched more urgent than
      *>                       this is refused, not quietly demoted.
      *>                       Blank = any priority.
      *>
      *> AZ-STATUS "A" is active, "R" retired.  A retired entry is
      *> kept on file rather than deleted so the maintenance report
      *> and any later audit can still name who it was; for
      *> authorization it counts exactly as if it were absent.
      *> AUTH-MAINT is the only program that writes this file - the
      *> nightly job, the on-line entry programs, and request intake
      *> all read it through the AUTHCHK subprogram.
       01  AUTHORIZATION-RECORD.
           05  AZ-KEY.
               10  AZ-REC-TYPE     PIC X(01).
                   88  AZ-REQUESTOR-ENTRY      VALUE "R".
                   88  AZ-DEPARTMENT-ENTRY     VALUE "D".
               10  AZ-ID           PIC X(08).
           05  AZ-DEPT             PIC X(04).
           05  AZ-MAX-CELLS        PIC 9(06).
           05  AZ-NIGHTLY-QUOTA    PIC 9(03).
           05  AZ-MAX-PRIORITY     PIC X(01).
           05  AZ-STATUS           PIC X(01).
               88  AZ-IS-ACTIVE            VALUE "A".
               88  AZ-IS-RETIRED           VALUE "R".
           05  AZ-UPDATE-DATE      PIC X(10).

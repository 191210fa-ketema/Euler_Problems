      *> INTAKACK.CPY
      *> Intake acknowledgment (INTAKACK.DAT) - written by
      *> REQUEST-INTAKE for every batch it reads and sent back to the
      *> system that sent it.  One header, one detail per detail
      *> record of the batch in batch order, one trailer.  50-byte
      *> records (1-based byte positions):
      *>
      *>   POS   LEN  FIELD              CONTENTS
      *>   ---   ---  -----------------  ---------------------------
      *>     1     1  IA-RECORD-TYPE     "H" header, "D" detail,
      *>                                 "T" trailer
      *>   header:
      *>     2     8  IA-HD-SENDING-SYSTEM  as on the batch header
      *>    10     6  IA-HD-BATCH-NO     as on the batch header
      *>    16     8  IA-HD-RECEIVED-DATE YYYYMMDD the batch was read
      *>    24     6  IA-HD-RECEIVED-TIME HHMMSS
      *>    30     1  IA-HD-BATCH-STATUS "A" applied - every detail
      *>                                 below is accepted or
      *>                                 rejected on its own merits;
      *>                                 "R" refused - nothing was
      *>                                 applied
      *>    31    20  IA-HD-BATCH-REASON why a batch was refused
      *>   detail:
      *>     2     6  IA-RECORD-NO       the detail's position in the
      *>                                 batch, 1 = first detail
      *>     8    10  IA-SENDER-REF      as sent
      *>    18    12  IA-RANGE-KEY       A-MIN..B-MAX as sent
      *>    30     1  IA-DISPOSITION     "A" accepted - on the ad-hoc
      *>                                 deck for the next nightly
      *>                                 run; "R" rejected
      *>    31    20  IA-REASON          why a detail was rejected:
      *>                                 the nightly job's own reject
      *>                                 wording (RQ-REJECT-REASON),
      *>                                 or the batch reason when the
      *>                                 whole batch was refused
      *>   trailer:
      *>     2     6  IA-TR-RECORD-COUNT detail records read
      *>     8     6  IA-TR-ACCEPTED     details accepted
      *>    14     6  IA-TR-REJECTED     details rejected - always
      *>                                 adds up with IA-TR-ACCEPTED
      *>                                 to IA-TR-RECORD-COUNT
       01  INTAKE-ACK-RECORD.
           05  IA-RECORD-TYPE      PIC X(01).
               88  IA-HEADER               VALUE "H".
               88  IA-DETAIL               VALUE "D".
               88  IA-TRAILER              VALUE "T".
           05  IA-DETAIL-DATA.
               10  IA-RECORD-NO    PIC 9(06).
               10  IA-SENDER-REF   PIC X(10).
               10  IA-RANGE-KEY    PIC X(12).
               10  IA-DISPOSITION  PIC X(01).
                   88  IA-ACCEPTED         VALUE "A".
                   88  IA-REJECTED         VALUE "R".
               10  IA-REASON       PIC X(20).
           05  IA-HEADER-DATA REDEFINES IA-DETAIL-DATA.
               10  IA-HD-SENDING-SYSTEM PIC X(08).
               10  IA-HD-BATCH-NO  PIC X(06).
               10  IA-HD-RECEIVED-DATE PIC X(08).
               10  IA-HD-RECEIVED-TIME PIC X(06).
               10  IA-HD-BATCH-STATUS PIC X(01).
                   88  IA-BATCH-APPLIED    VALUE "A".
                   88  IA-BATCH-REFUSED    VALUE "R".
               10  IA-HD-BATCH-REASON PIC X(20).
           05  IA-TRAILER-DATA REDEFINES IA-DETAIL-DATA.
               10  IA-TR-RECORD-COUNT PIC 9(06).
               10  IA-TR-ACCEPTED  PIC 9(06).
               10  IA-TR-REJECTED  PIC 9(06).
               10  FILLER          PIC X(31).

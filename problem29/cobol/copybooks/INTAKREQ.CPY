      *> INTAKREQ.CPY
      *> Inbound request batch (INTAKEIN.DAT) - the published layout
      *> other departments' systems use to send range requests
      *> straight to REQUEST-INTAKE instead of having them re-keyed
      *> through RANGE-ENTRY.  One batch per file: one header, one
      *> detail per request, one trailer.  100-byte records (1-based
      *> byte positions):
      *>
      *>   POS   LEN  FIELD              CONTENTS
      *>   ---   ---  -----------------  ---------------------------
      *>     1     1  IR-RECORD-TYPE     "H" header, "D" detail,
      *>                                 "T" trailer
      *>   header:
      *>     2     8  IR-HD-SENDING-SYSTEM  the sending system's ID,
      *>                                 agreed with operations
      *>    10     6  IR-HD-BATCH-NO     the sender's batch number,
      *>                                 never reused by that sender
      *>    16     8  IR-HD-CREATED-DATE YYYYMMDD the batch was cut
      *>   detail:
      *>     2    10  IR-SENDER-REF      the sender's own reference
      *>                                 for the request, echoed on
      *>                                 the acknowledgment
      *>    12    82  IR-REQUEST         the request exactly as a
      *>                                 RANGEREQ.CPY card - bounds,
      *>                                 recompute flag, requestor
      *>                                 block, request type and
      *>                                 value list in card columns
      *>   trailer:
      *>     2     6  IR-TR-RECORD-COUNT number of detail records
      *>     8    12  IR-TR-HASH-TOTAL   sum of A-MIN, A-MAX, B-MIN
      *>                                 and B-MAX over every detail
      *>                                 record; a bound that is not
      *>                                 three digits adds nothing
      *>
      *> A batch whose trailer does not agree with its details, that
      *> lacks its header or trailer, or that repeats a batch number
      *> already applied for the same sender is refused whole - not
      *> one card reaches the deck.  Any change to field widths or
      *> order is a breaking change to every sending system and must
      *> be coordinated with them.
       01  INTAKE-REQUEST-RECORD.
           05  IR-RECORD-TYPE      PIC X(01).
               88  IR-HEADER               VALUE "H".
               88  IR-DETAIL               VALUE "D".
               88  IR-TRAILER              VALUE "T".
           05  IR-DETAIL-DATA.
               10  IR-SENDER-REF   PIC X(10).
               10  IR-REQUEST      PIC X(82).
               10  FILLER          PIC X(07).
           05  IR-HEADER-DATA REDEFINES IR-DETAIL-DATA.
               10  IR-HD-SENDING-SYSTEM PIC X(08).
               10  IR-HD-BATCH-NO  PIC 9(06).
               10  IR-HD-CREATED-DATE PIC X(08).
               10  FILLER          PIC X(77).
           05  IR-TRAILER-DATA REDEFINES IR-DETAIL-DATA.
               10  IR-TR-RECORD-COUNT PIC 9(06).
               10  IR-TR-HASH-TOTAL PIC 9(12).
               10  FILLER          PIC X(81).

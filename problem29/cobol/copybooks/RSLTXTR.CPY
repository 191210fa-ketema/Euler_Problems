      *> RSLTXTR.CPY
      *> Results master reference extract for the reporting team -
      *> written by RESULTS-EXTRACT as two files of this one 52-byte
      *> layout: the full snapshot (RSLTSNAP.DAT, every range on
      *> RSLTMST.DAT tonight) and the nightly delta (RSLTDLTA.DAT,
      *> every range that was added, changed, invalidated or purged
      *> since the previous snapshot).  Each file is one header, the
      *> detail records in ascending range-key order, and one
      *> trailer.  Record layout (1-based byte positions):
      *>
      *>   POS   LEN  FIELD              CONTENTS
      *>   ---   ---  -----------------  ---------------------------
      *>     1     1  RX-RECORD-TYPE     "H" header, "D" detail,
      *>                                 "T" trailer
      *>     2     1  RX-ACTION          detail only, delta only:
      *>                                 "A" added, "C" changed,
      *>                                 "I" invalidated, "P" purged;
      *>                                 blank on the snapshot
      *>     3    12  RX-A-MIN..RX-B-MAX range key, as RM-RANGE-KEY
      *>    15     6  RX-COUNT           total a**b combinations
      *>    21     6  RX-DISTINCT        stored distinct-value answer
      *>    27    10  RX-FIRST-RUN-DATE  MM/DD/YYYY first answered
      *>    37    10  RX-LAST-RUN-DATE   MM/DD/YYYY last computed or
      *>                                 served
      *>    47     5  RX-HIT-COUNT       times served from history
      *>    52     1  RX-INVALID-FLAG    "Y" = answer is suspect and
      *>                                 must not be used
      *>
      *> Bytes 3-52 of a detail are the results-master record byte
      *> for byte, so the extract can never drift from RSLTMST.CPY
      *> without this copybook changing with it.  A purge detail
      *> carries the last image the reporting team was sent - the
      *> key is what matters; drop the range.  An "A" for a range
      *> their copy already holds (a first delta, or a full reload -
      *> see RX-HD-PRIOR-DATE) replaces it.  "I" means the answer
      *> went suspect since the last extract; any other difference
      *> - a recompute, a refile that cleared the flag, a history
      *> hit moving the hit count and last-run date - is "C".
      *>
      *> Header: RX-HD-FILE-KIND "SNAPSHOT" or "DELTA", the run date
      *> and time of this extract, and on the delta the run date and
      *> time of the snapshot it was taken against - the reporting
      *> team applies deltas in that chain and knows one went
      *> missing when the dates do not join up.  A delta with a
      *> blank prior date had no usable snapshot to compare with and
      *> lists every range as "A": treat it as a full reload.
      *>
      *> Trailer: the detail count, and on the delta the count per
      *> action code - the four always add up to the detail count.
      *>
      *> Any change to field widths or order is a breaking change to
      *> the reporting team's load and must be coordinated with them.
       01  RESULTS-EXTRACT-RECORD.
           05  RX-RECORD-TYPE      PIC X(01).
               88  RX-HEADER               VALUE "H".
               88  RX-DETAIL               VALUE "D".
               88  RX-TRAILER              VALUE "T".
           05  RX-ACTION           PIC X(01).
               88  RX-ADDED                VALUE "A".
               88  RX-CHANGED              VALUE "C".
               88  RX-INVALIDATED          VALUE "I".
               88  RX-PURGED               VALUE "P".
           05  RX-DETAIL-DATA.
               10  RX-RANGE-KEY.
                   15  RX-A-MIN    PIC 999.
                   15  RX-A-MAX    PIC 999.
                   15  RX-B-MIN    PIC 999.
                   15  RX-B-MAX    PIC 999.
               10  RX-COUNT        PIC 9(06).
               10  RX-DISTINCT     PIC 9(06).
               10  RX-FIRST-RUN-DATE PIC X(10).
               10  RX-LAST-RUN-DATE PIC X(10).
               10  RX-HIT-COUNT    PIC 9(05).
               10  RX-INVALID-FLAG PIC X(01).
           05  RX-HEADER-DATA REDEFINES RX-DETAIL-DATA.
               10  RX-HD-FILE-KIND PIC X(08).
               10  RX-HD-RUN-DATE  PIC X(10).
               10  RX-HD-RUN-TIME  PIC X(06).
               10  RX-HD-PRIOR-DATE PIC X(10).
               10  RX-HD-PRIOR-TIME PIC X(06).
               10  FILLER          PIC X(10).
           05  RX-TRAILER-DATA REDEFINES RX-DETAIL-DATA.
               10  RX-TR-RECORD-COUNT PIC 9(07).
               10  RX-TR-ADD-COUNT PIC 9(07).
               10  RX-TR-CHANGE-COUNT PIC 9(07).
               10  RX-TR-INVALID-COUNT PIC 9(07).
               10  RX-TR-PURGE-COUNT PIC 9(07).
               10  FILLER          PIC X(15).

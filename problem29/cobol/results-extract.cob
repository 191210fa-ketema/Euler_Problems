       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-EXTRACT.
      *> Results master reference extract for the reporting team.
      *>
      *> The interchange feed (DSTPINTR.CPY) only ever tells the
      *> reporting team about tonight's answers.  It never gave them
      *> an authoritative copy of every range we hold, and nothing
      *> told them when a stored answer they had already loaded was
      *> invalidated or purged - so their copy kept answers this
      *> shop had stopped trusting.  This program gives them both,
      *> in the RSLTXTR.CPY layout:
      *>
      *>   - RSLTSNAP.DAT, a full snapshot of RSLTMST.DAT - every
      *>     range with its answer, first/last run dates, hit count
      *>     and invalid flag;
      *>   - RSLTDLTA.DAT, the delta since the previous snapshot -
      *>     every range added, changed, invalidated or purged, each
      *>     with its action code, under a header and a trailer that
      *>     carries the counts.
      *>
      *> The delta is worked out by comparison, not by asking the
      *> programs that update the master to log what they did: the
      *> master is swept in key order and matched against last
      *> night's snapshot (RSLTSNPO.DAT, the previous generation of
      *> this program's own output).  DISTINCT-POWERS' refiles and
      *> disputed-answer evictions, POWER-MERGE's publishes, and
      *> every RESULTS-MAINT invalidate, purge and reload between
      *> two extracts all land in the delta the same way, and no
      *> future program that touches the master can be forgotten.
      *>
      *> A prior snapshot that is missing (the first extract), or
      *> that does not prove itself - no snapshot header, keys out
      *> of order, or a trailer count that disagrees with the
      *> details - is not compared against: the delta then lists
      *> every range as an add with a blank prior date, which the
      *> reporting team loads as a full reload.  A damaged base can
      *> therefore never turn into a delta that purges ranges we
      *> still hold.
      *>
      *> RETURN-CODE  0 = snapshot and delta written
      *>              4 = no prior snapshot - delta is a full reload
      *>              8 = prior snapshot unusable - delta is a full
      *>                  reload, and someone should find out why
      *>             16 = results master unavailable or an extract
      *>                  write failed - nothing fit to release

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-MASTER ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RANGE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "RSLTSNPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "RSLTSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT DELTA-FILE ASSIGN TO "RSLTDLTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-MASTER.
           COPY RSLTMST.

      *>   All three extract files carry RSLTXTR.CPY records, built
      *>   in working storage and written FROM it; the 52-byte
      *>   length must stay in step with that copybook.
       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-RECORD   PIC X(52).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD         PIC X(52).

       FD  DELTA-FILE.
       01  DELTA-RECORD            PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-MASTER-STATUS    PIC X(02).
           05  WS-PRIOR-STATUS     PIC X(02).
           05  WS-SNAPSHOT-STATUS  PIC X(02).
           05  WS-DELTA-STATUS     PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-RUN-TIME         PIC X(06).
           05  WS-PRIOR-DATE       PIC X(10) VALUE SPACES.
           05  WS-PRIOR-TIME       PIC X(06) VALUE SPACES.
           05  WS-PRIOR-PROBLEM    PIC X(40) VALUE SPACES.
           05  WS-MASTER-KEY       PIC X(12).
           05  WS-PRIOR-KEY        PIC X(12).
           05  WS-LAST-PRIOR-KEY   PIC X(12).
           05  WS-PRIOR-COUNT      PIC 9(07) VALUE 0.
           05  WS-SNAP-COUNT       PIC 9(07) VALUE 0.
           05  WS-DELTA-COUNT      PIC 9(07) VALUE 0.
           05  WS-ADD-COUNT        PIC 9(07) VALUE 0.
           05  WS-CHANGE-COUNT     PIC 9(07) VALUE 0.
           05  WS-INVALID-COUNT    PIC 9(07) VALUE 0.
           05  WS-PURGE-COUNT      PIC 9(07) VALUE 0.

       01  WS-SWITCHES.
           05  WS-MASTER-OPEN-SWITCH PIC X(01) VALUE "N".
               88  MASTER-FILE-OPEN        VALUE "Y".
           05  WS-PRIOR-USABLE-SWITCH PIC X(01) VALUE "N".
               88  PRIOR-IS-USABLE         VALUE "Y".
           05  WS-PRIOR-EOF-SWITCH PIC X(01) VALUE "N".
               88  PRIOR-EOF-REACHED       VALUE "Y".
           05  WS-PRIOR-EMPTY-SWITCH PIC X(01) VALUE "N".
               88  PRIOR-WAS-EMPTY         VALUE "Y".
           05  WS-TRAILER-SWITCH   PIC X(01) VALUE "N".
               88  PRIOR-TRAILER-SEEN      VALUE "Y".
           05  WS-OUTPUT-OPEN-SWITCH PIC X(01) VALUE "N".
               88  EXTRACT-FILES-OPEN      VALUE "Y".
           05  WS-EXTRACT-FAILED-SWITCH PIC X(01) VALUE "N".
               88  EXTRACT-FAILED          VALUE "Y".

      *>   The record being built for the snapshot or the delta.
           COPY RSLTXTR.

      *>   Last night's snapshot record as read - the same layout,
      *>   named apart so the match can hold a prior record and
      *>   build an output record at the same time.
       01  WS-PRIOR-RECORD.
           05  WS-PR-RECORD-TYPE   PIC X(01).
           05  WS-PR-ACTION        PIC X(01).
           05  WS-PR-DETAIL-DATA.
               10  WS-PR-RANGE-KEY PIC X(12).
               10  FILLER          PIC X(37).
               10  WS-PR-INVALID-FLAG PIC X(01).
           05  WS-PR-HEADER-DATA REDEFINES WS-PR-DETAIL-DATA.
               10  WS-PR-FILE-KIND PIC X(08).
               10  WS-PR-RUN-DATE  PIC X(10).
               10  WS-PR-RUN-TIME  PIC X(06).
               10  FILLER          PIC X(26).
           05  WS-PR-TRAILER-DATA REDEFINES WS-PR-DETAIL-DATA.
               10  WS-PR-RECORD-COUNT PIC 9(07).
               10  FILLER          PIC X(43).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(9:6) TO WS-RUN-TIME

           PERFORM OPEN-RESULTS-MASTER
           IF MASTER-FILE-OPEN
               PERFORM CHECK-PRIOR-SNAPSHOT
               PERFORM OPEN-EXTRACT-FILES
               IF EXTRACT-FILES-OPEN
                   PERFORM WRITE-EXTRACT-HEADERS
                   PERFORM MATCH-MASTER-TO-PRIOR
                   PERFORM WRITE-EXTRACT-TRAILERS
                   CLOSE SNAPSHOT-FILE
                   CLOSE DELTA-FILE
               END-IF
               IF PRIOR-IS-USABLE
                   CLOSE PRIOR-SNAPSHOT-FILE
               END-IF
               CLOSE RESULTS-MASTER
           END-IF

           PERFORM DISPLAY-EXTRACT-SUMMARY

           IF EXTRACT-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

      *>   The master is the whole point of the run.  Without it an
      *>   empty snapshot would make tomorrow's delta purge every
      *>   range the reporting team holds, so nothing is written at
      *>   all - tomorrow's run finds no usable snapshot and sends a
      *>   full reload instead.
       OPEN-RESULTS-MASTER.
           OPEN INPUT RESULTS-MASTER
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: RESULTS-MASTER OPEN INPUT STATUS "
                       WS-MASTER-STATUS " - NO EXTRACT WRITTEN"
               SET EXTRACT-FAILED TO TRUE
           END-IF.

      *>   Prove last night's snapshot before trusting it as the
      *>   base: a snapshot header first, details in strictly
      *>   ascending key order, then a trailer whose count matches,
      *>   then nothing.  A snapshot that proves itself is reopened
      *>   and left positioned on its first detail for the match.
      *>   An empty file is the generation catalogued at install,
      *>   and counts as no snapshot at all rather than a bad one.
       CHECK-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIOR-STATUS NOT = "00"
               DISPLAY "NOTE: NO PRIOR SNAPSHOT, STATUS "
                       WS-PRIOR-STATUS
                       " - DELTA IS A FULL RELOAD"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET PRIOR-IS-USABLE TO TRUE
               PERFORM PROVE-PRIOR-SNAPSHOT
               CLOSE PRIOR-SNAPSHOT-FILE
               MOVE SPACES TO WS-PRIOR-DATE
               MOVE SPACES TO WS-PRIOR-TIME
               EVALUATE TRUE
                   WHEN PRIOR-IS-USABLE
                       OPEN INPUT PRIOR-SNAPSHOT-FILE
                       READ PRIOR-SNAPSHOT-FILE INTO WS-PRIOR-RECORD
                           AT END
                               CONTINUE
                       END-READ
                       MOVE WS-PR-RUN-DATE TO WS-PRIOR-DATE
                       MOVE WS-PR-RUN-TIME TO WS-PRIOR-TIME
                   WHEN PRIOR-WAS-EMPTY
                       DISPLAY "NOTE: PRIOR SNAPSHOT IS EMPTY - "
                               "DELTA IS A FULL RELOAD"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "WARNING: PRIOR SNAPSHOT UNUSABLE - "
                               WS-PRIOR-PROBLEM
                       DISPLAY "WARNING: DELTA IS A FULL RELOAD"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       PROVE-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-PRIOR-EOF-SWITCH
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE LOW-VALUES TO WS-LAST-PRIOR-KEY
           READ PRIOR-SNAPSHOT-FILE INTO WS-PRIOR-RECORD
               AT END
                   SET PRIOR-EOF-REACHED TO TRUE
           END-READ
           IF PRIOR-EOF-REACHED
               MOVE "N" TO WS-PRIOR-USABLE-SWITCH
               SET PRIOR-WAS-EMPTY TO TRUE
           ELSE
               IF WS-PR-RECORD-TYPE NOT = "H"
                  OR WS-PR-FILE-KIND NOT = "SNAPSHOT"
                   MOVE "N" TO WS-PRIOR-USABLE-SWITCH
                   MOVE "NO SNAPSHOT HEADER" TO WS-PRIOR-PROBLEM
               END-IF
           END-IF

           PERFORM UNTIL PRIOR-EOF-REACHED OR NOT PRIOR-IS-USABLE
               READ PRIOR-SNAPSHOT-FILE INTO WS-PRIOR-RECORD
                   AT END
                       SET PRIOR-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-PRIOR-RECORD
               END-READ
           END-PERFORM

           IF PRIOR-IS-USABLE AND NOT PRIOR-TRAILER-SEEN
               MOVE "N" TO WS-PRIOR-USABLE-SWITCH
               MOVE "NO TRAILER - FILE TRUNCATED"
                    TO WS-PRIOR-PROBLEM
           END-IF.

       PROVE-ONE-PRIOR-RECORD.
           EVALUATE TRUE
               WHEN PRIOR-TRAILER-SEEN
                   MOVE "N" TO WS-PRIOR-USABLE-SWITCH
                   MOVE "RECORDS AFTER THE TRAILER"
                        TO WS-PRIOR-PROBLEM
               WHEN WS-PR-RECORD-TYPE = "D"
                   IF WS-PR-RANGE-KEY > WS-LAST-PRIOR-KEY
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE WS-PR-RANGE-KEY TO WS-LAST-PRIOR-KEY
                   ELSE
                       MOVE "N" TO WS-PRIOR-USABLE-SWITCH
                       MOVE "DETAILS OUT OF KEY ORDER"
                            TO WS-PRIOR-PROBLEM
                   END-IF
               WHEN WS-PR-RECORD-TYPE = "T"
                   SET PRIOR-TRAILER-SEEN TO TRUE
                   IF WS-PR-RECORD-COUNT IS NOT NUMERIC
                      OR WS-PR-RECORD-COUNT NOT = WS-PRIOR-COUNT
                       MOVE "N" TO WS-PRIOR-USABLE-SWITCH
                       MOVE "TRAILER COUNT DISAGREES WITH DETAILS"
                            TO WS-PRIOR-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-PRIOR-USABLE-SWITCH
                   MOVE "UNRECOGNIZED RECORD TYPE"
                        TO WS-PRIOR-PROBLEM
           END-EVALUATE.

       OPEN-EXTRACT-FILES.
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: SNAPSHOT-FILE OPEN OUTPUT STATUS "
                       WS-SNAPSHOT-STATUS
               SET EXTRACT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT DELTA-FILE
               IF WS-DELTA-STATUS NOT = "00"
                   DISPLAY "ERROR: DELTA-FILE OPEN OUTPUT STATUS "
                           WS-DELTA-STATUS
                   SET EXTRACT-FAILED TO TRUE
                   CLOSE SNAPSHOT-FILE
               ELSE
                   SET EXTRACT-FILES-OPEN TO TRUE
               END-IF
           END-IF.

       WRITE-EXTRACT-HEADERS.
           MOVE SPACES TO RESULTS-EXTRACT-RECORD
           SET RX-HEADER TO TRUE
           MOVE "SNAPSHOT" TO RX-HD-FILE-KIND
           MOVE WS-RUN-DATE TO RX-HD-RUN-DATE
           MOVE WS-RUN-TIME TO RX-HD-RUN-TIME
           PERFORM WRITE-SNAPSHOT-RECORD

           MOVE "DELTA" TO RX-HD-FILE-KIND
           MOVE WS-PRIOR-DATE TO RX-HD-PRIOR-DATE
           MOVE WS-PRIOR-TIME TO RX-HD-PRIOR-TIME
           PERFORM WRITE-DELTA-RECORD.

      *>   Classic two-file match on the range key.  HIGH-VALUES
      *>   stands in for the key of a file that has run out, so the
      *>   other file's remainder drains through the same tests.
      *>   With no usable prior every master record is an add.
       MATCH-MASTER-TO-PRIOR.
           MOVE LOW-VALUES TO RM-RANGE-KEY
           START RESULTS-MASTER KEY >= RM-RANGE-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT INVALID KEY
                   PERFORM READ-NEXT-MASTER
           END-START

           IF PRIOR-IS-USABLE
               PERFORM READ-NEXT-PRIOR
           ELSE
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           END-IF

           PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                         AND WS-PRIOR-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-PRIOR-KEY
                       PERFORM EXTRACT-NEW-RANGE
                       PERFORM READ-NEXT-MASTER
                   WHEN WS-MASTER-KEY > WS-PRIOR-KEY
                       PERFORM EXTRACT-PURGED-RANGE
                       PERFORM READ-NEXT-PRIOR
                   WHEN OTHER
                       PERFORM EXTRACT-MATCHED-RANGE
                       PERFORM READ-NEXT-MASTER
                       PERFORM READ-NEXT-PRIOR
               END-EVALUATE
           END-PERFORM.

       READ-NEXT-MASTER.
           READ RESULTS-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE RM-RANGE-KEY TO WS-MASTER-KEY
           END-READ.

      *>   The prior was proven on the way in, so the first record
      *>   that is not a detail can only be its trailer.
       READ-NEXT-PRIOR.
           READ PRIOR-SNAPSHOT-FILE INTO WS-PRIOR-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   IF WS-PR-RECORD-TYPE = "D"
                       MOVE WS-PR-RANGE-KEY TO WS-PRIOR-KEY
                   ELSE
                       MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   END-IF
           END-READ.

       EXTRACT-NEW-RANGE.
           PERFORM SNAPSHOT-MASTER-RECORD
           SET RX-ADDED TO TRUE
           ADD 1 TO WS-ADD-COUNT
           PERFORM WRITE-DELTA-RECORD.

      *>   A range in last night's snapshot and not on the master
      *>   tonight: purged by RESULTS-MAINT or evicted as disputed
      *>   by DISTINCT-POWERS.  The delta carries the last image the
      *>   reporting team was sent.
       EXTRACT-PURGED-RANGE.
           MOVE SPACES TO RESULTS-EXTRACT-RECORD
           SET RX-DETAIL TO TRUE
           SET RX-PURGED TO TRUE
           MOVE WS-PR-DETAIL-DATA TO RX-DETAIL-DATA
           ADD 1 TO WS-PURGE-COUNT
           PERFORM WRITE-DELTA-RECORD.

      *>   On both sides: unchanged ranges go to the snapshot only.
      *>   An answer that has gone suspect since the last extract is
      *>   an invalidation; any other difference is a change.
       EXTRACT-MATCHED-RANGE.
           PERFORM SNAPSHOT-MASTER-RECORD
           IF RX-DETAIL-DATA NOT = WS-PR-DETAIL-DATA
               IF RX-INVALID-FLAG = "Y"
                  AND WS-PR-INVALID-FLAG NOT = "Y"
                   SET RX-INVALIDATED TO TRUE
                   ADD 1 TO WS-INVALID-COUNT
               ELSE
                   SET RX-CHANGED TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
               PERFORM WRITE-DELTA-RECORD
           END-IF.

      *>   Every master record reaches the snapshot as it stands.
      *>   The record is left built, action blank, for the caller
      *>   to stamp an action on and send to the delta too.
       SNAPSHOT-MASTER-RECORD.
           MOVE SPACES TO RESULTS-EXTRACT-RECORD
           SET RX-DETAIL TO TRUE
           MOVE RESULTS-MASTER-RECORD TO RX-DETAIL-DATA
           ADD 1 TO WS-SNAP-COUNT
           PERFORM WRITE-SNAPSHOT-RECORD.

       WRITE-EXTRACT-TRAILERS.
           MOVE SPACES TO RESULTS-EXTRACT-RECORD
           SET RX-TRAILER TO TRUE
           MOVE WS-SNAP-COUNT TO RX-TR-RECORD-COUNT
           MOVE 0 TO RX-TR-ADD-COUNT
           MOVE 0 TO RX-TR-CHANGE-COUNT
           MOVE 0 TO RX-TR-INVALID-COUNT
           MOVE 0 TO RX-TR-PURGE-COUNT
           PERFORM WRITE-SNAPSHOT-RECORD

           COMPUTE WS-DELTA-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
                   + WS-INVALID-COUNT + WS-PURGE-COUNT
           MOVE WS-DELTA-COUNT   TO RX-TR-RECORD-COUNT
           MOVE WS-ADD-COUNT     TO RX-TR-ADD-COUNT
           MOVE WS-CHANGE-COUNT  TO RX-TR-CHANGE-COUNT
           MOVE WS-INVALID-COUNT TO RX-TR-INVALID-COUNT
           MOVE WS-PURGE-COUNT   TO RX-TR-PURGE-COUNT
           PERFORM WRITE-DELTA-RECORD.

       WRITE-SNAPSHOT-RECORD.
           WRITE SNAPSHOT-RECORD FROM RESULTS-EXTRACT-RECORD
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "ERROR: SNAPSHOT-FILE WRITE STATUS "
                       WS-SNAPSHOT-STATUS
               SET EXTRACT-FAILED TO TRUE
           END-IF.

       WRITE-DELTA-RECORD.
           WRITE DELTA-RECORD FROM RESULTS-EXTRACT-RECORD
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "ERROR: DELTA-FILE WRITE STATUS "
                       WS-DELTA-STATUS
               SET EXTRACT-FAILED TO TRUE
           END-IF.

       DISPLAY-EXTRACT-SUMMARY.
           DISPLAY "RESULTS-EXTRACT - RUN DATE " WS-RUN-DATE
           IF PRIOR-IS-USABLE
               DISPLAY "  COMPARED WITH SNAPSHOT OF " WS-PRIOR-DATE
                       " " WS-PRIOR-TIME ": " WS-PRIOR-COUNT
                       " RANGE(S)"
           END-IF
           DISPLAY "  SNAPSHOT: " WS-SNAP-COUNT " RANGE(S)"
           DISPLAY "  DELTA:    " WS-DELTA-COUNT " RECORD(S) - "
                   WS-ADD-COUNT " ADDED, "
                   WS-CHANGE-COUNT " CHANGED, "
                   WS-INVALID-COUNT " INVALIDATED, "
                   WS-PURGE-COUNT " PURGED"
           IF EXTRACT-FAILED
               DISPLAY "RESULTS-EXTRACT: FAILED - DO NOT RELEASE "
                       "TONIGHT'S EXTRACT"
           END-IF.

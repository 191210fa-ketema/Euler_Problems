       IDENTIFICATION DIVISION.
       PROGRAM-ID. CROSS-RECON.
      *> Cross-master reconciliation of the request status master
      *> (REQMST.DAT - REQMST.CPY) against the results master
      *> (RSLTMST.DAT - RSLTMST.CPY).
      *>
      *> BALANCE-CHECK proves one night's report, audit log and feed
      *> agree with each other; nothing proved the two indexed
      *> masters go on agreeing with each other over time.  This
      *> program walks both and reports four kinds of exception:
      *>
      *>   ANSWER MISMATCH   a COMPLETED contiguous-range request
      *>                     whose published RQ-DISTINCT is not the
      *>                     RM-DISTINCT now stored for its range - a
      *>                     requestor holds an answer the system no
      *>                     longer gives (a recompute or a refile
      *>                     changed it since, or one of them is
      *>                     damaged)
      *>   NO RESULTS RECORD a COMPLETED contiguous range with nothing
      *>                     on the results master (purged, lost in a
      *>                     reload, or never filed)
      *>   ORPHAN            a results-master record no COMPLETED
      *>                     request ever produced
      *>   NEVER SETTLED     a request still RECEIVED or QUEUED from a
      *>                     batch earlier than the newest batch on
      *>                     the master - its night ended without
      *>                     completing, rejecting or deferring it
      *>
      *> Value-list requests are left out of the answer match: a
      *> list answer is never filed on the results master, and its
      *> min/max bounds name a rectangle it did not compute.  The
      *> request master does not carry the card type, but a list has
      *> no duplicates and lies inside its punched bounds, so a
      *> completed request whose RQ-COUNT is short of its
      *> rectangle's combinations is a list; one that covers every
      *> base in its bounds IS that rectangle, answer and all.
      *>
      *> A series request files every square 2..k up to the square
      *> it names (see RANGEREQ.CPY), so a square from 2 is counted
      *> as produced when any completed square from 2 reaches it.
      *>
      *> Read-only against both masters.  RETURN-CODE 12 when any
      *> answer mismatch is found - a published answer in dispute,
      *> the same weight as a verification mismatch in the nightly
      *> job; 8 for any other exception; 4 when the orphan check
      *> could not be run or a master is not on file; 16 when a
      *> master or the report will not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-MASTER ASSIGN TO "REQMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-REQMST-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO "RSLTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-RANGE-KEY
               FILE STATUS IS WS-RSLTMST-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "XRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRECRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-MASTER.
           COPY REQMST.

       FD  RESULTS-MASTER.
           COPY RSLTMST.

       FD  RECON-REPORT-FILE.
           COPY RPTLINE.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           05  WS-REQMST-STATUS    PIC X(02).
           05  WS-RSLTMST-STATUS   PIC X(02).
           05  WS-XRECRPT-STATUS   PIC X(02).
           05  WS-CURRENT-DATE     PIC X(21).
           05  WS-RUN-DATE         PIC X(10).
           05  WS-LATEST-BATCH     PIC X(08) VALUE SPACES.
           05  WS-WANT-CHECK       PIC X(01).
           05  WS-SECTION-COUNT    PIC 9(07).
           05  WS-REQUEST-RANGE    PIC X(12).
           05  WS-EDIT-A-MIN       PIC 999.
           05  WS-EDIT-A-MAX       PIC 999.
           05  WS-EDIT-B-MIN       PIC 999.
           05  WS-EDIT-B-MAX       PIC 999.
           05  WS-RECT-COMBOS      PIC 9(06).
           05  WS-MAX-SERIES-SIZE  PIC 999 VALUE 0.
           05  WS-STATUS-WORD      PIC X(08).
           05  WS-INVALID-NOTE     PIC X(34).
           05  WS-RT-IDX           PIC 9(04).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ    PIC 9(07) VALUE 0.
           05  WS-COMPLETED-COUNT  PIC 9(07) VALUE 0.
           05  WS-MATCHED-COUNT    PIC 9(07) VALUE 0.
           05  WS-LIST-COUNT       PIC 9(07) VALUE 0.
           05  WS-RESULTS-READ     PIC 9(07) VALUE 0.
           05  WS-MISMATCH-COUNT   PIC 9(07) VALUE 0.
           05  WS-MISSING-COUNT    PIC 9(07) VALUE 0.
           05  WS-ORPHAN-COUNT     PIC 9(07) VALUE 0.
           05  WS-UNSETTLED-COUNT  PIC 9(07) VALUE 0.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EOF-REACHED             VALUE "Y".
           05  WS-REQMST-OPEN-SWITCH PIC X(01) VALUE "N".
               88  REQUEST-MASTER-OPEN     VALUE "Y".
           05  WS-RSLTMST-OPEN-SWITCH PIC X(01) VALUE "N".
               88  RESULTS-MASTER-OPEN     VALUE "Y".
           05  WS-CONTIGUOUS-SWITCH PIC X(01) VALUE "N".
               88  CONTIGUOUS-REQUEST      VALUE "Y".
           05  WS-BOUNDS-SWITCH    PIC X(01) VALUE "Y".
               88  BOUNDS-NUMERIC          VALUE "Y".
           05  WS-ON-FILE-SWITCH   PIC X(01) VALUE "N".
               88  RANGE-ON-RESULTS        VALUE "Y".
           05  WS-PRODUCED-SWITCH  PIC X(01) VALUE "N".
               88  RANGE-PRODUCED          VALUE "Y".
           05  WS-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
               88  RANGE-TABLE-FULL        VALUE "Y".

      *>   Every distinct range a completed contiguous request ever
      *>   asked for - the set the orphan check tests the results
      *>   master against.  2000 is ten times the distinct ranges
      *>   the shop has ever run; if it fills, the orphan check is
      *>   not run at all rather than run against a partial set that
      *>   would call good records orphans.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-COUNT      PIC 9(04) VALUE 0.
           05  WS-RT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RANGE-COUNT.
               10  WS-RT-RANGE     PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(5:2) "/" WS-CURRENT-DATE(7:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-XRECRPT-STATUS NOT = "00"
               DISPLAY "ERROR: RECON-REPORT-FILE OPEN STATUS "
                       WS-XRECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RL-TEXT
           STRING "REQUEST/RESULTS MASTER RECONCILIATION - RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE

           PERFORM OPEN-BOTH-MASTERS
           IF RETURN-CODE = 16
               CLOSE RECON-REPORT-FILE
               STOP RUN
           END-IF

      *>   First pass: the answer match, which also finds the newest
      *>   batch and gathers the completed ranges for the orphan
      *>   check; then one pass per remaining section.
           MOVE "M" TO WS-WANT-CHECK
           PERFORM WRITE-SECTION-HEADING
           PERFORM SCAN-REQUEST-MASTER
           MOVE WS-SECTION-COUNT TO WS-MISMATCH-COUNT
           PERFORM CLOSE-SECTION

           MOVE "N" TO WS-WANT-CHECK
           PERFORM WRITE-SECTION-HEADING
           PERFORM SCAN-REQUEST-MASTER
           MOVE WS-SECTION-COUNT TO WS-MISSING-COUNT
           PERFORM CLOSE-SECTION

           MOVE "O" TO WS-WANT-CHECK
           PERFORM WRITE-SECTION-HEADING
           IF RANGE-TABLE-FULL
               MOVE SPACES TO RL-TEXT
               STRING "  NOT CHECKED - MORE THAN 2000 COMPLETED "
                      "RANGES ON THE REQUEST MASTER"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               MOVE 0 TO WS-SECTION-COUNT
           ELSE
               PERFORM SCAN-RESULTS-MASTER
               MOVE WS-SECTION-COUNT TO WS-ORPHAN-COUNT
               PERFORM CLOSE-SECTION
           END-IF

           MOVE "S" TO WS-WANT-CHECK
           PERFORM WRITE-SECTION-HEADING
           PERFORM SCAN-REQUEST-MASTER
           MOVE WS-SECTION-COUNT TO WS-UNSETTLED-COUNT
           PERFORM CLOSE-SECTION

           IF REQUEST-MASTER-OPEN
               CLOSE REQUEST-MASTER
           END-IF
           IF RESULTS-MASTER-OPEN
               CLOSE RESULTS-MASTER
           END-IF

           PERFORM WRITE-RECON-SUMMARY
           PERFORM SET-RECON-RETURN-CODE

           CLOSE RECON-REPORT-FILE
           STOP RUN.

      *>   A master that is not on file yet (status 35) reconciles as
      *>   an empty one - every completed request then lacks a
      *>   results record, or every results record is an orphan,
      *>   which is exactly what the report should say.  Any other
      *>   open failure means nothing can be proved, and the run
      *>   stops.
       OPEN-BOTH-MASTERS.
           OPEN INPUT REQUEST-MASTER
           EVALUATE WS-REQMST-STATUS
               WHEN "00"
                   SET REQUEST-MASTER-OPEN TO TRUE
               WHEN "35"
                   MOVE SPACES TO RL-TEXT
                   STRING "NOTE: REQUEST MASTER NOT ON FILE - "
                          "RECONCILED AS EMPTY"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR: REQUEST-MASTER OPEN STATUS "
                           WS-REQMST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           OPEN INPUT RESULTS-MASTER
           EVALUATE WS-RSLTMST-STATUS
               WHEN "00"
                   SET RESULTS-MASTER-OPEN TO TRUE
               WHEN "35"
                   MOVE SPACES TO RL-TEXT
                   STRING "NOTE: RESULTS MASTER NOT ON FILE - "
                          "RECONCILED AS EMPTY"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: RESULTS-MASTER OPEN STATUS "
                           WS-RSLTMST-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE = 16
               MOVE SPACES TO RL-TEXT
               STRING "A MASTER COULD NOT BE OPENED - NOTHING "
                      "RECONCILED"
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
               IF REQUEST-MASTER-OPEN
                   CLOSE REQUEST-MASTER
               END-IF
               IF RESULTS-MASTER-OPEN
                   CLOSE RESULTS-MASTER
               END-IF
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           EVALUATE WS-WANT-CHECK
               WHEN "M"
                   STRING "ANSWER MISMATCHES - COMPLETED REQUEST VS "
                          "STORED ANSWER:"
                          DELIMITED BY SIZE INTO RL-TEXT
               WHEN "N"
                   STRING "COMPLETED RANGES WITH NO RESULTS-MASTER "
                          "RECORD:"
                          DELIMITED BY SIZE INTO RL-TEXT
               WHEN "O"
                   STRING "RESULTS-MASTER RECORDS NO COMPLETED "
                          "REQUEST PRODUCED:"
                          DELIMITED BY SIZE INTO RL-TEXT
               WHEN "S"
                   STRING "REQUESTS NEVER SETTLED FROM BATCHES "
                          "BEFORE " WS-LATEST-BATCH ":"
                          DELIMITED BY SIZE INTO RL-TEXT
           END-EVALUATE
           WRITE REPORT-LINE.

       CLOSE-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO RL-TEXT
               STRING "  NONE" DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF.

      *>   One keyed sweep of the request master from the top per
      *>   section, the REQUEST-INQUIRY way - the master is small,
      *>   and clean passes beat holding its history in storage.
       SCAN-REQUEST-MASTER.
           IF REQUEST-MASTER-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO RQ-REQUEST-KEY
               START REQUEST-MASTER KEY >= RQ-REQUEST-KEY
                   INVALID KEY
                       SET EOF-REACHED TO TRUE
               END-START

               PERFORM UNTIL EOF-REACHED
                   READ REQUEST-MASTER NEXT RECORD
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-REQUEST-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       EXAMINE-REQUEST-RECORD.
           EVALUATE WS-WANT-CHECK
               WHEN "M"
                   ADD 1 TO WS-REQUESTS-READ
      *>           Keyed on batch date first, so the last record
      *>           read carries the newest batch.
                   MOVE RQ-RUN-DATE TO WS-LATEST-BATCH
                   IF RQ-ST-COMPLETED
                       ADD 1 TO WS-COMPLETED-COUNT
                       PERFORM CLASSIFY-COMPLETED-REQUEST
                       PERFORM MATCH-PUBLISHED-ANSWER
                   END-IF
               WHEN "N"
                   IF RQ-ST-COMPLETED
                       PERFORM CLASSIFY-COMPLETED-REQUEST
                       PERFORM CHECK-RESULTS-RECORD-EXISTS
                   END-IF
               WHEN "S"
                   IF (RQ-ST-RECEIVED OR RQ-ST-QUEUED)
                      AND RQ-RUN-DATE < WS-LATEST-BATCH
                       PERFORM WRITE-UNSETTLED-LINE
                   END-IF
           END-EVALUATE.

      *>   Sets BOUNDS-NUMERIC and CONTIGUOUS-REQUEST for the
      *>   completed request in the record area, and the range key
      *>   it would carry on the results master.
       CLASSIFY-COMPLETED-REQUEST.
           MOVE "N" TO WS-CONTIGUOUS-SWITCH
           MOVE "Y" TO WS-BOUNDS-SWITCH
           IF RQ-A-MIN IS NOT NUMERIC OR RQ-A-MAX IS NOT NUMERIC
              OR RQ-B-MIN IS NOT NUMERIC OR RQ-B-MAX IS NOT NUMERIC
               MOVE "N" TO WS-BOUNDS-SWITCH
           ELSE
               MOVE RQ-A-MIN TO WS-EDIT-A-MIN
               MOVE RQ-A-MAX TO WS-EDIT-A-MAX
               MOVE RQ-B-MIN TO WS-EDIT-B-MIN
               MOVE RQ-B-MAX TO WS-EDIT-B-MAX
               IF WS-EDIT-A-MIN > WS-EDIT-A-MAX
                  OR WS-EDIT-B-MIN > WS-EDIT-B-MAX
                   MOVE "N" TO WS-BOUNDS-SWITCH
               END-IF
           END-IF

           IF BOUNDS-NUMERIC
               COMPUTE WS-RECT-COMBOS =
                       (WS-EDIT-A-MAX - WS-EDIT-A-MIN + 1)
                       * (WS-EDIT-B-MAX - WS-EDIT-B-MIN + 1)
               IF RQ-COUNT IS NUMERIC AND RQ-COUNT < WS-RECT-COMBOS
                   CONTINUE
               ELSE
                   SET CONTIGUOUS-REQUEST TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO WS-REQUEST-RANGE
           STRING RQ-A-MIN RQ-A-MAX RQ-B-MIN RQ-B-MAX
                  DELIMITED BY SIZE INTO WS-REQUEST-RANGE.

       LOOK-UP-RESULTS-RECORD.
           MOVE "N" TO WS-ON-FILE-SWITCH
           IF RESULTS-MASTER-OPEN
               MOVE WS-REQUEST-RANGE TO RM-RANGE-KEY
               READ RESULTS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RANGE-ON-RESULTS TO TRUE
               END-READ
           END-IF.

       MATCH-PUBLISHED-ANSWER.
           EVALUATE TRUE
               WHEN NOT BOUNDS-NUMERIC
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO RL-TEXT
                   STRING "  BATCH " RQ-RUN-DATE " SEQ " RQ-REQ-SEQ
                          "  BOUNDS " WS-REQUEST-RANGE
                          " ARE NOT A RANGE - CANNOT BE MATCHED"
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               WHEN NOT CONTIGUOUS-REQUEST
                   ADD 1 TO WS-LIST-COUNT
               WHEN OTHER
                   PERFORM REMEMBER-COMPLETED-RANGE
                   PERFORM LOOK-UP-RESULTS-RECORD
                   IF RANGE-ON-RESULTS
                       ADD 1 TO WS-MATCHED-COUNT
                       IF RQ-DISTINCT NOT = RM-DISTINCT
                           PERFORM WRITE-MISMATCH-LINE
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO WS-INVALID-NOTE
           IF RM-INVALID-FLAG = "Y"
               MOVE "  (STORED ANSWER FLAGGED INVALID)"
                   TO WS-INVALID-NOTE
           END-IF
           MOVE SPACES TO RL-TEXT
           STRING "  BATCH " RQ-RUN-DATE " SEQ " RQ-REQ-SEQ
                  "  A " RQ-A-MIN "-" RQ-A-MAX
                  " B " RQ-B-MIN "-" RQ-B-MAX
                  "  " RQ-REQUESTOR-ID
                  "  PUBLISHED " RQ-DISTINCT
                  "  STORED " RM-DISTINCT WS-INVALID-NOTE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

      *>   The range set for the orphan check, plus the largest
      *>   square from 2 completed - the reach of any series.
       REMEMBER-COMPLETED-RANGE.
           IF WS-EDIT-A-MIN = 2 AND WS-EDIT-B-MIN = 2
              AND WS-EDIT-A-MAX = WS-EDIT-B-MAX
              AND WS-EDIT-A-MAX > WS-MAX-SERIES-SIZE
               MOVE WS-EDIT-A-MAX TO WS-MAX-SERIES-SIZE
           END-IF

           MOVE "N" TO WS-PRODUCED-SWITCH
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RANGE-COUNT
                      OR RANGE-PRODUCED
               IF WS-RT-RANGE(WS-RT-IDX) = WS-REQUEST-RANGE
                   SET RANGE-PRODUCED TO TRUE
               END-IF
           END-PERFORM
           IF NOT RANGE-PRODUCED
               IF WS-RANGE-COUNT < 2000
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE WS-REQUEST-RANGE TO WS-RT-RANGE(WS-RANGE-COUNT)
               ELSE
                   SET RANGE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-RESULTS-RECORD-EXISTS.
           IF BOUNDS-NUMERIC AND CONTIGUOUS-REQUEST
               PERFORM LOOK-UP-RESULTS-RECORD
               IF NOT RANGE-ON-RESULTS
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO RL-TEXT
                   STRING "  BATCH " RQ-RUN-DATE " SEQ " RQ-REQ-SEQ
                          "  A " RQ-A-MIN "-" RQ-A-MAX
                          " B " RQ-B-MIN "-" RQ-B-MAX
                          "  " RQ-REQUESTOR-ID
                          "  PUBLISHED " RQ-DISTINCT
                          "  UPDATED " RQ-UPDATE-DATE
                          DELIMITED BY SIZE INTO RL-TEXT
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-UNSETTLED-LINE.
           ADD 1 TO WS-SECTION-COUNT
           IF RQ-ST-RECEIVED
               MOVE "RECEIVED" TO WS-STATUS-WORD
           ELSE
               MOVE "QUEUED" TO WS-STATUS-WORD
           END-IF
           MOVE SPACES TO RL-TEXT
           STRING "  BATCH " RQ-RUN-DATE " SEQ " RQ-REQ-SEQ
                  "  A " RQ-A-MIN "-" RQ-A-MAX
                  " B " RQ-B-MIN "-" RQ-B-MAX
                  "  " RQ-REQUESTOR-ID " " RQ-DEPT
                  "  STILL " WS-STATUS-WORD
                  "  LAST UPDATED " RQ-UPDATE-DATE
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

       SCAN-RESULTS-MASTER.
           IF RESULTS-MASTER-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO RM-RANGE-KEY
               START RESULTS-MASTER KEY >= RM-RANGE-KEY
                   INVALID KEY
                       SET EOF-REACHED TO TRUE
               END-START

               PERFORM UNTIL EOF-REACHED
                   READ RESULTS-MASTER NEXT RECORD
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESULTS-READ
                           PERFORM CHECK-RESULTS-PRODUCED
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-RESULTS-PRODUCED.
           MOVE "N" TO WS-PRODUCED-SWITCH
           IF RM-A-MIN = 2 AND RM-B-MIN = 2 AND RM-A-MAX = RM-B-MAX
              AND RM-A-MAX <= WS-MAX-SERIES-SIZE
               SET RANGE-PRODUCED TO TRUE
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RANGE-COUNT
                      OR RANGE-PRODUCED
               IF WS-RT-RANGE(WS-RT-IDX) = RM-RANGE-KEY
                   SET RANGE-PRODUCED TO TRUE
               END-IF
           END-PERFORM

           IF NOT RANGE-PRODUCED
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO RL-TEXT
               STRING "  A " RM-A-MIN "-" RM-A-MAX
                      " B " RM-B-MIN "-" RM-B-MAX
                      "  DISTINCT " RM-DISTINCT
                      "  FIRST RUN " RM-FIRST-RUN-DATE
                      "  LAST RUN " RM-LAST-RUN-DATE
                      "  HITS " RM-HIT-COUNT
                      "  INVALID " RM-INVALID-FLAG
                      DELIMITED BY SIZE INTO RL-TEXT
               WRITE REPORT-LINE
           END-IF.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "REQUESTS READ: " WS-REQUESTS-READ
                  "   COMPLETED: " WS-COMPLETED-COUNT
                  "   ANSWERS MATCHED: " WS-MATCHED-COUNT
                  "   VALUE-LIST (NOT MATCHED): " WS-LIST-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "RESULTS RECORDS READ: " WS-RESULTS-READ
                  "   DISTINCT COMPLETED RANGES: " WS-RANGE-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE
           MOVE SPACES TO RL-TEXT
           STRING "MISMATCHES: " WS-MISMATCH-COUNT
                  "   NO RESULTS RECORD: " WS-MISSING-COUNT
                  "   ORPHANS: " WS-ORPHAN-COUNT
                  "   NEVER SETTLED: " WS-UNSETTLED-COUNT
                  DELIMITED BY SIZE INTO RL-TEXT
           WRITE REPORT-LINE.

      *>   Highest applicable code wins; a 4 set at open time stands
      *>   unless an exception outranks it.
       SET-RECON-RETURN-CODE.
           IF RANGE-TABLE-FULL AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISSING-COUNT > 0 OR WS-ORPHAN-COUNT > 0
              OR WS-UNSETTLED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MISMATCH-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF.
